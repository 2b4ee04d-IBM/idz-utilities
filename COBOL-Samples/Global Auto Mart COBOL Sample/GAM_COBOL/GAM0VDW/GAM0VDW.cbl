      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VDW.cbl                                     *
      *                                                                *
      * STATEMENT          IBM WebSphere Developer for System z        *
      *                    5724-L44                                    *
      *                    (c) Copyright IBM Corp. 2006                *
      *                                                                *
      * DISCLAIMER OF WARRANTIES                                       *
      * You may copy, modify, and distribute these samples, or their   *
      * modifications, in any form, internally or as part of your      *
      * application or related documentation. These samples have not   *
      * been tested under all conditions and are provided to you by    *
      * IBM without obligation of support of any kind. IBM PROVIDES    *
      * THESE SAMPLES "AS IS" SUBJECT TO ANY STATUTORY WARRANTIES THAT *
      * CANNOT BE EXCLUDED. IBM MAKES NO WARRANTIES OR CONDITIONS,     *
      * EITHER EXPRESS OR IMPLIED, INCLUDING BUT NOT LIMITED TO, THE   *
      * IMPLIED WARRANTIES OR CONDITIONS OF MERCHANTABILITY, FITNESS   *
      * FOR A PARTICULAR PURPOSE, AND NON-INFRINGEMENT REGARDING THESE *
      * SAMPLES OR TECHNICAL SUPPORT, IF ANY.                          *
      * You will indemnify IBM or third parties that provide IBM       *
      * products ("Third Parties") from and against any third party    *
      * claim arising out of the use, modification or distribution of  *
      * these samples with your application. You may not use the same  *
      * path name as the original files/modules. You must not alter or *
      * delete any copyright information in the Samples.               *
      *                                                                *
      ******************************************************************
      *---------------------------------------
      * NIGHTLY BROKEN-PROMISE DELIVERY REPORT. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VHW
      * IS). EVERY SOLD CAR STILL ON THE GAM0VDV DELIVERY BOARD
      * AFTER THE DATE THE CUSTOMER WAS PROMISED IS LISTED UNDER ITS
      * STORE, MOST OVERDUE FIRST - THE CAR, THE BUYER (MASKED), THE
      * SALE AND PROMISED DATES, THE DAYS LATE AND HOW MANY
      * MAKE-READY ITEMS ARE STILL OPEN. SOLD CARS NOBODY HAS
      * PROMISED A DATE FOR ARE COUNTED PER STORE SO THEY CAN'T
      * HIDE FROM THE REPORT. THE LINES ALSO GO TO REPORT_REPOSITORY
      * (TYPE "DLVLATE") SCOPED TO EACH STORE FOR GAM0VRB.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VDW.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY GAM0BDV.
       COPY GAM0BRP.
       COPY GAM0BMK.

       01 SCHEMA-CONNECT        PIC X(8).

       01 DW-DEALERNAME         PIC X(35).
       01 DW-BUYERNAME          PIC X(35).
       01 DW-DAYS-LATE          PIC S9(9) USAGE COMP.
       01 DW-OPEN-ITEMS         PIC S9(9) USAGE COMP.
       01 DW-UNPROMISED         PIC S9(9) USAGE COMP.
       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.

       01 STORE-LATE            PIC S9(9) USAGE COMP VALUE 0.
       01 STORE-UNPROMISED      PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-LATE            PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-UNPROMISED      PIC S9(9) USAGE COMP VALUE 0.

       01 DW-LINE.
          05 FILLER             PIC X(2) VALUE SPACE.
          05 DW-VIN             PIC X(17).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 DW-NAME            PIC X(18).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 DW-SOLD            PIC X(10).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 DW-PROMISED        PIC X(10).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 DW-LATE            PIC ZZZ9.
          05 FILLER             PIC X(5) VALUE " LATE".
          05 FILLER             PIC X(1) VALUE SPACE.
          05 DW-OPEN            PIC Z9.
          05 FILLER             PIC X(5) VALUE " OPEN".

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.
       01 LINE-LABEL            PIC X(32).

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * EVERY STORE WITH A CAR WAITING, SO A STORE WITH ONLY
      * UNPROMISED CARS STILL SHOWS ITS COUNT; ITS LATE CARS COME
      * BACK UNDER IT, AND A STORE WITH NONE COMES BACK ONCE WITH
      * A NULL VIN.
      *---------------------------------------
       EXEC SQL
           DECLARE DWLATE CURSOR FOR
               SELECT T.DEALERID, COALESCE(D.DEALERNAME, ' '),
                      T.UNPROMISED,
                      COALESCE(L.VIN, ' '),
                      COALESCE(CHAR(L.SALEDATE, ISO), ' '),
                      COALESCE(CHAR(L.PROMISEDDATE, ISO), ' '),
                      COALESCE(DAYS(CURRENT DATE)
                               - DAYS(L.PROMISEDDATE), 0),
                      COALESCE(S.BUYERNAME, ' '),
                      (SELECT COUNT(*) FROM PDI_CHECKLIST K
                           WHERE K.VIN = L.VIN
                             AND K.SALEDATE = L.SALEDATE
                             AND K.STATUS = 'O')
                   FROM (SELECT DEALERID,
                                SUM(CASE WHEN PROMISEDDATE IS NULL
                                         THEN 1 ELSE 0 END)
                                    AS UNPROMISED
                             FROM DELIVERY_SCHEDULE
                             WHERE STATUS = 'O'
                             GROUP BY DEALERID) T
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = T.DEALERID
                   LEFT OUTER JOIN DELIVERY_SCHEDULE L
                           ON L.DEALERID = T.DEALERID
                          AND L.STATUS = 'O'
                          AND L.PROMISEDDATE < CURRENT DATE
                   LEFT OUTER JOIN SALES S
                           ON S.VIN = L.VIN
                          AND S.SALEDATE = L.SALEDATE
                   ORDER BY T.DEALERID, L.PROMISEDDATE, L.VIN
           END-EXEC.

       LINKAGE SECTION.

       01 LINKSCHEMA.
          05 LINKSCHEMA-LENGTH     PIC S9(4) COMP.
          05 LINKSCHEMA-TXT        PIC X(8).

       PROCEDURE DIVISION USING LINKSCHEMA.

           MOVE SPACES TO SCHEMA-CONNECT.
           MOVE LINKSCHEMA-TXT TO SCHEMA-CONNECT.

           IF SCHEMA-CONNECT NOT = SPACES
              EXEC SQL CONNECT TO :SCHEMA-CONNECT END-EXEC
           END-IF.

           MOVE "DLVLATE" TO RP-REPORTTYPE.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE 0 TO RP-DEALERID.
           MOVE "SOLD UNITS PAST THEIR PROMISED DELIVERY DATE" TO
              RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-LATE.

           IF PRIOR-DEALERID NOT = -1
              PERFORM 2000-STORE-TOTAL
           END-IF.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE "DELIVERIES PAST PROMISE" TO LINE-LABEL.
           MOVE TOTAL-LATE TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "SOLD WITH NO DELIVERY PROMISE" TO LINE-LABEL.
           MOVE TOTAL-UNPROMISED TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "LATE DELIVERY REPORT COMPLETE".

           GOBACK.

       1000-LIST-LATE.

           EXEC SQL OPEN DWLATE END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING DWLATE, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH DWLATE
                      INTO :DV-DEALERID, :DW-DEALERNAME,
                           :DW-UNPROMISED, :DV-VIN, :DV-SALEDATE,
                           :DV-PROMISEDDATE, :DW-DAYS-LATE,
                           :DW-BUYERNAME, :DW-OPEN-ITEMS
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING DWLATE, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-PRINT-LATE THRU 1100-EXIT
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE DWLATE END-EXEC.

       1100-PRINT-LATE.
           IF DV-DEALERID NOT = PRIOR-DEALERID
              IF PRIOR-DEALERID NOT = -1
                 PERFORM 2000-STORE-TOTAL
              END-IF
              MOVE DV-DEALERID TO PRIOR-DEALERID
              MOVE DW-UNPROMISED TO STORE-UNPROMISED
              ADD DW-UNPROMISED TO TOTAL-UNPROMISED
              MOVE DV-DEALERID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE DV-DEALERID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " DW-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           IF DV-VIN-TEXT = SPACES
              GO TO 1100-EXIT
           END-IF.

           MOVE DV-VIN-TEXT TO DW-VIN.
           MOVE DW-BUYERNAME TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE MASK-OUT TO DW-NAME.
           MOVE DV-SALEDATE TO DW-SOLD.
           MOVE DV-PROMISEDDATE TO DW-PROMISED.
           MOVE DW-DAYS-LATE TO DW-LATE.
           MOVE DW-OPEN-ITEMS TO DW-OPEN.
           MOVE DW-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           ADD 1 TO STORE-LATE TOTAL-LATE.

       1100-EXIT.
           CONTINUE.

       2000-STORE-TOTAL.
           MOVE "  STORE DELIVERIES PAST PROMISE" TO LINE-LABEL.
           MOVE STORE-LATE TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  STORE SOLD, NOT YET PROMISED" TO LINE-LABEL.
           MOVE STORE-UNPROMISED TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE 0 TO STORE-LATE.

       8000-PUT-LINE.
           DISPLAY RP-LINETEXT-TEXT.
           PERFORM 9600-WRITE-REPO-LINE.
           MOVE SPACES TO RP-LINETEXT-TEXT.

      *---------------------------------------
      * A RERUN THE SAME DAY REPLACES THE DAY'S ROWS.
      *---------------------------------------
       9500-CLEAR-TODAYS-REPORT.
           EXEC SQL
               DELETE FROM REPORT_REPOSITORY
                   WHERE REPORTTYPE = :RP-REPORTTYPE
                     AND RUNDATE = CURRENT DATE
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO REPO-LINE-NO.

       9600-WRITE-REPO-LINE.
           ADD 1 TO REPO-LINE-NO.
           MOVE REPO-LINE-NO TO RP-LINENUM.
           EXEC SQL
               INSERT INTO REPORT_REPOSITORY
                   (REPORTTYPE, RUNDATE, DEALERID, LINENUM, LINETEXT)
                   VALUES
                   (:RP-REPORTTYPE, CURRENT DATE, :RP-DEALERID,
                    :RP-LINENUM, :RP-LINETEXT-TEXT)
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * COMMON PII MASKING RULE (GAM0BMK) - MASK-IN COMES BACK IN
      * MASK-OUT WITH ONLY ITS LAST FOUR CHARACTERS SHOWING.
      *---------------------------------------
       9800-MASK-PII.
           MOVE MASK-IN TO MASK-OUT.
           MOVE 0 TO MASK-KEPT.
           PERFORM VARYING MASK-SUB FROM 50 BY -1 UNTIL MASK-SUB < 1
              IF MASK-OUT (MASK-SUB:1) NOT = SPACE
                 AND MASK-OUT (MASK-SUB:1) NOT = "-"
                 IF MASK-KEPT < 4
                    ADD 1 TO MASK-KEPT
                 ELSE
                    MOVE "*" TO MASK-OUT (MASK-SUB:1)
                 END-IF
              END-IF
           END-PERFORM.
