      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VLU.cbl                                     *
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
      * DAILY FLOOR-PLAN CREDIT-LINE UTILIZATION REPORT FOR THE
      * CONTROLLER. BATCH PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA
      * PARM THE SAME WAY GAM0VFL IS), RUN AFTER THE NIGHTLY
      * GAM0VFL ACCRUAL. FOR EVERY LENDER'S LINE AT EVERY STORE
      * (FLOORPLAN_CREDIT_LINE): THE LIMIT, WHAT THE STORE OWES ON
      * IT - OPEN FLOORPLAN PRINCIPAL LESS CURTAILMENTS PAID, AND ON
      * THE DEFAULT LENDER'S LINE ANY COSTED UNIT NOT YET FLOORED -
      * WHAT IS LEFT, AND THE PERCENT USED. THE SAME FIGURE GAM0VRV
      * INTAKE HOLDS A UNIT TO. A LINE AT 90 PERCENT OR MORE IS
      * FLAGGED WATCH, ONE PAST ITS LIMIT OVER LIMIT, AND THE
      * ALL-STORES TOTALS COUNT BOTH SO THE CONTROLLER CAN PAY A
      * LINE DOWN BEFORE THE LENDER FREEZES IT. THE PAGE LANDS IN
      * REPORT_REPOSITORY (TYPE "FPLINE") SCOPED TO EACH STORE, WITH
      * THE ALL-STORES TOTALS UNDER DEALER 0.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VLU.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY GAM0BFL.
       COPY GAM0BRP.

       01 SCHEMA-CONNECT        PIC X(8).

       01 LU-DEALERNAME         PIC X(35).
       01 LU-LENDERNAME         PIC X(30).
       01 LU-USED               PIC S9(9)V99 USAGE COMP-3.
       01 LU-AVAILABLE          PIC S9(9)V99 USAGE COMP-3.
       01 LU-PCT                PIC S9(5) USAGE COMP-3.
       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.

       01 LINE-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WATCH-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 OVER-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-LIMIT           PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 TOTAL-USED            PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 LU-LINE.
          05 FILLER             PIC X(4) VALUE SPACE.
          05 FILLER             PIC X(6) VALUE "LIMIT ".
          05 LU-LIMIT-OUT       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(6) VALUE " USED ".
          05 LU-USED-OUT        PIC ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(7) VALUE " AVAIL ".
          05 LU-AVAIL-OUT       PIC -ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 LU-PCT-OUT         PIC ZZ9.
          05 FILLER             PIC X(2) VALUE "% ".
          05 LU-FLAG            PIC X(10).

       01 LU-TOTAL-LINE.
          05 FILLER             PIC X(6) VALUE "LIMIT ".
          05 LU-TOT-LIMIT-OUT   PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(6) VALUE " USED ".
          05 LU-TOT-USED-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(7) VALUE " AVAIL ".
          05 LU-TOT-AVAIL-OUT   PIC -ZZ,ZZZ,ZZZ,ZZ9.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * EVERY CREDIT LINE WITH WHAT IS DRAWN ON IT RIGHT NOW.
      *---------------------------------------
       EXEC SQL
           DECLARE LUCREDITLINE CURSOR FOR
               SELECT C.DEALERID, COALESCE(D.DEALERNAME, ' '),
                      C.LENDERCODE,
                      COALESCE(L.LENDERNAME, 'NOT ON FILE'),
                      C.CREDITLIMIT,
                      COALESCE((SELECT SUM(F.PRINCIPAL
                          - CASE WHEN F.CURT90PAIDDATE IS NULL
                                 THEN 0
                                 ELSE COALESCE(F.CURT90AMOUNT, 0)
                            END
                          - CASE WHEN F.CURT120PAIDDATE IS NULL
                                 THEN 0
                                 ELSE COALESCE(F.CURT120AMOUNT, 0)
                            END)
                          FROM FLOORPLAN F
                          INNER JOIN INVENTORY I
                                  ON F.VIN = I.VIN
                          WHERE F.STATUS = 'A'
                            AND F.LENDERCODE = C.LENDERCODE
                            AND I.DEALERID = C.DEALERID), 0)
                      + CASE WHEN L.DEFAULTFLAG = 'Y'
                             THEN COALESCE((SELECT
                                      SUM(I.ACQUISITIONCOST)
                                  FROM INVENTORY I
                                  WHERE I.DEALERID = C.DEALERID
                                    AND I.SOLDFLAG = 'N'
                                    AND I.ACQUISITIONCOST
                                        IS NOT NULL
                                    AND NOT EXISTS
                                        (SELECT 1 FROM FLOORPLAN F
                                             WHERE F.VIN = I.VIN)),
                                  0)
                             ELSE 0
                        END
                   FROM FLOORPLAN_CREDIT_LINE C
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = C.DEALERID
                   LEFT OUTER JOIN FLOORPLAN_LENDER L
                           ON L.LENDERCODE = C.LENDERCODE
                   ORDER BY 1, 3
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

           MOVE "FPLINE" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE "FLOOR-PLAN CREDIT-LINE UTILIZATION BY STORE AND LENDER"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "WATCH = 90 PERCENT OR MORE OF THE LINE USED" TO
              RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-CREDIT-LINES.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE "ALL STORES" TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE TOTAL-LIMIT TO LU-TOT-LIMIT-OUT.
           MOVE TOTAL-USED TO LU-TOT-USED-OUT.
           COMPUTE LU-TOT-AVAIL-OUT = TOTAL-LIMIT - TOTAL-USED.
           MOVE LU-TOTAL-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE LINE-COUNT TO DISPLAY-COUNT.
           STRING "CREDIT LINES:    " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE WATCH-COUNT TO DISPLAY-COUNT.
           STRING "LINES ON WATCH:  " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE OVER-COUNT TO DISPLAY-COUNT.
           STRING "LINES OVER LIMIT:" DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "FLOOR-PLAN CREDIT-LINE REPORT COMPLETE".

           GOBACK.

       1000-LIST-CREDIT-LINES.

           EXEC SQL OPEN LUCREDITLINE END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING LUCREDITLINE, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH LUCREDITLINE
                      INTO :FLC-DEALERID, :LU-DEALERNAME,
                           :FLC-LENDERCODE, :LU-LENDERNAME,
                           :FLC-CREDITLIMIT, :LU-USED
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING LUCREDITLINE, SQLCODE "
                    DISPLAYSQLCODE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-CHECK-BREAKS
                 PERFORM 1200-PRINT-CREDIT-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE LUCREDITLINE END-EXEC.

      *---------------------------------------
      * A NEW STORE STARTS A NEW HEADING.
      *---------------------------------------
       1100-CHECK-BREAKS.
           IF FLC-DEALERID NOT = PRIOR-DEALERID
              MOVE FLC-DEALERID TO PRIOR-DEALERID
              MOVE FLC-DEALERID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE FLC-DEALERID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " LU-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

      *---------------------------------------
      * ONE LENDER'S LINE AT THE STORE. A LINE WITH NO LIMIT KEYED
      * SHOWS ZERO PERCENT AND IS NOT FLAGGED.
      *---------------------------------------
       1200-PRINT-CREDIT-LINE.
           ADD 1 TO LINE-COUNT.
           ADD FLC-CREDITLIMIT TO TOTAL-LIMIT.
           ADD LU-USED TO TOTAL-USED.
           COMPUTE LU-AVAILABLE = FLC-CREDITLIMIT - LU-USED.

           MOVE 0 TO LU-PCT.
           MOVE SPACES TO LU-FLAG.
           IF FLC-CREDITLIMIT > 0
              COMPUTE LU-PCT = LU-USED * 100 / FLC-CREDITLIMIT
              IF LU-USED > FLC-CREDITLIMIT
                 MOVE "OVER LIMIT" TO LU-FLAG
                 ADD 1 TO OVER-COUNT
              ELSE
                 IF LU-PCT >= 90
                    MOVE "WATCH" TO LU-FLAG
                    ADD 1 TO WATCH-COUNT
                 END-IF
              END-IF
           END-IF.
           IF LU-PCT > 999
              MOVE 999 TO LU-PCT
           END-IF.

           STRING "  LENDER " FLC-LENDERCODE " " LU-LENDERNAME
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE FLC-CREDITLIMIT TO LU-LIMIT-OUT.
           MOVE LU-USED TO LU-USED-OUT.
           MOVE LU-AVAILABLE TO LU-AVAIL-OUT.
           MOVE LU-PCT TO LU-PCT-OUT.
           MOVE LU-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

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
