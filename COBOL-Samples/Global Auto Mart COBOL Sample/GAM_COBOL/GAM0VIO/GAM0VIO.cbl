      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VIO.cbl                                     *
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
      * MONTHLY INSURANCE-OVERRIDE DELIVERY REPORT. BATCH PROGRAM
      * (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VSX
      * IS; MONTH ON THE SYSIN CARD AS YYYY MM, DEFAULT CURRENT
      * MONTH). LISTS, STORE BY STORE, EVERY RETAIL DELIVERY GAM0VSE
      * RELEASED WITHOUT PROOF OF INSURANCE ON A MANAGER'S INSOVRD
      * OVERRIDE (DEAL_INSURANCE PROOFSTATUS 'O') - THE CAR, THE SALE
      * DATE, THE BUYER (MASKED), THE TEMP TAG IT WENT OUT ON, WHO
      * RELEASED IT AND WHETHER THE DEAL HAS SINCE BEEN UNWOUND -
      * AGAINST THE STORE'S RETAIL DELIVERIES FOR THE MONTH. THE
      * PAGE LANDS IN REPORT_REPOSITORY (TYPE "INSOVRD") SCOPED TO
      * EACH STORE, WITH THE ALL-STORES TOTALS UNDER DEALER 0.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-RPT-YEAR           PIC 9(4).
           05 FILLER                PIC X(1).
           05 CC-RPT-MONTH          PIC 9(2).
           05 FILLER                PIC X(73).

       WORKING-STORAGE SECTION.

       COPY GAM0BIN.
       COPY GAM0BRP.
       COPY GAM0BMK.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 RPT-YEAR              PIC S9(9) USAGE COMP.
       01 RPT-MONTH             PIC S9(9) USAGE COMP.
       01 CURRENT-DATE-FIELDS.
          05 CD-YYYY            PIC 9(4).
          05 CD-MM              PIC 9(2).
          05 FILLER             PIC X(15).
       01 DISPLAY-YEAR          PIC 9(4).
       01 DISPLAY-MONTH         PIC 9(2).

       01 IO-DEALERNAME         PIC X(35).
       01 IO-BUYERNAME          PIC X(35).
       01 IO-SALESTATUS         PIC X(1).
       01 IO-DELIVERIES         PIC S9(9) USAGE COMP.
       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.

       01 STORE-DELIVERIES      PIC S9(9) USAGE COMP VALUE 0.
       01 STORE-OVERRIDES       PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-DELIVERIES      PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-OVERRIDES       PIC S9(9) USAGE COMP VALUE 0.
       01 STORE-COUNT           PIC S9(9) USAGE COMP VALUE 0.

       01 IO-LINE.
          05 FILLER             PIC X(2) VALUE SPACE.
          05 IO-VIN             PIC X(17).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 IO-SALEDATE        PIC X(10).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 IO-NAME            PIC X(17).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 IO-TAG             PIC X(12).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 IO-USER            PIC X(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 IO-STATUS          PIC X(9).

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.
       01 LINE-LABEL            PIC X(32).

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * EVERY STORE WITH A RETAIL DELIVERY IN THE MONTH, SO A STORE
      * WITH NO OVERRIDES STILL SHOWS ITS CLEAN COUNT. THE OVERRIDE
      * ROWS COME BACK UNDER THEIR STORE; A STORE WITH NONE COMES
      * BACK ONCE WITH A NULL VIN.
      *---------------------------------------
       EXEC SQL
           DECLARE IOOVERRIDES CURSOR FOR
               SELECT T.DEALERID, COALESCE(D.DEALERNAME, ' '),
                      T.DELIVERIES,
                      COALESCE(I.VIN, ' '),
                      COALESCE(CHAR(I.SALEDATE, ISO), ' '),
                      COALESCE(S.BUYERNAME, ' '),
                      COALESCE(I.TAGNUMBER, 'NO TAG'),
                      COALESCE(I.ENTEREDUSER, ' '),
                      COALESCE(S.SALESTATUS, ' ')
                   FROM (SELECT DEALERID, COUNT(*) AS DELIVERIES
                             FROM DEAL_INSURANCE
                             WHERE YEAR(SALEDATE) = :RPT-YEAR
                               AND MONTH(SALEDATE) = :RPT-MONTH
                             GROUP BY DEALERID) T
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = T.DEALERID
                   LEFT OUTER JOIN DEAL_INSURANCE I
                           ON I.DEALERID = T.DEALERID
                          AND I.PROOFSTATUS = 'O'
                          AND YEAR(I.SALEDATE) = :RPT-YEAR
                          AND MONTH(I.SALEDATE) = :RPT-MONTH
                   LEFT OUTER JOIN SALES S
                           ON S.VIN = I.VIN
                          AND S.SALEDATE = I.SALEDATE
                   ORDER BY T.DEALERID, I.SALEDATE, I.VIN
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

           PERFORM 0100-READ-CONTROL-CARD.

           MOVE "INSOVRD" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE RPT-YEAR TO DISPLAY-YEAR.
           MOVE RPT-MONTH TO DISPLAY-MONTH.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING "DELIVERIES RELEASED WITHOUT PROOF OF INSURANCE - "
              "PERIOD " DISPLAY-YEAR "/" DISPLAY-MONTH
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-OVERRIDES.

           IF PRIOR-DEALERID NOT = -1
              PERFORM 2000-STORE-TOTAL
           END-IF.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE "STORES REPORTED" TO LINE-LABEL.
           MOVE STORE-COUNT TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "RETAIL DELIVERIES" TO LINE-LABEL.
           MOVE TOTAL-DELIVERIES TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  RELEASED ON MANAGER OVERRIDE" TO LINE-LABEL.
           MOVE TOTAL-OVERRIDES TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "INSURANCE OVERRIDE REPORT COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           MOVE CD-YYYY TO RPT-YEAR.
           MOVE CD-MM TO RPT-MONTH.

           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-RPT-YEAR NUMERIC AND CC-RPT-MONTH NUMERIC
                 AND CC-RPT-MONTH >= 1 AND CC-RPT-MONTH <= 12
                 MOVE CC-RPT-YEAR TO RPT-YEAR
                 MOVE CC-RPT-MONTH TO RPT-MONTH
              END-IF
           END-IF.

       1000-LIST-OVERRIDES.

           EXEC SQL OPEN IOOVERRIDES END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING IOOVERRIDES, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH IOOVERRIDES
                      INTO :IN-DEALERID, :IO-DEALERNAME,
                           :IO-DELIVERIES, :IN-VIN,
                           :IN-SALEDATE, :IO-BUYERNAME,
                           :IN-TAGNUMBER, :IN-ENTEREDUSER,
                           :IO-SALESTATUS
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING IOOVERRIDES, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-PRINT-OVERRIDE THRU 1100-EXIT
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE IOOVERRIDES END-EXEC.

       1100-PRINT-OVERRIDE.
           IF IN-DEALERID NOT = PRIOR-DEALERID
              IF PRIOR-DEALERID NOT = -1
                 PERFORM 2000-STORE-TOTAL
              END-IF
              MOVE IN-DEALERID TO PRIOR-DEALERID
              ADD 1 TO STORE-COUNT
              MOVE IO-DELIVERIES TO STORE-DELIVERIES
              ADD IO-DELIVERIES TO TOTAL-DELIVERIES
              MOVE 0 TO STORE-OVERRIDES
              MOVE IN-DEALERID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE IN-DEALERID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " IO-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           IF IN-VIN-TEXT = SPACES
              GO TO 1100-EXIT
           END-IF.

           MOVE IN-VIN-TEXT TO IO-VIN.
           MOVE IN-SALEDATE TO IO-SALEDATE.
           MOVE IO-BUYERNAME TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE MASK-OUT TO IO-NAME.
           MOVE IN-TAGNUMBER TO IO-TAG.
           MOVE IN-ENTEREDUSER TO IO-USER.
           IF IO-SALESTATUS = "U"
              MOVE "UNWOUND" TO IO-STATUS
           ELSE
              MOVE "DELIVERED" TO IO-STATUS
           END-IF.
           MOVE IO-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           ADD 1 TO STORE-OVERRIDES TOTAL-OVERRIDES.

       1100-EXIT.
           CONTINUE.

       2000-STORE-TOTAL.
           MOVE "  STORE RETAIL DELIVERIES" TO LINE-LABEL.
           MOVE STORE-DELIVERIES TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  STORE OVERRIDE DELIVERIES" TO LINE-LABEL.
           MOVE STORE-OVERRIDES TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
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
