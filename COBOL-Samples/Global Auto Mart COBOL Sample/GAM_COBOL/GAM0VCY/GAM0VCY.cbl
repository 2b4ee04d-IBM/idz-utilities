      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VCY.cbl                                     *
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
      * MONTH-END CLOSE READINESS REPORT. BATCH PROGRAM (NO COMMAREA,
      * LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS; SYSIN CARD
      * IS YEAR(4) MONTH(2), DEFAULT LAST MONTH) LISTING EVERYTHING
      * STILL OPEN FOR THE PERIOD BEFORE THE OFFICE LOCKS IT ON
      * GAM0VPC - UNPOSTED FLEET DEALS, UNCONFIRMED CASH_RECON DAYS,
      * UNFUNDED CONTRACTS IN TRANSIT, OPEN EXCEPTIONS, NIGHTS THE GL
      * EXTRACT DID NOT COMPLETE, DEPOSITS STILL OUTSTANDING ON SOLD
      * UNITS AND PENDING COMMISSION CLAWBACKS - ITEM BY ITEM, THEN
      * THE COUNTS GAM0VPC CHECKS (BOTH FROM GAM0BCY). CONTROLLERS
      * USED TO FIND THESE THE WEEK AFTER CLOSE AND REOPEN THE
      * PERIOD. THE REPORT LANDS ON REPORT_REPOSITORY AS TYPE
      * "CLOSERDY" (COMPANY-WIDE); RETURN CODE 4 WHEN ANYTHING IS
      * STILL OPEN.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VCY.

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
           05 CC-PERIOD-YEAR        PIC 9(4).
           05 CC-PERIOD-MONTH       PIC 9(2).
           05 FILLER                PIC X(74).

       WORKING-STORAGE SECTION.

       COPY GAM0BRP.
       COPY GAM0BCY.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 CY-CATEGORY           PIC S9(9) USAGE COMP.
       01 CY-DEALERID           PIC S9(9) USAGE COMP.
       01 CY-REFERENCE.
          49 CY-REFERENCE-LEN   PIC S9(4) USAGE COMP.
          49 CY-REFERENCE-TEXT  PIC X(17).
       01 CY-ITEMDATE           PIC X(10).
       01 CY-AMOUNT             PIC S9(9)V99 USAGE COMP-3.
       01 CY-GL-DATE            PIC X(10).
       01 CY-GL-RUNS            PIC S9(9) USAGE COMP.
       01 CY-GL-STEPS           PIC S9(4) USAGE COMP.

       01 PRIOR-CATEGORY        PIC S9(9) USAGE COMP VALUE 0.
       01 GL-LISTED             PIC X(1) VALUE "N".
       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-DEALERID      PIC ZZZZ9.
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
       01 CONVERT-YEAR          PIC 9(4).
       01 CONVERT-MONTH         PIC 9(2).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * THE SAME TESTS GAM0BCY COUNTS, ITEM BY ITEM (THE GL NIGHTS
      * ARE WALKED SEPARATELY - THEY ARE DAYS WITH NO ROW, NOT ROWS).
      *---------------------------------------
       EXEC SQL
           DECLARE OPENITEMCURSOR CURSOR FOR
               SELECT 1, F.DEALERID, RTRIM(CHAR(F.FLEETDEALID)),
                      CHAR(F.DEALDATE, ISO), 0
                   FROM FLEET_DEALS F
                   WHERE F.STATUS = 'O'
                     AND F.DEALDATE <= :RY-THRU-DATE
               UNION ALL
               SELECT 2, C.DEALERID, 'CASH RECON',
                      CHAR(C.RECONDATE, ISO), C.EXPECTEDAMT
                   FROM CASH_RECON C
                   WHERE C.CONFIRMEDFLAG = 'N'
                     AND C.RECONDATE BETWEEN :RY-FROM-DATE
                                         AND :RY-THRU-DATE
               UNION ALL
               SELECT 3, T.DEALERID, T.VIN, CHAR(T.SALEDATE, ISO),
                      COALESCE(T.AMOUNTFINANCED, 0)
                   FROM CONTRACTS_IN_TRANSIT T
                   WHERE T.STATUS = 'U'
                     AND T.SALEDATE <= :RY-THRU-DATE
               UNION ALL
               SELECT 4, COALESCE(E.DEALERID, 0), E.VIN,
                      CHAR(E.DATEFOUND, ISO), 0
                   FROM EXCEPTIONS E
                   WHERE E.STATUS = 'O'
                     AND E.DATEFOUND <= :RY-THRU-DATE
               UNION ALL
               SELECT 6, P.DEALERID, P.VIN, CHAR(P.DATETAKEN, ISO),
                      P.DEPOSITAMOUNT
                   FROM DEPOSITS P
                   WHERE P.DISPOSITION = 'O'
                     AND EXISTS
                         (SELECT 1 FROM SALES S
                              WHERE S.VIN = P.VIN
                                AND S.SALEDATE >= P.DATETAKEN
                                AND S.SALEDATE <= :RY-THRU-DATE
                                AND COALESCE(S.SALESTATUS, 'A')
                                    NOT = 'U')
               UNION ALL
               SELECT 7,
                      COALESCE((SELECT MAX(S.DEALERID) FROM SALES S
                                    WHERE S.VIN = B.VIN
                                      AND S.SALEDATE = B.SALEDATE), 0),
                      B.VIN, CHAR(B.UNWINDDATE, ISO), B.CLAWBACKAMOUNT
                   FROM COMMISSION_CLAWBACKS B
                   WHERE B.STATUS = 'P'
                     AND B.UNWINDDATE <= :RY-THRU-DATE
               ORDER BY 1, 2, 4
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

           PERFORM 9800-CHECK-CLOSE-READINESS.
           IF RY-SQLCODE NOT = 0
              MOVE RY-SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR CHECKING CLOSE READINESS, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "CLOSERDY" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE RY-YEAR TO CONVERT-YEAR.
           MOVE RY-MONTH TO CONVERT-MONTH.
           STRING "MONTH-END CLOSE READINESS FOR PERIOD "
                  CONVERT-YEAR "-" CONVERT-MONTH
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           STRING "ITEMS STILL OPEN AS AT " RY-THRU-DATE
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-OPEN-ITEMS.
           IF GL-LISTED = "N"
              PERFORM 2000-LIST-GL-NIGHTS
           END-IF.

           PERFORM 3000-PRINT-SUMMARY.

           EXEC SQL COMMIT END-EXEC.

           IF RY-TOTAL-OPEN > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "CLOSE READINESS REPORT COMPLETE".

           GOBACK.

      *---------------------------------------
      * NO CARD (OR A BAD ONE) CHECKS LAST MONTH - THE ONE THE
      * OFFICE IS ABOUT TO CLOSE.
      *---------------------------------------
       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           EXEC SQL
               SELECT YEAR(CURRENT DATE - 1 MONTH),
                      MONTH(CURRENT DATE - 1 MONTH)
                   INTO :RY-YEAR, :RY-MONTH
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF NOT CONTROL-CARD-EOF
              IF CC-PERIOD-YEAR NUMERIC AND CC-PERIOD-YEAR > 0
                 AND CC-PERIOD-MONTH NUMERIC
                 AND CC-PERIOD-MONTH > 0 AND CC-PERIOD-MONTH < 13
                 MOVE CC-PERIOD-YEAR TO RY-YEAR
                 MOVE CC-PERIOD-MONTH TO RY-MONTH
              END-IF
           END-IF.

       1000-LIST-OPEN-ITEMS.

           EXEC SQL OPEN OPENITEMCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING OPENITEMCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              MOVE SPACES TO CY-REFERENCE-TEXT
              EXEC SQL
                  FETCH OPENITEMCURSOR
                      INTO :CY-CATEGORY, :CY-DEALERID,
                           :CY-REFERENCE, :CY-ITEMDATE, :CY-AMOUNT
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING OPENITEMCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-PRINT-ONE-ITEM
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE OPENITEMCURSOR END-EXEC.

      *---------------------------------------
      * A NEW HEADING FOR EACH KIND OF ITEM; THE GL NIGHTS GO IN
      * THEIR PLACE BETWEEN THE EXCEPTIONS AND THE DEPOSITS.
      *---------------------------------------
       1100-PRINT-ONE-ITEM.
           IF CY-CATEGORY NOT = PRIOR-CATEGORY
              IF CY-CATEGORY > 5 AND GL-LISTED = "N"
                 PERFORM 2000-LIST-GL-NIGHTS
              END-IF
              MOVE CY-CATEGORY TO PRIOR-CATEGORY
              PERFORM 8000-PUT-LINE
              MOVE RY-LABEL (CY-CATEGORY) TO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           MOVE CY-DEALERID TO DISPLAY-DEALERID.
           MOVE CY-AMOUNT TO DISPLAY-AMOUNT.
           STRING "  DEALER " DISPLAY-DEALERID " "
                  CY-REFERENCE-TEXT " " CY-ITEMDATE " "
                  DISPLAY-AMOUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

      *---------------------------------------
      * EVERY DAY OF THE PERIOD UP TO YESTERDAY WITH NO COMPLETED
      * GAM0VGL RUN ON BATCH_RUN_STATS.
      *---------------------------------------
       2000-LIST-GL-NIGHTS.
           MOVE "Y" TO GL-LISTED.
           IF RY-GL-DAYS-MISSED > 0
              PERFORM 8000-PUT-LINE
              MOVE RY-LABEL (5) TO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
              MOVE RY-FROM-DATE TO CY-GL-DATE
              MOVE 0 TO CY-GL-STEPS
              PERFORM UNTIL CY-GL-DATE > RY-GL-LAST-DATE
                         OR CY-GL-STEPS > 31
                 PERFORM 2100-CHECK-GL-NIGHT
              END-PERFORM
           END-IF.

       2100-CHECK-GL-NIGHT.
           MOVE 0 TO CY-GL-RUNS.
           EXEC SQL
               SELECT COUNT(*) INTO :CY-GL-RUNS
                   FROM BATCH_RUN_STATS
                   WHERE JOBNAME = 'GAM0VGL'
                     AND RUNDATE = :CY-GL-DATE
                     AND ENDTS IS NOT NULL
           END-EXEC.
           IF SQLCODE = 0 AND CY-GL-RUNS = 0
              STRING "  GAM0VGL DID NOT COMPLETE FOR " CY-GL-DATE
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           ADD 1 TO CY-GL-STEPS.
           EXEC SQL
               SELECT CHAR(DATE(:CY-GL-DATE) + 1 DAY, ISO)
                   INTO :CY-GL-DATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 32 TO CY-GL-STEPS
           END-IF.
           MOVE 0 TO SQLCODE.

       3000-PRINT-SUMMARY.
           PERFORM 8000-PUT-LINE.
           PERFORM VARYING RY-IX FROM 1 BY 1 UNTIL RY-IX > 7
              MOVE RY-COUNT (RY-IX) TO DISPLAY-COUNT
              STRING RY-LABEL (RY-IX) "  " DISPLAY-COUNT
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-PERFORM.
           MOVE RY-TOTAL-OPEN TO DISPLAY-COUNT.
           STRING "TOTAL STILL OPEN                " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           IF RY-TOTAL-OPEN = 0
              MOVE "NOTHING OPEN - PERIOD IS READY TO CLOSE" TO
                 RP-LINETEXT-TEXT
           ELSE
              MOVE "NOT READY - A CLOSE NOW NEEDS A MANAGER OVERRIDE"
                 TO RP-LINETEXT-TEXT
           END-IF.
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
      * MONTH-END CLOSE READINESS CHECK OVER THE GAM0BCY WORK AREA -
      * GAM0VPC CARRIES THE SAME CODE, CHANGE BOTH TOGETHER. AN ITEM IS
      * OPEN FOR THE PERIOD WHEN IT IS DATED ON OR BEFORE THE
      * PERIOD'S LAST DAY AND STILL NOT FINISHED:
      *   - A FLEET DEAL STILL OPEN (NOT POSTED OR CANCELLED);
      *   - A CASH_RECON DAY INSIDE THE PERIOD NOT YET CONFIRMED;
      *   - A FINANCED DEAL STILL UNFUNDED IN CONTRACTS_IN_TRANSIT;
      *   - AN EXCEPTIONS ROW STILL OPEN;
      *   - A DAY OF THE PERIOD, UP TO YESTERDAY, WITH NO COMPLETED
      *     GAM0VGL RUN (THE NIGHTLY JOB_CONTROL OUTCOME IS KEPT PER
      *     NIGHT ON BATCH_RUN_STATS BY GAM0VBS);
      *   - A DEPOSIT STILL OUTSTANDING ON A UNIT SINCE SOLD (A LIVE
      *     SALE ON OR AFTER THE DAY IT WAS TAKEN);
      *   - A COMMISSION CLAWBACK STILL PENDING.
      *---------------------------------------
       9800-CHECK-CLOSE-READINESS.
           MOVE 0 TO RY-SQLCODE.
           MOVE 0 TO RY-TOTAL-OPEN.
           INITIALIZE RY-COUNTS.
           MOVE RY-YEAR TO RY-BUILD-YEAR.
           MOVE "-" TO RY-BUILD-DASH-1.
           MOVE RY-MONTH TO RY-BUILD-MONTH.
           MOVE "-01" TO RY-BUILD-DAY.
           MOVE RY-DATE-BUILD TO RY-FROM-DATE.

           EXEC SQL
               SELECT CHAR(DATE(:RY-FROM-DATE) + 1 MONTH - 1 DAY, ISO),
                      CASE WHEN DATE(:RY-FROM-DATE) + 1 MONTH
                                    <= CURRENT DATE
                           THEN CHAR(DATE(:RY-FROM-DATE) + 1 MONTH
                                     - 1 DAY, ISO)
                           ELSE CHAR(CURRENT DATE - 1 DAY, ISO)
                      END
                   INTO :RY-THRU-DATE, :RY-GL-LAST-DATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9820-COUNT-OPEN-ITEMS
           ELSE
               PERFORM 9810-NOTE-SQLCODE
           END-IF.

       9810-NOTE-SQLCODE.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO RY-SQLCODE
           END-IF.
           MOVE 0 TO SQLCODE.

       9820-COUNT-OPEN-ITEMS.
           EXEC SQL
               SELECT COUNT(*) INTO :RY-FLEET-OPEN
                   FROM FLEET_DEALS
                   WHERE STATUS = 'O'
                     AND DEALDATE <= :RY-THRU-DATE
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           EXEC SQL
               SELECT COUNT(*) INTO :RY-CASH-UNCONFIRMED
                   FROM CASH_RECON
                   WHERE CONFIRMEDFLAG = 'N'
                     AND RECONDATE BETWEEN :RY-FROM-DATE
                                       AND :RY-THRU-DATE
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           EXEC SQL
               SELECT COUNT(*) INTO :RY-CIT-UNFUNDED
                   FROM CONTRACTS_IN_TRANSIT
                   WHERE STATUS = 'U'
                     AND SALEDATE <= :RY-THRU-DATE
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           EXEC SQL
               SELECT COUNT(*) INTO :RY-EXCEPTIONS-OPEN
                   FROM EXCEPTIONS
                   WHERE STATUS = 'O'
                     AND DATEFOUND <= :RY-THRU-DATE
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           IF RY-GL-LAST-DATE NOT < RY-FROM-DATE
               EXEC SQL
                   SELECT DAYS(DATE(:RY-GL-LAST-DATE))
                          - DAYS(DATE(:RY-FROM-DATE)) + 1
                          - (SELECT COUNT(DISTINCT RUNDATE)
                                 FROM BATCH_RUN_STATS
                                 WHERE JOBNAME = 'GAM0VGL'
                                   AND ENDTS IS NOT NULL
                                   AND RUNDATE BETWEEN :RY-FROM-DATE
                                                   AND :RY-GL-LAST-DATE)
                       INTO :RY-GL-DAYS-MISSED
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
               PERFORM 9810-NOTE-SQLCODE
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :RY-DEPOSITS-OPEN
                   FROM DEPOSITS P
                   WHERE P.DISPOSITION = 'O'
                     AND EXISTS
                         (SELECT 1 FROM SALES S
                              WHERE S.VIN = P.VIN
                                AND S.SALEDATE >= P.DATETAKEN
                                AND S.SALEDATE <= :RY-THRU-DATE
                                AND COALESCE(S.SALESTATUS, 'A')
                                    NOT = 'U')
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           EXEC SQL
               SELECT COUNT(*) INTO :RY-CLAWBACKS-OPEN
                   FROM COMMISSION_CLAWBACKS
                   WHERE STATUS = 'P'
                     AND UNWINDDATE <= :RY-THRU-DATE
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           PERFORM VARYING RY-IX FROM 1 BY 1 UNTIL RY-IX > 7
               ADD RY-COUNT (RY-IX) TO RY-TOTAL-OPEN
           END-PERFORM.
