      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VQL.cbl                                     *
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
      * MONTHLY LOST-DEAL ANALYSIS OF GAM0VQT QUOTE WORKSHEETS.
      * BATCH PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE
      * SAME WAY GAM0VIO IS; MONTH ON THE SYSIN CARD AS YYYY MM,
      * DEFAULT CURRENT MONTH). FIRST EVERY QUOTE STILL OPEN AFTER
      * THE STALE WINDOW (SYSIN COLUMNS 9-11, DEFAULT 30 DAYS) IS
      * CLOSED AS LOST FOR NO RESPONSE, SO A DEAL NOBODY CALLED BACK
      * IS COUNTED AS THE LOSS IT IS. THEN, FOR THE QUOTES WRITTEN
      * IN THE MONTH, BY STORE AND SALESPERSON: HOW MANY WERE
      * WRITTEN, WON (CARRIED INTO A SALE), LOST AND STILL OPEN, THE
      * LOST ONES BY REASON, AND THE AVERAGE GAP BETWEEN THE QUOTED
      * OTD AND THE CAR'S ASKING PRICE ON WON AND ON LOST DEALS.
      * QUOTES SAVED BEFORE THE SALESPERSON WAS RECORDED FALL UNDER
      * SALESPERSON 0, AND THOSE WITH NO ASKING PRICE ARE LEFT OUT
      * OF THE GAP AVERAGES. THE PAGE LANDS IN REPORT_REPOSITORY
      * (TYPE "LOSTDEAL") SCOPED TO EACH STORE, WITH THE ALL-STORES
      * TOTALS UNDER DEALER 0.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VQL.

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
           05 FILLER                PIC X(1).
           05 CC-STALE-DAYS         PIC X(3).
           05 FILLER                PIC X(69).

       WORKING-STORAGE SECTION.

       COPY GAM0BQT.
       COPY GAM0BRP.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 RPT-YEAR              PIC S9(9) USAGE COMP.
       01 RPT-MONTH             PIC S9(9) USAGE COMP.
       01 STALE-DAYS            PIC S9(9) USAGE COMP VALUE 30.
       01 CURRENT-DATE-FIELDS.
          05 CD-YYYY            PIC 9(4).
          05 CD-MM              PIC 9(2).
          05 FILLER             PIC X(15).
       01 DISPLAY-YEAR          PIC 9(4).
       01 DISPLAY-MONTH         PIC 9(2).

       01 QL-DEALERNAME         PIC X(35).
       01 QL-SPNAME             PIC X(35).
       01 QL-GAP                PIC S9(7)V99 USAGE COMP-3.
       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.
       01 PRIOR-SALESPERSONID   PIC S9(9) USAGE COMP VALUE -1.
       01 STALE-CLOSED          PIC S9(9) USAGE COMP VALUE 0.

      *---------------------------------------
      * ONE SET OF COUNTERS PER LEVEL: 1 SALESPERSON, 2 STORE,
      * 3 ALL STORES. THE REASON COUNTS RUN IN QL-REASON-CODES
      * ORDER.
      *---------------------------------------
       01 QL-REASON-CODES       PIC X(7) VALUE "PMTCENV".
       01 QL-TOTALS.
          05 QL-LEVEL OCCURS 3 TIMES.
             10 QL-WRITTEN      PIC S9(9) USAGE COMP.
             10 QL-WON          PIC S9(9) USAGE COMP.
             10 QL-LOST         PIC S9(9) USAGE COMP.
             10 QL-OPEN         PIC S9(9) USAGE COMP.
             10 QL-REASON-COUNT PIC S9(9) USAGE COMP OCCURS 7 TIMES.
             10 QL-WON-GAP      PIC S9(11)V99 USAGE COMP-3.
             10 QL-WON-GAP-N    PIC S9(9) USAGE COMP.
             10 QL-LOST-GAP     PIC S9(11)V99 USAGE COMP-3.
             10 QL-LOST-GAP-N   PIC S9(9) USAGE COMP.
       01 LEVEL-IX              PIC S9(4) USAGE COMP.
       01 PRINT-IX              PIC S9(4) USAGE COMP.
       01 REASON-IX             PIC S9(4) USAGE COMP.
       01 CLOSE-RATE            PIC S9(3)V9 USAGE COMP-3.
       01 AVERAGE-GAP           PIC S9(7) USAGE COMP-3.

       01 QL-LINE-1.
          05 FILLER             PIC X(4) VALUE SPACE.
          05 FILLER             PIC X(8) VALUE "WRITTEN ".
          05 QL1-WRITTEN        PIC ZZZZ9.
          05 FILLER             PIC X(6) VALUE "  WON ".
          05 QL1-WON            PIC ZZZZ9.
          05 FILLER             PIC X(7) VALUE "  LOST ".
          05 QL1-LOST           PIC ZZZZ9.
          05 FILLER             PIC X(7) VALUE "  OPEN ".
          05 QL1-OPEN           PIC ZZZZ9.
          05 FILLER             PIC X(13) VALUE "  CLOSE RATE ".
          05 QL1-RATE           PIC ZZ9.9.
          05 FILLER             PIC X(1) VALUE "%".

       01 QL-LINE-2.
          05 FILLER             PIC X(4) VALUE SPACE.
          05 FILLER             PIC X(13) VALUE "LOST - PRICE ".
          05 QL2-PRICE          PIC ZZZ9.
          05 FILLER             PIC X(9) VALUE " PAYMENT ".
          05 QL2-PAYMENT        PIC ZZZ9.
          05 FILLER             PIC X(7) VALUE " TRADE ".
          05 QL2-TRADE          PIC ZZZ9.
          05 FILLER             PIC X(8) VALUE " CREDIT ".
          05 QL2-CREDIT         PIC ZZZ9.

       01 QL-LINE-3.
          05 FILLER             PIC X(11) VALUE SPACE.
          05 FILLER             PIC X(10) VALUE "ELSEWHERE ".
          05 QL3-ELSEWHERE      PIC ZZZ9.
          05 FILLER             PIC X(13) VALUE " NO RESPONSE ".
          05 QL3-NORESPONSE     PIC ZZZ9.
          05 FILLER             PIC X(10) VALUE " CAR SOLD ".
          05 QL3-SOLD           PIC ZZZ9.

       01 QL-LINE-4.
          05 FILLER             PIC X(4) VALUE SPACE.
          05 FILLER             PIC X(29)
             VALUE "AVG QUOTED OTD OVER ASKING - ".
          05 FILLER             PIC X(4) VALUE "WON ".
          05 QL4-WON            PIC X(9).
          05 FILLER             PIC X(7) VALUE "  LOST ".
          05 QL4-LOST           PIC X(9).

       01 DISPLAY-GAP           PIC ---,--9.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.
       01 LINE-LABEL            PIC X(32).

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE QLQUOTES CURSOR FOR
               SELECT Q.DEALERID, COALESCE(D.DEALERNAME, ' '),
                      COALESCE(Q.SALESPERSONID, 0),
                      COALESCE(P.SPNAME, 'NOT RECORDED'),
                      Q.STATUS, COALESCE(Q.LOSTREASON, ' '),
                      Q.OTDTOTAL, COALESCE(Q.ASKINGPRICE, -1)
                   FROM DEAL_QUOTES Q
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = Q.DEALERID
                   LEFT OUTER JOIN SALESPERSON P
                           ON P.SALESPERSONID = Q.SALESPERSONID
                   WHERE YEAR(Q.QUOTEDATE) = :RPT-YEAR
                     AND MONTH(Q.QUOTEDATE) = :RPT-MONTH
                   ORDER BY Q.DEALERID, 3, Q.QUOTENUMBER
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

           PERFORM 0500-CLOSE-STALE-QUOTES.

           INITIALIZE QL-TOTALS.

           MOVE "LOSTDEAL" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE RPT-YEAR TO DISPLAY-YEAR.
           MOVE RPT-MONTH TO DISPLAY-MONTH.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING "QUOTES WRITTEN, WON AND LOST - PERIOD "
              DISPLAY-YEAR "/" DISPLAY-MONTH
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-QUOTES.

           IF PRIOR-DEALERID NOT = -1
              MOVE 1 TO PRINT-IX
              PERFORM 3000-PRINT-LEVEL
              MOVE "  STORE TOTAL" TO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
              MOVE 2 TO PRINT-IX
              PERFORM 3000-PRINT-LEVEL
           END-IF.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE "ALL STORES" TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE 3 TO PRINT-IX.
           PERFORM 3000-PRINT-LEVEL.
           MOVE "OPEN QUOTES CLOSED AS NO RESPONSE" TO LINE-LABEL.
           MOVE STALE-CLOSED TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "LOST-DEAL ANALYSIS COMPLETE".

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
              IF CC-STALE-DAYS NUMERIC
                 MOVE CC-STALE-DAYS TO STALE-DAYS
              END-IF
           END-IF.

      *---------------------------------------
      * A QUOTE NOBODY RECALLED, SOLD OR CLOSED IN THE STALE WINDOW
      * IS A CUSTOMER WHO STOPPED ANSWERING.
      *---------------------------------------
       0500-CLOSE-STALE-QUOTES.
           EXEC SQL
               UPDATE DEAL_QUOTES
                  SET STATUS = 'L',
                      LOSTREASON = 'N',
                      LOSTDATE = CURRENT DATE
                WHERE STATUS = 'O'
                  AND QUOTEDATE < CURRENT DATE - :STALE-DAYS DAYS
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR CLOSING STALE QUOTES, SQLCODE "
                 DISPLAYSQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           IF SQLCODE = 0
              MOVE SQLERRD(3) TO STALE-CLOSED
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           MOVE STALE-CLOSED TO DISPLAY-COUNT.
           DISPLAY "STALE QUOTES CLOSED AS NO RESPONSE: "
              DISPLAY-COUNT.

       1000-LIST-QUOTES.

           EXEC SQL OPEN QLQUOTES END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING QLQUOTES, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH QLQUOTES
                      INTO :QT-DEALERID, :QL-DEALERNAME,
                           :QT-SALESPERSONID, :QL-SPNAME,
                           :QT-STATUS, :QT-LOSTREASON,
                           :QT-OTDTOTAL, :QT-ASKINGPRICE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING QLQUOTES, SQLCODE "
                    DISPLAYSQLCODE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-CHECK-BREAKS
                 PERFORM 1200-COUNT-QUOTE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE QLQUOTES END-EXEC.

      *---------------------------------------
      * A NEW SALESPERSON PRINTS THE LAST ONE'S FIGURES; A NEW STORE
      * ALSO PRINTS THE STORE'S AND STARTS A NEW HEADING.
      *---------------------------------------
       1100-CHECK-BREAKS.
           IF QT-DEALERID NOT = PRIOR-DEALERID
              IF PRIOR-DEALERID NOT = -1
                 MOVE 1 TO PRINT-IX
                 PERFORM 3000-PRINT-LEVEL
                 MOVE "  STORE TOTAL" TO RP-LINETEXT-TEXT
                 PERFORM 8000-PUT-LINE
                 MOVE 2 TO PRINT-IX
                 PERFORM 3000-PRINT-LEVEL
              END-IF
              MOVE QT-DEALERID TO PRIOR-DEALERID
              MOVE -1 TO PRIOR-SALESPERSONID
              MOVE QT-DEALERID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE QT-DEALERID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " QL-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           IF QT-SALESPERSONID NOT = PRIOR-SALESPERSONID
              IF PRIOR-SALESPERSONID NOT = -1
                 MOVE 1 TO PRINT-IX
                 PERFORM 3000-PRINT-LEVEL
              END-IF
              MOVE QT-SALESPERSONID TO PRIOR-SALESPERSONID
              MOVE QT-SALESPERSONID TO DISPLAY-COUNT
              STRING "  SALESPERSON " DISPLAY-COUNT " " QL-SPNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

      *---------------------------------------
      * ONE QUOTE INTO ALL THREE LEVELS. THE GAP IS QUOTED OTD LESS
      * ASKING PRICE, ONLY WHERE THE ASKING PRICE WAS CAPTURED.
      *---------------------------------------
       1200-COUNT-QUOTE.
           COMPUTE QL-GAP = QT-OTDTOTAL - QT-ASKINGPRICE.

           PERFORM VARYING LEVEL-IX FROM 1 BY 1 UNTIL LEVEL-IX > 3
              ADD 1 TO QL-WRITTEN (LEVEL-IX)
              EVALUATE QT-STATUS
                 WHEN "U"
                    ADD 1 TO QL-WON (LEVEL-IX)
                    IF QT-ASKINGPRICE NOT < 0
                       ADD QL-GAP TO QL-WON-GAP (LEVEL-IX)
                       ADD 1 TO QL-WON-GAP-N (LEVEL-IX)
                    END-IF
                 WHEN "L"
                    ADD 1 TO QL-LOST (LEVEL-IX)
                    IF QT-ASKINGPRICE NOT < 0
                       ADD QL-GAP TO QL-LOST-GAP (LEVEL-IX)
                       ADD 1 TO QL-LOST-GAP-N (LEVEL-IX)
                    END-IF
                    PERFORM VARYING REASON-IX FROM 1 BY 1
                       UNTIL REASON-IX > 7
                       IF QL-REASON-CODES (REASON-IX:1) =
                          QT-LOSTREASON
                          ADD 1 TO
                             QL-REASON-COUNT (LEVEL-IX, REASON-IX)
                       END-IF
                    END-PERFORM
                 WHEN OTHER
                    ADD 1 TO QL-OPEN (LEVEL-IX)
              END-EVALUATE
           END-PERFORM.

      *---------------------------------------
      * THE FIGURES FOR LEVEL PRINT-IX, WHICH ARE THEN CLEARED FOR
      * THE NEXT SALESPERSON OR STORE.
      *---------------------------------------
       3000-PRINT-LEVEL.
           MOVE QL-WRITTEN (PRINT-IX) TO QL1-WRITTEN.
           MOVE QL-WON (PRINT-IX) TO QL1-WON.
           MOVE QL-LOST (PRINT-IX) TO QL1-LOST.
           MOVE QL-OPEN (PRINT-IX) TO QL1-OPEN.
           MOVE 0 TO CLOSE-RATE.
           IF QL-WRITTEN (PRINT-IX) > 0
              COMPUTE CLOSE-RATE ROUNDED =
                  QL-WON (PRINT-IX) * 100 / QL-WRITTEN (PRINT-IX)
           END-IF.
           MOVE CLOSE-RATE TO QL1-RATE.
           MOVE QL-LINE-1 TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           MOVE QL-REASON-COUNT (PRINT-IX, 1) TO QL2-PRICE.
           MOVE QL-REASON-COUNT (PRINT-IX, 2) TO QL2-PAYMENT.
           MOVE QL-REASON-COUNT (PRINT-IX, 3) TO QL2-TRADE.
           MOVE QL-REASON-COUNT (PRINT-IX, 4) TO QL2-CREDIT.
           MOVE QL-LINE-2 TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE QL-REASON-COUNT (PRINT-IX, 5) TO QL3-ELSEWHERE.
           MOVE QL-REASON-COUNT (PRINT-IX, 6) TO QL3-NORESPONSE.
           MOVE QL-REASON-COUNT (PRINT-IX, 7) TO QL3-SOLD.
           MOVE QL-LINE-3 TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           IF QL-WON-GAP-N (PRINT-IX) > 0
              COMPUTE AVERAGE-GAP ROUNDED =
                  QL-WON-GAP (PRINT-IX) / QL-WON-GAP-N (PRINT-IX)
              MOVE AVERAGE-GAP TO DISPLAY-GAP
              MOVE DISPLAY-GAP TO QL4-WON
           ELSE
              MOVE "      N/A" TO QL4-WON
           END-IF.
           IF QL-LOST-GAP-N (PRINT-IX) > 0
              COMPUTE AVERAGE-GAP ROUNDED =
                  QL-LOST-GAP (PRINT-IX) / QL-LOST-GAP-N (PRINT-IX)
              MOVE AVERAGE-GAP TO DISPLAY-GAP
              MOVE DISPLAY-GAP TO QL4-LOST
           ELSE
              MOVE "      N/A" TO QL4-LOST
           END-IF.
           MOVE QL-LINE-4 TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           INITIALIZE QL-LEVEL (PRINT-IX).

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
