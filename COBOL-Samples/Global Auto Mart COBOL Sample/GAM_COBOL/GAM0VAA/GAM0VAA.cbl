      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VAA.cbl                                     *
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
      * MONTHLY TRADE-IN APPRAISAL ACCURACY REPORT. BATCH PROGRAM
      * (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV
      * IS; SYSIN CARD IS YEAR(4) MONTH(2), DEFAULT LAST MONTH).
      * EVERY TRADE GAM0VSE CONVERTED INTO STOCK (APPRAISALS STATUS
      * 'C') THAT REACHED ITS OUTCOME IN THE PERIOD IS FOLLOWED TO
      * WHAT IT BROUGHT: A LIVE RETAIL SALE ON SALES, A WHOLESALE
      * SALE (SALETYPE 'W'), OR A SOLD LANE ON AUCTION_RESULTS NET
      * OF FEES. WHAT WE PUT IN IT - THE APPRAISED VALUE PLUS THE
      * RECON, TRANSPORT AND OTHER NON-ACQUISITION COSTS BOOKED TO
      * VEHICLE_COST_LEDGER WHILE WE OWNED IT - IS SET AGAINST THE
      * REALIZED PRICE, WITH THE DAYS FROM APPRAISAL TO OUTCOME.
      *
      * RESULTS ARE BY APPRAISER (THE USER ON THE GAM0VAP AUDIT_LOG
      * ROW FOR THE TRADE; APPRAISALS TAKEN BEFORE THAT ROW WAS
      * WRITTEN SHOW AS "UNKNOWN"), THEN DEALER, THEN MAKE.
      * VARIANCE IS REALIZED LESS APPRAISED LESS RECON - NEGATIVE
      * MEANS THE TRADE WAS OVER-ALLOWED. REPORT_REPOSITORY TYPE
      * "APPRACC"; EACH DEALER'S LINES ARE SCOPED TO THAT DEALER,
      * THE APPRAISER AND COMPANY TOTALS TO DEALER 0.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VAA.

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

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 AA-YEAR               PIC S9(9) USAGE COMP.
       01 AA-MONTH              PIC S9(9) USAGE COMP.

      *---------------------------------------
      * ONE CONVERTED TRADE AND ITS OUTCOME, AS FETCHED.
      *---------------------------------------
       01 AA-APPRAISER          PIC X(8).
       01 AA-DEALERID           PIC S9(9) USAGE COMP.
       01 AA-MAKE               PIC X(20).
       01 AA-TRADEVIN           PIC X(17).
       01 AA-APPRAISED          PIC S9(7) USAGE COMP-3.
       01 AA-RECON              PIC S9(9)V99 USAGE COMP-3.
       01 AA-OUTCOME            PIC X(1).
          88 AA-RETAIL             VALUE 'R'.
          88 AA-WHOLESALE          VALUE 'W'.
          88 AA-AUCTION            VALUE 'A'.
       01 AA-REALIZED           PIC S9(9)V99 USAGE COMP-3.
       01 AA-DAYS               PIC S9(9) USAGE COMP.

       01 PREV-APPRAISER        PIC X(8) VALUE SPACES.
       01 PREV-DEALERID         PIC S9(9) USAGE COMP VALUE 0.
       01 PREV-MAKE             PIC X(20) VALUE SPACES.
       01 FIRST-ROW-SW          PIC X VALUE 'Y'.
          88 FIRST-ROW             VALUE 'Y'.

      *---------------------------------------
      * ACCUMULATORS FOR EACH LEVEL - MAKE, DEALER, APPRAISER AND
      * THE COMPANY. A LEVEL'S FIGURES ROLL INTO THE NEXT ONE UP
      * WHEN IT BREAKS.
      *---------------------------------------
       01 MAKE-TOTALS.
          05 MK-UNITS           PIC S9(9) USAGE COMP.
          05 MK-APPRAISED       PIC S9(11)V99 USAGE COMP-3.
          05 MK-RECON           PIC S9(11)V99 USAGE COMP-3.
          05 MK-REALIZED        PIC S9(11)V99 USAGE COMP-3.
          05 MK-DAYS            PIC S9(9) USAGE COMP.
       01 DEALER-TOTALS.
          05 DL-UNITS           PIC S9(9) USAGE COMP.
          05 DL-APPRAISED       PIC S9(11)V99 USAGE COMP-3.
          05 DL-RECON           PIC S9(11)V99 USAGE COMP-3.
          05 DL-REALIZED        PIC S9(11)V99 USAGE COMP-3.
          05 DL-DAYS            PIC S9(9) USAGE COMP.
       01 APPRAISER-TOTALS.
          05 AP-UNITS           PIC S9(9) USAGE COMP.
          05 AP-APPRAISED       PIC S9(11)V99 USAGE COMP-3.
          05 AP-RECON           PIC S9(11)V99 USAGE COMP-3.
          05 AP-REALIZED        PIC S9(11)V99 USAGE COMP-3.
          05 AP-DAYS            PIC S9(9) USAGE COMP.
          05 AP-RETAIL          PIC S9(9) USAGE COMP.
          05 AP-WHOLESALE       PIC S9(9) USAGE COMP.
          05 AP-AUCTION         PIC S9(9) USAGE COMP.
       01 COMPANY-TOTALS.
          05 CO-UNITS           PIC S9(9) USAGE COMP VALUE 0.
          05 CO-APPRAISED       PIC S9(13)V99 USAGE COMP-3 VALUE 0.
          05 CO-RECON           PIC S9(13)V99 USAGE COMP-3 VALUE 0.
          05 CO-REALIZED        PIC S9(13)V99 USAGE COMP-3 VALUE 0.
          05 CO-DAYS            PIC S9(9) USAGE COMP VALUE 0.
          05 CO-RETAIL          PIC S9(9) USAGE COMP VALUE 0.
          05 CO-WHOLESALE       PIC S9(9) USAGE COMP VALUE 0.
          05 CO-AUCTION         PIC S9(9) USAGE COMP VALUE 0.

      *---------------------------------------
      * ONE PRINTED FIGURE LINE - LOADED FROM WHICHEVER LEVEL IS
      * BREAKING AND FORMATTED BY 5000-FORMAT-FIGURES.
      *---------------------------------------
       01 LINE-LABEL            PIC X(20).
       01 LINE-UNITS            PIC S9(9) USAGE COMP.
       01 LINE-APPRAISED        PIC S9(13)V99 USAGE COMP-3.
       01 LINE-RECON            PIC S9(13)V99 USAGE COMP-3.
       01 LINE-REALIZED         PIC S9(13)V99 USAGE COMP-3.
       01 LINE-VARIANCE         PIC S9(13)V99 USAGE COMP-3.
       01 LINE-DAYS             PIC S9(9) USAGE COMP.
       01 LINE-AVG-DAYS         PIC S9(9) USAGE COMP.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-DEALERID      PIC ZZZZ9.
       01 DISPLAY-UNITS         PIC ZZZZ9.
       01 DISPLAY-APPRAISED     PIC $Z,ZZZ,ZZ9.
       01 DISPLAY-RECON         PIC $Z,ZZZ,ZZ9.
       01 DISPLAY-REALIZED      PIC $Z,ZZZ,ZZ9.
       01 DISPLAY-VARIANCE      PIC $Z,ZZZ,ZZ9-.
       01 DISPLAY-DAYS          PIC ZZZ9.
       01 DISPLAY-COUNT         PIC ZZZZ9.
       01 DISPLAY-COUNT2        PIC ZZZZ9.
       01 DISPLAY-COUNT3        PIC ZZZZ9.
       01 CONVERT-YEAR          PIC 9(4).
       01 CONVERT-MONTH         PIC 9(2).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * A CONVERTED TRADE JOINED TO EVERY OUTCOME IT REACHED IN THE
      * PERIOD ON OR AFTER THE APPRAISAL (A VIN TRADED TO US TWICE
      * ONLY MATCHES THE LATER SALE TO THE LATER APPRAISAL). AN
      * UNWOUND SALE IS NOT AN OUTCOME. RECON IS WHAT THE LEDGER
      * BOOKED AGAINST THE VIN BETWEEN APPRAISAL AND OUTCOME,
      * LEAVING OUT THE 'ACQ' LINE THAT IS THE ALLOWANCE ITSELF.
      *---------------------------------------
           EXEC SQL DECLARE ACCURACYCURSOR CURSOR FOR
               SELECT COALESCE((SELECT MIN(L.AUDITUSER)
                                   FROM AUDIT_LOG L
                                   WHERE L.TRANSPROG = 'GAM0VAP'
                                     AND L.AUDITKEY = A.TRADEVIN
                                     AND L.BEFOREIMAGE =
                                         'APPRAISAL RECORDED'),
                               'UNKNOWN'),
                      A.DEALERID, A.MAKE, A.TRADEVIN,
                      A.APPRAISEDVALUE,
                      COALESCE((SELECT SUM(C.COSTAMOUNT)
                                   FROM VEHICLE_COST_LEDGER C
                                   WHERE C.VIN = A.TRADEVIN
                                     AND C.COSTTYPE <> 'ACQ'
                                     AND C.COSTDATE >= A.APPRDATE
                                     AND C.COSTDATE <= O.OUTDATE),
                               0),
                      O.OUTCOME, O.REALIZED,
                      DAYS(O.OUTDATE) - DAYS(A.APPRDATE)
                   FROM APPRAISALS A
                        INNER JOIN
                        (SELECT S.VIN AS VIN,
                                CASE WHEN S.SALETYPE = 'W' THEN 'W'
                                     ELSE 'R' END AS OUTCOME,
                                S.SALEPRICE AS REALIZED,
                                S.SALEDATE AS OUTDATE
                            FROM SALES S
                            WHERE (S.SALESTATUS IS NULL
                                   OR S.SALESTATUS = 'A')
                         UNION ALL
                         SELECT R.VIN, 'A', R.HAMMERPRICE - R.FEES,
                                R.RESULTDATE
                            FROM AUCTION_RESULTS R
                            WHERE R.RESULT = 'S') AS O
                        ON O.VIN = A.TRADEVIN
                   WHERE A.STATUS = 'C'
                     AND O.OUTDATE >= A.APPRDATE
                     AND NOT EXISTS
                         (SELECT 1 FROM APPRAISALS N
                              WHERE N.TRADEVIN = A.TRADEVIN
                                AND N.STATUS = 'C'
                                AND N.APPRDATE > A.APPRDATE
                                AND N.APPRDATE <= O.OUTDATE)
                     AND YEAR(O.OUTDATE) = :AA-YEAR
                     AND MONTH(O.OUTDATE) = :AA-MONTH
                   ORDER BY 1, 2, 3, 4
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

           MOVE "APPRACC" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE AA-YEAR TO CONVERT-YEAR.
           MOVE AA-MONTH TO CONVERT-MONTH.
           STRING "TRADE-IN APPRAISAL ACCURACY FOR PERIOD "
                  CONVERT-YEAR "-" CONVERT-MONTH
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "VARIANCE = REALIZED - APPRAISED - RECON" TO
              RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           EXEC SQL OPEN ACCURACYCURSOR END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING ACCURACYCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL FETCH ACCURACYCURSOR
                  INTO :AA-APPRAISER, :AA-DEALERID, :AA-MAKE,
                       :AA-TRADEVIN, :AA-APPRAISED, :AA-RECON,
                       :AA-OUTCOME, :AA-REALIZED, :AA-DAYS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1000-TAKE-ONE-TRADE
              ELSE
                 IF SQLCODE NOT = 100
                    MOVE SQLCODE TO DISPLAYSQLCODE
                    DISPLAY "ERROR FETCHING ACCURACYCURSOR, SQLCODE "
                       DISPLAYSQLCODE
                    EXEC SQL CLOSE ACCURACYCURSOR END-EXEC
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ACCURACYCURSOR END-EXEC.

           IF NOT FIRST-ROW
              PERFORM 2000-BREAK-MAKE
              PERFORM 2100-BREAK-DEALER
              PERFORM 2200-BREAK-APPRAISER
           END-IF.

           PERFORM 4000-PRINT-COMPANY-TOTAL.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "APPRAISAL ACCURACY REPORT COMPLETE".

           GOBACK.

      *---------------------------------------
      * NO CARD (OR A BAD ONE) REPORTS LAST MONTH.
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
                   INTO :AA-YEAR, :AA-MONTH
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF NOT CONTROL-CARD-EOF
              IF CC-PERIOD-YEAR NUMERIC AND CC-PERIOD-YEAR > 0
                 AND CC-PERIOD-MONTH NUMERIC
                 AND CC-PERIOD-MONTH > 0 AND CC-PERIOD-MONTH < 13
                 MOVE CC-PERIOD-YEAR TO AA-YEAR
                 MOVE CC-PERIOD-MONTH TO AA-MONTH
              END-IF
           END-IF.

      *---------------------------------------
      * BREAK ON APPRAISER, THEN DEALER, THEN MAKE, HIGHEST LEVEL
      * FIRST, BEFORE ADDING THE TRADE IN.
      *---------------------------------------
       1000-TAKE-ONE-TRADE.
           IF FIRST-ROW
              MOVE 'N' TO FIRST-ROW-SW
              PERFORM 1100-START-APPRAISER
              PERFORM 1200-START-DEALER
              PERFORM 1300-START-MAKE
           ELSE
              IF AA-APPRAISER NOT = PREV-APPRAISER
                 PERFORM 2000-BREAK-MAKE
                 PERFORM 2100-BREAK-DEALER
                 PERFORM 2200-BREAK-APPRAISER
                 PERFORM 1100-START-APPRAISER
                 PERFORM 1200-START-DEALER
                 PERFORM 1300-START-MAKE
              ELSE
                 IF AA-DEALERID NOT = PREV-DEALERID
                    PERFORM 2000-BREAK-MAKE
                    PERFORM 2100-BREAK-DEALER
                    PERFORM 1200-START-DEALER
                    PERFORM 1300-START-MAKE
                 ELSE
                    IF AA-MAKE NOT = PREV-MAKE
                       PERFORM 2000-BREAK-MAKE
                       PERFORM 1300-START-MAKE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           ADD 1 TO MK-UNITS.
           ADD AA-APPRAISED TO MK-APPRAISED.
           ADD AA-RECON TO MK-RECON.
           ADD AA-REALIZED TO MK-REALIZED.
           ADD AA-DAYS TO MK-DAYS.
           EVALUATE TRUE
              WHEN AA-WHOLESALE
                 ADD 1 TO AP-WHOLESALE
              WHEN AA-AUCTION
                 ADD 1 TO AP-AUCTION
              WHEN OTHER
                 ADD 1 TO AP-RETAIL
           END-EVALUATE.

       1100-START-APPRAISER.
           MOVE AA-APPRAISER TO PREV-APPRAISER.
           MOVE 0 TO AP-UNITS AP-DAYS.
           MOVE 0 TO AP-APPRAISED AP-RECON AP-REALIZED.
           MOVE 0 TO AP-RETAIL AP-WHOLESALE AP-AUCTION.
           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           STRING "APPRAISER " AA-APPRAISER
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

       1200-START-DEALER.
           MOVE AA-DEALERID TO PREV-DEALERID.
           MOVE 0 TO DL-UNITS DL-DAYS.
           MOVE 0 TO DL-APPRAISED DL-RECON DL-REALIZED.
           MOVE AA-DEALERID TO RP-DEALERID.
           MOVE AA-DEALERID TO DISPLAY-DEALERID.
           STRING "  DEALER " DISPLAY-DEALERID
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  MAKE                 UNITS  APPRAISED      RECON"
              TO RP-LINETEXT-TEXT.
           MOVE "   REALIZED    VARIANCE DAYS" TO
              RP-LINETEXT-TEXT (51:28).
           PERFORM 8000-PUT-LINE.

       1300-START-MAKE.
           MOVE AA-MAKE TO PREV-MAKE.
           MOVE 0 TO MK-UNITS MK-DAYS.
           MOVE 0 TO MK-APPRAISED MK-RECON MK-REALIZED.

      *---------------------------------------
      * EACH BREAK PRINTS ITS LEVEL AND ROLLS IT UP ONE.
      *---------------------------------------
       2000-BREAK-MAKE.
           MOVE PREV-MAKE TO LINE-LABEL.
           MOVE MK-UNITS TO LINE-UNITS.
           MOVE MK-APPRAISED TO LINE-APPRAISED.
           MOVE MK-RECON TO LINE-RECON.
           MOVE MK-REALIZED TO LINE-REALIZED.
           MOVE MK-DAYS TO LINE-DAYS.
           PERFORM 5000-FORMAT-FIGURES.
           PERFORM 8000-PUT-LINE.

           ADD MK-UNITS TO DL-UNITS.
           ADD MK-APPRAISED TO DL-APPRAISED.
           ADD MK-RECON TO DL-RECON.
           ADD MK-REALIZED TO DL-REALIZED.
           ADD MK-DAYS TO DL-DAYS.

       2100-BREAK-DEALER.
           MOVE "DEALER TOTAL" TO LINE-LABEL.
           MOVE DL-UNITS TO LINE-UNITS.
           MOVE DL-APPRAISED TO LINE-APPRAISED.
           MOVE DL-RECON TO LINE-RECON.
           MOVE DL-REALIZED TO LINE-REALIZED.
           MOVE DL-DAYS TO LINE-DAYS.
           PERFORM 5000-FORMAT-FIGURES.
           PERFORM 8000-PUT-LINE.

           ADD DL-UNITS TO AP-UNITS.
           ADD DL-APPRAISED TO AP-APPRAISED.
           ADD DL-RECON TO AP-RECON.
           ADD DL-REALIZED TO AP-REALIZED.
           ADD DL-DAYS TO AP-DAYS.

       2200-BREAK-APPRAISER.
           MOVE 0 TO RP-DEALERID.
           MOVE "APPRAISER TOTAL" TO LINE-LABEL.
           MOVE AP-UNITS TO LINE-UNITS.
           MOVE AP-APPRAISED TO LINE-APPRAISED.
           MOVE AP-RECON TO LINE-RECON.
           MOVE AP-REALIZED TO LINE-REALIZED.
           MOVE AP-DAYS TO LINE-DAYS.
           PERFORM 5000-FORMAT-FIGURES.
           PERFORM 8000-PUT-LINE.
           MOVE AP-RETAIL TO DISPLAY-COUNT.
           MOVE AP-WHOLESALE TO DISPLAY-COUNT2.
           MOVE AP-AUCTION TO DISPLAY-COUNT3.
           STRING "    RETAILED " DISPLAY-COUNT
                  "   WHOLESALED " DISPLAY-COUNT2
                  "   AUCTIONED " DISPLAY-COUNT3
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           ADD AP-UNITS TO CO-UNITS.
           ADD AP-APPRAISED TO CO-APPRAISED.
           ADD AP-RECON TO CO-RECON.
           ADD AP-REALIZED TO CO-REALIZED.
           ADD AP-DAYS TO CO-DAYS.
           ADD AP-RETAIL TO CO-RETAIL.
           ADD AP-WHOLESALE TO CO-WHOLESALE.
           ADD AP-AUCTION TO CO-AUCTION.

       4000-PRINT-COMPANY-TOTAL.
           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           IF CO-UNITS = 0
              MOVE "NO CONVERTED TRADE TURNED IN THE PERIOD"
                 TO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.
           MOVE "COMPANY TOTAL" TO LINE-LABEL.
           MOVE CO-UNITS TO LINE-UNITS.
           MOVE CO-APPRAISED TO LINE-APPRAISED.
           MOVE CO-RECON TO LINE-RECON.
           MOVE CO-REALIZED TO LINE-REALIZED.
           MOVE CO-DAYS TO LINE-DAYS.
           PERFORM 5000-FORMAT-FIGURES.
           PERFORM 8000-PUT-LINE.
           MOVE CO-RETAIL TO DISPLAY-COUNT.
           MOVE CO-WHOLESALE TO DISPLAY-COUNT2.
           MOVE CO-AUCTION TO DISPLAY-COUNT3.
           STRING "    RETAILED " DISPLAY-COUNT
                  "   WHOLESALED " DISPLAY-COUNT2
                  "   AUCTIONED " DISPLAY-COUNT3
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

      *---------------------------------------
      * LABEL, UNITS, APPRAISED, RECON, REALIZED, VARIANCE AND THE
      * AVERAGE DAYS TO TURN FOR WHICHEVER LEVEL IS LOADED.
      *---------------------------------------
       5000-FORMAT-FIGURES.
           COMPUTE LINE-VARIANCE =
              LINE-REALIZED - LINE-APPRAISED - LINE-RECON.
           IF LINE-UNITS > 0
              COMPUTE LINE-AVG-DAYS ROUNDED = LINE-DAYS / LINE-UNITS
           ELSE
              MOVE 0 TO LINE-AVG-DAYS
           END-IF.
           MOVE LINE-UNITS TO DISPLAY-UNITS.
           MOVE LINE-APPRAISED TO DISPLAY-APPRAISED.
           MOVE LINE-RECON TO DISPLAY-RECON.
           MOVE LINE-REALIZED TO DISPLAY-REALIZED.
           MOVE LINE-VARIANCE TO DISPLAY-VARIANCE.
           MOVE LINE-AVG-DAYS TO DISPLAY-DAYS.
           STRING "  " LINE-LABEL " " DISPLAY-UNITS " "
                  DISPLAY-APPRAISED " " DISPLAY-RECON " "
                  DISPLAY-REALIZED " " DISPLAY-VARIANCE " "
                  DISPLAY-DAYS
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.

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
