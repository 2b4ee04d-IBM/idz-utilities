      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VEQ.cbl                                     *
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
      * MONTHLY EQUITY-MINING LIST OF PRIOR BUYERS READY TO TRADE.
      * BATCH PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE
      * SAME WAY GAM0VHW IS). EVERY LIVE FINANCED DEAL ('F' LENDER
      * PAPER, 'B' OUR OWN) WHOSE BUYER STILL HAS THE CAR GETS AN
      * ESTIMATED LOAN BALANCE: THE AMOUNT, TERM AND RATE ON THE
      * CONTRACTS_IN_TRANSIT ROW AMORTIZED LEVEL-PAYMENT OVER THE
      * MONTHS SINCE THE SALE (A MISSING AMOUNT FALLS BACK TO THE
      * SALE PRICE, A MISSING TERM TO 60 MONTHS, A MISSING RATE TO
      * THE LOAN_RATES ROW FOR THE TERM). AN IN-HOUSE CONTRACT USES
      * THE PRINCIPAL GAM0VHP HAS ACTUALLY POSTED DOWN. THE BALANCE
      * IS SET AGAINST THE CAR'S WHOLESALE BOOK (BOOK_VALUES, TRIM
      * MATCH FIRST, MODEL FALLBACK, NEWEST BOOK) AND EVERY BUYER
      * IN POSITIVE EQUITY IS LISTED UNDER THE SELLING STORE AND
      * SALESPERSON WITH A SUGGESTED UPGRADE - THE NEWEST, THEN
      * CHEAPEST, UNSOLD UNIT OF THE SAME MAKE, THE SELLING STORE'S
      * OWN STOCK FIRST. BUYERS ERASED BY GAM0VER AND CUSTOMERS WHO
      * OPTED OUT OF CONTACT (GAM0VCM) ARE NEVER LISTED. EACH
      * STORE'S LINES ALSO GO TO REPORT_REPOSITORY (TYPE "EQUITY")
      * SCOPED TO THAT STORE FOR GAM0VRB. AN OPTIONAL SYSIN CARD
      * (COLUMNS 1-7) SETS THE MINIMUM EQUITY LISTED (DEFAULT 1).
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VEQ.

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
           05 CC-MIN-EQUITY         PIC X(7).
           05 FILLER                PIC X(73).

       WORKING-STORAGE SECTION.

       COPY GAM0BRP.
       COPY GAM0BMK.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 MIN-EQUITY            PIC S9(7)V99 USAGE COMP-3 VALUE 1.

       01 EQ-DEALERID           PIC S9(9) USAGE COMP.
       01 EQ-DEALERNAME         PIC X(35).
       01 EQ-SALESPERSONID      PIC S9(9) USAGE COMP.
       01 EQ-SPNAME             PIC X(35).
       01 EQ-VIN                PIC X(17).
       01 EQ-SALEDATE           PIC X(10).
       01 EQ-BUYERNAME          PIC X(35).
       01 EQ-AMOUNT             PIC S9(7)V99 USAGE COMP-3.
       01 EQ-TERM               PIC S9(9) USAGE COMP.
       01 EQ-APR-RATE           PIC S9(2)V9(4) USAGE COMP-3.
       01 EQ-HOUSE-BALANCE      PIC S9(7)V99 USAGE COMP-3.
       01 EQ-MONTHS             PIC S9(9) USAGE COMP.

       01 EQ-AUTOYEAR           PIC S9(9) USAGE COMP.
       01 EQ-MAKE               PIC X(20).
       01 EQ-MODEL              PIC X(20).
       01 EQ-AUTOTRIM           PIC X(32).
       01 EQ-BOOK               PIC S9(7) USAGE COMP-3.

       01 EQ-BALANCE            PIC S9(7)V99 USAGE COMP-3.
       01 EQ-EQUITY             PIC S9(7)V99 USAGE COMP-3.
       01 EQ-MONTHLY-RATE       PIC S9(1)V9(8) USAGE COMP-3.
       01 EQ-TERM-FACTOR        PIC S9(3)V9(8) USAGE COMP-3.
       01 EQ-PAID-FACTOR        PIC S9(3)V9(8) USAGE COMP-3.
       01 EQ-PAYMENT            PIC S9(7)V99 USAGE COMP-3.

       01 UP-VIN                PIC X(17).
       01 UP-AUTOYEAR           PIC S9(9) USAGE COMP.
       01 UP-MODEL              PIC X(20).
       01 UP-PRICE              PIC S9(7) USAGE COMP-3.
       01 UP-FOUND              PIC X(1).

       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.
       01 PRIOR-SALESPERSONID   PIC S9(9) USAGE COMP VALUE -1.

       01 STORE-BUYERS          PIC S9(9) USAGE COMP VALUE 0.
       01 STORE-EQUITY          PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 TOTAL-REVIEWED        PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-BUYERS          PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-EQUITY          PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 TOTAL-NO-BOOK         PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-NO-UPGRADE      PIC S9(9) USAGE COMP VALUE 0.

       01 EQ-LINE-1.
          05 FILLER             PIC X(4) VALUE SPACE.
          05 EQ1-NAME           PIC X(20).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 EQ1-VIN            PIC X(17).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 EQ1-YEAR           PIC 9(4).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 EQ1-MAKE           PIC X(12).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 EQ1-MODEL          PIC X(12).

       01 EQ-LINE-2.
          05 FILLER             PIC X(6) VALUE SPACE.
          05 FILLER             PIC X(5) VALUE "OWES ".
          05 EQ2-BALANCE        PIC ZZZ,ZZ9.
          05 FILLER             PIC X(6) VALUE " BOOK ".
          05 EQ2-BOOK           PIC ZZZ,ZZ9.
          05 FILLER             PIC X(8) VALUE " EQUITY ".
          05 EQ2-EQUITY         PIC ZZZ,ZZ9.
          05 FILLER             PIC X(6) VALUE " SOLD ".
          05 EQ2-SOLD           PIC X(10).

       01 EQ-LINE-3.
          05 FILLER             PIC X(6) VALUE SPACE.
          05 FILLER             PIC X(8) VALUE "UPGRADE ".
          05 EQ3-VIN            PIC X(17).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 EQ3-YEAR           PIC 9(4).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 EQ3-MODEL          PIC X(20).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 EQ3-PRICE          PIC ZZZ,ZZ9.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.
       01 LINE-LABEL            PIC X(32).
       01 LINE-AMOUNT           PIC S9(13)V99 USAGE COMP-3.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZZ,ZZ9.99-.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * LIVE FINANCED DEALS ONLY, AND ONLY THE LATEST SALE OF EACH
      * VIN - A CAR TRADED BACK AND SOLD AGAIN BELONGS TO ITS NEW
      * BUYER. THE OPT-OUT IS READ FROM THE SALE'S CUSTOMER ROW, OR
      * MATCHED ON NAME FOR AN OLDER SALE GAM0VCB COULD NOT LINK. A
      * CO-BUYER WHO OPTED OUT KEEPS THE DEAL OFF THE LIST TOO. A
      * RATE OR HOUSE BALANCE THAT ISN'T THERE COMES
      * BACK -1.
      *---------------------------------------
       EXEC SQL
           DECLARE EQBUYERS CURSOR FOR
               SELECT S.DEALERID, COALESCE(D.DEALERNAME, ' '),
                      S.SALESPERSONID, COALESCE(P.SPNAME, ' '),
                      S.VIN, CHAR(S.SALEDATE, ISO), S.BUYERNAME,
                      COALESCE(C.AMOUNTFINANCED, H.AMOUNTFINANCED,
                               S.SALEPRICE),
                      COALESCE(C.TERMMONTHS, H.TERMMONTHS, 0),
                      COALESCE(C.CONTRACTRATE, C.BUYRATE,
                               H.CONTRACTRATE, -1),
                      CASE WHEN H.STATUS = 'A'
                           THEN H.PRINCIPALBAL
                           WHEN H.STATUS = 'P' THEN 0
                           ELSE -1 END,
                      (YEAR(CURRENT DATE) - YEAR(S.SALEDATE)) * 12
                      + MONTH(CURRENT DATE) - MONTH(S.SALEDATE)
                   FROM SALES S
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = S.DEALERID
                   LEFT OUTER JOIN SALESPERSON P
                           ON P.SALESPERSONID = S.SALESPERSONID
                   LEFT OUTER JOIN CONTRACTS_IN_TRANSIT C
                           ON C.VIN = S.VIN
                          AND C.SALEDATE = S.SALEDATE
                   LEFT OUTER JOIN BHPH_CONTRACTS H
                           ON H.VIN = S.VIN
                          AND H.SALEDATE = S.SALEDATE
                   WHERE S.SALETYPE IN ('F', 'B')
                     AND (S.SALESTATUS IS NULL
                          OR S.SALESTATUS NOT = 'U')
                     AND S.BUYERNAME NOT = 'ERASED PER REQUEST'
                     AND NOT EXISTS
                         (SELECT 1 FROM CUSTOMER U
                              WHERE (U.CUSTOMERID = S.CUSTOMERID
                                     OR U.CUSTOMERID = S.COBUYERID
                                     OR (S.CUSTOMERID IS NULL
                                         AND UPPER(U.CUSTNAME) =
                                             UPPER(S.BUYERNAME)))
                                AND U.CONTACTOPTOUT = 'Y')
                     AND NOT EXISTS
                         (SELECT 1 FROM SALES L
                              WHERE L.VIN = S.VIN
                                AND L.SALEDATE > S.SALEDATE
                                AND (L.SALESTATUS IS NULL
                                     OR L.SALESTATUS NOT = 'U'))
                   ORDER BY S.DEALERID, S.SALESPERSONID,
                            S.SALEDATE, S.VIN
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

           MOVE "EQUITY" TO RP-REPORTTYPE.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE 0 TO RP-DEALERID.
           MOVE "PRIOR BUYERS IN POSITIVE EQUITY - READY TO TRADE"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-BUYERS.

           IF PRIOR-DEALERID NOT = -1
              PERFORM 2000-STORE-TOTAL
           END-IF.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE "FINANCED BUYERS REVIEWED" TO LINE-LABEL.
           MOVE TOTAL-REVIEWED TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  NO BOOK VALUE ON FILE" TO LINE-LABEL.
           MOVE TOTAL-NO-BOOK TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "BUYERS IN POSITIVE EQUITY" TO LINE-LABEL.
           MOVE TOTAL-BUYERS TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  NO UPGRADE IN STOCK" TO LINE-LABEL.
           MOVE TOTAL-NO-UPGRADE TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "TOTAL ESTIMATED EQUITY" TO LINE-LABEL.
           MOVE TOTAL-EQUITY TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "EQUITY MINING REPORT COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-MIN-EQUITY NUMERIC
                 MOVE CC-MIN-EQUITY TO MIN-EQUITY
              END-IF
           END-IF.

       1000-LIST-BUYERS.

           EXEC SQL OPEN EQBUYERS END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING EQBUYERS, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH EQBUYERS
                      INTO :EQ-DEALERID, :EQ-DEALERNAME,
                           :EQ-SALESPERSONID, :EQ-SPNAME,
                           :EQ-VIN, :EQ-SALEDATE, :EQ-BUYERNAME,
                           :EQ-AMOUNT, :EQ-TERM, :EQ-APR-RATE,
                           :EQ-HOUSE-BALANCE, :EQ-MONTHS
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING EQBUYERS, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 ADD 1 TO TOTAL-REVIEWED
                 PERFORM 1100-CHECK-BUYER THRU 1100-EXIT
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE EQBUYERS END-EXEC.

      *---------------------------------------
      * ONE BUYER: WHAT THEY STILL OWE, WHAT THE CAR BOOKS FOR, AND
      * IF THE CAR IS WORTH MORE THAN THE LOAN, WHAT TO PUT THEM IN.
      *---------------------------------------
       1100-CHECK-BUYER.
           PERFORM 1200-ESTIMATE-BALANCE THRU 1200-EXIT.

           PERFORM 1300-FIND-BOOK THRU 1300-EXIT.
           IF EQ-BOOK = 0
              ADD 1 TO TOTAL-NO-BOOK
              GO TO 1100-EXIT
           END-IF.

           COMPUTE EQ-EQUITY = EQ-BOOK - EQ-BALANCE.
           IF EQ-EQUITY < MIN-EQUITY
              GO TO 1100-EXIT
           END-IF.

           PERFORM 1400-FIND-UPGRADE THRU 1400-EXIT.
           PERFORM 1500-PRINT-BUYER.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * LEVEL-PAYMENT BALANCE AFTER K OF N PAYMENTS AT MONTHLY RATE
      * R: P*(1+R)**K - PMT*((1+R)**K - 1)/R, PMT BEING THE SAME
      * P*R*(1+R)**N/((1+R)**N - 1) GAM0VQT QUOTES. AT 0% IT IS
      * STRAIGHT-LINE. PAST THE TERM THE LOAN IS PAID.
      *---------------------------------------
       1200-ESTIMATE-BALANCE.
           IF EQ-HOUSE-BALANCE NOT < 0
              MOVE EQ-HOUSE-BALANCE TO EQ-BALANCE
              GO TO 1200-EXIT
           END-IF.

           IF EQ-TERM NOT > 0
              MOVE 60 TO EQ-TERM
           END-IF.

           IF EQ-APR-RATE < 0
              EXEC SQL
                  SELECT APRRATE INTO :EQ-APR-RATE
                      FROM LOAN_RATES
                      WHERE TERMMONTHS = :EQ-TERM
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO EQ-APR-RATE
                 MOVE 0 TO SQLCODE
              END-IF
           END-IF.

           IF EQ-MONTHS < 0
              MOVE 0 TO EQ-MONTHS
           END-IF.

           IF EQ-MONTHS NOT < EQ-TERM
              MOVE 0 TO EQ-BALANCE
              GO TO 1200-EXIT
           END-IF.

           IF EQ-APR-RATE = 0
              COMPUTE EQ-BALANCE ROUNDED =
                  EQ-AMOUNT - (EQ-AMOUNT * EQ-MONTHS / EQ-TERM)
           ELSE
              COMPUTE EQ-MONTHLY-RATE ROUNDED =
                  EQ-APR-RATE / 1200
              COMPUTE EQ-TERM-FACTOR ROUNDED =
                  (1 + EQ-MONTHLY-RATE) ** EQ-TERM
              COMPUTE EQ-PAID-FACTOR ROUNDED =
                  (1 + EQ-MONTHLY-RATE) ** EQ-MONTHS
              COMPUTE EQ-PAYMENT ROUNDED =
                  (EQ-AMOUNT * EQ-MONTHLY-RATE * EQ-TERM-FACTOR)
                  / (EQ-TERM-FACTOR - 1)
              COMPUTE EQ-BALANCE ROUNDED =
                  (EQ-AMOUNT * EQ-PAID-FACTOR)
                  - (EQ-PAYMENT * (EQ-PAID-FACTOR - 1)
                     / EQ-MONTHLY-RATE)
           END-IF.

           IF EQ-BALANCE < 0
              MOVE 0 TO EQ-BALANCE
           END-IF.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE CAR COMES FROM INVENTORY_HISTORY ONCE IT HAS BEEN
      * ARCHIVED, OTHERWISE FROM ITS SOLD INVENTORY ROW. NO CAR OR
      * NO BOOK ROW LEAVES EQ-BOOK AT ZERO.
      *---------------------------------------
       1300-FIND-BOOK.
           MOVE 0 TO EQ-BOOK.
           MOVE SPACES TO EQ-AUTOTRIM.

           EXEC SQL
               SELECT AUTOYEAR, MAKE, MODEL, COALESCE(AUTOTRIM, ' ')
                   INTO :EQ-AUTOYEAR, :EQ-MAKE, :EQ-MODEL,
                        :EQ-AUTOTRIM
                   FROM INVENTORY_HISTORY
                   WHERE VIN = :EQ-VIN
                   ORDER BY DATEADDED DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
              EXEC SQL
                  SELECT AUTOYEAR, MAKE, MODEL, COALESCE(AUTOTRIM, ' ')
                      INTO :EQ-AUTOYEAR, :EQ-MAKE, :EQ-MODEL,
                           :EQ-AUTOTRIM
                      FROM INVENTORY
                      WHERE VIN = :EQ-VIN
                      ORDER BY DATEADDED DESC
                      FETCH FIRST 1 ROW ONLY
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 0 TO SQLCODE
              GO TO 1300-EXIT
           END-IF.

           EXEC SQL
               SELECT WHOLESALEVALUE INTO :EQ-BOOK
                   FROM BOOK_VALUES
                   WHERE AUTOYEAR = :EQ-AUTOYEAR
                     AND MAKE = :EQ-MAKE
                     AND MODEL = :EQ-MODEL
                     AND (AUTOTRIM = :EQ-AUTOTRIM
                          OR AUTOTRIM IS NULL)
                   ORDER BY CASE WHEN AUTOTRIM IS NULL
                                 THEN 1 ELSE 0 END,
                            BOOKDATE DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO EQ-BOOK
              MOVE 0 TO SQLCODE
           END-IF.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * A NEWER UNSOLD, UNHELD, CLEAN UNIT OF THE SAME MAKE.
      *---------------------------------------
       1400-FIND-UPGRADE.
           MOVE "N" TO UP-FOUND.

           EXEC SQL
               SELECT VIN, AUTOYEAR, MODEL, PRICE
                   INTO :UP-VIN, :UP-AUTOYEAR, :UP-MODEL, :UP-PRICE
                   FROM INVENTORY
                   WHERE MAKE = :EQ-MAKE
                     AND AUTOYEAR > :EQ-AUTOYEAR
                     AND SOLDFLAG = 'N'
                     AND HOLDFLAG NOT = 'Y'
                     AND (EXCEPTIONFLAG IS NULL
                          OR EXCEPTIONFLAG NOT = 'Y')
                   ORDER BY CASE WHEN DEALERID = :EQ-DEALERID
                                 THEN 0 ELSE 1 END,
                            AUTOYEAR DESC, PRICE, VIN
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE = 0
              MOVE "Y" TO UP-FOUND
           ELSE
              ADD 1 TO TOTAL-NO-UPGRADE
              MOVE 0 TO SQLCODE
           END-IF.

       1400-EXIT.
           CONTINUE.

      *---------------------------------------
      * A NEW STORE CLOSES THE LAST ONE'S TOTALS AND STARTS A NEW
      * HEADING; WITHIN A STORE EACH SALESPERSON GETS THEIR OWN
      * HEADING SO THE LIST CAN BE HANDED OUT AS IS.
      *---------------------------------------
       1500-PRINT-BUYER.
           IF EQ-DEALERID NOT = PRIOR-DEALERID
              IF PRIOR-DEALERID NOT = -1
                 PERFORM 2000-STORE-TOTAL
              END-IF
              MOVE EQ-DEALERID TO PRIOR-DEALERID
              MOVE -1 TO PRIOR-SALESPERSONID
              MOVE EQ-DEALERID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE EQ-DEALERID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " EQ-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           IF EQ-SALESPERSONID NOT = PRIOR-SALESPERSONID
              MOVE EQ-SALESPERSONID TO PRIOR-SALESPERSONID
              MOVE EQ-SALESPERSONID TO DISPLAY-COUNT
              STRING "  SALESPERSON " DISPLAY-COUNT " " EQ-SPNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           MOVE EQ-BUYERNAME TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE MASK-OUT TO EQ1-NAME.
           MOVE EQ-VIN TO EQ1-VIN.
           MOVE EQ-AUTOYEAR TO EQ1-YEAR.
           MOVE EQ-MAKE TO EQ1-MAKE.
           MOVE EQ-MODEL TO EQ1-MODEL.
           MOVE EQ-LINE-1 TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           MOVE EQ-BALANCE TO EQ2-BALANCE.
           MOVE EQ-BOOK TO EQ2-BOOK.
           MOVE EQ-EQUITY TO EQ2-EQUITY.
           MOVE EQ-SALEDATE TO EQ2-SOLD.
           MOVE EQ-LINE-2 TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           IF UP-FOUND = "Y"
              MOVE UP-VIN TO EQ3-VIN
              MOVE UP-AUTOYEAR TO EQ3-YEAR
              MOVE UP-MODEL TO EQ3-MODEL
              MOVE UP-PRICE TO EQ3-PRICE
              MOVE EQ-LINE-3 TO RP-LINETEXT-TEXT
           ELSE
              MOVE "      NO NEWER UNIT OF THIS MAKE IN STOCK" TO
                 RP-LINETEXT-TEXT
           END-IF.
           PERFORM 8000-PUT-LINE.

           ADD 1 TO STORE-BUYERS TOTAL-BUYERS.
           ADD EQ-EQUITY TO STORE-EQUITY TOTAL-EQUITY.

       2000-STORE-TOTAL.
           MOVE "  STORE BUYERS IN EQUITY" TO LINE-LABEL.
           MOVE STORE-BUYERS TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  STORE ESTIMATED EQUITY" TO LINE-LABEL.
           MOVE STORE-EQUITY TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE 0 TO STORE-BUYERS.
           MOVE 0 TO STORE-EQUITY.

       8000-PUT-LINE.
           DISPLAY RP-LINETEXT-TEXT.
           PERFORM 9600-WRITE-REPO-LINE.
           MOVE SPACES TO RP-LINETEXT-TEXT.

       8100-PUT-AMOUNT-LINE.
           MOVE LINE-AMOUNT TO DISPLAY-MONEY.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING LINE-LABEL " " DISPLAY-MONEY
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

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
