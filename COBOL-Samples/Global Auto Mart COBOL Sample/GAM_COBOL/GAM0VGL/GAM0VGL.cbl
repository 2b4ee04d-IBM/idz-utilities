      * DEBIT/CREDIT JOURNAL RECORDS ON GLEXTR: SALES REVENUE AND
      * INVENTORY RELIEF FROM TODAY'S SALES ROWS, MARKDOWN EXPENSE
      * (AND PROMO-REVERSAL CREDITS) FROM TODAY'S PRICE_HISTORY
      * ROWS, DEPOSIT LIABILITY MOVEMENTS FROM TODAY'S DEPOSITS
      * ACTIVITY, AND SALES TAX, DMV FEES AND DOC FEES FROM TODAY'S
      * DEAL_TAX ROWS (REVERSED WHEN AN EARLIER SALE IS UNWOUND
      * TODAY), AND THE MOVEMENT IN EACH STORE'S LOWER-OF-COST-OR-
      * MARKET RESERVE WHEN GAM0VLV RAN TODAY, WITH A HASH-TOTAL
      * TRAILER THE GL SIDE VALIDATES.
      * FINANCE STOPS RE-KEYING THESE BY HAND EVERY MONTH. A
      * COMPLETED RUN IS STAMPED ON JOB_CONTROL WITH ITS RECORD
      * COUNT; THE MONTH-END READINESS CHECK (GAM0BCY) LOOKS FOR
      * NIGHTS IT DID NOT COMPLETE.
      *
      * ACCOUNTS: EVERY LEG IS POSTED AS A TRANSACTION TYPE (SALE,
      *           MKDOWN, DEPTKN...) AND RESOLVED THROUGH
      *           GL_ACCOUNT_MAP (GAM0BGM) BY THE STORE, THE TYPE AND
      *           WHETHER THE UNIT IS NEW OR USED TO THAT STORE'S
      *           COMPANY CODE, DEPARTMENT AND DEBIT OR CREDIT
      *           ACCOUNT. THE DAY IS WALKED ONCE WITHOUT WRITING
      *           ANYTHING FIRST; IF ANY COMBINATION HAS NO MAPPING
      *           THE COMBINATIONS ARE LISTED, NOTHING IS POSTED, NO
      *           TRAILER IS WRITTEN AND THE RUN ENDS RC 12 WITHOUT
      *           STAMPING JOB_CONTROL. ADD THE MISSING ROWS ON
      *           GAM0VCN (TABLE G) AND RERUN.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VGL.
           05 GLR-REFERENCE        PIC X(17).
           05 GLR-DESCRIPTION      PIC X(30).
           05 GLR-POSTDATE         PIC X(10).
           05 GLR-COMPANY          PIC X(4).
           05 GLR-DEPARTMENT       PIC X(4).

       WORKING-STORAGE SECTION.

       01 GL-AUCT-BASIS         PIC S9(7)V99 USAGE COMP-3.
       01 GL-AUCT-NET           PIC S9(9)V99 USAGE COMP-3.
       01 GL-AUCT-GAIN          PIC S9(9)V99 USAGE COMP-3.
       01 GL-SALES-TAX          PIC S9(7)V99 USAGE COMP-3.
       01 GL-DMV-FEES           PIC S9(7)V99 USAGE COMP-3.
       01 GL-DOC-FEE            PIC S9(5)V99 USAGE COMP-3.
       01 GL-BHPH-TYPE          PIC X(1).
       01 GL-BHPH-AMOUNT        PIC S9(7)V99 USAGE COMP-3.
       01 GL-BHPH-PRINCIPAL     PIC S9(7)V99 USAGE COMP-3.
       01 GL-BHPH-INTEREST      PIC S9(5)V99 USAGE COMP-3.
       01 GL-BHPH-LATEFEE       PIC S9(5)V99 USAGE COMP-3.
       01 GL-CASEID             PIC S9(9) USAGE COMP.
       01 GL-GOODWILL           PIC S9(5)V99 USAGE COMP-3.
       01 GL-LCM-CHANGE         PIC S9(9)V99 USAGE COMP-3.
       01 GL-CASE-REFERENCE.
          05 FILLER             PIC X(5) VALUE "CASE-".
          05 GL-CASE-NUMBER     PIC 9(9).

       01 JOURNAL-AMOUNT        PIC S9(11)V99 USAGE COMP-3.
       01 JOURNAL-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 HASH-TOTAL            PIC S9(13)V99 USAGE COMP-3 VALUE 0.
       01 CONVERT-HASH          PIC 9(13).99.
       01 CONVERT-COUNT         PIC 9(9).
       01 CTRL-ROWS-UPDATED     PIC S9(9) USAGE COMP.

       01 GL-PASS               PIC X(1).
          88 GL-VALIDATE-PASS   VALUE "V".
          88 GL-POSTING-PASS    VALUE "P".
       01 GL-DEALERID           PIC S9(9) USAGE COMP.
       01 UNIT-DEALERID         PIC S9(9) USAGE COMP.
       01 GL-NEWAUTO            PIC X(1).
       01 GL-NEWUSED            PIC X(1).
       01 GL-TXNTYPE            PIC X(6).

      *---------------------------------------
      * DEALER / TYPE / NEW-USED / SIDE COMBINATIONS WITH NO ACCOUNT
      * ON GL_ACCOUNT_MAP, EACH LISTED ONCE.
      *---------------------------------------
       01 UNMAPPED-COUNT        PIC S9(4) USAGE COMP VALUE 0.
       01 UNMAPPED-TAB.
          05 UNMAPPED-ENTRY OCCURS 50 TIMES.
             10 UM-DEALERID     PIC S9(9) USAGE COMP.
             10 UM-TXNTYPE      PIC X(6).
             10 UM-NEWUSED      PIC X(1).
             10 UM-DRCR         PIC X(2).
       01 UM-IX                 PIC S9(4) USAGE COMP.
       01 UM-FOUND              PIC X(1).
       01 UM-LINE.
          05 FILLER             PIC X(8) VALUE "DEALER  ".
          05 UM-LINE-DEALER     PIC Z(8)9.
          05 FILLER             PIC X(7) VALUE "  TYPE ".
          05 UM-LINE-TYPE       PIC X(6).
          05 FILLER             PIC X(11) VALUE "  NEW/USED ".
          05 UM-LINE-NEWUSED    PIC X(1).
          05 FILLER             PIC X(7) VALUE "  SIDE ".
          05 UM-LINE-DRCR       PIC X(2).

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY GAM0BGM.

       EXEC SQL
           DECLARE GLSALES CURSOR FOR
               SELECT S.VIN, S.SALEPRICE, S.SALETYPE,
                      COALESCE(I.ACQUISITIONCOST, 0), S.DEALERID
                   FROM SALES S
                        LEFT OUTER JOIN
                        ( SELECT VIN, ACQUISITIONCOST

       EXEC SQL
           DECLARE GLDEPTAKEN CURSOR FOR
               SELECT VIN, DEPOSITAMOUNT, DEALERID
                   FROM DEPOSITS
                   WHERE DATETAKEN = CURRENT DATE
           END-EXEC.
      *---------------------------------------
       EXEC SQL
           DECLARE GLAUCTION CURSOR FOR
               SELECT VIN, HAMMERPRICE, FEES, COSTBASIS, DEALERID
                   FROM AUCTION_RESULTS
                   WHERE RESULTDATE = CURRENT DATE
                     AND RESULT = 'S'
       EXEC SQL
           DECLARE GLLIENS CURSOR FOR
               SELECT TRADEVIN, PAYOFFAMOUNT,
                      COALESCE(ALLOWANCEATSALE, 0),
                      COALESCE((SELECT MAX(A.DEALERID)
                                  FROM APPRAISALS A
                                 WHERE A.TRADEVIN =
                                       TRADE_LIENS.TRADEVIN), 0)
                   FROM TRADE_LIENS
                   WHERE ASSUMEDDATE = CURRENT DATE
           END-EXEC.

       EXEC SQL
           DECLARE GLDEPMOVED CURSOR FOR
               SELECT VIN, DEPOSITAMOUNT, DISPOSITION, DEALERID
                   FROM DEPOSITS
                   WHERE DISPOSITIONDATE = CURRENT DATE
                     AND DISPOSITION IN ('A', 'R', 'E')
           END-EXEC.

      *---------------------------------------
      * TAX AND FEES GAM0VSE COLLECTED ON TODAY'S LIVE DEALS, AND
      * THOSE ON EARLIER DEALS GAM0VUW UNWOUND TODAY. A DEAL SOLD AND
      * UNWOUND THE SAME DAY NEVER POSTED AND IS LEFT OUT OF BOTH.
      *---------------------------------------
       EXEC SQL
           DECLARE GLSALESTAX CURSOR FOR
               SELECT T.VIN, T.TAXAMOUNT,
                      T.TITLEFEE + T.REGISTRATIONFEE + T.PLATEFEE,
                      T.DOCFEE, S.DEALERID
                   FROM DEAL_TAX T
                   INNER JOIN SALES S
                           ON T.VIN = S.VIN
                          AND T.SALEDATE = S.SALEDATE
                   WHERE T.SALEDATE = CURRENT DATE
                     AND T.TAXAMOUNT + T.TITLEFEE
                         + T.REGISTRATIONFEE + T.PLATEFEE
                         + T.DOCFEE > 0
                     AND (S.SALESTATUS IS NULL
                          OR S.SALESTATUS = 'A')
           END-EXEC.

       EXEC SQL
           DECLARE GLTAXUNWIND CURSOR FOR
               SELECT T.VIN, T.TAXAMOUNT,
                      T.TITLEFEE + T.REGISTRATIONFEE + T.PLATEFEE,
                      T.DOCFEE, S.DEALERID
                   FROM DEAL_TAX T
                   INNER JOIN SALES S
                           ON T.VIN = S.VIN
                          AND T.SALEDATE = S.SALEDATE
                   WHERE S.SALESTATUS = 'U'
                     AND S.UNWINDDATE = CURRENT DATE
                     AND T.SALEDATE < CURRENT DATE
                     AND T.TAXAMOUNT + T.TITLEFEE
                         + T.REGISTRATIONFEE + T.PLATEFEE
                         + T.DOCFEE > 0
           END-EXEC.

      *---------------------------------------
      * TODAY'S MOVEMENTS ON THE STORE'S OWN INSTALLMENT CONTRACTS -
      * BOOKINGS (GAM0VSE), PAYMENTS (GAM0VHP), LATE FEES (GAM0VHA)
      * AND UNWIND CANCELLATIONS (GAM0VUW). GAM0VHT ROLLS THE SAME
      * ROWS FORWARD FOR THE MONTH-END TRIAL BALANCE.
      *---------------------------------------
       EXEC SQL
           DECLARE GLBHPH CURSOR FOR
               SELECT VIN, TXNTYPE, TXNAMOUNT, PRINCIPALAMT,
                      INTERESTAMT, LATEFEEAMT, DEALERID
                   FROM BHPH_TRANSACTIONS
                   WHERE TXNDATE = CURRENT DATE
                   ORDER BY CONTRACTID, TXNSEQ
           END-EXEC.

      *---------------------------------------
      * COMPLAINT CASES RESOLVED TODAY WITH GOODWILL GIVEN (GAM0VCP).
      *---------------------------------------
       EXEC SQL
           DECLARE GLGOODWILL CURSOR FOR
               SELECT CASEID, COALESCE(VIN, ' '), GOODWILLAMOUNT,
                      DEALERID
                   FROM COMPLAINT_CASES
                   WHERE STATUS = 'R'
                     AND RESOLVEDDATE = CURRENT DATE
                     AND GOODWILLAMOUNT > 0
                   ORDER BY CASEID
           END-EXEC.

      *---------------------------------------
      * THE STORES GAM0VLV REVALUED TODAY AND HOW FAR EACH ONE'S
      * LOWER-OF-COST-OR-MARKET RESERVE MOVED SINCE ITS LAST RUN.
      *---------------------------------------
       EXEC SQL
           DECLARE GLLCMRESERVE CURSOR FOR
               SELECT DEALERID, CHANGEAMT
                   FROM LCM_RESERVE
                   WHERE RESERVEDATE = CURRENT DATE
                     AND CHANGEAMT <> 0
                   ORDER BY DEALERID
           END-EXEC.

       LINKAGE SECTION.

       01 LINKSCHEMA.

           DISPLAY "GENERAL-LEDGER JOURNAL EXTRACT FOR " POST-DATE.

           MOVE "V" TO GL-PASS.
           PERFORM 0500-POST-THE-DAY.

           IF UNMAPPED-COUNT = 0
              MOVE "P" TO GL-PASS
              PERFORM 0500-POST-THE-DAY
           END-IF.

      *    A ROW THAT ARRIVED BETWEEN THE TWO PASSES CAN STILL TURN UP
      *    UNMAPPED - THE FILE THEN GOES WITHOUT ITS TRAILER SO THE GL
      *    SIDE REFUSES IT.
           IF UNMAPPED-COUNT > 0
              CLOSE GL-EXTRACT-FILE
              PERFORM 0600-REPORT-UNMAPPED
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 9000-WRITE-HASH-TRAILER.

           CLOSE GL-EXTRACT-FILE.

           PERFORM 9100-RECORD-SUCCESSFUL-RUN.

           MOVE JOURNAL-COUNT TO DISPLAY-COUNT.
           DISPLAY "JOURNAL RECORDS WRITTEN: " DISPLAY-COUNT.
           DISPLAY "GL EXTRACT COMPLETE".

           GOBACK.

       0500-POST-THE-DAY.
           PERFORM 1000-POST-SALES.
           PERFORM 2000-POST-MARKDOWNS.
           PERFORM 3000-POST-DEPOSITS-TAKEN.
           PERFORM 4000-POST-DEPOSIT-MOVEMENTS.
           PERFORM 5000-POST-FI-PRODUCTS.
           PERFORM 6000-POST-FLOORPLAN-INTEREST.
           PERFORM 7000-POST-TRADE-LIENS.
           PERFORM 7500-POST-FI-CANCELLATIONS.
           PERFORM 7700-POST-AUCTION-RESULTS.
           PERFORM 7800-POST-SALES-TAX.
           PERFORM 7900-POST-INSTALLMENT-CONTRACTS.
           PERFORM 7950-POST-GOODWILL.
           PERFORM 7960-POST-LCM-RESERVE.

       0600-REPORT-UNMAPPED.
           DISPLAY "GL EXTRACT REFUSED - NO GL_ACCOUNT_MAP ROW FOR:".
           PERFORM VARYING UM-IX FROM 1 BY 1
                   UNTIL UM-IX > UNMAPPED-COUNT OR UM-IX > 50
              MOVE UM-DEALERID (UM-IX) TO UM-LINE-DEALER
              MOVE UM-TXNTYPE (UM-IX) TO UM-LINE-TYPE
              MOVE UM-NEWUSED (UM-IX) TO UM-LINE-NEWUSED
              MOVE UM-DRCR (UM-IX) TO UM-LINE-DRCR
              DISPLAY UM-LINE
           END-PERFORM.
           IF UNMAPPED-COUNT > 50
              DISPLAY "  ... AND MORE - ONLY THE FIRST 50 ARE LISTED"
           END-IF.
           DISPLAY "ADD THEM ON GAM0VCN TABLE G AND RERUN".

      *---------------------------------------
      * EACH SALE POSTS REVENUE (DR RECEIVABLES / CR SALES) AND,
      * WHEN THE ACQUISITION COST IS ON FILE, INVENTORY RELIEF
              EXEC SQL
                  FETCH GLSALES
                      INTO :GL-VIN, :GL-SALEPRICE, :GL-SALETYPE,
                           :GL-ACQCOST :IND-GL-ACQCOST,
                           :GL-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 8100-RESOLVE-UNIT
                 MOVE GL-SALEPRICE TO JOURNAL-AMOUNT
                 MOVE "DR" TO GLR-DRCR
                 IF GL-SALETYPE = 'W'
                    MOVE "WHOLESALE SALE" TO GLR-DESCRIPTION
                    MOVE "WHSALE" TO GL-TXNTYPE
                 ELSE
                    MOVE "VEHICLE SALE" TO GLR-DESCRIPTION
                    MOVE "SALE" TO GL-TXNTYPE
                 END-IF
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                 MOVE "CR" TO GLR-DRCR
                 PERFORM 8000-WRITE-JOURNAL-RECORD

                 IF IND-GL-ACQCOST >= 0 AND GL-ACQCOST > 0
                    MOVE GL-ACQCOST TO JOURNAL-AMOUNT
                    MOVE "INVREL" TO GL-TXNTYPE
                    MOVE "DR" TO GLR-DRCR
                    MOVE "INVENTORY RELIEF" TO GLR-DESCRIPTION
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                    MOVE "CR" TO GLR-DRCR
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF
                           :GL-CHANGETYPE
              END-EXEC
              IF SQLCODE = 0
                 MOVE 0 TO GL-DEALERID
                 PERFORM 8100-RESOLVE-UNIT
                 COMPUTE GL-MARKDOWN = GL-OLDPRICE - GL-NEWPRICE
                 IF GL-MARKDOWN > 0
                    MOVE GL-MARKDOWN TO JOURNAL-AMOUNT
                    MOVE "MKDOWN" TO GL-TXNTYPE
                    MOVE "DR" TO GLR-DRCR
                    EVALUATE GL-CHANGETYPE
                       WHEN 'R'
                          MOVE "MARKDOWN EXPENSE" TO GLR-DESCRIPTION
                    END-EVALUATE
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                    MOVE "CR" TO GLR-DRCR
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF
                 IF GL-MARKDOWN < 0
                    COMPUTE JOURNAL-AMOUNT = 0 - GL-MARKDOWN
                    MOVE "MKUP" TO GL-TXNTYPE
                    MOVE "DR" TO GLR-DRCR
                    IF GL-CHANGETYPE = 'V'
                       MOVE "PROMO PRICE RESTORED" TO GLR-DESCRIPTION
                       MOVE "MANUAL REPRICE UP" TO GLR-DESCRIPTION
                    END-IF
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                    MOVE "CR" TO GLR-DRCR
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH GLDEPTAKEN
                      INTO :GL-VIN, :GL-DEPOSIT, :GL-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 8100-RESOLVE-UNIT
                 MOVE GL-DEPOSIT TO JOURNAL-AMOUNT
                 MOVE "DEPTKN" TO GL-TXNTYPE
                 MOVE "DR" TO GLR-DRCR
                 MOVE "DEPOSIT TAKEN" TO GLR-DESCRIPTION
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                 MOVE "CR" TO GLR-DRCR
                 PERFORM 8000-WRITE-JOURNAL-RECORD
              END-IF
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH GLDEPMOVED
                      INTO :GL-VIN, :GL-DEPOSIT, :GL-DISPOSITION,
                           :GL-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 8100-RESOLVE-UNIT
                 MOVE GL-DEPOSIT TO JOURNAL-AMOUNT
                 MOVE "DR" TO GLR-DRCR
                 EVALUATE GL-DISPOSITION
                 WHEN "A"
                    MOVE "DEPAPL" TO GL-TXNTYPE
                    MOVE "DEPOSIT APPLIED TO SALE" TO
                        GLR-DESCRIPTION
                 WHEN "E"
                    MOVE "DEPESC" TO GL-TXNTYPE
                    MOVE "DEPOSIT ESCHEATED TO STATE" TO
                        GLR-DESCRIPTION
                 WHEN OTHER
                    MOVE "DEPRFD" TO GL-TXNTYPE
                    MOVE "DEPOSIT REFUNDED" TO GLR-DESCRIPTION
                 END-EVALUATE
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                 MOVE "CR" TO GLR-DRCR
                 PERFORM 8000-WRITE-JOURNAL-RECORD
              END-IF
                      INTO :GL-VIN, :GL-FI-RETAIL, :GL-FI-COST
              END-EXEC
              IF SQLCODE = 0
                 MOVE 0 TO GL-DEALERID
                 PERFORM 8100-RESOLVE-UNIT
                 MOVE GL-FI-RETAIL TO JOURNAL-AMOUNT
                 MOVE "FISALE" TO GL-TXNTYPE
                 MOVE "DR" TO GLR-DRCR
                 MOVE "F+I PRODUCT SOLD" TO GLR-DESCRIPTION
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                 MOVE "CR" TO GLR-DRCR
                 PERFORM 8000-WRITE-JOURNAL-RECORD

                 MOVE GL-FI-COST TO JOURNAL-AMOUNT
                 MOVE "FICOST" TO GL-TXNTYPE
                 MOVE "DR" TO GLR-DRCR
                 MOVE "F+I PRODUCT COST" TO GLR-DESCRIPTION
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                 MOVE "CR" TO GLR-DRCR
                 PERFORM 8000-WRITE-JOURNAL-RECORD
              END-IF
                      INTO :GL-VIN, :GL-FP-INTEREST
              END-EXEC
              IF SQLCODE = 0
                 MOVE 0 TO GL-DEALERID
                 PERFORM 8100-RESOLVE-UNIT
                 MOVE GL-FP-INTEREST TO JOURNAL-AMOUNT
                 MOVE "FPINT" TO GL-TXNTYPE
                 MOVE "DR" TO GLR-DRCR
                 MOVE "FLOOR-PLAN INTEREST" TO GLR-DESCRIPTION
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                 MOVE "CR" TO GLR-DRCR
                 PERFORM 8000-WRITE-JOURNAL-RECORD
              END-IF
              EXEC SQL
                  FETCH GLLIENS
                      INTO :GL-VIN, :GL-LIEN-PAYOFF,
                           :GL-LIEN-ALLOWANCE, :GL-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 8100-RESOLVE-UNIT
                 MOVE "U" TO GL-NEWUSED
                 MOVE GL-LIEN-ALLOWANCE TO JOURNAL-AMOUNT
                 MOVE "TRADE" TO GL-TXNTYPE
                 MOVE "DR" TO GLR-DRCR
                 MOVE "TRADE-IN AT ALLOWANCE" TO GLR-DESCRIPTION
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                    GL-LIEN-PAYOFF - GL-LIEN-ALLOWANCE
                 IF GL-LIEN-EQUITY > 0
                    MOVE GL-LIEN-EQUITY TO JOURNAL-AMOUNT
                    MOVE "TRDEQ" TO GL-TXNTYPE
                    MOVE "DR" TO GLR-DRCR
                    MOVE "TRADE NEGATIVE EQUITY" TO GLR-DESCRIPTION
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF
                 IF GL-LIEN-EQUITY < 0
                    COMPUTE JOURNAL-AMOUNT = 0 - GL-LIEN-EQUITY
                    MOVE "TRDEQ" TO GL-TXNTYPE
                    MOVE "CR" TO GLR-DRCR
                    MOVE "TRADE POSITIVE EQUITY" TO GLR-DESCRIPTION
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF

                 MOVE GL-LIEN-PAYOFF TO JOURNAL-AMOUNT
                 MOVE "TRADE" TO GL-TXNTYPE
                 MOVE "CR" TO GLR-DRCR
                 MOVE "LIEN PAYOFF ASSUMED" TO GLR-DESCRIPTION
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                      INTO :GL-VIN, :GL-FI-REFUND
              END-EXEC
              IF SQLCODE = 0
                 MOVE 0 TO GL-DEALERID
                 PERFORM 8100-RESOLVE-UNIT
                 MOVE GL-FI-REFUND TO JOURNAL-AMOUNT
                 MOVE "FICANC" TO GL-TXNTYPE
                 MOVE "DR" TO GLR-DRCR
                 MOVE "F+I CANCEL REFUND" TO GLR-DESCRIPTION
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                 MOVE "CR" TO GLR-DRCR
                 PERFORM 8000-WRITE-JOURNAL-RECORD
              END-IF
              EXEC SQL
                  FETCH GLAUCTION
                      INTO :GL-VIN, :GL-AUCT-HAMMER, :GL-AUCT-FEES,
                           :GL-AUCT-BASIS, :GL-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 8100-RESOLVE-UNIT
                 COMPUTE GL-AUCT-NET =
                    GL-AUCT-HAMMER - GL-AUCT-FEES
                 MOVE GL-AUCT-NET TO JOURNAL-AMOUNT
                 MOVE "AUCTN" TO GL-TXNTYPE
                 MOVE "DR" TO GLR-DRCR
                 MOVE "AUCTION PROCEEDS" TO GLR-DESCRIPTION
                 PERFORM 8000-WRITE-JOURNAL-RECORD

                 MOVE GL-AUCT-BASIS TO JOURNAL-AMOUNT
                 MOVE "CR" TO GLR-DRCR
                 MOVE "AUCTION INVENTORY RELIEF" TO GLR-DESCRIPTION
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                 COMPUTE GL-AUCT-GAIN = GL-AUCT-NET - GL-AUCT-BASIS
                 IF GL-AUCT-GAIN < 0
                    COMPUTE JOURNAL-AMOUNT = 0 - GL-AUCT-GAIN
                    MOVE "AUCGL" TO GL-TXNTYPE
                    MOVE "DR" TO GLR-DRCR
                    MOVE "AUCTION LOSS" TO GLR-DESCRIPTION
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF
                 IF GL-AUCT-GAIN > 0
                    MOVE GL-AUCT-GAIN TO JOURNAL-AMOUNT
                    MOVE "AUCGL" TO GL-TXNTYPE
                    MOVE "CR" TO GLR-DRCR
                    MOVE "AUCTION GAIN" TO GLR-DESCRIPTION
                    PERFORM 8000-WRITE-JOURNAL-RECORD
           EXEC SQL CLOSE GLAUCTION END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * SALES TAX IS THE STATE'S MONEY, NOT REVENUE - IT RIDES ON
      * THE RECEIVABLE (DR 1100) INTO THE PAYABLE (CR 2200) THE
      * MONTHLY RETURN (GAM0VSX) TIES BACK TO. TITLE, REGISTRATION
      * AND PLATE FEES ARE THE DMV'S MONEY TOO (CR 2210); THE DOC
      * FEE IS OURS (CR 4600). AN UNWIND BACKS OUT THE SAME AMOUNTS
      * THE SALE POSTED.
      *---------------------------------------
       7800-POST-SALES-TAX.
           EXEC SQL OPEN GLSALESTAX END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH GLSALESTAX
                      INTO :GL-VIN, :GL-SALES-TAX, :GL-DMV-FEES,
                           :GL-DOC-FEE, :GL-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 8100-RESOLVE-UNIT
                 IF GL-SALES-TAX > 0
                    MOVE GL-SALES-TAX TO JOURNAL-AMOUNT
                    MOVE "STAX" TO GL-TXNTYPE
                    MOVE "DR" TO GLR-DRCR
                    MOVE "SALES TAX COLLECTED" TO GLR-DESCRIPTION
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                    MOVE "CR" TO GLR-DRCR
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF
                 IF GL-DMV-FEES > 0
                    MOVE GL-DMV-FEES TO JOURNAL-AMOUNT
                    MOVE "DMVFEE" TO GL-TXNTYPE
                    MOVE "DR" TO GLR-DRCR
                    MOVE "TITLE/REG FEES COLLECTED" TO
                       GLR-DESCRIPTION
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                    MOVE "CR" TO GLR-DRCR
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF
                 IF GL-DOC-FEE > 0
                    MOVE GL-DOC-FEE TO JOURNAL-AMOUNT
                    MOVE "DOCFEE" TO GL-TXNTYPE
                    MOVE "DR" TO GLR-DRCR
                    MOVE "DOC FEE" TO GLR-DESCRIPTION
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                    MOVE "CR" TO GLR-DRCR
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE GLSALESTAX END-EXEC.
           MOVE 0 TO SQLCODE.

           EXEC SQL OPEN GLTAXUNWIND END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH GLTAXUNWIND
                      INTO :GL-VIN, :GL-SALES-TAX, :GL-DMV-FEES,
                           :GL-DOC-FEE, :GL-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 8100-RESOLVE-UNIT
                 IF GL-SALES-TAX > 0
                    MOVE GL-SALES-TAX TO JOURNAL-AMOUNT
                    MOVE "STAXRV" TO GL-TXNTYPE
                    MOVE "DR" TO GLR-DRCR
                    MOVE "SALES TAX UNWIND REVERSAL" TO
                       GLR-DESCRIPTION
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                    MOVE "CR" TO GLR-DRCR
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF
                 IF GL-DMV-FEES > 0
                    MOVE GL-DMV-FEES TO JOURNAL-AMOUNT
                    MOVE "DMVRV" TO GL-TXNTYPE
                    MOVE "DR" TO GLR-DRCR
                    MOVE "TITLE/REG FEES UNWIND" TO GLR-DESCRIPTION
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                    MOVE "CR" TO GLR-DRCR
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF
                 IF GL-DOC-FEE > 0
                    MOVE GL-DOC-FEE TO JOURNAL-AMOUNT
                    MOVE "DOCRV" TO GL-TXNTYPE
                    MOVE "DR" TO GLR-DRCR
                    MOVE "DOC FEE UNWIND" TO GLR-DESCRIPTION
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                    MOVE "CR" TO GLR-DRCR
                    PERFORM 8000-WRITE-JOURNAL-RECORD
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE GLTAXUNWIND END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * AN IN-HOUSE DEAL'S AMOUNT FINANCED MOVES OFF THE DEAL
      * RECEIVABLE (1100) ONTO THE CONTRACT RECEIVABLE (1150) THE
      * DAY IT IS BOOKED. A PAYMENT IS CASH IN, SPLIT THE WAY
      * GAM0VHP APPLIED IT - LATE FEES OFF 1155, INTEREST TO 4700
      * INCOME, PRINCIPAL OFF 1150. A LATE FEE IS A RECEIVABLE AND
      * INCOME WHEN ASSESSED. AN UNWIND PUTS WHATEVER WAS STILL OWED
      * BACK ON THE DEAL RECEIVABLE AND REVERSES ANY FEES.
      *---------------------------------------
       7900-POST-INSTALLMENT-CONTRACTS.
           EXEC SQL OPEN GLBHPH END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH GLBHPH
                      INTO :GL-VIN, :GL-BHPH-TYPE, :GL-BHPH-AMOUNT,
                           :GL-BHPH-PRINCIPAL, :GL-BHPH-INTEREST,
                           :GL-BHPH-LATEFEE, :GL-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 8100-RESOLVE-UNIT
                 EVALUATE GL-BHPH-TYPE
                 WHEN "O"
                    PERFORM 7910-POST-BHPH-BOOKING
                 WHEN "P"
                    PERFORM 7920-POST-BHPH-PAYMENT
                 WHEN "L"
                    PERFORM 7930-POST-BHPH-LATE-FEE
                 WHEN "X"
                    PERFORM 7940-POST-BHPH-CANCEL
                 END-EVALUATE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE GLBHPH END-EXEC.
           MOVE 0 TO SQLCODE.

       7910-POST-BHPH-BOOKING.
           MOVE GL-BHPH-PRINCIPAL TO JOURNAL-AMOUNT.
           MOVE "BHPHBK" TO GL-TXNTYPE.
           MOVE "DR" TO GLR-DRCR.
           MOVE "BHPH CONTRACT BOOKED" TO GLR-DESCRIPTION.
           PERFORM 8000-WRITE-JOURNAL-RECORD.
           MOVE "CR" TO GLR-DRCR.
           PERFORM 8000-WRITE-JOURNAL-RECORD.

       7920-POST-BHPH-PAYMENT.
           MOVE GL-BHPH-AMOUNT TO JOURNAL-AMOUNT.
           MOVE "BHPHPY" TO GL-TXNTYPE.
           MOVE "DR" TO GLR-DRCR.
           MOVE "BHPH PAYMENT RECEIVED" TO GLR-DESCRIPTION.
           PERFORM 8000-WRITE-JOURNAL-RECORD.
           MOVE "CR" TO GLR-DRCR.
           IF GL-BHPH-LATEFEE > 0
              MOVE GL-BHPH-LATEFEE TO JOURNAL-AMOUNT
              MOVE "BHPHLP" TO GL-TXNTYPE
              MOVE "BHPH LATE FEES PAID" TO GLR-DESCRIPTION
              PERFORM 8000-WRITE-JOURNAL-RECORD
           END-IF.
           IF GL-BHPH-INTEREST > 0
              MOVE GL-BHPH-INTEREST TO JOURNAL-AMOUNT
              MOVE "BHPHIN" TO GL-TXNTYPE
              MOVE "BHPH INTEREST EARNED" TO GLR-DESCRIPTION
              PERFORM 8000-WRITE-JOURNAL-RECORD
           END-IF.
           IF GL-BHPH-PRINCIPAL > 0
              MOVE GL-BHPH-PRINCIPAL TO JOURNAL-AMOUNT
              MOVE "BHPHPY" TO GL-TXNTYPE
              MOVE "BHPH PRINCIPAL PAID" TO GLR-DESCRIPTION
              PERFORM 8000-WRITE-JOURNAL-RECORD
           END-IF.

       7930-POST-BHPH-LATE-FEE.
           MOVE GL-BHPH-LATEFEE TO JOURNAL-AMOUNT.
           MOVE "BHPHLF" TO GL-TXNTYPE.
           MOVE "DR" TO GLR-DRCR.
           MOVE "BHPH LATE FEE ASSESSED" TO GLR-DESCRIPTION.
           PERFORM 8000-WRITE-JOURNAL-RECORD.
           MOVE "CR" TO GLR-DRCR.
           PERFORM 8000-WRITE-JOURNAL-RECORD.

       7940-POST-BHPH-CANCEL.
           IF GL-BHPH-PRINCIPAL > 0
              MOVE GL-BHPH-PRINCIPAL TO JOURNAL-AMOUNT
              MOVE "BHPHCX" TO GL-TXNTYPE
              MOVE "DR" TO GLR-DRCR
              MOVE "BHPH CONTRACT CANCELLED" TO GLR-DESCRIPTION
              PERFORM 8000-WRITE-JOURNAL-RECORD
              MOVE "CR" TO GLR-DRCR
              PERFORM 8000-WRITE-JOURNAL-RECORD
           END-IF.
           IF GL-BHPH-LATEFEE > 0
              MOVE GL-BHPH-LATEFEE TO JOURNAL-AMOUNT
              MOVE "BHPHLR" TO GL-TXNTYPE
              MOVE "DR" TO GLR-DRCR
              MOVE "BHPH LATE FEES REVERSED" TO GLR-DESCRIPTION
              PERFORM 8000-WRITE-JOURNAL-RECORD
              MOVE "CR" TO GLR-DRCR
              PERFORM 8000-WRITE-JOURNAL-RECORD
           END-IF.

      *---------------------------------------
      * GOODWILL GIVEN TO SETTLE A COMPLAINT IS A COST OF DOING
      * BUSINESS, NOT OF THE CAR. THE REFERENCE IS THE VIN WHEN THE
      * CASE WAS ABOUT ONE, OTHERWISE THE CASE NUMBER.
      *---------------------------------------
       7950-POST-GOODWILL.
           EXEC SQL OPEN GLGOODWILL END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH GLGOODWILL
                      INTO :GL-CASEID, :GL-VIN, :GL-GOODWILL,
                           :GL-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 8100-RESOLVE-UNIT
                 IF GL-VIN = SPACES
                    MOVE GL-CASEID TO GL-CASE-NUMBER
                    MOVE GL-CASE-REFERENCE TO GL-VIN
                 END-IF
                 MOVE GL-GOODWILL TO JOURNAL-AMOUNT
                 MOVE "GOODWL" TO GL-TXNTYPE
                 MOVE "DR" TO GLR-DRCR
                 MOVE "CUSTOMER GOODWILL" TO GLR-DESCRIPTION
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                 MOVE "CR" TO GLR-DRCR
                 PERFORM 8000-WRITE-JOURNAL-RECORD
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE GLGOODWILL END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * A BIGGER RESERVE IS A WRITE-DOWN (DR LCM EXPENSE / CR THE
      * CONTRA-INVENTORY RESERVE); A SMALLER ONE RELEASES THE
      * DIFFERENCE BACK. THE RESERVE COVERS NEW AND USED STOCK
      * TOGETHER, SO IT MAPS THROUGH THE STORE'S 'B' ROW.
      *---------------------------------------
       7960-POST-LCM-RESERVE.
           EXEC SQL OPEN GLLCMRESERVE END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH GLLCMRESERVE
                      INTO :GL-DEALERID, :GL-LCM-CHANGE
              END-EXEC
              IF SQLCODE = 0
                 MOVE "LCM RESERVE" TO GL-VIN
                 MOVE "B" TO GL-NEWUSED
                 IF GL-LCM-CHANGE > 0
                    MOVE GL-LCM-CHANGE TO JOURNAL-AMOUNT
                    MOVE "LCMRSV" TO GL-TXNTYPE
                    MOVE "LCM RESERVE INCREASED" TO GLR-DESCRIPTION
                 ELSE
                    COMPUTE JOURNAL-AMOUNT = 0 - GL-LCM-CHANGE
                    MOVE "LCMREL" TO GL-TXNTYPE
                    MOVE "LCM RESERVE RELEASED" TO GLR-DESCRIPTION
                 END-IF
                 MOVE "DR" TO GLR-DRCR
                 PERFORM 8000-WRITE-JOURNAL-RECORD
                 MOVE "CR" TO GLR-DRCR
                 PERFORM 8000-WRITE-JOURNAL-RECORD
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE GLLCMRESERVE END-EXEC.
           MOVE 0 TO SQLCODE.

       8000-WRITE-JOURNAL-RECORD.
           PERFORM 8200-MAP-ACCOUNT.

           IF GL-POSTING-PASS AND GLR-ACCOUNT NOT = SPACES
              MOVE "D" TO GLR-RECTYPE
              MOVE JOURNAL-AMOUNT TO GLR-AMOUNT
              MOVE GL-VIN TO GLR-REFERENCE
              MOVE POST-DATE TO GLR-POSTDATE
              WRITE GL-EXTRACT-RECORD

              ADD 1 TO JOURNAL-COUNT
              ADD JOURNAL-AMOUNT TO HASH-TOTAL
           END-IF.

      *---------------------------------------
      * THE STORE AND NEW/USED STATUS THE MAPPING IS KEYED ON. THE
      * STORE COMES FROM THE SOURCE ROW WHERE IT CARRIES ONE, ELSE
      * FROM WHICHEVER INVENTORY TABLE HOLDS (OR HELD) THE VIN. A VIN
      * NOT ON ANY OF THEM IS TREATED AS USED.
      *---------------------------------------
       8100-RESOLVE-UNIT.
           MOVE 0 TO UNIT-DEALERID.
           MOVE SPACES TO GL-NEWAUTO.
           EXEC SQL
               SELECT COALESCE(MAX(U.DEALERID), 0),
                      COALESCE(MAX(U.NEWAUTO), ' ')
                   INTO :UNIT-DEALERID, :GL-NEWAUTO
                   FROM ( SELECT DEALERID, NEWAUTO
                              FROM EASTINVNTRY
                              WHERE VIN = :GL-VIN
                          UNION ALL
                          SELECT DEALERID, NEWAUTO
                              FROM CENTINVNTRY
                              WHERE VIN = :GL-VIN
                          UNION ALL
                          SELECT DEALERID, NEWAUTO
                              FROM PACINVNTRY
                              WHERE VIN = :GL-VIN
                          UNION ALL
                          SELECT DEALERID, NEWAUTO
                              FROM INVENTORY_HISTORY
                              WHERE VIN = :GL-VIN
                        ) AS U
           END-EXEC.

           IF GL-DEALERID = 0
              MOVE UNIT-DEALERID TO GL-DEALERID
           END-IF.
           IF GL-NEWAUTO = "Y"
              MOVE "N" TO GL-NEWUSED
           ELSE
              MOVE "U" TO GL-NEWUSED
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * AN EXACT NEW OR USED ROW WINS OVER THE STORE'S 'B' (BOTH)
      * ROW. NO ROW, OR A BLANK ACCOUNT ON THE SIDE BEING POSTED,
      * LEAVES THE LEG UNMAPPED.
      *---------------------------------------
       8200-MAP-ACCOUNT.
           MOVE SPACES TO GM-COMPANYCODE GM-DEPARTMENT
                          GM-DRACCOUNT GM-CRACCOUNT.
           EXEC SQL
               SELECT COMPANYCODE, DEPARTMENT, DRACCOUNT, CRACCOUNT
                   INTO :GM-COMPANYCODE, :GM-DEPARTMENT,
                        :GM-DRACCOUNT, :GM-CRACCOUNT
                   FROM GL_ACCOUNT_MAP
                   WHERE DEALERID = :GL-DEALERID
                     AND TXNTYPE = :GL-TXNTYPE
                     AND NEWUSED IN (:GL-NEWUSED, 'B')
                   ORDER BY CASE WHEN NEWUSED = 'B' THEN 1
                                 ELSE 0 END
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.

           IF SQLCODE < 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "GL_ACCOUNT_MAP READ FAILED, SQLCODE "
                      DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           IF GLR-DRCR = "DR"
              MOVE GM-DRACCOUNT TO GLR-ACCOUNT
           ELSE
              MOVE GM-CRACCOUNT TO GLR-ACCOUNT
           END-IF.
           MOVE GM-COMPANYCODE TO GLR-COMPANY.
           MOVE GM-DEPARTMENT TO GLR-DEPARTMENT.

           IF GLR-ACCOUNT = SPACES
              PERFORM 8300-NOTE-UNMAPPED
           END-IF.
           MOVE 0 TO SQLCODE.

       8300-NOTE-UNMAPPED.
           MOVE "N" TO UM-FOUND.
           PERFORM VARYING UM-IX FROM 1 BY 1
                   UNTIL UM-IX > UNMAPPED-COUNT OR UM-IX > 50
              IF UM-DEALERID (UM-IX) = GL-DEALERID
                 AND UM-TXNTYPE (UM-IX) = GL-TXNTYPE
                 AND UM-NEWUSED (UM-IX) = GL-NEWUSED
                 AND UM-DRCR (UM-IX) = GLR-DRCR
                 MOVE "Y" TO UM-FOUND
              END-IF
           END-PERFORM.

           IF UM-FOUND = "N"
              ADD 1 TO UNMAPPED-COUNT
              IF UNMAPPED-COUNT NOT > 50
                 MOVE GL-DEALERID TO UM-DEALERID (UNMAPPED-COUNT)
                 MOVE GL-TXNTYPE TO UM-TXNTYPE (UNMAPPED-COUNT)
                 MOVE GL-NEWUSED TO UM-NEWUSED (UNMAPPED-COUNT)
                 MOVE GLR-DRCR TO UM-DRCR (UNMAPPED-COUNT)
              END-IF
           END-IF.

      *---------------------------------------
      * THE GL SIDE RECOMPUTES THE HASH (SUM OF EVERY AMOUNT, DEBIT
           MOVE POST-DATE TO GLR-POSTDATE.
           MOVE 0 TO GLR-AMOUNT.
           WRITE GL-EXTRACT-RECORD.

       9100-RECORD-SUCCESSFUL-RUN.
           MOVE 0 TO CTRL-ROWS-UPDATED.
           EXEC SQL
               UPDATE JOB_CONTROL
                  SET LASTRUNDATE = CURRENT DATE,
                      STATUS = 'C',
                      ROWCOUNT = :JOURNAL-COUNT
                WHERE JOBNAME = 'GAM0VGL'
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO CTRL-ROWS-UPDATED
           END-IF.

           IF CTRL-ROWS-UPDATED = 0
              EXEC SQL
                  INSERT INTO JOB_CONTROL
                      (JOBNAME, LASTRUNDATE, STATUS, ROWCOUNT,
                       PREDECESSOR)
                      VALUES ('GAM0VGL', CURRENT DATE, 'C',
                              :JOURNAL-COUNT, NULL)
              END-EXEC
           END-IF.

           EXEC SQL COMMIT END-EXEC.
