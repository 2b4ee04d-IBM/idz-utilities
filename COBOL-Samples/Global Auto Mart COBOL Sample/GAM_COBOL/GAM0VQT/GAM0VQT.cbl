      * BACK THURSDAY, ENTER WITH THE QUOTE NUMBER RECALLS IT, AND
      * PF4 CARRIES IT STRAIGHT INTO GAM0VSE SALE ENTRY (WHICH
      * PREFILLS FROM THE OPEN QUOTE) SO NOBODY REKEYS THE DEAL.
      * WHEN THE CUSTOMER WALKS FOR GOOD, PF6 WITH A LOST-REASON CODE
      * CLOSES THE QUOTE AS A LOST DEAL FOR GAM0VQL'S ANALYSIS.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VQT.
           05  FILLER                  PIC X(9).
           05  QTPAYOUT                PIC X(10).
           05  FILLER                  PIC X(9).
           05  QTFEESOUT               PIC X(10).
           05  FILLER                  PIC X(9).
           05  QTSLSPOUT               PIC X(5).
           05  FILLER                  PIC X(9).
           05  QTLOSTOUT               PIC X(1).
           05  FILLER                  PIC X(9).
           05  DEALQTMSGOUT            PIC X(60).

      *---------------------------------------
       01  QUOTE-STATE-ABBR            PIC X(2).
       01  QUOTE-TAX-RATE              PIC S9(2)V9(4) USAGE COMP-3.
       01  QUOTE-TAXABLE               PIC S9(9)V99 USAGE COMP-3.
       01  QUOTE-TRADE-CREDIT          PIC S9(7)V99 USAGE COMP-3.
       01  QUOTE-FEES                  PIC S9(5)V99 USAGE COMP-3.
       01  IND-QUOTE-FEES              PIC S9(4) USAGE COMP.
       01  IND-SF-DOCCAP               PIC S9(4) USAGE COMP.
       01  IND-SF-TRADECAP             PIC S9(4) USAGE COMP.
       01  QUOTE-SOLDFLAG              PIC X(1).
       01  QUOTE-SLSP                  PIC S9(9) USAGE COMP.
       01  QUOTE-ASKING                PIC S9(7) USAGE COMP-3.
       01  QUOTE-LOST-REASON           PIC X(1).
       01  QUOTE-LOST-TEXT             PIC X(16).
       01  SLSP-CHECK-COUNT            PIC S9(9) USAGE COMP.
       01  IND-QT-SLSP                 PIC S9(4) USAGE COMP.
       01  IND-QT-LOSTREASON           PIC S9(4) USAGE COMP.
       01  REJECT-REASON               PIC X(60).

       01  FI-CODE-TABLE.
       COPY GAM0BAW.
       COPY GAM0BQT.
       COPY GAM0BFP.
       COPY GAM0BSF.

       EXEC SQL INCLUDE SQLCA END-EXEC.

               PERFORM 1300-CARRY-TO-SALE-ENTRY
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1400-MARK-QUOTE-LOST THRU 1400-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE

               SELECT VIN, CUSTNAME, QUOTEDPRICE, TRADEALLOWANCE,
                      FIPRODUCT1, FIPRODUCT2, FIPRODUCT3,
                      TAXAMOUNT, OTDTOTAL, DOWNPAYMENT, TERMMONTHS,
                      ESTPAYMENT, STATUS, FEEAMOUNT, SALESPERSONID,
                      LOSTREASON
                   INTO :QT-VIN, :QT-CUSTNAME, :QT-QUOTEDPRICE,
                        :QT-TRADEALLOWANCE,
                        :QT-FIPRODUCT1, :QT-FIPRODUCT2,
                        :QT-FIPRODUCT3, :QT-TAXAMOUNT,
                        :QT-OTDTOTAL, :QT-DOWNPAYMENT,
                        :QT-TERMMONTHS, :QT-ESTPAYMENT, :QT-STATUS,
                        :QT-FEEAMOUNT :IND-QUOTE-FEES,
                        :QT-SALESPERSONID :IND-QT-SLSP,
                        :QT-LOSTREASON :IND-QT-LOSTREASON
                   FROM DEAL_QUOTES
                   WHERE QUOTENUMBER = :QUOTE-NUMBER
           END-EXEC.
           MOVE CONVERT-MONEY TO QTTAXOUT.
           MOVE QT-OTDTOTAL TO CONVERT-MONEY.
           MOVE CONVERT-MONEY TO QTOTDOUT.
           IF IND-QUOTE-FEES < 0
               MOVE 0 TO QT-FEEAMOUNT
           END-IF.
           MOVE QT-FEEAMOUNT TO CONVERT-MONEY.
           MOVE CONVERT-MONEY TO QTFEESOUT.
           MOVE QT-DOWNPAYMENT TO CONVERT-MONEY.
           MOVE CONVERT-MONEY TO QTDOWNOUT.
           MOVE QT-TERMMONTHS TO CONVERT-QTNUM.
           MOVE CONVERT-QTNUM(7:3) TO QTTERMOUT.
           MOVE QT-ESTPAYMENT TO CONVERT-MONEY.
           MOVE CONVERT-MONEY TO QTPAYOUT.
           IF IND-QT-SLSP < 0
               MOVE SPACES TO QTSLSPOUT
           ELSE
               MOVE QT-SALESPERSONID TO CONVERT-QTNUM
               MOVE CONVERT-QTNUM(5:5) TO QTSLSPOUT
           END-IF.
           IF IND-QT-LOSTREASON < 0
               MOVE SPACES TO QT-LOSTREASON
           END-IF.
           MOVE QT-LOSTREASON TO QTLOSTOUT.

           EVALUATE QT-STATUS
               WHEN "U"
                   MOVE "QUOTE RECALLED - ALREADY USED ON A SALE" TO
                       DEALQTMSGOUT
               WHEN "L"
                   MOVE QT-LOSTREASON TO QUOTE-LOST-REASON
                   PERFORM 1450-DESCRIBE-LOST-REASON
                   STRING "QUOTE RECALLED - LOST DEAL: "
                          QUOTE-LOST-TEXT
                       DELIMITED BY SIZE INTO DEALQTMSGOUT
               WHEN OTHER
                   MOVE "QUOTE RECALLED" TO DEALQTMSGOUT
           END-EVALUATE.

       1000-EXIT.
           CONTINUE.

           MOVE QTVINOUT TO QUOTE-VIN.
           MOVE QTBUYEROUT TO QUOTE-CUSTNAME.
           IF QTSLSPOUT = SPACES OR QTSLSPOUT = LOW-VALUE
               MOVE 0 TO QUOTE-SLSP
           ELSE
               COMPUTE QUOTE-SLSP = FUNCTION NUMVAL(QTSLSPOUT)
           END-IF.
           IF QTPRICEOUT = SPACES OR QTPRICEOUT = LOW-VALUE
               MOVE 0 TO QUOTE-PRICE
           ELSE
                    QUOTEDPRICE, TRADEALLOWANCE, FIPRODUCT1,
                    FIPRODUCT2, FIPRODUCT3, TAXAMOUNT, OTDTOTAL,
                    DOWNPAYMENT, TERMMONTHS, ESTPAYMENT, QUOTEDATE,
                    STATUS, FEEAMOUNT, SALESPERSONID, ASKINGPRICE)
                   VALUES
                   (:QUOTE-NUMBER, :QUOTE-VIN, :QUOTE-DEALERID,
                    :QUOTE-CUSTNAME, :QUOTE-PRICE, :QUOTE-TRADE,
                    :FI-CODE(1), :FI-CODE(2), :FI-CODE(3),
                    :QUOTE-TAX, :QUOTE-OTD, :QUOTE-DOWN,
                    :QUOTE-TERM, :QUOTE-PAYMENT, CURRENT DATE, 'O',
                    :QUOTE-FEES, :QUOTE-SLSP, :QUOTE-ASKING)
           END-EXEC.

           IF SQLCODE NOT = 0
           MOVE CONVERT-MONEY TO QTTRADEOUT.
           MOVE QUOTE-TAX TO CONVERT-MONEY.
           MOVE CONVERT-MONEY TO QTTAXOUT.
           MOVE QUOTE-FEES TO CONVERT-MONEY.
           MOVE CONVERT-MONEY TO QTFEESOUT.
           MOVE QUOTE-OTD TO CONVERT-MONEY.
           MOVE CONVERT-MONEY TO QTOTDOUT.
           MOVE QUOTE-PAYMENT TO CONVERT-MONEY.
               MOVE "ENTER THE NEGOTIATED PRICE" TO REJECT-REASON
               GO TO 1150-EXIT
           END-IF.
           IF QUOTE-SLSP NOT > 0
               MOVE "ENTER THE SALESPERSON ID" TO REJECT-REASON
               GO TO 1150-EXIT
           END-IF.

           MOVE 0 TO SLSP-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SLSP-CHECK-COUNT
                   FROM SALESPERSON
                   WHERE SALESPERSONID = :QUOTE-SLSP
                     AND ACTIVEFLAG = 'Y'
           END-EXEC.
           IF SLSP-CHECK-COUNT = 0
               MOVE "SALESPERSON NOT ON FILE OR INACTIVE" TO
                   REJECT-REASON
               GO TO 1150-EXIT
           END-IF.

           EXEC SQL
               SELECT DEALERID, SOLDFLAG, PRICE
                   INTO :QUOTE-DEALERID, :QUOTE-SOLDFLAG,
                        :QUOTE-ASKING
                   FROM INVENTORY
                   WHERE VIN = :QUOTE-VIN
           END-EXEC.
      *---------------------------------------
      * THE WHOLE DEAL PRICED THE WAY GAM0VSE WILL PRICE IT: F+I
      * RETAIL OFF TODAY'S MENU, THE TRADE ALLOWANCE FROM THE VIN'S
      * OPEN APPRAISALS, TAX ON PRICE + F+I (LESS THE TRADE ONLY IN
      * A TRADE-CREDIT STATE, UP TO ITS CAP) AT THE SELLING DEALER'S
      * EFFECTIVE-DATED RATE, THE STATE'S TITLE, REGISTRATION,
      * PLATE AND CAPPED DOC FEES, AND THE PAYMENT AMORTIZED AT THE
      * LOAN_RATES TIER FOR THE KEYED TERM.
      *---------------------------------------
       1200-PRICE-THE-DEAL.
           MOVE 0 TO FI-TOTAL-RETAIL.
           END-IF.
           MOVE 0 TO SQLCODE.

           PERFORM 1220-GET-STATE-FEES.

           MOVE 0 TO QUOTE-TRADE-CREDIT.
           IF SF-TRADECREDIT = "Y"
               MOVE QUOTE-TRADE TO QUOTE-TRADE-CREDIT
               IF IND-SF-TRADECAP >= 0
                  AND QUOTE-TRADE-CREDIT > SF-TRADECREDITCAP
                   MOVE SF-TRADECREDITCAP TO QUOTE-TRADE-CREDIT
               END-IF
           END-IF.

           COMPUTE QUOTE-TAXABLE =
               QUOTE-PRICE + FI-TOTAL-RETAIL - QUOTE-TRADE-CREDIT.
           IF QUOTE-TAXABLE < 0
               MOVE 0 TO QUOTE-TAXABLE
           END-IF.
               QUOTE-TAXABLE * QUOTE-TAX-RATE.
           COMPUTE QUOTE-OTD ROUNDED =
               QUOTE-PRICE + FI-TOTAL-RETAIL - QUOTE-TRADE
               + QUOTE-TAX + QUOTE-FEES.

           MOVE 0 TO QUOTE-PAYMENT.
           IF QUOTE-TERM > 0
               PERFORM 1250-COMPUTE-PAYMENT
           END-IF.

      *---------------------------------------
      * THE SELLING STATE'S FEE SCHEDULE IN FORCE TODAY, DOC FEE
      * HELD TO THE LEGAL CAP - THE SAME PICK AS GAM0VSE'S
      * 1557-GET-STATE-FEES. NO ROW MEANS NO FEES, NO TRADE CREDIT.
      *---------------------------------------
       1220-GET-STATE-FEES.
           MOVE 0 TO QUOTE-FEES.
           MOVE "N" TO SF-TRADECREDIT.
           MOVE -1 TO IND-SF-DOCCAP.
           MOVE -1 TO IND-SF-TRADECAP.
           EXEC SQL
               SELECT TITLEFEE, REGISTRATIONFEE, PLATEFEE, DOCFEE,
                      DOCFEECAP, TRADECREDIT, TRADECREDITCAP
                   INTO :SF-TITLEFEE, :SF-REGISTRATIONFEE,
                        :SF-PLATEFEE, :SF-DOCFEE,
                        :SF-DOCFEECAP :IND-SF-DOCCAP,
                        :SF-TRADECREDIT,
                        :SF-TRADECREDITCAP :IND-SF-TRADECAP
                   FROM STATE_FEES
                   WHERE STATEABBR = :QUOTE-STATE-ABBR
                     AND EFFECTIVEFROM <= CURRENT DATE
                     AND (EFFECTIVETO IS NULL
                          OR EFFECTIVETO >= CURRENT DATE)
           END-EXEC.
           IF SQLCODE = 0
               IF IND-SF-DOCCAP >= 0 AND SF-DOCFEE > SF-DOCFEECAP
                   MOVE SF-DOCFEECAP TO SF-DOCFEE
               END-IF
               COMPUTE QUOTE-FEES =
                   SF-TITLEFEE + SF-REGISTRATIONFEE + SF-PLATEFEE
                   + SF-DOCFEE
           ELSE
               MOVE "N" TO SF-TRADECREDIT
               MOVE -1 TO IND-SF-TRADECAP
           END-IF.
           MOVE 0 TO SQLCODE.

       1250-COMPUTE-PAYMENT.
           EXEC SQL
               SELECT APRRATE INTO :LOAN-APR-RATE
       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF6 + LOST-REASON CODE - THE CUSTOMER WALKED FOR GOOD. ONLY
      * AN OPEN QUOTE CAN BE LOST; ONE CARRIED INTO A SALE WAS WON.
      * A CUSTOMER WHO COMES BACK GETS A FRESH QUOTE ON PF5.
      *---------------------------------------
       1400-MARK-QUOTE-LOST.
           MOVE SPACES TO DEALQTMSGOUT.
           IF QTNUMOUT = SPACES OR QTNUMOUT = LOW-VALUE
               MOVE "RECALL THE QUOTE FIRST" TO DEALQTMSGOUT
               GO TO 1400-EXIT
           END-IF.
           COMPUTE QUOTE-NUMBER = FUNCTION NUMVAL(QTNUMOUT).

           MOVE QTLOSTOUT TO QUOTE-LOST-REASON.
           IF QUOTE-LOST-REASON NOT = "P" AND NOT = "M"
              AND NOT = "T" AND NOT = "C" AND NOT = "E"
              AND NOT = "N"
               MOVE "LOST REASON MUST BE P, M, T, C, E OR N" TO
                   DEALQTMSGOUT
               GO TO 1400-EXIT
           END-IF.

           EXEC SQL
               SELECT VIN, STATUS
                   INTO :QT-VIN, :QT-STATUS
                   FROM DEAL_QUOTES
                   WHERE QUOTENUMBER = :QUOTE-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "QUOTE NOT ON FILE" TO DEALQTMSGOUT
               GO TO 1400-EXIT
           END-IF.
           IF QT-STATUS = "U"
               MOVE "QUOTE ALREADY USED ON A SALE" TO DEALQTMSGOUT
               GO TO 1400-EXIT
           END-IF.
           IF QT-STATUS NOT = "O"
               MOVE "QUOTE ALREADY CLOSED AS LOST" TO DEALQTMSGOUT
               GO TO 1400-EXIT
           END-IF.

           EXEC SQL
               UPDATE DEAL_QUOTES
                  SET STATUS = 'L',
                      LOSTREASON = :QUOTE-LOST-REASON,
                      LOSTDATE = CURRENT DATE
                WHERE QUOTENUMBER = :QUOTE-NUMBER
                  AND STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR CLOSING QUOTE" TO DEALQTMSGOUT
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1450-DESCRIBE-LOST-REASON.
           MOVE QT-VIN-TEXT TO AUDIT-KEY.
           MOVE QUOTE-NUMBER TO CONVERT-QTNUM.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "QUOTE " CONVERT-QTNUM " OPEN"
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "QUOTE " CONVERT-QTNUM " LOST - " QUOTE-LOST-TEXT
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           STRING "QUOTE " CONVERT-QTNUM " CLOSED AS LOST - "
                  QUOTE-LOST-TEXT
               DELIMITED BY SIZE INTO DEALQTMSGOUT.

       1400-EXIT.
           CONTINUE.

       1450-DESCRIBE-LOST-REASON.
           EVALUATE QUOTE-LOST-REASON
               WHEN "P"  MOVE "PRICE" TO QUOTE-LOST-TEXT
               WHEN "M"  MOVE "PAYMENT" TO QUOTE-LOST-TEXT
               WHEN "T"  MOVE "TRADE VALUE" TO QUOTE-LOST-TEXT
               WHEN "C"  MOVE "CREDIT" TO QUOTE-LOST-TEXT
               WHEN "E"  MOVE "BOUGHT ELSEWHERE" TO QUOTE-LOST-TEXT
               WHEN "N"  MOVE "NO RESPONSE" TO QUOTE-LOST-TEXT
               WHEN "V"  MOVE "CAR SOLD" TO QUOTE-LOST-TEXT
               WHEN OTHER MOVE "NOT GIVEN" TO QUOTE-LOST-TEXT
           END-EVALUATE.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
