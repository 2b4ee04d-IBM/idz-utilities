       01  CLAW-AMOUNT                 PIC S9(7)V9(2) USAGE COMP-3.
       01  SALE-ROW-FOUND              PIC X(1).
       01  PERIOD-CLOSED-COUNT         PIC S9(9) USAGE COMP.
       01  REVERSE-CLAIMID             PIC S9(9) USAGE COMP.
       01  REVERSE-NEXT-ID             PIC S9(9) USAGE COMP.
       01  BHPH-PAID-COUNT             PIC S9(9) USAGE COMP.
       01  BHPH-NEXT-SEQ               PIC S9(9) USAGE COMP.
       01  BHPH-FOUND                  PIC X(1).
       01  CURRENT-DATE-FIELDS.
           05  CDF-YYYY                PIC 9(4).
           05  CDF-MM                  PIC 9(2).
           05  FILLER                  PIC X(15).

       COPY GAM0BAW.
       COPY GAM0BIC.
       COPY GAM0BHC.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
                     AND SOLDFLAG = 'Y'
           END-EXEC.

      *---------------------------------------
      * THE DEAL'S INCENTIVE CLAIMS THE FACTORY HAS ALREADY SEEN -
      * SUBMITTED, PART PAID OR PAID - THAT NEED A REVERSAL SENT.
      *---------------------------------------
       EXEC SQL
           DECLARE ICREVCURSOR CURSOR FOR
               SELECT CLAIMID, DEALERID, INCENTIVEID,
                      INCENTIVETYPE, CLAIMAMOUNT
                   FROM INCENTIVE_CLAIMS
                   WHERE VIN = :UNWIND-VIN
                     AND SALEDATE = :CLAW-SALEDATE
                     AND CLAIMTYPE = 'C'
                     AND STATUS IN ('S', 'H', 'A')
                   ORDER BY CLAIMID
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).
               END-IF
           END-IF.

      *---------------------------------------
      * AN IN-HOUSE (BHPH) DEAL THE BUYER HAS ALREADY PAID ON IS A
      * COLLECTIONS MATTER, NOT AN UNWIND - THE MONEY TAKEN AND THE
      * BALANCE STILL OWED WOULD BOTH VANISH WITH THE SALE.
      *---------------------------------------
           PERFORM 1160-FIND-INSTALLMENT-CONTRACT.
           IF BHPH-FOUND = "Y" AND BHPH-PAID-COUNT > 0
               MOVE "PAYMENTS POSTED ON IN-HOUSE CONTRACT - SEE OFFICE"
                   TO UNWINDMSGOUT
               GO TO 1000-EXIT
           END-IF.

      *---------------------------------------
      * CLEAR THE SALE OFF THE VEHICLE AND RESTART ITS AGING CLOCK.
      *---------------------------------------
           END-IF.

           PERFORM 1100-RECORD-CLAWBACK.
           PERFORM 1150-REVERSE-INCENTIVE-CLAIMS THRU 1150-EXIT.
           PERFORM 1170-CANCEL-INSTALLMENT-CONTRACT THRU 1170-EXIT.
           PERFORM 1180-CANCEL-DELIVERY THRU 1180-EXIT.
           PERFORM 1190-CANCEL-LEASE THRU 1190-EXIT.
           PERFORM 1195-CLEAR-FLOOR-PAYOFF.
           PERFORM 1196-RESTORE-ACCESSORIES.

           MOVE UNWIND-VIN TO AUDIT-KEY.
           MOVE "SOLDFLAG=Y" TO AUDIT-BEFORE.
       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * A REBATE CLAIMED ON A DEAL THAT NO LONGER EXISTS MUST GO
      * BACK TO THE FACTORY. A CLAIM STILL WAITING FOR TONIGHT'S
      * SUBMISSION IS SIMPLY CANCELLED; ONE THE FACTORY HAS SEEN
      * GETS A PENDING 'R' REVERSAL ROW THAT GAM0VIC SENDS OUT.
      * REJECTED AND CHARGED-BACK CLAIMS WERE NEVER PAID AND NEED
      * NOTHING.
      *---------------------------------------
       1150-REVERSE-INCENTIVE-CLAIMS.
           IF SALE-ROW-FOUND NOT = "Y"
               GO TO 1150-EXIT
           END-IF.

           EXEC SQL
               UPDATE INCENTIVE_CLAIMS
                  SET STATUS = 'X',
                      RESPONSEDATE = CURRENT DATE,
                      RESPONSEREASON = 'SALE UNWOUND BEFORE SUBMIT'
                WHERE VIN = :UNWIND-VIN
                  AND SALEDATE = :CLAW-SALEDATE
                  AND CLAIMTYPE = 'C'
                  AND STATUS = 'P'
           END-EXEC.
           MOVE 0 TO SQLCODE.

           EXEC SQL OPEN ICREVCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ICREVCURSOR
                       INTO :REVERSE-CLAIMID, :IC-DEALERID,
                            :IC-INCENTIVEID, :IC-INCENTIVETYPE,
                            :IC-CLAIMAMOUNT
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       SELECT COALESCE(MAX(CLAIMID), 0) + 1
                           INTO :REVERSE-NEXT-ID
                           FROM INCENTIVE_CLAIMS
                   END-EXEC
                   EXEC SQL
                       INSERT INTO INCENTIVE_CLAIMS
                           (CLAIMID, CLAIMTYPE, ORIGCLAIMID, VIN,
                            DEALERID, SALEDATE, INCENTIVEID,
                            INCENTIVETYPE, CLAIMAMOUNT, STATUS,
                            CREATEDATE, PAIDAMOUNT)
                           VALUES
                           (:REVERSE-NEXT-ID, 'R', :REVERSE-CLAIMID,
                            :UNWIND-VIN, :IC-DEALERID,
                            :CLAW-SALEDATE, :IC-INCENTIVEID,
                            :IC-INCENTIVETYPE, :IC-CLAIMAMOUNT, 'P',
                            CURRENT DATE, 0)
                   END-EXEC
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE ICREVCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

       1150-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE VIN'S ACTIVE IN-HOUSE CONTRACT, IF THE DEAL WAS ONE,
      * AND HOW MANY PAYMENTS HAVE BEEN POSTED AGAINST IT.
      *---------------------------------------
       1160-FIND-INSTALLMENT-CONTRACT.
           MOVE "N" TO BHPH-FOUND.
           MOVE 0 TO BHPH-PAID-COUNT.
           EXEC SQL
               SELECT CONTRACTID, DEALERID, PRINCIPALBAL, LATEFEEBAL
                   INTO :HC-CONTRACTID, :HC-DEALERID,
                        :HC-PRINCIPALBAL, :HC-LATEFEEBAL
                   FROM BHPH_CONTRACTS
                   WHERE VIN = :UNWIND-VIN
                     AND STATUS = 'A'
           END-EXEC.
           IF SQLCODE = 0
               MOVE "Y" TO BHPH-FOUND
               EXEC SQL
                   SELECT COUNT(*) INTO :BHPH-PAID-COUNT
                       FROM BHPH_TRANSACTIONS
                       WHERE CONTRACTID = :HC-CONTRACTID
                         AND TXNTYPE = 'P'
               END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE UNPAID CONTRACT GOES WITH THE SALE: STATUS 'X', ITS
      * SCHEDULE CANCELLED, AND AN 'X' TRANSACTION FOR WHAT WAS
      * STILL OWED SO GAM0VGL TAKES IT BACK OFF 1150/1155.
      *---------------------------------------
       1170-CANCEL-INSTALLMENT-CONTRACT.
           IF BHPH-FOUND NOT = "Y"
               GO TO 1170-EXIT
           END-IF.

           EXEC SQL
               UPDATE BHPH_CONTRACTS
                  SET STATUS = 'X',
                      STATUSDATE = CURRENT DATE,
                      PRINCIPALBAL = 0,
                      LATEFEEBAL = 0,
                      NEXTDUEDATE = NULL,
                      DAYSPASTDUE = 0
                WHERE CONTRACTID = :HC-CONTRACTID
           END-EXEC.

           EXEC SQL
               UPDATE BHPH_SCHEDULE
                  SET STATUS = 'X'
                WHERE CONTRACTID = :HC-CONTRACTID
                  AND STATUS IN ('O', 'H')
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(MAX(TXNSEQ), 0) + 1
                   INTO :BHPH-NEXT-SEQ
                   FROM BHPH_TRANSACTIONS
                   WHERE CONTRACTID = :HC-CONTRACTID
           END-EXEC.

           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           EXEC SQL
               INSERT INTO BHPH_TRANSACTIONS
                   (CONTRACTID, TXNSEQ, TXNDATE, TXNTYPE, VIN,
                    DEALERID, TXNAMOUNT, PRINCIPALAMT, INTERESTAMT,
                    LATEFEEAMT, TENDERTYPE, REFERENCE, POSTEDUSER)
                   VALUES
                   (:HC-CONTRACTID, :BHPH-NEXT-SEQ, CURRENT DATE, 'X',
                    :UNWIND-VIN, :HC-DEALERID,
                    :HC-PRINCIPALBAL + :HC-LATEFEEBAL,
                    :HC-PRINCIPALBAL, 0, :HC-LATEFEEBAL, NULL,
                    :UNWIND-REASON, :AUDIT-USER)
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1170-EXIT.
           CONTINUE.

      *---------------------------------------
      * A CAR THAT NEVER LEFT COMES OFF THE DELIVERY BOARD AND THE
      * PAST-PROMISE REPORT. ONE ALREADY DELIVERED KEEPS ITS ROW -
      * THE DELIVERY AND IN-SERVICE DATES STILL HAPPENED.
      *---------------------------------------
       1180-CANCEL-DELIVERY.
           IF SALE-ROW-FOUND NOT = "Y"
               GO TO 1180-EXIT
           END-IF.

           EXEC SQL
               UPDATE DELIVERY_SCHEDULE
                  SET STATUS = 'X',
                      STATUSDATE = CURRENT DATE
                WHERE VIN = :UNWIND-VIN
                  AND SALEDATE = :CLAW-SALEDATE
                  AND STATUS = 'O'
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1180-EXIT.
           CONTINUE.

      *---------------------------------------
      * AN UNWOUND LEASE NEVER MATURES - ITS LEASE_CONTRACTS ROW
      * GOES TO 'X' SO GAM0VLM STOPS WORKING IT.
      *---------------------------------------
       1190-CANCEL-LEASE.
           IF SALE-ROW-FOUND NOT = "Y"
               GO TO 1190-EXIT
           END-IF.

           EXEC SQL
               UPDATE LEASE_CONTRACTS
                  SET STATUS = 'X',
                      STATUSDATE = CURRENT DATE
                WHERE VIN = :UNWIND-VIN
                  AND SALEDATE = :CLAW-SALEDATE
                  AND STATUS = 'A'
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1190-EXIT.
           CONTINUE.

      *---------------------------------------
      * A UNIT BACK IN STOCK BEFORE ITS LENDER WAS PAID OFF IS NO
      * LONGER SOLD OUT OF TRUST - THE PAYOFF DUE DATE THE SALE
      * STAMPED COMES OFF THE STILL-OPEN FLOORING LINE.
      *---------------------------------------
       1195-CLEAR-FLOOR-PAYOFF.
           EXEC SQL
               UPDATE FLOORPLAN
                  SET PAYOFFDUEDATE = NULL
                WHERE VIN = :UNWIND-VIN
                  AND STATUS = 'A'
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE DEALER-INSTALLED ACCESSORIES WENT OUT WITH THE CAR AND
      * COME BACK WITH IT - ON THE ADDENDUM AGAIN FOR THE NEXT
      * BUYER. THEIR COST NEVER LEFT THE UNIT'S LEDGER.
      *---------------------------------------
       1196-RESTORE-ACCESSORIES.
           EXEC SQL
               UPDATE VEHICLE_ACCESSORIES
                  SET STATUS = 'I',
                      STATUSDATE = CURRENT DATE,
                      SALEDATE = NULL
                WHERE VIN = :UNWIND-VIN
                  AND STATUS = 'S'
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
