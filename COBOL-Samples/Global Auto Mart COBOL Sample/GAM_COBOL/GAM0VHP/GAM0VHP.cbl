      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VHP.cbl                                     *
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
      * ONLINE IN-HOUSE (BHPH) PAYMENT POSTING. THE STORE CASHIER
      * (BHPHPAY FUNCTION ON USER_AUTHORITY) KEYS THE CONTRACT
      * NUMBER - OR THE VIN, WHICH FINDS ITS NEWEST CONTRACT - AND
      * ENTER SHOWS WHERE THE BUYER STANDS: SCHEDULED PAYMENT, NEXT
      * DUE DATE, DAYS AND AMOUNT PAST DUE, PRINCIPAL, LATE FEES AND
      * TODAY'S PAYOFF. PF5 POSTS THE AMOUNT TENDERED: LATE FEES
      * FIRST, THEN THE SCHEDULE OLDEST INSTALLMENT FIRST, INTEREST
      * BEFORE PRINCIPAL. A PAYMENT OF EXACTLY THE PAYOFF CLOSES THE
      * CONTRACT WITHOUT CHARGING INTEREST NOT YET DUE; MORE THAN
      * THE PAYOFF IS REFUSED. PF7 LISTS THE OPEN INSTALLMENTS. THE
      * PAYMENT IS A BHPH_TRANSACTIONS ROW (THE RECEIPT NUMBER IS
      * CONTRACT-SEQUENCE) THAT GAM0VGL JOURNALS TONIGHT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VHP.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE BHPH PAYMENT POSTING BMS MAP
      *---------------------------------------
       COPY GAM0MDH.
       01  BHPHPAYO REDEFINES GAMVHP1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  HPCONTRACTOUT           PIC X(9).
           05  FILLER                  PIC X(9).
           05  HPVINOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  HPAMOUNTOUT             PIC X(9).
           05  FILLER                  PIC X(9).
           05  HPTENDEROUT             PIC X(1).
           05  FILLER                  PIC X(9).
           05  HPREFOUT                PIC X(15).
           05  FILLER                  PIC X(9).
           05  HPBUYEROUT              PIC X(35).
           05  FILLER                  PIC X(9).
           05  HPPHONEOUT              PIC X(12).
           05  FILLER                  PIC X(9).
           05  HPSTATUSOUT             PIC X(1).
           05  FILLER                  PIC X(9).
           05  HPPAYMENTOUT            PIC X(8).
           05  FILLER                  PIC X(9).
           05  HPNEXTDUEOUT            PIC X(10).
           05  FILLER                  PIC X(9).
           05  HPDPDOUT                PIC X(4).
           05  FILLER                  PIC X(9).
           05  HPPASTDUEOUT            PIC X(10).
           05  FILLER                  PIC X(9).
           05  HPPRINOUT               PIC X(10).
           05  FILLER                  PIC X(9).
           05  HPFEESOUT               PIC X(8).
           05  FILLER                  PIC X(9).
           05  HPPAYOFFOUT             PIC X(10).
           05  FILLER                  PIC X(9).
           05  HPLASTPAYOUT            PIC X(10).
           05  FILLER                  PIC X(9).
           05  BHPHPAYMSGOUT           PIC X(60).

       01  BHPHPAY-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  HP-PANEL.
           05  HP-LINE-1   PIC X(79) VALUE
               "GAM0VHP OPEN INSTALLMENTS - OLDEST FIRST".
           05  HP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  HP-LINE-LAST PIC X(79) VALUE
               "NO  DUE DATE    PAYMENT     PAID  ST LATE FEE".

       01  LOOKUP-VIN                  PIC X(17).
       01  CONTRACT-FOUND              PIC X(1).
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  PERIOD-CLOSED-COUNT         PIC S9(9) USAGE COMP.
       01  NEXT-TXNSEQ                 PIC S9(9) USAGE COMP.

       01  PAY-AMOUNT                  PIC S9(7)V99 USAGE COMP-3.
       01  PAY-TENDER                  PIC X(1).
       01  PAY-REFERENCE               PIC X(15).
       01  IND-PAY-REFERENCE           PIC S9(4) USAGE COMP.
       01  PAY-REMAINING               PIC S9(7)V99 USAGE COMP-3.
       01  PAY-APPLY                   PIC S9(7)V99 USAGE COMP-3.
       01  PAY-TO-FEES                 PIC S9(5)V99 USAGE COMP-3.
       01  PAY-TO-INTEREST             PIC S9(5)V99 USAGE COMP-3.
       01  PAY-TO-PRINCIPAL            PIC S9(7)V99 USAGE COMP-3.
       01  INST-ROOM                   PIC S9(5)V99 USAGE COMP-3.
       01  INST-INT-OPEN               PIC S9(5)V99 USAGE COMP-3.

       01  PAST-DUE-AMOUNT             PIC S9(7)V99 USAGE COMP-3.
       01  INTEREST-DUE-NOW            PIC S9(7)V99 USAGE COMP-3.
       01  PAYOFF-AMOUNT               PIC S9(7)V99 USAGE COMP-3.
       01  HOLD-PRINCIPALBAL           PIC S9(7)V99 USAGE COMP-3.
       01  HOLD-LATEFEEBAL             PIC S9(5)V99 USAGE COMP-3.
       01  IND-HC-BUYERPHONE           PIC S9(4) USAGE COMP.
       01  IND-HC-NEXTDUEDATE          PIC S9(4) USAGE COMP.
       01  IND-HC-LASTPAYDATE          PIC S9(4) USAGE COMP.
       01  IND-HS-LATEFEEAMT           PIC S9(4) USAGE COMP.

       01  CONVERT-CONTRACTID          PIC 9(9).
       01  CONVERT-TXNSEQ              PIC 9(3).
       01  CONVERT-MONEY               PIC 9(7).99.
       01  CONVERT-SMALL-MONEY         PIC 9(5).99.
       01  CONVERT-FEE                 PIC 9(3).99.
       01  CONVERT-DPD                 PIC 9(4).
       01  CONVERT-INST-NO             PIC 9(2).

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).

       COPY GAM0BHC.
       COPY GAM0BHS.
       COPY GAM0BAW.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE HPINSTCURSOR CURSOR FOR
               SELECT INSTALLMENTNO, PAYMENTDUE, INTERESTDUE,
                      AMOUNTPAID
                   FROM BHPH_SCHEDULE
                   WHERE CONTRACTID = :HC-CONTRACTID
                     AND STATUS IN ('O', 'H')
                   ORDER BY INSTALLMENTNO
           END-EXEC.

       EXEC SQL
           DECLARE HPSCHEDCURSOR CURSOR FOR
               SELECT INSTALLMENTNO, CHAR(DUEDATE, ISO), PAYMENTDUE,
                      AMOUNTPAID, STATUS, LATEFEEAMT
                   FROM BHPH_SCHEDULE
                   WHERE CONTRACTID = :HC-CONTRACTID
                     AND STATUS IN ('O', 'H')
                   ORDER BY INSTALLMENTNO
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE BHPHPAYO.
           MOVE LOW-VALUE TO BHPHPAYO.

           IF EIBCALEN = 0
               INITIALIZE BHPHPAY-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO BHPHPAY-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE "BHPHPAY" TO AUTH-FUNCTION.
           MOVE "N" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"
               PERFORM 0000-PROCESS-PAYMENT
           ELSE
               IF EIBAID = DFHPF3 OR EIBAID = DFHPF12
                   EXEC CICS SEND
                       CONTROL
                       ERASE
                       FREEKB
                       END-EXEC
                   EXEC CICS RETURN
                       END-EXEC
               END-IF
               MOVE "NOT AUTHORIZED TO POST IN-HOUSE PAYMENTS" TO
                   BHPHPAYMSGOUT
               PERFORM 1900-SEND-MAP
           END-IF.

           GOBACK.

      *---------------------------------------
      * COMMON SIGN-ON CHECK - THE CICS USER MUST HOLD A
      * USER_AUTHORITY ROW FOR THIS FUNCTION (MANAGER ROLE WHERE THE
      * FUNCTION DEMANDS IT) BEFORE THE UPDATE LOGIC RUNS. A REFUSAL
      * IS ITSELF RECORDED ON THE AUDIT TRAIL SO THE VIOLATIONS
      * REPORT (GAM0VVR) HAS SOMETHING TO SHOW THE AUDITORS.
      *---------------------------------------
       0100-CHECK-AUTHORITY.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE 0 TO AUTH-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :AUTH-COUNT
                   FROM USER_AUTHORITY
                   WHERE USERID = :AUDIT-USER
                     AND FUNCTIONCODE = :AUTH-FUNCTION
                     AND (:AUTH-NEED-MGR = 'N'
                          OR USERROLE = 'MANAGER')
           END-EXEC.

           IF AUTH-COUNT > 0
               MOVE "Y" TO AUTH-OK
           ELSE
               MOVE "N" TO AUTH-OK
               MOVE "VIOLATION" TO AUDIT-KEY
               MOVE AUTH-FUNCTION TO AUDIT-BEFORE
               MOVE "DENIED" TO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
           END-IF.

       0000-PROCESS-PAYMENT.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-FIND-CONTRACT THRU 1000-EXIT
               IF CONTRACT-FOUND = "Y"
                   PERFORM 1100-SHOW-CONTRACT
               END-IF
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF5
               PERFORM 1200-POST-PAYMENT THRU 1200-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF7
               PERFORM 1000-FIND-CONTRACT THRU 1000-EXIT
               IF CONTRACT-FOUND = "Y"
                   PERFORM 1700-LIST-INSTALLMENTS
               ELSE
                   PERFORM 1900-SEND-MAP
               END-IF

           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE

           WHEN EIBAID = DFHPF3 OR DFHPF12
               EXEC CICS
                   SYNCPOINT
                   END-EXEC
               EXEC CICS SEND
                   CONTROL
                   ERASE
                   FREEKB
                   END-EXEC
               EXEC CICS RETURN
                   END-EXEC

           WHEN OTHER
               MOVE "INVALID KEY PRESSED" TO BHPHPAYMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * THE CONTRACT NUMBER WINS WHEN BOTH ARE KEYED. BY VIN IT IS
      * THE NEWEST CONTRACT ON THE CAR - A RESOLD REPO CAN CARRY AN
      * OLD PAID-OFF ONE TOO. THE AMOUNTS DUE COME WITH IT.
      *---------------------------------------
       1000-FIND-CONTRACT.
           MOVE SPACES TO BHPHPAYMSGOUT.
           MOVE "N" TO CONTRACT-FOUND.
           MOVE 0 TO HC-CONTRACTID.

           IF HPCONTRACTOUT NOT = SPACES
              AND HPCONTRACTOUT NOT = LOW-VALUE
               COMPUTE HC-CONTRACTID = FUNCTION NUMVAL(HPCONTRACTOUT)
           ELSE
               MOVE HPVINOUT TO LOOKUP-VIN
               IF LOOKUP-VIN = SPACES OR LOOKUP-VIN = LOW-VALUE
                   MOVE "ENTER A CONTRACT NUMBER OR VIN" TO
                       BHPHPAYMSGOUT
                   GO TO 1000-EXIT
               END-IF
               EXEC SQL
                   SELECT COALESCE(MAX(CONTRACTID), 0)
                       INTO :HC-CONTRACTID
                       FROM BHPH_CONTRACTS
                       WHERE VIN = :LOOKUP-VIN
               END-EXEC
               MOVE 0 TO SQLCODE
           END-IF.

           EXEC SQL
               SELECT VIN, DEALERID, BUYERNAME, BUYERPHONE,
                      PAYMENTAMOUNT, PRINCIPALBAL, LATEFEEBAL,
                      CHAR(NEXTDUEDATE, ISO), DAYSPASTDUE,
                      CHAR(LASTPAYDATE, ISO), STATUS
                   INTO :HC-VIN, :HC-DEALERID, :HC-BUYERNAME,
                        :HC-BUYERPHONE :IND-HC-BUYERPHONE,
                        :HC-PAYMENTAMOUNT, :HC-PRINCIPALBAL,
                        :HC-LATEFEEBAL,
                        :HC-NEXTDUEDATE :IND-HC-NEXTDUEDATE,
                        :HC-DAYSPASTDUE,
                        :HC-LASTPAYDATE :IND-HC-LASTPAYDATE,
                        :HC-STATUS
                   FROM BHPH_CONTRACTS
                   WHERE CONTRACTID = :HC-CONTRACTID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "NO IN-HOUSE CONTRACT ON FILE" TO BHPHPAYMSGOUT
               GO TO 1000-EXIT
           END-IF.

           MOVE "Y" TO CONTRACT-FOUND.
           IF IND-HC-BUYERPHONE < 0
               MOVE SPACES TO HC-BUYERPHONE
           END-IF.
           IF IND-HC-NEXTDUEDATE < 0
               MOVE SPACES TO HC-NEXTDUEDATE
           END-IF.
           IF IND-HC-LASTPAYDATE < 0
               MOVE "NONE" TO HC-LASTPAYDATE
           END-IF.
           MOVE HC-PRINCIPALBAL TO HOLD-PRINCIPALBAL.
           MOVE HC-LATEFEEBAL TO HOLD-LATEFEEBAL.

      *---------------------------------------
      * PAST DUE IS WHAT IS LEFT ON INSTALLMENTS ALREADY DUE. THE
      * PAYOFF IS PRINCIPAL AND FEES PLUS ONLY THE INTEREST ON
      * INSTALLMENTS DUE BY TODAY - FUTURE INTEREST IS NOT EARNED.
      *---------------------------------------
           MOVE 0 TO PAST-DUE-AMOUNT.
           MOVE 0 TO INTEREST-DUE-NOW.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN DUEDATE < CURRENT DATE
                                        THEN PAYMENTDUE - AMOUNTPAID
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN INTERESTDUE > AMOUNTPAID
                                        THEN INTERESTDUE - AMOUNTPAID
                                        ELSE 0 END), 0)
                   INTO :PAST-DUE-AMOUNT, :INTEREST-DUE-NOW
                   FROM BHPH_SCHEDULE
                   WHERE CONTRACTID = :HC-CONTRACTID
                     AND STATUS IN ('O', 'H')
                     AND DUEDATE <= CURRENT DATE
           END-EXEC.
           MOVE 0 TO SQLCODE.

           COMPUTE PAYOFF-AMOUNT =
               HC-PRINCIPALBAL + HC-LATEFEEBAL + INTEREST-DUE-NOW.
           IF HC-STATUS NOT = "A"
               MOVE 0 TO PAYOFF-AMOUNT
           END-IF.

       1000-EXIT.
           CONTINUE.

       1100-SHOW-CONTRACT.
           MOVE HC-CONTRACTID TO CONVERT-CONTRACTID.
           MOVE CONVERT-CONTRACTID TO HPCONTRACTOUT.
           MOVE HC-VIN-TEXT TO HPVINOUT.
           MOVE HC-BUYERNAME-TEXT TO HPBUYEROUT.
           MOVE HC-BUYERPHONE TO HPPHONEOUT.
           MOVE HC-STATUS TO HPSTATUSOUT.
           MOVE HC-PAYMENTAMOUNT TO CONVERT-SMALL-MONEY.
           MOVE CONVERT-SMALL-MONEY TO HPPAYMENTOUT.
           MOVE HC-NEXTDUEDATE TO HPNEXTDUEOUT.
           MOVE HC-DAYSPASTDUE TO CONVERT-DPD.
           MOVE CONVERT-DPD TO HPDPDOUT.
           MOVE PAST-DUE-AMOUNT TO CONVERT-MONEY.
           MOVE CONVERT-MONEY TO HPPASTDUEOUT.
           MOVE HC-PRINCIPALBAL TO CONVERT-MONEY.
           MOVE CONVERT-MONEY TO HPPRINOUT.
           MOVE HC-LATEFEEBAL TO CONVERT-SMALL-MONEY.
           MOVE CONVERT-SMALL-MONEY TO HPFEESOUT.
           MOVE PAYOFF-AMOUNT TO CONVERT-MONEY.
           MOVE CONVERT-MONEY TO HPPAYOFFOUT.
           MOVE HC-LASTPAYDATE TO HPLASTPAYOUT.

           IF BHPHPAYMSGOUT = SPACES
               EVALUATE HC-STATUS
               WHEN "A"
                   MOVE "CONTRACT ACTIVE - PF5 POSTS A PAYMENT" TO
                       BHPHPAYMSGOUT
               WHEN "P"
                   MOVE "CONTRACT PAID OFF" TO BHPHPAYMSGOUT
               WHEN OTHER
                   MOVE "CONTRACT CANCELLED - SALE WAS UNWOUND" TO
                       BHPHPAYMSGOUT
               END-EVALUATE
           END-IF.

      *---------------------------------------
      * PF5 - EDIT THE TENDER, SPLIT IT, AND WRITE THE SCHEDULE,
      * THE CONTRACT AND THE 'P' TRANSACTION IN ONE UNIT OF WORK.
      * THE CONTRACT UPDATE IS GUARDED ON THE BALANCES READ, SO TWO
      * CASHIERS CANNOT BOTH APPLY AGAINST THE SAME BALANCE.
      *---------------------------------------
       1200-POST-PAYMENT.
           MOVE 0 TO PERIOD-CLOSED-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :PERIOD-CLOSED-COUNT
                   FROM ACCOUNTING_PERIODS
                   WHERE PERIODYEAR = YEAR(CURRENT DATE)
                     AND PERIODMONTH = MONTH(CURRENT DATE)
                     AND STATUS = 'C'
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF PERIOD-CLOSED-COUNT > 0
               MOVE "ACCOUNTING PERIOD IS CLOSED - SEE OFFICE" TO
                   BHPHPAYMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE HPAMOUNTOUT TO PANEL-LINE-TEXT.
           MOVE HPTENDEROUT TO PAY-TENDER.
           MOVE HPREFOUT TO PAY-REFERENCE.

           PERFORM 1000-FIND-CONTRACT THRU 1000-EXIT.
           IF CONTRACT-FOUND NOT = "Y"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1100-SHOW-CONTRACT.
           MOVE SPACES TO BHPHPAYMSGOUT.

           IF HC-STATUS NOT = "A"
               MOVE "CONTRACT IS NOT ACTIVE - NOTHING IS OWED" TO
                   BHPHPAYMSGOUT
               GO TO 1200-EXIT
           END-IF.

           IF PANEL-LINE-TEXT(1:9) = SPACES
              OR PANEL-LINE-TEXT(1:9) = LOW-VALUE
               MOVE 0 TO PAY-AMOUNT
           ELSE
               COMPUTE PAY-AMOUNT =
                   FUNCTION NUMVAL(PANEL-LINE-TEXT(1:9))
           END-IF.
           IF PAY-AMOUNT NOT > 0
               MOVE "ENTER THE PAYMENT AMOUNT" TO BHPHPAYMSGOUT
               GO TO 1200-EXIT
           END-IF.

           IF PAY-TENDER NOT = "C" AND PAY-TENDER NOT = "K"
              AND PAY-TENDER NOT = "M" AND PAY-TENDER NOT = "D"
               MOVE "TENDER MUST BE C CASH, K CHECK, M M/O, D DEBIT"
                   TO BHPHPAYMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE 0 TO IND-PAY-REFERENCE.
           IF PAY-REFERENCE = SPACES OR PAY-REFERENCE = LOW-VALUE
               IF PAY-TENDER = "K" OR PAY-TENDER = "M"
                   MOVE "ENTER THE CHECK OR MONEY ORDER NUMBER" TO
                       BHPHPAYMSGOUT
                   GO TO 1200-EXIT
               END-IF
               MOVE -1 TO IND-PAY-REFERENCE
           END-IF.

           IF PAY-AMOUNT > PAYOFF-AMOUNT
               MOVE PAYOFF-AMOUNT TO CONVERT-MONEY
               STRING "PAYMENT EXCEEDS TODAY'S PAYOFF OF "
                      CONVERT-MONEY
                   DELIMITED BY SIZE INTO BHPHPAYMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE PAY-AMOUNT TO PAY-REMAINING.
           MOVE 0 TO PAY-TO-FEES PAY-TO-INTEREST PAY-TO-PRINCIPAL.

           IF PAY-REMAINING > HC-LATEFEEBAL
               MOVE HC-LATEFEEBAL TO PAY-TO-FEES
           ELSE
               MOVE PAY-REMAINING TO PAY-TO-FEES
           END-IF.
           SUBTRACT PAY-TO-FEES FROM PAY-REMAINING.
           SUBTRACT PAY-TO-FEES FROM HC-LATEFEEBAL.

           IF PAY-AMOUNT = PAYOFF-AMOUNT
               PERFORM 1250-APPLY-PAYOFF
           ELSE
               PERFORM 1300-APPLY-TO-SCHEDULE
           END-IF.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR APPLYING THE PAYMENT" TO BHPHPAYMSGOUT
               GO TO 1200-EXIT
           END-IF.

           SUBTRACT PAY-TO-PRINCIPAL FROM HC-PRINCIPALBAL.
           IF HC-PRINCIPALBAL = 0 AND HC-LATEFEEBAL = 0
               MOVE "P" TO HC-STATUS
           END-IF.

           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE BHPH_CONTRACTS C
                  SET PRINCIPALBAL = :HC-PRINCIPALBAL,
                      LATEFEEBAL = :HC-LATEFEEBAL,
                      LASTPAYDATE = CURRENT DATE,
                      STATUS = :HC-STATUS,
                      STATUSDATE = CASE WHEN :HC-STATUS = 'P'
                                        THEN CURRENT DATE
                                        ELSE C.STATUSDATE END,
                      NEXTDUEDATE =
                          (SELECT MIN(S.DUEDATE)
                               FROM BHPH_SCHEDULE S
                               WHERE S.CONTRACTID = C.CONTRACTID
                                 AND S.STATUS IN ('O', 'H')),
                      DAYSPASTDUE = COALESCE(
                          (SELECT DAYS(CURRENT DATE)
                                  - DAYS(MIN(S.DUEDATE))
                               FROM BHPH_SCHEDULE S
                               WHERE S.CONTRACTID = C.CONTRACTID
                                 AND S.STATUS IN ('O', 'H')
                                 AND S.DUEDATE < CURRENT DATE), 0)
                WHERE C.CONTRACTID = :HC-CONTRACTID
                  AND C.STATUS = 'A'
                  AND C.PRINCIPALBAL = :HOLD-PRINCIPALBAL
                  AND C.LATEFEEBAL = :HOLD-LATEFEEBAL
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           IF ROWS-UPDATED NOT = 1
               EXEC SQL ROLLBACK END-EXEC
               MOVE "CONTRACT CHANGED SINCE DISPLAYED - PRESS ENTER"
                   TO BHPHPAYMSGOUT
               GO TO 1200-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(TXNSEQ), 0) + 1
                   INTO :NEXT-TXNSEQ
                   FROM BHPH_TRANSACTIONS
                   WHERE CONTRACTID = :HC-CONTRACTID
           END-EXEC.

           EXEC SQL
               INSERT INTO BHPH_TRANSACTIONS
                   (CONTRACTID, TXNSEQ, TXNDATE, TXNTYPE, VIN,
                    DEALERID, TXNAMOUNT, PRINCIPALAMT, INTERESTAMT,
                    LATEFEEAMT, TENDERTYPE, REFERENCE, POSTEDUSER)
                   VALUES
                   (:HC-CONTRACTID, :NEXT-TXNSEQ, CURRENT DATE, 'P',
                    :HC-VIN, :HC-DEALERID, :PAY-AMOUNT,
                    :PAY-TO-PRINCIPAL, :PAY-TO-INTEREST,
                    :PAY-TO-FEES, :PAY-TENDER,
                    :PAY-REFERENCE :IND-PAY-REFERENCE, :AUDIT-USER)
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR RECORDING THE PAYMENT" TO
                   BHPHPAYMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE HC-CONTRACTID TO CONVERT-CONTRACTID.
           MOVE NEXT-TXNSEQ TO CONVERT-TXNSEQ.
           MOVE SPACES TO AUDIT-KEY.
           STRING "BHPH " CONVERT-CONTRACTID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE HOLD-PRINCIPALBAL TO CONVERT-MONEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "PRINCIPAL " CONVERT-MONEY
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE PAY-AMOUNT TO CONVERT-MONEY.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "PAYMENT " CONVERT-MONEY " TENDER " PAY-TENDER
                  " RECEIPT " CONVERT-CONTRACTID "-" CONVERT-TXNSEQ
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 1000-FIND-CONTRACT THRU 1000-EXIT.
           PERFORM 1100-SHOW-CONTRACT.
           MOVE SPACES TO HPAMOUNTOUT HPTENDEROUT HPREFOUT.
           MOVE SPACES TO BHPHPAYMSGOUT.
           IF HC-STATUS = "P"
               STRING "CONTRACT PAID OFF - RECEIPT "
                      CONVERT-CONTRACTID "-" CONVERT-TXNSEQ
                   DELIMITED BY SIZE INTO BHPHPAYMSGOUT
           ELSE
               STRING "PAYMENT POSTED - RECEIPT "
                      CONVERT-CONTRACTID "-" CONVERT-TXNSEQ
                   DELIMITED BY SIZE INTO BHPHPAYMSGOUT
           END-IF.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE PAYOFF TAKES THE INTEREST DUE TO DATE AND THE WHOLE
      * PRINCIPAL, AND CLOSES EVERY INSTALLMENT STILL OPEN.
      *---------------------------------------
       1250-APPLY-PAYOFF.
           MOVE INTEREST-DUE-NOW TO PAY-TO-INTEREST.
           MOVE HC-PRINCIPALBAL TO PAY-TO-PRINCIPAL.
           EXEC SQL
               UPDATE BHPH_SCHEDULE
                  SET STATUS = 'P',
                      PAIDDATE = CURRENT DATE
                WHERE CONTRACTID = :HC-CONTRACTID
                  AND STATUS IN ('O', 'H')
           END-EXEC.
           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.

      *---------------------------------------
      * WHAT IS LEFT AFTER THE FEES FILLS THE OPEN INSTALLMENTS IN
      * DUE-DATE ORDER - EACH ONE'S UNPAID INTEREST FIRST, THEN ITS
      * PRINCIPAL. A PAYMENT SHORT OF THE NEXT INSTALLMENT LEAVES IT
      * PART PAID ('H'); A LARGER ONE PAYS AHEAD.
      *---------------------------------------
       1300-APPLY-TO-SCHEDULE.
           EXEC SQL OPEN HPINSTCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PAY-REMAINING = 0
               EXEC SQL
                   FETCH HPINSTCURSOR
                       INTO :HS-INSTALLMENTNO, :HS-PAYMENTDUE,
                            :HS-INTERESTDUE, :HS-AMOUNTPAID
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 1310-APPLY-TO-INSTALLMENT
               END-IF
           END-PERFORM.

           IF SQLCODE = 100
               MOVE 0 TO SQLCODE
           END-IF.
           IF SQLCODE = 0
               EXEC SQL CLOSE HPINSTCURSOR END-EXEC
           END-IF.

       1310-APPLY-TO-INSTALLMENT.
           COMPUTE INST-ROOM = HS-PAYMENTDUE - HS-AMOUNTPAID.
           IF PAY-REMAINING < INST-ROOM
               MOVE PAY-REMAINING TO PAY-APPLY
           ELSE
               MOVE INST-ROOM TO PAY-APPLY
           END-IF.

           COMPUTE INST-INT-OPEN = HS-INTERESTDUE - HS-AMOUNTPAID.
           IF INST-INT-OPEN < 0
               MOVE 0 TO INST-INT-OPEN
           END-IF.
           IF PAY-APPLY < INST-INT-OPEN
               ADD PAY-APPLY TO PAY-TO-INTEREST
           ELSE
               ADD INST-INT-OPEN TO PAY-TO-INTEREST
               COMPUTE PAY-TO-PRINCIPAL =
                   PAY-TO-PRINCIPAL + PAY-APPLY - INST-INT-OPEN
           END-IF.

           ADD PAY-APPLY TO HS-AMOUNTPAID.
           SUBTRACT PAY-APPLY FROM PAY-REMAINING.
           IF HS-AMOUNTPAID < HS-PAYMENTDUE
               MOVE "H" TO HS-STATUS
           ELSE
               MOVE "P" TO HS-STATUS
           END-IF.

           EXEC SQL
               UPDATE BHPH_SCHEDULE
                  SET AMOUNTPAID = :HS-AMOUNTPAID,
                      PAIDDATE = CURRENT DATE,
                      STATUS = :HS-STATUS
                WHERE CONTRACTID = :HC-CONTRACTID
                  AND INSTALLMENTNO = :HS-INSTALLMENTNO
           END-EXEC.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
      * WORK AS THE CHANGE IT DESCRIBES.
      *---------------------------------------
       1600-WRITE-AUDIT.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VHP',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

      *---------------------------------------
      * PF7 - THE NEXT SEVEN OPEN INSTALLMENTS AND THE PAYOFF.
      *---------------------------------------
       1700-LIST-INSTALLMENTS.
           MOVE 0 TO PANEL-LINE-COUNT.
           MOVE SPACES TO HP-DETAIL-LINE (1) HP-DETAIL-LINE (2)
                          HP-DETAIL-LINE (3) HP-DETAIL-LINE (4)
                          HP-DETAIL-LINE (5) HP-DETAIL-LINE (6)
                          HP-DETAIL-LINE (7) HP-DETAIL-LINE (8).

           EXEC SQL OPEN HPSCHEDCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 7
              EXEC SQL
                  FETCH HPSCHEDCURSOR
                      INTO :HS-INSTALLMENTNO, :HS-DUEDATE,
                           :HS-PAYMENTDUE, :HS-AMOUNTPAID,
                           :HS-STATUS,
                           :HS-LATEFEEAMT :IND-HS-LATEFEEAMT
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1760-FORMAT-INSTALLMENT-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE HPSCHEDCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO OPEN INSTALLMENTS ON THIS CONTRACT" TO
                 HP-DETAIL-LINE (1)
           ELSE
              MOVE PAYOFF-AMOUNT TO CONVERT-MONEY
              MOVE HC-CONTRACTID TO CONVERT-CONTRACTID
              MOVE SPACES TO PANEL-LINE-TEXT
              STRING "CONTRACT " CONVERT-CONTRACTID
                     "   PAYOFF TODAY " CONVERT-MONEY
                  DELIMITED BY SIZE INTO PANEL-LINE-TEXT
              MOVE PANEL-LINE-TEXT TO HP-DETAIL-LINE (8)
           END-IF.

           EXEC CICS SEND TEXT FROM(HP-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1760-FORMAT-INSTALLMENT-LINE.
           ADD 1 TO PANEL-LINE-COUNT.
           IF IND-HS-LATEFEEAMT < 0
               MOVE 0 TO HS-LATEFEEAMT
           END-IF.
           MOVE HS-INSTALLMENTNO TO CONVERT-INST-NO.
           MOVE HS-PAYMENTDUE TO CONVERT-SMALL-MONEY.
           MOVE HS-AMOUNTPAID TO CONVERT-MONEY.
           MOVE HS-LATEFEEAMT TO CONVERT-FEE.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING CONVERT-INST-NO "  " HS-DUEDATE "  "
                  CONVERT-SMALL-MONEY " " CONVERT-MONEY "  "
                  HS-STATUS "  " CONVERT-FEE
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           MOVE PANEL-LINE-TEXT TO
               HP-DETAIL-LINE (PANEL-LINE-COUNT).

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVHP1')
               MAPSET('GAM0MDH')
               FROM(BHPHPAYO)
               ERASE
           END-EXEC.
