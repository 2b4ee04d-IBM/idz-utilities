      * LENDER CODE GAM0VSE COULDN'T KNOW AT THE DESK. PF7 WITH A
      * VIN STAMPS THE UNIT'S EARLIEST UNPAID FLOOR-PLAN
      * CURTAILMENT PAID (GAM0VFL RAISES THEM AT 90/120 DAYS), SO A
      * PAID LENDER STOPS SHOWING ON THE NIGHTLY CHASE LIST. A
      * RESERVE AMOUNT KEYED WITH PF5 (OR LATER WITH PF8 ON A FUNDED
      * DEAL, WHEN THE LENDER PAYS IT SEPARATELY) IS RECONCILED
      * AGAINST THE RESERVE GAM0VSE EXPECTED AT SALE. PF9 WITH A
      * VIN RECORDS THE FLOOR-PLAN PAYOFF OF A SOLD UNIT - THE
      * AMOUNT KEYED, OR THE BALANCE OWED IF NONE IS KEYED - AND
      * CLOSES THE LINE, FLAGGING A PAYOFF MADE AFTER THE DUE DATE
      * GAM0VSE STAMPED AS SOLD OUT OF TRUST.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VCT.
           05  FILLER                  PIC X(9).
           05  CTAMOUNTOUT             PIC X(9).
           05  FILLER                  PIC X(9).
           05  CTRESERVEOUT            PIC X(8).
           05  FILLER                  PIC X(9).
           05  CONTRANMSGOUT           PIC X(60).

       01  CONTRAN-COMMAREA.
               "GAM0VCT UNFUNDED CONTRACTS - OLDEST FIRST".
           05  TP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  TP-LINE-LAST PIC X(79) VALUE
            "PF5=FUNDED PF6=LENDER PF7=CURTAIL PF8=RESERVE PF9=PAYOFF".

       01  WORK-DEALERID               PIC S9(9) USAGE COMP.
       01  WORK-VIN                    PIC X(17).
       01  WORK-AGE-DAYS               PIC S9(9) USAGE COMP.
       01  WORK-CURT-LEG               PIC X(8).
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  WORK-RESERVE                PIC S9(5)V99 USAGE COMP-3.
       01  WORK-RESERVE-DIFF           PIC S9(5)V99 USAGE COMP-3.
       01  IND-EXPECTED-RESERVE        PIC S9(4) USAGE COMP.
       01  RESERVE-TOLERANCE           PIC S9(3)V99 USAGE COMP-3
                                       VALUE 1.00.
       01  CONVERT-RESERVE-DIFF        PIC 9(5).99.
       01  WORK-PAYOFF-OWED            PIC S9(7)V99 USAGE COMP-3.
       01  WORK-DAYS-LATE              PIC S9(9) USAGE COMP.
       01  IND-PAYOFF-DUE              PIC S9(4) USAGE COMP.
       01  CONVERT-DAYS-LATE           PIC ZZZZ9.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
               PERFORM 1300-RECORD-CURTAILMENT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF8
               PERFORM 1400-RECORD-RESERVE THRU 1400-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF9
               PERFORM 1500-RECORD-PAYOFF THRU 1500-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE

               MOVE "ENTER THE FUNDED AMOUNT" TO CONTRANMSGOUT
               GO TO 1100-EXIT
           END-IF.
           IF CTRESERVEOUT = SPACES OR CTRESERVEOUT = LOW-VALUE
               MOVE -1 TO WORK-RESERVE
           ELSE
               COMPUTE WORK-RESERVE = FUNCTION NUMVAL(CTRESERVEOUT)
           END-IF.

           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               STRING "FUNDED " CONVERT-AMOUNT
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               MOVE "FUNDING RECORDED" TO CONTRANMSGOUT
               IF WORK-RESERVE NOT < 0
                   PERFORM 1450-RECONCILE-RESERVE THRU 1450-EXIT
               END-IF
               EXEC SQL COMMIT END-EXEC
           ELSE
               MOVE "NO UNFUNDED CONTRACT FOR THAT VIN" TO
                   CONTRANMSGOUT
       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF8 - THE LENDER'S RESERVE CHECK CAME SEPARATELY FROM THE
      * FUNDING. THE DEAL MUST ALREADY BE FUNDED AND NOT YET HAVE
      * HAD ITS RESERVE RECORDED.
      *---------------------------------------
       1400-RECORD-RESERVE.
           MOVE SPACES TO CONTRANMSGOUT.
           MOVE CTVINOUT TO WORK-VIN.
           IF WORK-VIN = SPACES OR WORK-VIN = LOW-VALUE
               MOVE "ENTER THE VIN" TO CONTRANMSGOUT
               GO TO 1400-EXIT
           END-IF.
           IF CTRESERVEOUT = SPACES OR CTRESERVEOUT = LOW-VALUE
               MOVE "ENTER THE RESERVE THE LENDER PAID" TO
                   CONTRANMSGOUT
               GO TO 1400-EXIT
           END-IF.
           COMPUTE WORK-RESERVE = FUNCTION NUMVAL(CTRESERVEOUT).

           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               SELECT COUNT(*) INTO :ROWS-UPDATED
                   FROM CONTRACTS_IN_TRANSIT
                   WHERE VIN = :WORK-VIN
                     AND STATUS = 'F'
                     AND RESERVEPAID IS NULL
           END-EXEC.
           IF ROWS-UPDATED = 0
               MOVE "NO FUNDED CONTRACT AWAITING RESERVE FOR VIN" TO
                   CONTRANMSGOUT
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1450-RECONCILE-RESERVE THRU 1450-EXIT.
           EXEC SQL COMMIT END-EXEC.

       1400-EXIT.
           CONTINUE.

      *---------------------------------------
      * RESERVE PAID AGAINST RESERVE EXPECTED: WITHIN A DOLLAR IS
      * MATCHED ('M'), OTHERWISE SHORT ('S') OR OVER ('O') - THE
      * GAM0VFR MONTHLY REPORT CARRIES THE STATUS SO THE OFFICE CAN
      * CHASE A SHORT-PAYING LENDER.
      *---------------------------------------
       1450-RECONCILE-RESERVE.
           MOVE 0 TO CT-EXPECTEDRESERVE.
           EXEC SQL
               SELECT EXPECTEDRESERVE
                   INTO :CT-EXPECTEDRESERVE :IND-EXPECTED-RESERVE
                   FROM CONTRACTS_IN_TRANSIT
                   WHERE VIN = :WORK-VIN
                     AND STATUS = 'F'
                     AND RESERVEPAID IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               GO TO 1450-EXIT
           END-IF.
           IF IND-EXPECTED-RESERVE < 0
               MOVE 0 TO CT-EXPECTEDRESERVE
           END-IF.

           COMPUTE WORK-RESERVE-DIFF =
               WORK-RESERVE - CT-EXPECTEDRESERVE.
           EVALUATE TRUE
           WHEN WORK-RESERVE-DIFF > RESERVE-TOLERANCE
               MOVE "O" TO CT-RESERVESTATUS
           WHEN WORK-RESERVE-DIFF < 0 - RESERVE-TOLERANCE
               MOVE "S" TO CT-RESERVESTATUS
           WHEN OTHER
               MOVE "M" TO CT-RESERVESTATUS
           END-EVALUATE.

           EXEC SQL
               UPDATE CONTRACTS_IN_TRANSIT
                  SET RESERVEPAID = :WORK-RESERVE,
                      RESERVESTATUS = :CT-RESERVESTATUS
                WHERE VIN = :WORK-VIN
                  AND STATUS = 'F'
                  AND RESERVEPAID IS NULL
           END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE WORK-VIN TO AUDIT-KEY.
           MOVE CT-EXPECTEDRESERVE TO CONVERT-AMOUNT.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "RESERVE EXPECTED " CONVERT-AMOUNT
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE WORK-RESERVE TO CONVERT-AMOUNT.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "RESERVE PAID " CONVERT-AMOUNT " STATUS "
                  CT-RESERVESTATUS
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.

           MOVE WORK-RESERVE-DIFF TO CONVERT-RESERVE-DIFF.
           EVALUATE CT-RESERVESTATUS
           WHEN "M"
               MOVE "RESERVE RECORDED - MATCHES EXPECTED" TO
                   CONTRANMSGOUT
           WHEN "S"
               MOVE SPACES TO CONTRANMSGOUT
               STRING "RESERVE RECORDED - SHORT BY "
                      CONVERT-RESERVE-DIFF
                   DELIMITED BY SIZE INTO CONTRANMSGOUT
           WHEN OTHER
               MOVE SPACES TO CONTRANMSGOUT
               STRING "RESERVE RECORDED - OVER BY "
                      CONVERT-RESERVE-DIFF
                   DELIMITED BY SIZE INTO CONTRANMSGOUT
           END-EVALUATE.

       1450-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF9 - THE OFFICE PAID THE LENDER OFF FOR A SOLD UNIT. THE
      * BALANCE OWED IS PRINCIPAL LESS CURTAILMENTS ALREADY PAID
      * PLUS THE INTEREST ACCRUED; A DIFFERENT AMOUNT MAY BE KEYED
      * WHEN THE LENDER'S PAYOFF QUOTE DIFFERS. THE LINE CLOSES
      * ('P') AND STOPS ACCRUING.
      *---------------------------------------
       1500-RECORD-PAYOFF.
           MOVE SPACES TO CONTRANMSGOUT.
           MOVE CTVINOUT TO WORK-VIN.
           IF WORK-VIN = SPACES OR WORK-VIN = LOW-VALUE
               MOVE "ENTER THE VIN" TO CONTRANMSGOUT
               GO TO 1500-EXIT
           END-IF.

           EXEC SQL
               SELECT PRINCIPAL
                      - CASE WHEN CURT90PAIDDATE IS NULL THEN 0
                             ELSE COALESCE(CURT90AMOUNT, 0)
                        END
                      - CASE WHEN CURT120PAIDDATE IS NULL THEN 0
                             ELSE COALESCE(CURT120AMOUNT, 0)
                        END
                      + ACCRUEDINTEREST,
                      DAYS(CURRENT DATE) - DAYS(PAYOFFDUEDATE)
                   INTO :WORK-PAYOFF-OWED,
                        :WORK-DAYS-LATE :IND-PAYOFF-DUE
                   FROM FLOORPLAN
                   WHERE VIN = :WORK-VIN
                     AND STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "NO OPEN FLOOR-PLAN LINE FOR THAT VIN" TO
                   CONTRANMSGOUT
               GO TO 1500-EXIT
           END-IF.
           IF IND-PAYOFF-DUE < 0
               MOVE "UNIT NOT SOLD - NO PAYOFF DUE ON THIS LINE" TO
                   CONTRANMSGOUT
               GO TO 1500-EXIT
           END-IF.

           IF CTAMOUNTOUT = SPACES OR CTAMOUNTOUT = LOW-VALUE
               MOVE WORK-PAYOFF-OWED TO WORK-AMOUNT
           ELSE
               COMPUTE WORK-AMOUNT = FUNCTION NUMVAL(CTAMOUNTOUT)
           END-IF.
           IF WORK-AMOUNT NOT > 0
               MOVE "ENTER THE PAYOFF AMOUNT" TO CONTRANMSGOUT
               GO TO 1500-EXIT
           END-IF.

           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE FLOORPLAN
                  SET STATUS = 'P',
                      PAYOFFDATE = CURRENT DATE,
                      PAYOFFAMOUNT = :WORK-AMOUNT
                WHERE VIN = :WORK-VIN
                  AND STATUS = 'A'
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           MOVE 0 TO SQLCODE.
           IF ROWS-UPDATED = 0
               MOVE "NO OPEN FLOOR-PLAN LINE FOR THAT VIN" TO
                   CONTRANMSGOUT
               GO TO 1500-EXIT
           END-IF.

           MOVE WORK-VIN TO AUDIT-KEY.
           MOVE WORK-PAYOFF-OWED TO CONVERT-AMOUNT.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "FLOOR OWED " CONVERT-AMOUNT
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE WORK-AMOUNT TO CONVERT-AMOUNT.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "PAID OFF " CONVERT-AMOUNT
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           IF WORK-DAYS-LATE > 0
               MOVE WORK-DAYS-LATE TO CONVERT-DAYS-LATE
               MOVE SPACES TO CONTRANMSGOUT
               STRING "PAYOFF RECORDED - SOLD OUT OF TRUST "
                      CONVERT-DAYS-LATE " DAYS"
                   DELIMITED BY SIZE INTO CONTRANMSGOUT
           ELSE
               MOVE "FLOOR-PLAN PAYOFF RECORDED" TO CONTRANMSGOUT
           END-IF.

       1500-EXIT.
           CONTINUE.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
