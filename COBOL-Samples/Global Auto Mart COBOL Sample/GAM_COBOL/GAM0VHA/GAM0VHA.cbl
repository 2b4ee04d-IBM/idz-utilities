      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VHA.cbl                                     *
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
      * NIGHTLY IN-HOUSE (BHPH) LATE FEE AND DELINQUENCY AGING.
      * BATCH PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE
      * SAME WAY GAM0VSC IS), RUN AFTER THE DAY'S PAYMENTS ARE IN
      * AND BEFORE GAM0VGL, SO TONIGHT'S FEES ARE JOURNALED TONIGHT.
      * AN INSTALLMENT STILL UNPAID MORE THAN THE GRACE DAYS AFTER
      * ITS DUE DATE IS CHARGED ONE LATE FEE - A PERCENT OF WHAT IS
      * LEFT ON IT, CAPPED - ONCE ONLY (LATEFEEDATE IS SET). EACH
      * FEE GOES ON THE CONTRACT'S LATEFEEBAL AND IS AN 'L' ROW ON
      * BHPH_TRANSACTIONS. EVERY ACTIVE CONTRACT THEN HAS ITS NEXT
      * DUE DATE AND DAYS PAST DUE (FROM THE OLDEST UNPAID
      * INSTALLMENT) RESET FOR GAM0VHP AND THE GAM0VHW WORKLIST.
      * SYSIN CARD, ALL OPTIONAL: GRACE DAYS IN COLUMNS 1-3 (10),
      * FEE PERCENT IN 5-6 (5) AND FEE CAP IN WHOLE DOLLARS IN 8-10
      * (25) - SET THEM TO WHAT THE STATE AND THE CONTRACT ALLOW.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VHA.

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
           05 CC-GRACE-DAYS         PIC X(3).
           05 FILLER                PIC X(1).
           05 CC-FEE-PCT            PIC X(2).
           05 FILLER                PIC X(1).
           05 CC-FEE-CAP            PIC X(3).
           05 FILLER                PIC X(70).

       WORKING-STORAGE SECTION.

       COPY GAM0BHS.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 GRACE-DAYS            PIC S9(4) USAGE COMP VALUE 10.
       01 FEE-PCT               PIC S9(3)V99 USAGE COMP-3 VALUE 5.
       01 FEE-CAP               PIC S9(3)V99 USAGE COMP-3 VALUE 25.

       01 LF-VIN                PIC X(17).
       01 LF-DEALERID           PIC S9(9) USAGE COMP.
       01 LF-REMAINING          PIC S9(5)V99 USAGE COMP-3.
       01 LF-FEE                PIC S9(5)V99 USAGE COMP-3.
       01 LF-NEXT-SEQ           PIC S9(9) USAGE COMP.

       01 FEE-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 FEE-TOTAL             PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 AGED-COUNT            PIC S9(9) USAGE COMP VALUE 0.

       01 BK-CURRENT-COUNT      PIC S9(9) USAGE COMP.
       01 BK-CURRENT-BAL        PIC S9(11)V99 USAGE COMP-3.
       01 BK-30-COUNT           PIC S9(9) USAGE COMP.
       01 BK-30-BAL             PIC S9(11)V99 USAGE COMP-3.
       01 BK-60-COUNT           PIC S9(9) USAGE COMP.
       01 BK-60-BAL             PIC S9(11)V99 USAGE COMP-3.
       01 BK-90-COUNT           PIC S9(9) USAGE COMP.
       01 BK-90-BAL             PIC S9(11)V99 USAGE COMP-3.
       01 BK-OVER-COUNT         PIC S9(9) USAGE COMP.
       01 BK-OVER-BAL           PIC S9(11)V99 USAGE COMP-3.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 DISPLAY-DAYS          PIC ZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE HALATEFEES CURSOR FOR
               SELECT S.CONTRACTID, S.INSTALLMENTNO,
                      S.PAYMENTDUE - S.AMOUNTPAID, C.VIN, C.DEALERID
                   FROM BHPH_SCHEDULE S
                   INNER JOIN BHPH_CONTRACTS C
                           ON C.CONTRACTID = S.CONTRACTID
                   WHERE C.STATUS = 'A'
                     AND S.STATUS IN ('O', 'H')
                     AND S.LATEFEEDATE IS NULL
                     AND S.DUEDATE < CURRENT DATE - :GRACE-DAYS DAYS
                   ORDER BY S.CONTRACTID, S.INSTALLMENTNO
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

           MOVE GRACE-DAYS TO DISPLAY-DAYS.
           DISPLAY "IN-HOUSE LATE FEES AND AGING - GRACE DAYS "
              DISPLAY-DAYS.

           PERFORM 1000-ASSESS-LATE-FEES.

           PERFORM 2000-AGE-CONTRACTS.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 3000-PRINT-AGING-SUMMARY.

           MOVE FEE-COUNT TO DISPLAY-COUNT.
           DISPLAY "LATE FEES ASSESSED:      " DISPLAY-COUNT.
           MOVE FEE-TOTAL TO DISPLAY-MONEY.
           DISPLAY "LATE FEES TOTAL:         " DISPLAY-MONEY.
           MOVE AGED-COUNT TO DISPLAY-COUNT.
           DISPLAY "ACTIVE CONTRACTS AGED:   " DISPLAY-COUNT.
           DISPLAY "LATE FEE AND AGING RUN COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-GRACE-DAYS NUMERIC
                 MOVE CC-GRACE-DAYS TO GRACE-DAYS
              END-IF
              IF CC-FEE-PCT NUMERIC
                 MOVE CC-FEE-PCT TO FEE-PCT
              END-IF
              IF CC-FEE-CAP NUMERIC
                 MOVE CC-FEE-CAP TO FEE-CAP
              END-IF
           END-IF.

       1000-ASSESS-LATE-FEES.

           EXEC SQL OPEN HALATEFEES END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING HALATEFEES, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH HALATEFEES
                      INTO :HS-CONTRACTID, :HS-INSTALLMENTNO,
                           :LF-REMAINING, :LF-VIN, :LF-DEALERID
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING HALATEFEES, SQLCODE "
                    DISPLAYSQLCODE
                 EXEC SQL ROLLBACK END-EXEC
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-CHARGE-ONE-FEE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE HALATEFEES END-EXEC.

      *---------------------------------------
      * THE FEE IS ON WHAT IS STILL OWED ON THE INSTALLMENT, ROUNDED
      * TO THE CENT AND HELD TO THE CAP. A ZERO FEE (A FEW CENTS
      * LEFT ON A PART PAYMENT) IS NOT WORTH A TRANSACTION, BUT THE
      * INSTALLMENT IS STILL MARKED SO IT IS NOT LOOKED AT AGAIN.
      *---------------------------------------
       1100-CHARGE-ONE-FEE.
           COMPUTE LF-FEE ROUNDED = LF-REMAINING * FEE-PCT / 100.
           IF LF-FEE > FEE-CAP
              MOVE FEE-CAP TO LF-FEE
           END-IF.

           EXEC SQL
               UPDATE BHPH_SCHEDULE
                  SET LATEFEEDATE = CURRENT DATE,
                      LATEFEEAMT = :LF-FEE
                WHERE CONTRACTID = :HS-CONTRACTID
                  AND INSTALLMENTNO = :HS-INSTALLMENTNO
           END-EXEC.
           IF SQLCODE NOT = 0
              PERFORM 9900-SQL-ERROR
           END-IF.

           IF LF-FEE > 0
              EXEC SQL
                  UPDATE BHPH_CONTRACTS
                     SET LATEFEEBAL = LATEFEEBAL + :LF-FEE
                   WHERE CONTRACTID = :HS-CONTRACTID
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9900-SQL-ERROR
              END-IF

              EXEC SQL
                  SELECT COALESCE(MAX(TXNSEQ), 0) + 1
                      INTO :LF-NEXT-SEQ
                      FROM BHPH_TRANSACTIONS
                      WHERE CONTRACTID = :HS-CONTRACTID
              END-EXEC

              EXEC SQL
                  INSERT INTO BHPH_TRANSACTIONS
                      (CONTRACTID, TXNSEQ, TXNDATE, TXNTYPE, VIN,
                       DEALERID, TXNAMOUNT, PRINCIPALAMT, INTERESTAMT,
                       LATEFEEAMT, TENDERTYPE, REFERENCE, POSTEDUSER)
                      VALUES
                      (:HS-CONTRACTID, :LF-NEXT-SEQ, CURRENT DATE,
                       'L', :LF-VIN, :LF-DEALERID, :LF-FEE, 0, 0,
                       :LF-FEE, NULL, NULL, 'GAM0VHA')
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 9900-SQL-ERROR
              END-IF

              ADD 1 TO FEE-COUNT
              ADD LF-FEE TO FEE-TOTAL
           END-IF.

      *---------------------------------------
      * NEXT DUE IS THE OLDEST INSTALLMENT NOT FULLY PAID; DAYS PAST
      * DUE COUNT FROM IT WHEN IT IS ALREADY BEHIND, ELSE ZERO.
      *---------------------------------------
       2000-AGE-CONTRACTS.
           EXEC SQL
               UPDATE BHPH_CONTRACTS C
                  SET NEXTDUEDATE =
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
                                 AND S.DUEDATE < CURRENT DATE), 0),
                      LASTAGEDDATE = CURRENT DATE
                WHERE C.STATUS = 'A'
           END-EXEC.

           IF SQLCODE = 0
              MOVE SQLERRD(3) TO AGED-COUNT
           ELSE
              IF SQLCODE NOT = 100
                 PERFORM 9900-SQL-ERROR
              END-IF
           END-IF.

       3000-PRINT-AGING-SUMMARY.
           EXEC SQL
               SELECT SUM(CASE WHEN DAYSPASTDUE = 0 THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE WHEN DAYSPASTDUE = 0
                                   THEN PRINCIPALBAL ELSE 0 END), 0),
                      SUM(CASE WHEN DAYSPASTDUE BETWEEN 1 AND 30
                               THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE WHEN DAYSPASTDUE
                                             BETWEEN 1 AND 30
                                   THEN PRINCIPALBAL ELSE 0 END), 0),
                      SUM(CASE WHEN DAYSPASTDUE BETWEEN 31 AND 60
                               THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE WHEN DAYSPASTDUE
                                             BETWEEN 31 AND 60
                                   THEN PRINCIPALBAL ELSE 0 END), 0),
                      SUM(CASE WHEN DAYSPASTDUE BETWEEN 61 AND 90
                               THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE WHEN DAYSPASTDUE
                                             BETWEEN 61 AND 90
                                   THEN PRINCIPALBAL ELSE 0 END), 0),
                      SUM(CASE WHEN DAYSPASTDUE > 90
                               THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE WHEN DAYSPASTDUE > 90
                                   THEN PRINCIPALBAL ELSE 0 END), 0)
                   INTO :BK-CURRENT-COUNT, :BK-CURRENT-BAL,
                        :BK-30-COUNT, :BK-30-BAL,
                        :BK-60-COUNT, :BK-60-BAL,
                        :BK-90-COUNT, :BK-90-BAL,
                        :BK-OVER-COUNT, :BK-OVER-BAL
                   FROM BHPH_CONTRACTS
                   WHERE STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO BK-CURRENT-COUNT BK-30-COUNT BK-60-COUNT
                        BK-90-COUNT BK-OVER-COUNT
              MOVE 0 TO BK-CURRENT-BAL BK-30-BAL BK-60-BAL
                        BK-90-BAL BK-OVER-BAL
           END-IF.

           DISPLAY "AGING OF ACTIVE CONTRACTS     CONTRACTS"
              "          PRINCIPAL".
           MOVE BK-CURRENT-COUNT TO DISPLAY-COUNT.
           MOVE BK-CURRENT-BAL TO DISPLAY-MONEY.
           DISPLAY "  CURRENT                     " DISPLAY-COUNT
              DISPLAY-MONEY.
           MOVE BK-30-COUNT TO DISPLAY-COUNT.
           MOVE BK-30-BAL TO DISPLAY-MONEY.
           DISPLAY "  1-30 DAYS PAST DUE         " DISPLAY-COUNT
              DISPLAY-MONEY.
           MOVE BK-60-COUNT TO DISPLAY-COUNT.
           MOVE BK-60-BAL TO DISPLAY-MONEY.
           DISPLAY "  31-60 DAYS PAST DUE        " DISPLAY-COUNT
              DISPLAY-MONEY.
           MOVE BK-90-COUNT TO DISPLAY-COUNT.
           MOVE BK-90-BAL TO DISPLAY-MONEY.
           DISPLAY "  61-90 DAYS PAST DUE        " DISPLAY-COUNT
              DISPLAY-MONEY.
           MOVE BK-OVER-COUNT TO DISPLAY-COUNT.
           MOVE BK-OVER-BAL TO DISPLAY-MONEY.
           DISPLAY "  OVER 90 DAYS PAST DUE      " DISPLAY-COUNT
              DISPLAY-MONEY.

       9900-SQL-ERROR.
           MOVE SQLCODE TO DISPLAYSQLCODE.
           MOVE HS-CONTRACTID TO DISPLAY-COUNT.
           DISPLAY "SQL ERROR ON CONTRACT " DISPLAY-COUNT
              ", SQLCODE " DISPLAYSQLCODE.
           DISPLAY "NO FEES OR AGING APPLIED - RERUN AFTER FIXING".
           EXEC SQL ROLLBACK END-EXEC.
           GOBACK.
