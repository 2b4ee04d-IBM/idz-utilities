      * CLOSED OFF THE DAY BEFORE AND THE NEW ROW INSERTED OPEN-ENDED,
      * SO GAM0VDI'S OUT-THE-DOOR QUOTE ALWAYS PICKS THE RATE IN
      * FORCE ON THE QUOTE DATE AND HISTORICAL QUOTES STOP SILENTLY
      * RECOMPUTING WHEN A RATE CHANGES. PF5 DOES THE SAME FOR THE
      * STATE'S FEE SCHEDULE (STATE_FEES) - TITLE, REGISTRATION AND
      * PLATE FEES, OUR DOC FEE AND THE STATE'S LEGAL DOC-FEE CAP,
      * AND WHETHER THE STATE GIVES A TRADE-IN TAX CREDIT (WITH ITS
      * CAP, IF ANY).
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VTX.
           05  FILLER                  PIC X(9).
           05  TXEXPRATEOUT            PIC X(7).
           05  FILLER                  PIC X(9).
           05  TXTITLEOUT              PIC X(8).
           05  FILLER                  PIC X(9).
           05  TXREGOUT                PIC X(8).
           05  FILLER                  PIC X(9).
           05  TXPLATEOUT              PIC X(8).
           05  FILLER                  PIC X(9).
           05  TXDOCOUT                PIC X(8).
           05  FILLER                  PIC X(9).
           05  TXDOCCAPOUT             PIC X(8).
           05  FILLER                  PIC X(9).
           05  TXTRADECROUT            PIC X(1).
           05  FILLER                  PIC X(9).
           05  TXTRADECAPOUT           PIC X(9).
           05  FILLER                  PIC X(9).
           05  TAXMAINTMSGOUT          PIC X(60).

       01  TAX-MAINT-COMMAREA.
       01  REJECT-REASON               PIC X(60).

       COPY GAM0BST.
       COPY GAM0BSF.

       01  IND-SF-DOCCAP               PIC S9(4) USAGE COMP.
       01  IND-SF-TRADECAP             PIC S9(4) USAGE COMP.
       01  CONVERT-FEE                 PIC 9(5).99.

       01  EXPECTED-RATE               PIC S9(2)V9(4) USAGE COMP-3.
       01  CURRENT-OPEN-RATE           PIC S9(2)V9(4) USAGE COMP-3.
               PERFORM 1000-ADD-RATE
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF5
               PERFORM 1300-ADD-FEES THRU 1300-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * A STATE'S NEXT FEE SCHEDULE, KEYED AHEAD OF TIME WITH ITS
      * EFFECTIVE-FROM DATE AND HANDLED EXACTLY LIKE A RATE: THE
      * OPEN ROW IS CLOSED THE DAY BEFORE AND THE NEW ONE INSERTED
      * OPEN-ENDED. A BLANK CAP MEANS THE STATE HAS NONE. OUR DOC
      * FEE MAY NOT BE KEYED OVER THE STATE'S CAP.
      *---------------------------------------
       1300-ADD-FEES.
           MOVE SPACES TO TAXMAINTMSGOUT.

           MOVE TXSTATEOUT TO SF-STATEABBR.
           MOVE TXFROMOUT TO SF-EFFECTIVEFROM.
           IF SF-STATEABBR = SPACES OR SF-STATEABBR = LOW-VALUE
               MOVE "ENTER A STATE ABBREVIATION" TO TAXMAINTMSGOUT
               GO TO 1300-EXIT
           END-IF.
           IF SF-EFFECTIVEFROM = SPACES
              OR SF-EFFECTIVEFROM = LOW-VALUE
               MOVE "ENTER THE EFFECTIVE-FROM DATE YYYY-MM-DD" TO
                   TAXMAINTMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE 0 TO SF-TITLEFEE.
           IF TXTITLEOUT NOT = SPACES AND TXTITLEOUT NOT = LOW-VALUE
               COMPUTE SF-TITLEFEE = FUNCTION NUMVAL(TXTITLEOUT)
           END-IF.
           MOVE 0 TO SF-REGISTRATIONFEE.
           IF TXREGOUT NOT = SPACES AND TXREGOUT NOT = LOW-VALUE
               COMPUTE SF-REGISTRATIONFEE = FUNCTION NUMVAL(TXREGOUT)
           END-IF.
           MOVE 0 TO SF-PLATEFEE.
           IF TXPLATEOUT NOT = SPACES AND TXPLATEOUT NOT = LOW-VALUE
               COMPUTE SF-PLATEFEE = FUNCTION NUMVAL(TXPLATEOUT)
           END-IF.
           MOVE 0 TO SF-DOCFEE.
           IF TXDOCOUT NOT = SPACES AND TXDOCOUT NOT = LOW-VALUE
               COMPUTE SF-DOCFEE = FUNCTION NUMVAL(TXDOCOUT)
           END-IF.
           MOVE 0 TO SF-DOCFEECAP.
           MOVE -1 TO IND-SF-DOCCAP.
           IF TXDOCCAPOUT NOT = SPACES AND TXDOCCAPOUT NOT = LOW-VALUE
               COMPUTE SF-DOCFEECAP = FUNCTION NUMVAL(TXDOCCAPOUT)
               MOVE 0 TO IND-SF-DOCCAP
           END-IF.
           MOVE TXTRADECROUT TO SF-TRADECREDIT.
           MOVE 0 TO SF-TRADECREDITCAP.
           MOVE -1 TO IND-SF-TRADECAP.
           IF TXTRADECAPOUT NOT = SPACES
              AND TXTRADECAPOUT NOT = LOW-VALUE
               COMPUTE SF-TRADECREDITCAP =
                   FUNCTION NUMVAL(TXTRADECAPOUT)
               MOVE 0 TO IND-SF-TRADECAP
           END-IF.

           IF SF-TITLEFEE < 0 OR SF-REGISTRATIONFEE < 0
              OR SF-PLATEFEE < 0 OR SF-DOCFEE < 0
              OR SF-DOCFEECAP < 0 OR SF-TRADECREDITCAP < 0
               MOVE "FEES AND CAPS CANNOT BE NEGATIVE" TO
                   TAXMAINTMSGOUT
               GO TO 1300-EXIT
           END-IF.
           IF SF-TRADECREDIT NOT = "Y" AND SF-TRADECREDIT NOT = "N"
               MOVE "TRADE CREDIT MUST BE Y OR N" TO TAXMAINTMSGOUT
               GO TO 1300-EXIT
           END-IF.
           IF IND-SF-DOCCAP = 0 AND SF-DOCFEE > SF-DOCFEECAP
               MOVE "DOC FEE IS OVER THE STATE'S LEGAL CAP" TO
                   TAXMAINTMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE 0 TO OVERLAP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :OVERLAP-COUNT
                   FROM STATE_FEES
                   WHERE STATEABBR = :SF-STATEABBR
                     AND EFFECTIVEFROM >= DATE(:SF-EFFECTIVEFROM)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "EFFECTIVE-FROM DATE NOT VALID" TO TAXMAINTMSGOUT
               GO TO 1300-EXIT
           END-IF.
           IF OVERLAP-COUNT > 0
               MOVE "FEES ALREADY START ON OR AFTER THAT DATE" TO
                   TAXMAINTMSGOUT
               GO TO 1300-EXIT
           END-IF.

           EXEC SQL
               UPDATE STATE_FEES
                  SET EFFECTIVETO = DATE(:SF-EFFECTIVEFROM) - 1 DAY
                WHERE STATEABBR = :SF-STATEABBR
                  AND EFFECTIVETO IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR CLOSING THE CURRENT FEES" TO
                   TAXMAINTMSGOUT
               GO TO 1300-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO STATE_FEES
                   (STATEABBR, EFFECTIVEFROM, EFFECTIVETO, TITLEFEE,
                    REGISTRATIONFEE, PLATEFEE, DOCFEE, DOCFEECAP,
                    TRADECREDIT, TRADECREDITCAP)
                   VALUES
                   (:SF-STATEABBR, DATE(:SF-EFFECTIVEFROM), NULL,
                    :SF-TITLEFEE, :SF-REGISTRATIONFEE, :SF-PLATEFEE,
                    :SF-DOCFEE, :SF-DOCFEECAP :IND-SF-DOCCAP,
                    :SF-TRADECREDIT,
                    :SF-TRADECREDITCAP :IND-SF-TRADECAP)
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR RECORDING FEE SCHEDULE" TO
                   TAXMAINTMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE SF-STATEABBR TO AUDIT-KEY.
           MOVE "STATE_FEES" TO AUDIT-BEFORE.
           MOVE SF-DOCFEE TO CONVERT-FEE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "FROM " SF-EFFECTIVEFROM " DOC FEE " CONVERT-FEE
                  " TRADE CREDIT " SF-TRADECREDIT
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.
           MOVE "FEE SCHEDULE RECORDED" TO TAXMAINTMSGOUT.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
