      * THAT DEAL CLOSES, GAM0VSE CONVERTS THE OPEN APPRAISAL INTO A
      * GAM0VRV-STYLE INTAKE ROW IN THE DEALER'S REGIONAL INVENTORY
      * TABLE WITH NEWAUTO = 'N', SO TRADE-INS STOP RE-ENTERING
      * INVENTORY DAYS LATE FROM HAND-KEYED APPRAISAL SHEETS. EACH
      * APPRAISAL WRITES AN AUDIT_LOG ROW NAMING THE APPRAISER.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VAP.
       01  APPR-PERDIEM                PIC S9(3)V99 USAGE COMP-3.
       01  APPR-GOODTHRU               PIC X(10).
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  WEB-EST-LOW                 PIC S9(7) USAGE COMP-3.
       01  IND-WEB-EST-LOW             PIC S9(4) USAGE COMP.
       01  WEB-EST-HIGH                PIC S9(7) USAGE COMP-3.
       01  IND-WEB-EST-HIGH            PIC S9(4) USAGE COMP.
       01  WEB-EST-LOW-EDIT            PIC ZZZZZZ9.
       01  WEB-EST-HIGH-EDIT           PIC ZZZZZZ9.

       01  DEALER-FOUND-COUNT          PIC S9(9) USAGE COMP.
       01  MAKE-MODEL-COUNT            PIC S9(9) USAGE COMP.
       01  COLOR-CHECK-COUNT           PIC S9(9) USAGE COMP.
       01  DEAL-VIN-COUNT              PIC S9(9) USAGE COMP.
       01  TRADE-DUP-COUNT             PIC S9(9) USAGE COMP.
       01  HIST-FLOOD-COUNT            PIC S9(9) USAGE COMP.
       01  HIST-ACCIDENT-COUNT         PIC S9(9) USAGE COMP.
       01  MIN-VALID-AUTOYEAR          PIC 9(4) VALUE 1980.
       01  MAX-VALID-AUTOYEAR          PIC 9(4).
       01  REJECT-REASON               PIC X(60).
       01  APPR-VALUE-EDIT             PIC Z(6)9.
       01  APPR-DEALERID-EDIT          PIC Z(8)9.

       COPY GAM0BAW.

       EXEC SQL INCLUDE SQLCA END-EXEC.

               GO TO 1200-EXIT
           END-IF.

      *---------------------------------------
      * THE MODEL ITSELF MUST HAVE BEEN BUILT IN THAT MODEL YEAR -
      * A NULL FIRSTYEAR/LASTYEAR ON MAKE_MODEL LEAVES THAT END OPEN.
      *---------------------------------------
           MOVE 0 TO MAKE-MODEL-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :MAKE-MODEL-COUNT
                   FROM MAKE_MODEL
                   WHERE MAKE = :APPR-MAKE AND MODEL = :APPR-MODEL
                     AND (FIRSTYEAR IS NULL
                          OR FIRSTYEAR <= :APPR-AUTOYEAR)
                     AND (LASTYEAR IS NULL
                          OR LASTYEAR >= :APPR-AUTOYEAR)
           END-EXEC.
           IF MAKE-MODEL-COUNT = 0
               MOVE "MODEL NOT BUILT IN THAT MODEL YEAR" TO
                   REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

           MOVE 0 TO COLOR-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :COLOR-CHECK-COUNT
           END-EXEC.
           IF TRADE-DUP-COUNT > 0
               MOVE "TRADE VIN ALREADY ON FILE" TO REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1250-APPLY-VEHICLE-HISTORY.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * A VEHICLE-HISTORY REPORT ALREADY RETURNED ON THE TRADE VIN
      * (GAM0VVH) TURNS THE FLOOD AND ACCIDENT DISCLOSURES ON - A
      * FLOOD BRAND SETS FLOOD, ANY OTHER BRAND OR A REPORTED
      * ACCIDENT SETS ACCIDENT. THE APPRAISER CANNOT KEY THEM OFF.
      *---------------------------------------
       1250-APPLY-VEHICLE-HISTORY.
           MOVE 0 TO HIST-FLOOD-COUNT HIST-ACCIDENT-COUNT.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN TITLEBRAND = 'FLOD'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ACCIDENTCOUNT > 0
                                          OR (TITLEBRAND <> 'FLOD'
                                          AND TITLEBRAND <> ' ')
                                        THEN 1 ELSE 0 END), 0)
                   INTO :HIST-FLOOD-COUNT, :HIST-ACCIDENT-COUNT
                   FROM VEHICLE_HISTORY
                   WHERE VIN = :APPR-TRADEVIN
                     AND STATUS = 'R'
           END-EXEC.
           IF HIST-FLOOD-COUNT > 0
               MOVE "Y" TO APPR-FLOOD
           END-IF.
           IF HIST-ACCIDENT-COUNT > 0
               MOVE "Y" TO APPR-ACCIDENT
           END-IF.
           MOVE 0 TO SQLCODE.

       1300-INSERT-APPRAISAL.
           EXEC SQL
               INSERT INTO APPRAISALS
               IF APPR-LIENHOLDER NOT = SPACES
                   PERFORM 1400-RECORD-LIEN
               END-IF
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               IF APPR-LIENHOLDER NOT = SPACES
                   MOVE "APPRAISAL AND LIEN PAYOFF RECORDED" TO
               ELSE
                   MOVE "APPRAISAL RECORDED" TO APPRAISEMSGOUT
               END-IF
               PERFORM 1350-SHOW-WEB-ESTIMATE
           ELSE
               MOVE "SQL ERROR RECORDING APPRAISAL" TO APPRAISEMSGOUT
           END-IF.

      *---------------------------------------
      * A SHOPPER WHO PRICED THE CAR ON THE WEBSITE FIRST (GAM0VWS)
      * LEFT A 'W' ROW FOR THE SAME VIN - SHOW THE DESK THE RANGE
      * THEY WERE QUOTED SO THE OFFER CAN BE EXPLAINED AGAINST IT.
      *---------------------------------------
       1350-SHOW-WEB-ESTIMATE.
           EXEC SQL
               SELECT MAX(ESTIMATELOW), MAX(ESTIMATEHIGH)
                   INTO :WEB-EST-LOW :IND-WEB-EST-LOW,
                        :WEB-EST-HIGH :IND-WEB-EST-HIGH
                   FROM APPRAISALS
                   WHERE TRADEVIN = :APPR-TRADEVIN
                     AND STATUS = 'W'
           END-EXEC.
           IF SQLCODE = 0 AND IND-WEB-EST-LOW NOT < 0
                          AND IND-WEB-EST-HIGH NOT < 0
               MOVE WEB-EST-LOW TO WEB-EST-LOW-EDIT
               MOVE WEB-EST-HIGH TO WEB-EST-HIGH-EDIT
               MOVE SPACES TO APPRAISEMSGOUT
               IF APPR-LIENHOLDER NOT = SPACES
                   STRING "APPRAISAL AND LIEN RECORDED - WEB ESTIMATE "
                          WEB-EST-LOW-EDIT "-" WEB-EST-HIGH-EDIT
                       DELIMITED BY SIZE INTO APPRAISEMSGOUT
               ELSE
                   STRING "APPRAISAL RECORDED - WEB ESTIMATE WAS "
                          WEB-EST-LOW-EDIT "-" WEB-EST-HIGH-EDIT
                       DELIMITED BY SIZE INTO APPRAISEMSGOUT
               END-IF
           END-IF.

      *---------------------------------------
      * MOST TRADES CARRY PAPER - THE LIENHOLDER, PAYOFF, PER-DIEM
      * AND GOOD-THROUGH DATE GO ON TRADE_LIENS IN THE APPRAISAL'S
       1500-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE AUDIT ROW IS THE ONLY RECORD OF WHO APPRAISED THE TRADE -
      * GAM0VAA READS IT BACK TO SCORE EACH APPRAISER'S NUMBERS
      * AGAINST WHAT THE UNIT ACTUALLY BROUGHT WHEN IT TURNED.
      *---------------------------------------
       1600-WRITE-AUDIT.
           MOVE APPR-TRADEVIN TO AUDIT-KEY.
           MOVE "APPRAISAL RECORDED" TO AUDIT-BEFORE.
           MOVE APPR-VALUE TO APPR-VALUE-EDIT.
           MOVE APPR-DEALERID TO APPR-DEALERID-EDIT.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "VALUE " APPR-VALUE-EDIT " DEAL " APPR-DEALVIN
                  " DEALER " APPR-DEALERID-EDIT
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VAP',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVAP1')
