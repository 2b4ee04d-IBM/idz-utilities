      * THE TARGET, DELETE FROM THE SOURCE, HISTORY ROW, ONE COMMIT).
      * DEALERS TRADE STOCK CONSTANTLY AND THE DBA-EDIT WORKAROUND
      * IS WHAT GAM0VRR KEPT REPORTING AS REGION MISMATCHES.
      * EVERY KEY SET MUST BE CHECKED IN ON THE GAM0VKY KEY LOG
      * BEFORE THE UNIT CAN BE TRANSFERRED. WHEN A CARRIER IS KEYED
      * (WITH PICKUP DATE, PROMISED DELIVERY DATE AND RATE) THE SAME
      * UNIT OF WORK OPENS A TRANSPORT ORDER, AND THE UNIT STAYS IN
      * TRANSIT - OFF SEARCH AND THE FEEDS - UNTIL THE RECEIVING
      * STORE CHECKS IT IN ON GAM0VTP. NO CARRIER MEANS A PORTER
      * DROVE IT ACROSS TOWN AND IT IS SELLABLE AT ONCE.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VTR.
           05  FILLER                  PIC X(9).
           05  TRDEALERIDOUT           PIC X(5).
           05  FILLER                  PIC X(9).
           05  TRCARRIEROUT            PIC X(30).
           05  FILLER                  PIC X(9).
           05  TRPICKUPOUT             PIC X(10).
           05  FILLER                  PIC X(9).
           05  TRPROMISEDOUT           PIC X(10).
           05  FILLER                  PIC X(9).
           05  TRRATEOUT               PIC X(8).
           05  FILLER                  PIC X(9).
           05  TRANSFERMSGOUT          PIC X(60).

       01  TRANSFER-COMMAREA.
       01  XFER-FROM-REGION            PIC X(10).
       01  XFER-TO-REGION              PIC X(10).
       01  XFER-TO-ACTIVE              PIC X(1).
       01  KEYS-OUT-COUNT              PIC S9(9) USAGE COMP.
       01  REJECT-REASON               PIC X(60).
       01  XFER-CARRIER                PIC X(30).
       01  XFER-PICKUP                 PIC X(10).
       01  XFER-PROMISED               PIC X(10).
       01  XFER-RATE                   PIC S9(5)V99 USAGE COMP-3.
       01  XFER-USER                   PIC X(8).
       01  IN-TRANSIT-COUNT            PIC S9(9) USAGE COMP.

       COPY GAM0BET.
       COPY GAM0BTH.
       COPY GAM0BTP.

       01  IND-AUTOTRIM                PIC S9(4) USAGE COMP.
       01  IND-MILES                   PIC S9(4) USAGE COMP.
                   FUNCTION NUMVAL(TRDEALERIDOUT)
           END-IF.

           MOVE TRCARRIEROUT TO XFER-CARRIER.
           IF XFER-CARRIER = LOW-VALUE
               MOVE SPACES TO XFER-CARRIER
           END-IF.
           MOVE TRPICKUPOUT TO XFER-PICKUP.
           MOVE TRPROMISEDOUT TO XFER-PROMISED.
           IF TRRATEOUT = SPACES OR TRRATEOUT = LOW-VALUE
               MOVE 0 TO XFER-RATE
           ELSE
               COMPUTE XFER-RATE = FUNCTION NUMVAL(TRRATEOUT)
           END-IF.

           PERFORM 1100-VALIDATE-TRANSFER THRU 1100-EXIT.

           IF REJECT-REASON NOT = SPACES
               MOVE REJECT-REASON TO TRANSFERMSGOUT
           ELSE
               PERFORM 1300-MOVE-THE-ROW THRU 1300-EXIT
           END-IF.

       1100-VALIDATE-TRANSFER.
           IF SOLDFLAG-TEXT = "Y"
               MOVE "VEHICLE ALREADY SOLD - NOTHING TO TRANSFER" TO
                   REJECT-REASON
               GO TO 1100-EXIT
           END-IF.

      *---------------------------------------
      * A UNIT DOES NOT CHANGE STORES WITH ITS KEYS IN SOMEONE'S
      * POCKET - EVERY SET MUST BE CHECKED IN ON THE GAM0VKY KEY LOG.
      *---------------------------------------
           MOVE 0 TO KEYS-OUT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :KEYS-OUT-COUNT
                   FROM KEY_CONTROL_LOG
                   WHERE VIN = :XFER-VIN
                     AND STATUS = 'O'
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF KEYS-OUT-COUNT > 0
               MOVE "KEYS ARE CHECKED OUT - CHECK THEM IN ON GAM0VKY"
                   TO REJECT-REASON
               GO TO 1100-EXIT
           END-IF.

      *---------------------------------------
      * A UNIT STILL ON A TRUCK CANNOT BE SENT SOMEWHERE ELSE - IT
      * HAS TO BE CHECKED IN AT THE STORE IT IS HEADED FOR FIRST.
      *---------------------------------------
           MOVE 0 TO IN-TRANSIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :IN-TRANSIT-COUNT
                   FROM TRANSPORT_ORDERS
                   WHERE VIN = :XFER-VIN
                     AND STATUS = 'T'
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF IN-TRANSIT-COUNT > 0
               MOVE "VEHICLE IS IN TRANSIT - CHECK IT IN ON GAM0VTP"
                   TO REJECT-REASON
               GO TO 1100-EXIT
           END-IF.

           IF XFER-CARRIER NOT = SPACES
               IF XFER-PICKUP = SPACES OR XFER-PICKUP = LOW-VALUE
                   MOVE "ENTER THE PICKUP DATE (YYYY-MM-DD)" TO
                       REJECT-REASON
                   GO TO 1100-EXIT
               END-IF
               IF XFER-PROMISED = SPACES OR XFER-PROMISED = LOW-VALUE
                   MOVE "ENTER THE PROMISED DELIVERY DATE (YYYY-MM-DD)"
                       TO REJECT-REASON
                   GO TO 1100-EXIT
               END-IF
               IF XFER-PROMISED < XFER-PICKUP
                   MOVE "PROMISED DELIVERY IS BEFORE PICKUP" TO
                       REJECT-REASON
               END-IF
           END-IF.

       1100-EXIT.
                    :FROMREGION, :TOREGION, CURRENT DATE)
           END-EXEC.

           IF SQLCODE = 0 AND XFER-CARRIER NOT = SPACES
               PERFORM 1380-OPEN-TRANSPORT-ORDER
               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "SQL ERROR OPENING TRANSPORT ORDER" TO
                       TRANSFERMSGOUT
                   GO TO 1300-EXIT
               END-IF
           END-IF.

           IF SQLCODE = 0
               MOVE XFER-VIN TO PUB-EVENT-VIN
               MOVE "XFER" TO PUB-EVENT-TYPE
                   DELIMITED BY SIZE INTO PUB-EVENT-DATA
               PERFORM 1370-PUBLISH-EVENT
               EXEC SQL COMMIT END-EXEC
               IF XFER-CARRIER NOT = SPACES
                   MOVE "VEHICLE TRANSFERRED - IN TRANSIT TO NEW STORE"
                       TO TRANSFERMSGOUT
               ELSE
                   MOVE "VEHICLE TRANSFERRED" TO TRANSFERMSGOUT
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR WRITING TRANSFER HISTORY" TO
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE TRUCK MOVE BEHIND THE TRANSFER. THE UNIT SITS IN TRANSIT
      * ('T') UNTIL GAM0VTP CHECKS IT IN AT THE RECEIVING STORE.
      *---------------------------------------
       1380-OPEN-TRANSPORT-ORDER.
           EXEC CICS ASSIGN USERID(XFER-USER) END-EXEC.

           EXEC SQL
               SELECT COALESCE(MAX(TRANSPORTID), 0) + 1
                   INTO :TP-TRANSPORTID
                   FROM TRANSPORT_ORDERS
           END-EXEC.

           MOVE 17 TO TP-VIN-LEN.
           MOVE XFER-VIN TO TP-VIN-TEXT.
           MOVE XFER-FROM-DEALERID TO TP-FROMDEALERID.
           MOVE XFER-TO-DEALERID TO TP-TODEALERID.
           MOVE 30 TO TP-CARRIER-LEN.
           MOVE XFER-CARRIER TO TP-CARRIER-TEXT.
           MOVE XFER-PICKUP TO TP-PICKUPDATE.
           MOVE XFER-PROMISED TO TP-PROMISEDDATE.
           MOVE XFER-RATE TO TP-RATE.
           MOVE XFER-USER TO TP-CREATEDUSER.

           EXEC SQL
               INSERT INTO TRANSPORT_ORDERS
                   (TRANSPORTID, VIN, SOURCE, FROMDEALERID,
                    TODEALERID, CARRIER, PICKUPDATE, PROMISEDDATE,
                    RATE, STATUS, DELIVEREDDATE, DAMAGEFLAG,
                    CREATEDUSER)
                   VALUES
                   (:TP-TRANSPORTID, :TP-VIN, 'T', :TP-FROMDEALERID,
                    :TP-TODEALERID, :TP-CARRIER, :TP-PICKUPDATE,
                    :TP-PROMISEDDATE, :TP-RATE, 'T', NULL, NULL,
                    :TP-CREATEDUSER)
           END-EXEC.

       1400-CHANGE-DEALER-ONLY.
           EVALUATE XFER-FROM-REGION
           WHEN "East"
