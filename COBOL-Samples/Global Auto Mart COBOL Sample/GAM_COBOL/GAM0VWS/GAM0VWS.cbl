      * RULES AS GAM0VDI'S HOLD TOGGLE AND GAM0VII'S WISHLIST SAVE,
      * AND EVERY WEB-ORIGINATED ACTION GOES ON THE AUDIT TRAIL AS
      * USER WEBSRVC / TERMINAL WEB SO IT CAN NEVER BE CONFUSED
      * WITH A TERMINAL ACTION. TRADEESTIMATE PRICES THE SHOPPER'S
      * CAR FROM BOOK_VALUES AND HANDS IT TO THE NEAREST DEALER
      * (GAM0VDL) AS A LEAD AND A PRELIMINARY APPRAISAL.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VWS.
           02 CA-LOCATE-VIN      PIC X(17).
           02 FILLER       PIC X(376).
           02 SHOWFUELTYPE PIC X.
           02 SHOWLOTLOC PIC X(10) OCCURS 10 TIMES.
           02 CA-LIMITED-SERVICE PIC X.
           02 SHOWCPO      PIC X.
           02 FILLER       PIC X(44).
           02 CA-VIN-SELECTED PIC X(17) OCCURS 3 TIMES.
           02 INPUTS.
               05 SHOWMAKE     PIC X(20).
               05  DEALERZIPO      PIC X(10).
               05  DEALERPHONEO    PIC X(12).
               05  DEALERREGIONO   PIC X(10).
               05  DEALERIDO       PIC 9(5).
           02 MESSAGEOUT2      PIC X(60).

       01 ARRAY-INDEX          PIC S9(2) COMP.
       01 WISH-EXISTS-COUNT     PIC S9(9) USAGE COMP.
       01 VIN-FOUND-COUNT       PIC S9(9) USAGE COMP.

       01 WEB-AUTOYEAR          PIC S9(9) USAGE COMP.
       01 WEB-MAKE              PIC X(20).
       01 WEB-MODEL             PIC X(20).
       01 WEB-TRIM              PIC X(32).
       01 WEB-MILES             PIC S9(9) USAGE COMP.
       01 WEB-CONDGRADE         PIC X(1).
       01 WEB-CUSTNAME          PIC X(35).
       01 WEB-CONTACT           PIC X(50).
       01 WEB-DEALERID          PIC S9(9) USAGE COMP.
       01 WEB-LEADID            PIC S9(9) USAGE COMP.
       01 WEB-WHOLESALE         PIC S9(7) USAGE COMP-3.
       01 IND-WEB-WHOLESALE     PIC S9(4) USAGE COMP.
       01 WEB-RETAIL            PIC S9(7) USAGE COMP-3.
       01 IND-WEB-RETAIL        PIC S9(4) USAGE COMP.
       01 WEB-EST-LOW           PIC S9(7) USAGE COMP-3.
       01 WEB-EST-HIGH          PIC S9(7) USAGE COMP-3.
       01 MAKE-MODEL-COUNT      PIC S9(9) USAGE COMP.
       01 VEHICLE-AGE           PIC S9(4) USAGE COMP.
       01 EXPECTED-MILES        PIC S9(9) USAGE COMP.
       01 MILEAGE-ADJUST        PIC S9(7)V99 USAGE COMP-3.
       01 MILEAGE-CAP           PIC S9(7)V99 USAGE COMP-3.
       01 CONDITION-FACTOR      PIC 9V99.
       01 EST-LOW-EDIT          PIC ZZZZZZ9.
       01 EST-HIGH-EDIT         PIC ZZZZZZ9.

       COPY GAM0BAW.

       EXEC SQL INCLUDE SQLCA END-EXEC.
                 PERFORM 5000-PLACE-HOLD
              WHEN WS-OP-ADD-WISHLIST
                 PERFORM 6000-ADD-WISHLIST
              WHEN WS-OP-TRADE-ESTIMATE
                 PERFORM 8000-TRADE-ESTIMATE THRU 8000-EXIT
              WHEN OTHER
                 MOVE "99" TO WS-RETURN-CODE
                 MOVE "UNKNOWN OPERATION REQUESTED" TO WS-MESSAGE

       3000-SEARCH-INVENTORY.
           INITIALIZE INVENTORY-COMMAREA.
           MOVE SPACE TO SHOWCPO.
           MOVE "N" TO CA-LOCAL-BUILD.
           MOVE WS-REQUEST-MAKE TO SHOWMAKE.
           MOVE WS-REQUEST-MODEL TO SHOWMODEL.

           IF MESSAGE-OUT NOT = SPACES
              MOVE MESSAGE-OUT TO WS-MESSAGE
           ELSE
              IF CA-LIMITED-SERVICE = "Y"
                 MOVE "LIMITED SERVICE - DATA AS OF LAST NIGHT" TO
                       WS-MESSAGE
              END-IF
           END-IF.

       4000-LOCATE-DEALERS.
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

      *---------------------------------------
      * "WHAT'S MY CAR WORTH" FROM THE WEBSITE. THE LOW END STARTS AT
      * BOOK WHOLESALE (THE TRIM-LEVEL BOOK_VALUES ROW WHEN THERE IS
      * ONE, ELSE THE MODEL-LEVEL ROW), MOVES 10 CENTS A MILE AGAINST
      * 12,000 MILES A YEAR OF AGE - NEVER MORE THAN 20% OF
      * WHOLESALE EITHER WAY - AND IS SCALED BY THE SELF-REPORTED
      * CONDITION GRADE (5 IS BEST, AS ON THE APPRAISAL SCREEN). THE
      * HIGH END IS 10% OVER THE LOW END BUT NEVER PAST RETAIL BOOK.
      * THE SHOPPER GOES ON LEADS AND THE CAR ON APPRAISALS AS A 'W'
      * WEB ESTIMATE, BOTH AGAINST THE NEAREST ACTIVE DEALER FROM
      * GAM0VDL, SO THE DESK SEES THE QUOTED RANGE WHEN THE CAR
      * COMES IN FOR A REAL APPRAISAL (GAM0VAP).
      *---------------------------------------
       8000-TRADE-ESTIMATE.
           MOVE WS-REQUEST-MAKE TO WEB-MAKE.
           MOVE WS-REQUEST-MODEL TO WEB-MODEL.
           MOVE WS-REQUEST-TRIM TO WEB-TRIM.
           MOVE WS-REQUEST-CONDITION TO WEB-CONDGRADE.
           MOVE WS-REQUEST-CUSTOMERID TO WEB-CUSTOMERID.
           MOVE 0 TO WS-ESTIMATE-LOW WS-ESTIMATE-HIGH
                     WS-ESTIMATE-DEALERID WS-ESTIMATE-LEADID.
           MOVE SPACES TO WS-ESTIMATE-DEALER WS-ESTIMATE-PHONE.

           IF WEB-MAKE = SPACES OR WEB-MODEL = SPACES
              OR WS-REQUEST-YEAR NOT NUMERIC OR WS-REQUEST-YEAR = 0
              MOVE "04" TO WS-RETURN-CODE
              MOVE "YEAR, MAKE AND MODEL ARE REQUIRED" TO WS-MESSAGE
              GO TO 8000-EXIT
           END-IF.
           MOVE WS-REQUEST-YEAR TO WEB-AUTOYEAR.

           IF WS-REQUEST-MILES NOT NUMERIC
              MOVE "04" TO WS-RETURN-CODE
              MOVE "MILEAGE MUST BE NUMERIC" TO WS-MESSAGE
              GO TO 8000-EXIT
           END-IF.
           MOVE WS-REQUEST-MILES TO WEB-MILES.

           IF WEB-CONDGRADE < "1" OR WEB-CONDGRADE > "5"
              MOVE "04" TO WS-RETURN-CODE
              MOVE "CONDITION MUST BE 1 (ROUGH) TO 5 (EXCELLENT)" TO
                  WS-MESSAGE
              GO TO 8000-EXIT
           END-IF.

           IF WS-REQUEST-ZIP = SPACES AND WS-REQUEST-STATE = SPACES
              MOVE "04" TO WS-RETURN-CODE
              MOVE "A ZIP CODE OR STATE IS REQUIRED" TO WS-MESSAGE
              GO TO 8000-EXIT
           END-IF.

           IF WEB-CUSTOMERID NOT = SPACES
              EXEC SQL
                  SELECT CUSTNAME, COALESCE(CUSTPHONE, CUSTEMAIL, ' ')
                      INTO :WEB-CUSTNAME, :WEB-CONTACT
                      FROM CUSTOMER
                      WHERE CUSTOMERID = :WEB-CUSTOMERID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE "04" TO WS-RETURN-CODE
                 MOVE "CUSTOMER ID NOT ON FILE" TO WS-MESSAGE
                 GO TO 8000-EXIT
              END-IF
           ELSE
              MOVE WS-REQUEST-CUSTNAME TO WEB-CUSTNAME
              MOVE WS-REQUEST-CONTACT TO WEB-CONTACT
           END-IF.
           IF WEB-CUSTNAME = SPACES OR WEB-CONTACT = SPACES
              MOVE "04" TO WS-RETURN-CODE
              MOVE "NAME AND A PHONE NUMBER OR EMAIL ARE REQUIRED" TO
                  WS-MESSAGE
              GO TO 8000-EXIT
           END-IF.

           MOVE 0 TO MAKE-MODEL-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :MAKE-MODEL-COUNT
                   FROM MAKE_MODEL
                   WHERE MAKE = :WEB-MAKE AND MODEL = :WEB-MODEL
           END-EXEC.
           IF MAKE-MODEL-COUNT = 0
              MOVE "04" TO WS-RETURN-CODE
              MOVE "MAKE/MODEL NOT VALID" TO WS-MESSAGE
              GO TO 8000-EXIT
           END-IF.

           MOVE -1 TO IND-WEB-WHOLESALE.
           IF WEB-TRIM NOT = SPACES
              EXEC SQL
                  SELECT MAX(WHOLESALEVALUE), MAX(RETAILVALUE)
                      INTO :WEB-WHOLESALE :IND-WEB-WHOLESALE,
                           :WEB-RETAIL :IND-WEB-RETAIL
                      FROM BOOK_VALUES
                      WHERE AUTOYEAR = :WEB-AUTOYEAR
                        AND MAKE = :WEB-MAKE
                        AND MODEL = :WEB-MODEL
                        AND AUTOTRIM = :WEB-TRIM
              END-EXEC
           END-IF.
           IF IND-WEB-WHOLESALE < 0
              EXEC SQL
                  SELECT MAX(WHOLESALEVALUE), MAX(RETAILVALUE)
                      INTO :WEB-WHOLESALE :IND-WEB-WHOLESALE,
                           :WEB-RETAIL :IND-WEB-RETAIL
                      FROM BOOK_VALUES
                      WHERE AUTOYEAR = :WEB-AUTOYEAR
                        AND MAKE = :WEB-MAKE
                        AND MODEL = :WEB-MODEL
                        AND AUTOTRIM IS NULL
              END-EXEC
           END-IF.
           IF IND-WEB-WHOLESALE < 0
              MOVE "04" TO WS-RETURN-CODE
              MOVE "NO BOOK VALUE ON FILE FOR THAT YEAR/MAKE/MODEL" TO
                  WS-MESSAGE
              GO TO 8000-EXIT
           END-IF.

           COMPUTE VEHICLE-AGE =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
               - WEB-AUTOYEAR.
           IF VEHICLE-AGE < 1
              MOVE 1 TO VEHICLE-AGE
           END-IF.
           COMPUTE EXPECTED-MILES = VEHICLE-AGE * 12000.
           COMPUTE MILEAGE-ADJUST = (EXPECTED-MILES - WEB-MILES) * 0.10.
           COMPUTE MILEAGE-CAP = WEB-WHOLESALE * 0.20.
           IF MILEAGE-ADJUST > MILEAGE-CAP
              MOVE MILEAGE-CAP TO MILEAGE-ADJUST
           END-IF.
           IF MILEAGE-ADJUST < 0 - MILEAGE-CAP
              COMPUTE MILEAGE-ADJUST = 0 - MILEAGE-CAP
           END-IF.

           EVALUATE WEB-CONDGRADE
              WHEN "5"
                 MOVE 1.00 TO CONDITION-FACTOR
              WHEN "4"
                 MOVE 0.95 TO CONDITION-FACTOR
              WHEN "3"
                 MOVE 0.88 TO CONDITION-FACTOR
              WHEN "2"
                 MOVE 0.78 TO CONDITION-FACTOR
              WHEN OTHER
                 MOVE 0.65 TO CONDITION-FACTOR
           END-EVALUATE.

           COMPUTE WEB-EST-LOW ROUNDED =
               (WEB-WHOLESALE + MILEAGE-ADJUST) * CONDITION-FACTOR.
           IF WEB-EST-LOW < 0
              MOVE 0 TO WEB-EST-LOW
           END-IF.
           COMPUTE WEB-EST-HIGH ROUNDED = WEB-EST-LOW * 1.10.
           IF IND-WEB-RETAIL NOT < 0 AND WEB-EST-HIGH > WEB-RETAIL
              MOVE WEB-RETAIL TO WEB-EST-HIGH
           END-IF.
           IF WEB-EST-HIGH < WEB-EST-LOW
              MOVE WEB-EST-LOW TO WEB-EST-HIGH
           END-IF.

           INITIALIZE LOCATOR-COMMAREA.
           MOVE "N" TO CA-LOCAL-BUILD2.
           MOVE SPACES TO LMAKE.
           MOVE SPACES TO LMODEL.
           MOVE WS-REQUEST-ZIP TO LCUSTOMERZIP.
           MOVE WS-REQUEST-STATE TO LCUSTOMERSTATE.

           EXEC CICS LINK PROGRAM('GAM0VDL')
               COMMAREA(LOCATOR-COMMAREA)
               END-EXEC.

           IF DEALERNAMEO (1) = SPACES
              MOVE "04" TO WS-RETURN-CODE
              MOVE MESSAGEOUT2 TO WS-MESSAGE
              GO TO 8000-EXIT
           END-IF.
           MOVE DEALERIDO (1) TO WEB-DEALERID.

           EXEC SQL
               SELECT COALESCE(MAX(LEADID), 0) + 1
                   INTO :WEB-LEADID
                   FROM LEADS
           END-EXEC.
           EXEC SQL
               INSERT INTO LEADS
                   (LEADID, CUSTNAME, CONTACTINFO, MAKE, MODEL,
                    SOURCEPAGE, DEALERID, RECEIVEDDATE, STATUS,
                    CONTACTATTEMPTS)
                   VALUES
                   (:WEB-LEADID, :WEB-CUSTNAME, :WEB-CONTACT,
                    :WEB-MAKE, :WEB-MODEL, 'WEB TRADE ESTIMATE',
                    :WEB-DEALERID, CURRENT DATE, 'N', 0)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE "04" TO WS-RETURN-CODE
              MOVE "SQL ERROR RECORDING TRADE-IN LEAD" TO WS-MESSAGE
              GO TO 8000-EXIT
           END-IF.

           MOVE WEB-LEADID TO WS-ESTIMATE-LEADID.
           IF WS-REQUEST-VIN NOT = SPACES
              MOVE WS-REQUEST-VIN TO WEB-VIN
           ELSE
              MOVE SPACES TO WEB-VIN
              STRING "WEB" WS-ESTIMATE-LEADID
                  DELIMITED BY SIZE INTO WEB-VIN
           END-IF.

           EXEC SQL
               INSERT INTO APPRAISALS
                   (TRADEVIN, DEALVIN, DEALERID, AUTOYEAR, MAKE,
                    MODEL, BODY, COLOR, TRANS, CYLIND, MILES,
                    CONDGRADE, APPRAISEDVALUE, APPRDATE, STATUS,
                    LEADID, ESTIMATELOW, ESTIMATEHIGH)
                   VALUES
                   (:WEB-VIN, ' ', :WEB-DEALERID, :WEB-AUTOYEAR,
                    :WEB-MAKE, :WEB-MODEL, ' ', ' ', ' ', ' ',
                    :WEB-MILES, :WEB-CONDGRADE, :WEB-EST-LOW,
                    CURRENT DATE, 'W', :WEB-LEADID, :WEB-EST-LOW,
                    :WEB-EST-HIGH)
           END-EXEC.
           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE 0 TO WS-ESTIMATE-LEADID
              MOVE "04" TO WS-RETURN-CODE
              MOVE "SQL ERROR RECORDING TRADE-IN ESTIMATE" TO WS-MESSAGE
              GO TO 8000-EXIT
           END-IF.

           MOVE WEB-EST-LOW TO EST-LOW-EDIT.
           MOVE WEB-EST-HIGH TO EST-HIGH-EDIT.
           MOVE WEB-VIN TO AUDIT-KEY.
           MOVE "(NEW)" TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "WEB TRADE ESTIMATE " EST-LOW-EDIT "-" EST-HIGH-EDIT
                  " LEAD " WS-ESTIMATE-LEADID
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 7000-WRITE-WEB-AUDIT.

           EXEC CICS SYNCPOINT END-EXEC.
           MOVE WEB-EST-LOW TO WS-ESTIMATE-LOW.
           MOVE WEB-EST-HIGH TO WS-ESTIMATE-HIGH.
           MOVE DEALERIDO (1) TO WS-ESTIMATE-DEALERID.
           MOVE DEALERNAMEO (1) TO WS-ESTIMATE-DEALER.
           MOVE DEALERPHONEO (1) TO WS-ESTIMATE-PHONE.
           MOVE "00" TO WS-RETURN-CODE.
           MOVE "ESTIMATE RECORDED - THE DEALER BELOW WILL CONTACT YOU"
               TO WS-MESSAGE.

       8000-EXIT.
           CONTINUE.
