      * DEALER'S OWN REGION FROM DEALERSHIP, AND INSERTS INTO
      * WHICHEVER OF EASTINVNTRY/CENTINVNTRY/PACINVNTRY MATCHES THAT
      * REGION - THE ONLY OTHER WAY A ROW EVER ENTERS THOSE TABLES
      * TODAY IS GAM0VDB's ONE-TIME HARDCODED BATCH LOAD. A UNIT
      * STAGED OVERNIGHT BY GAM0VPA NEEDS ONLY ITS VIN SCANNED AND
      * THE DEALER KEYED - SPEC AND COST PREFILL FROM
      * PENDING_ARRIVALS. A COSTED UNIT IS HELD TO THE STORE'S
      * FLOOR-PLAN CREDIT LINE WITH THE DEFAULT LENDER - INTAKE
      * WARNS AT 90 PERCENT AND REFUSES A UNIT THAT WOULD TAKE THE
      * LINE PAST ITS LIMIT UNLESS A MANAGER OVERRIDES (FPOVRLMT).
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VRV.
       01  COLOR-CHECK-COUNT           PIC S9(9) USAGE COMP.
       01  TRIM-CHECK-COUNT            PIC S9(9) USAGE COMP.
       01  VIN-DUP-COUNT               PIC S9(9) USAGE COMP.
       01  HIST-FLOOD-COUNT            PIC S9(9) USAGE COMP.
       01  HIST-ACCIDENT-COUNT         PIC S9(9) USAGE COMP.
       01  IND-AUTOTRIM                PIC S9(4) USAGE COMP.
       01  IND-MILES                   PIC S9(4) USAGE COMP.
       01  IND-ACQCOST                 PIC S9(4) USAGE COMP.
       01  MIN-VALID-AUTOYEAR          PIC 9(4) VALUE 1980.
       01  MAX-VALID-AUTOYEAR          PIC 9(4).
       01  REJECT-REASON               PIC X(60).
       01  LEASE-RETURN-FLAG           PIC X(1).
       01  LEASE-SALEDATE              PIC X(10).
       01  LEASE-RESIDUAL              PIC S9(7)V99 USAGE COMP-3.

       COPY GAM0BAW.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       COPY GAM0BFL.

       01  FLOOR-LINE-USED             PIC S9(9)V99 USAGE COMP-3.
       01  FLOOR-LINE-WAITING          PIC S9(9)V99 USAGE COMP-3.
       01  FLOOR-LINE-PROJECTED        PIC S9(9)V99 USAGE COMP-3.
       01  FLOOR-LINE-PCT              PIC S9(5) USAGE COMP-3.
       01  FLOOR-LINE-PCT-DISP         PIC ZZ9.
       01  FLOOR-LINE-WARN             PIC X(1).
       01  FLOOR-LINE-TAIL             PIC X(25).
       01  FLOOR-LINE-MSG              PIC X(60).

       COPY GAM0BPA.

       01  PEND-FOUND-FLAG             PIC X(1).
       01  PEND-ORDERNUMBER            PIC S9(9) USAGE COMP.
       01  IND-PA-AUTOTRIM             PIC S9(4) USAGE COMP.
       01  IND-PA-BODY                 PIC S9(4) USAGE COMP.
       01  IND-PA-COLOR                PIC S9(4) USAGE COMP.
       01  IND-PA-TRANS                PIC S9(4) USAGE COMP.
       01  IND-PA-CYLIND               PIC S9(4) USAGE COMP.
       01  IND-PA-MILES                PIC S9(4) USAGE COMP.
       01  IND-PA-PRICE                PIC S9(4) USAGE COMP.
       01  IND-PA-ORDERNUMBER          PIC S9(4) USAGE COMP.

       01  MATCH-ORDERNUMBER           PIC S9(9) USAGE COMP.
       01  MATCH-CUSTOMERID            PIC X(10).
       01  MATCH-CUSTNAME              PIC X(35).
           MOVE RVDEALERIDOUT TO CA-DEALERID.
           MOVE RVVINOUT TO CA-VIN.
           MOVE RVAUTOYEAROUT TO CA-AUTOYEAR.
           IF RVAUTOYEAROUT = SPACES OR RVAUTOYEAROUT = LOW-VALUE
               MOVE 0 TO CA-AUTOYEAR
           END-IF.
           MOVE RVMAKEOUT TO CA-MAKE.
           MOVE RVMODELOUT TO CA-MODEL.
           MOVE RVTRIMOUT TO CA-AUTOTRIM.
           MOVE RVBODYOUT TO CA-BODY.
           MOVE RVPRICEOUT TO CA-PRICE.
           IF RVPRICEOUT = SPACES OR RVPRICEOUT = LOW-VALUE
               MOVE 0 TO CA-PRICE
           END-IF.
           MOVE RVCOLOROUT TO CA-COLOR.
           MOVE RVTRANSOUT TO CA-TRANS.
           MOVE RVCYLINDOUT TO CA-CYLIND.
           MOVE RVFRAMEOUT TO CA-FRAME.
           MOVE RVFLOODOUT TO CA-FLOOD.
           MOVE RVWORKOOUT TO CA-WORKORDER.
           PERFORM 1050-PREFILL-PENDING-ARRIVAL THRU 1050-EXIT.

      *---------------------------------------
      * A UNIT STAGED BY THE NIGHTLY GAM0VPA LOAD (FACTORY SHIP
      * NOTICE OR AUCTION PURCHASE RECEIPT) ONLY NEEDS ITS VIN
      * SCANNED AND THE DEALER KEYED - ANY FIELD LEFT BLANK IS TAKEN
      * FROM THE PENDING_ARRIVALS ROW, COST INCLUDED. ANYTHING THE
      * CLERK DID KEY STANDS, AND THE FULL INTAKE EDIT STILL RUNS.
      *---------------------------------------
       1050-PREFILL-PENDING-ARRIVAL.
           MOVE "N" TO PEND-FOUND-FLAG.
           MOVE 0 TO PEND-ORDERNUMBER.

           EXEC SQL
               SELECT SOURCE, AUTOYEAR, MAKE, MODEL, AUTOTRIM, BODY,
                      COLOR, TRANS, CYLIND, MILES, PRICE, COSTAMOUNT,
                      ORDERNUMBER
                   INTO :PA-SOURCE, :PA-AUTOYEAR, :PA-MAKE,
                        :PA-MODEL, :PA-AUTOTRIM :IND-PA-AUTOTRIM,
                        :PA-BODY :IND-PA-BODY,
                        :PA-COLOR :IND-PA-COLOR,
                        :PA-TRANS :IND-PA-TRANS,
                        :PA-CYLIND :IND-PA-CYLIND,
                        :PA-MILES :IND-PA-MILES,
                        :PA-PRICE :IND-PA-PRICE,
                        :PA-COSTAMOUNT,
                        :PA-ORDERNUMBER :IND-PA-ORDERNUMBER
                   FROM PENDING_ARRIVALS
                   WHERE VIN = :CA-VIN
                     AND DEALERID = :CA-DEALERID
                     AND STATUS = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               GO TO 1050-EXIT
           END-IF.

           MOVE "Y" TO PEND-FOUND-FLAG.
           IF IND-PA-ORDERNUMBER >= 0
               MOVE PA-ORDERNUMBER TO PEND-ORDERNUMBER
           END-IF.

           IF CA-AUTOYEAR = 0
               MOVE PA-AUTOYEAR TO CA-AUTOYEAR
           END-IF.
           IF CA-MAKE = SPACES OR CA-MAKE = LOW-VALUE
               MOVE PA-MAKE-TEXT TO CA-MAKE
           END-IF.
           IF CA-MODEL = SPACES OR CA-MODEL = LOW-VALUE
               MOVE PA-MODEL-TEXT TO CA-MODEL
           END-IF.
           IF (CA-AUTOTRIM = SPACES OR CA-AUTOTRIM = LOW-VALUE)
              AND IND-PA-AUTOTRIM >= 0
               MOVE PA-AUTOTRIM-TEXT TO CA-AUTOTRIM
           END-IF.
           IF (CA-BODY = SPACES OR CA-BODY = LOW-VALUE)
              AND IND-PA-BODY >= 0
               MOVE PA-BODY-TEXT TO CA-BODY
           END-IF.
           IF (CA-COLOR = SPACES OR CA-COLOR = LOW-VALUE)
              AND IND-PA-COLOR >= 0
               MOVE PA-COLOR-TEXT TO CA-COLOR
           END-IF.
           IF (CA-TRANS = SPACES OR CA-TRANS = LOW-VALUE)
              AND IND-PA-TRANS >= 0
               MOVE PA-TRANS-TEXT TO CA-TRANS
           END-IF.
           IF (CA-CYLIND = SPACES OR CA-CYLIND = LOW-VALUE)
              AND IND-PA-CYLIND >= 0
               MOVE PA-CYLIND-TEXT TO CA-CYLIND
           END-IF.
           IF IND-MILES < 0 AND IND-PA-MILES >= 0
               MOVE PA-MILES TO CA-MILES
               MOVE 0 TO IND-MILES
           END-IF.
           IF CA-PRICE = 0 AND IND-PA-PRICE >= 0
               MOVE PA-PRICE TO CA-PRICE
           END-IF.
           IF IND-ACQCOST < 0
               COMPUTE CA-ACQCOST ROUNDED = PA-COSTAMOUNT
               MOVE 0 TO IND-ACQCOST
           END-IF.
           IF CA-NEWAUTO NOT = "Y" AND CA-NEWAUTO NOT = "N"
               IF PA-SOURCE = "F"
                   MOVE "Y" TO CA-NEWAUTO
               ELSE
                   MOVE "N" TO CA-NEWAUTO
               END-IF
           END-IF.

       1050-EXIT.
           CONTINUE.

       1100-RECEIVE-VEHICLE.
           MOVE SPACES TO RECVEHMSGOUT.
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
                   WHERE MAKE = :CA-MAKE AND MODEL = :CA-MODEL
                     AND (FIRSTYEAR IS NULL
                          OR FIRSTYEAR <= :CA-AUTOYEAR)
                     AND (LASTYEAR IS NULL
                          OR LASTYEAR >= :CA-AUTOYEAR)
           END-EXEC.
           IF MAKE-MODEL-COUNT = 0
               MOVE "MODEL NOT BUILT IN THAT MODEL YEAR" TO
                   REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

           MOVE 0 TO COLOR-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :COLOR-CHECK-COUNT
               END-IF
           END-IF.

           PERFORM 1210-FIND-LEASE-RETURN THRU 1210-EXIT.

      *---------------------------------------
      * A USED CAR'S CONDITION DRIVES ITS PRICE - THE GRADE (1-5)
      * AND DISCLOSURE ANSWERS ARE REQUIRED ON USED INTAKE. NEW
               MOVE "N" TO CA-WORKORDER
           END-IF.

      *---------------------------------------
      * A VEHICLE-HISTORY REPORT ALREADY RETURNED ON THE VIN (PULLED
      * AT APPRAISAL, GAM0VVH) TURNS THE DISCLOSURES ON - A FLOOD
      * BRAND SETS FLOOD, ANY OTHER BRAND OR A REPORTED ACCIDENT
      * SETS ACCIDENT. INTAKE CANNOT KEY THEM OFF.
      *---------------------------------------
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
                   WHERE VIN = :CA-VIN
                     AND STATUS = 'R'
           END-EXEC.
           IF HIST-FLOOD-COUNT > 0
               MOVE "Y" TO CA-FLOOD
           END-IF.
           IF HIST-ACCIDENT-COUNT > 0
               MOVE "Y" TO CA-ACCIDENT
           END-IF.

           MOVE CA-VIN TO CD-VIN.
           PERFORM 9500-VALIDATE-VIN-CHECK.
           IF VIN-CD-OK = "N"
           END-EXEC.
           IF VIN-DUP-COUNT > 0
               MOVE "VIN ALREADY ON FILE" TO REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1220-CHECK-FLOOR-LINE THRU 1220-EXIT.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * A CAR WE LEASED OUT (GAM0VSE SALETYPE 'E') THAT THE STORE
      * GROUNDS AT LEASE END COMES BACK THROUGH HERE - IT IS USED
      * STOCK WHATEVER WAS KEYED, AND WITH NO COST KEYED IT COMES
      * IN AT THE LEASE RESIDUAL, WHICH IS WHAT WE PAY THE BANK.
      *---------------------------------------
       1210-FIND-LEASE-RETURN.
           MOVE "N" TO LEASE-RETURN-FLAG.
           EXEC SQL
               SELECT CHAR(SALEDATE, ISO), RESIDUALVALUE
                   INTO :LEASE-SALEDATE, :LEASE-RESIDUAL
                   FROM LEASE_CONTRACTS
                   WHERE VIN = :CA-VIN
                     AND STATUS = 'A'
                   ORDER BY SALEDATE DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               GO TO 1210-EXIT
           END-IF.

           MOVE "Y" TO LEASE-RETURN-FLAG.
           MOVE "N" TO CA-NEWAUTO.
           IF IND-ACQCOST < 0
               MOVE LEASE-RESIDUAL TO CA-ACQCOST
               MOVE 0 TO IND-ACQCOST
           END-IF.

       1210-EXIT.
           CONTINUE.

      *---------------------------------------
      * A COSTED UNIT GOES ON THE FLOOR PLAN WITH THE DEFAULT LENDER
      * TONIGHT (GAM0VFL). WHAT THE STORE ALREADY OWES ON THAT
      * LENDER'S LINE - OPEN PRINCIPAL LESS CURTAILMENTS PAID, PLUS
      * COSTED UNITS RECEIVED SINCE THE LAST RUN - PLUS THIS UNIT'S
      * COST IS HELD TO THE LINE'S LIMIT. 90 PERCENT AND OVER WARNS
      * ON THE RECEIPT; PAST THE LIMIT NEEDS A MANAGER OVERRIDE OR
      * THE UNIT IS NOT RECEIVED. A STORE WITH NO LINE ON FILE FOR
      * THE DEFAULT LENDER IS NOT HELD.
      *---------------------------------------
       1220-CHECK-FLOOR-LINE.
           MOVE SPACES TO FLOOR-LINE-WARN.
           IF IND-ACQCOST < 0 OR CA-ACQCOST = 0
               GO TO 1220-EXIT
           END-IF.

           EXEC SQL
               SELECT C.LENDERCODE, C.CREDITLIMIT
                   INTO :FLC-LENDERCODE, :FLC-CREDITLIMIT
                   FROM FLOORPLAN_CREDIT_LINE C
                   INNER JOIN FLOORPLAN_LENDER L
                           ON C.LENDERCODE = L.LENDERCODE
                   WHERE C.DEALERID = :CA-DEALERID
                     AND L.DEFAULTFLAG = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               GO TO 1220-EXIT
           END-IF.
           IF FLC-CREDITLIMIT NOT > 0
               GO TO 1220-EXIT
           END-IF.

           MOVE 0 TO FLOOR-LINE-USED.
           EXEC SQL
               SELECT COALESCE(SUM(F.PRINCIPAL
                          - CASE WHEN F.CURT90PAIDDATE IS NULL
                                 THEN 0
                                 ELSE COALESCE(F.CURT90AMOUNT, 0)
                            END
                          - CASE WHEN F.CURT120PAIDDATE IS NULL
                                 THEN 0
                                 ELSE COALESCE(F.CURT120AMOUNT, 0)
                            END), 0)
                   INTO :FLOOR-LINE-USED
                   FROM FLOORPLAN F
                   INNER JOIN INVENTORY I
                           ON F.VIN = I.VIN
                   WHERE F.STATUS = 'A'
                     AND F.LENDERCODE = :FLC-LENDERCODE
                     AND I.DEALERID = :CA-DEALERID
           END-EXEC.

           MOVE 0 TO FLOOR-LINE-WAITING.
           EXEC SQL
               SELECT COALESCE(SUM(I.ACQUISITIONCOST), 0)
                   INTO :FLOOR-LINE-WAITING
                   FROM INVENTORY I
                   WHERE I.DEALERID = :CA-DEALERID
                     AND I.SOLDFLAG = 'N'
                     AND I.ACQUISITIONCOST IS NOT NULL
                     AND NOT EXISTS
                         (SELECT 1 FROM FLOORPLAN F
                              WHERE F.VIN = I.VIN)
           END-EXEC.
           MOVE 0 TO SQLCODE.

           COMPUTE FLOOR-LINE-PROJECTED =
               FLOOR-LINE-USED + FLOOR-LINE-WAITING + CA-ACQCOST.
           COMPUTE FLOOR-LINE-PCT =
               FLOOR-LINE-PROJECTED * 100 / FLC-CREDITLIMIT.
           IF FLOOR-LINE-PCT > 999
               MOVE 999 TO FLOOR-LINE-PCT
           END-IF.
           MOVE FLOOR-LINE-PCT TO FLOOR-LINE-PCT-DISP.

           IF FLOOR-LINE-PROJECTED NOT > FLC-CREDITLIMIT
               IF FLOOR-LINE-PCT >= 90
                   MOVE "W" TO FLOOR-LINE-WARN
               END-IF
               GO TO 1220-EXIT
           END-IF.

           MOVE "FPOVRLMT" TO AUTH-FUNCTION.
           MOVE "Y" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.
           IF AUTH-OK = "Y"
               MOVE "O" TO FLOOR-LINE-WARN
               MOVE CA-VIN TO AUDIT-KEY
               MOVE SPACES TO AUDIT-BEFORE
               STRING "FLOOR LINE " FLC-LENDERCODE " DEALER "
                      CA-DEALERID " OVER LIMIT AT "
                      FLOOR-LINE-PCT-DISP " PCT"
                   DELIMITED BY SIZE INTO AUDIT-BEFORE
               MOVE "RELEASED AFTER MANAGER REVIEW" TO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
           ELSE
               MOVE SPACES TO REJECT-REASON
               STRING "FLOOR LINE AT " FLOOR-LINE-PCT-DISP
                      "% - MANAGER OVERRIDE REQUIRED"
                   DELIMITED BY SIZE INTO REJECT-REASON
           END-IF.

       1220-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE RECEIPT MESSAGE CARRIES THE FLOOR-LINE WARNING SO THE
      * CLERK PASSES IT ON TO THE OFFICE BEFORE THE NEXT TRUCK.
      *---------------------------------------
       1230-FLOOR-LINE-MESSAGE.
           MOVE SPACES TO FLOOR-LINE-TAIL.
           IF FLOOR-LINE-WARN = "O"
               STRING " - OVER FLOOR LINE, " FLOOR-LINE-PCT-DISP "%"
                   DELIMITED BY SIZE INTO FLOOR-LINE-TAIL
           ELSE
               STRING " - FLOOR LINE " FLOOR-LINE-PCT-DISP "% USED"
                   DELIMITED BY SIZE INTO FLOOR-LINE-TAIL
           END-IF.

           MOVE SPACES TO FLOOR-LINE-MSG.
           EVALUATE TRUE
           WHEN LEASE-RETURN-FLAG = "Y"
               STRING "LEASE RETURN RECEIVED" FLOOR-LINE-TAIL
                   DELIMITED BY SIZE INTO FLOOR-LINE-MSG
           WHEN ORDER-MATCHED-FLAG = "Y"
               STRING "RECEIVED - ORDER " CONVERT-ORDNUM " MATCHED"
                      FLOOR-LINE-TAIL
                   DELIMITED BY SIZE INTO FLOOR-LINE-MSG
           WHEN OTHER
               STRING "VEHICLE RECEIVED" FLOOR-LINE-TAIL
                   DELIMITED BY SIZE INTO FLOOR-LINE-MSG
           END-EVALUATE.

      *---------------------------------------
      * A USED CAR SPENDS DAYS IN INSPECTION AND DETAIL BEFORE IT IS
      * SELLABLE - IT ENTERS AS RECEIVED ('R') AND THE GAM0VRS
                   PERFORM 1460-ASSIGN-STOCK-NUMBER
                   PERFORM 1470-LOG-INTAKE-ODOMETER
                   PERFORM 1500-MATCH-FACTORY-ORDER
                   PERFORM 1510-RECEIVE-PENDING-ARRIVAL
                   PERFORM 1480-GROUND-LEASE-RETURN THRU 1480-EXIT
                   MOVE CA-VIN TO AUDIT-KEY
                   MOVE "(NEW)" TO AUDIT-BEFORE
                   MOVE SPACES TO AUDIT-AFTER
                       MOVE "VEHICLE RECEIVED INTO INVENTORY" TO
                           RECVEHMSGOUT
                   END-IF
                   IF LEASE-RETURN-FLAG = "Y"
                       MOVE "LEASE RETURN RECEIVED INTO USED STOCK" TO
                           RECVEHMSGOUT
                   END-IF
                   IF FLOOR-LINE-WARN NOT = SPACES
                       PERFORM 1230-FLOOR-LINE-MESSAGE
                       MOVE FLOOR-LINE-MSG TO RECVEHMSGOUT
                   END-IF
               ELSE
                   MOVE "SQL ERROR RECEIVING VEHICLE" TO RECVEHMSGOUT
               END-IF
       1475-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE GROUNDED LEASE IS CLOSED ('G') IN THE INTAKE'S UNIT OF
      * WORK, SO GAM0VLM STOPS CHASING A CAR ALREADY ON OUR LOT.
      *---------------------------------------
       1480-GROUND-LEASE-RETURN.
           IF LEASE-RETURN-FLAG NOT = "Y"
               GO TO 1480-EXIT
           END-IF.

           EXEC SQL
               UPDATE LEASE_CONTRACTS
                  SET STATUS = 'G',
                      STATUSDATE = CURRENT DATE
                WHERE VIN = :CA-VIN
                  AND SALEDATE = :LEASE-SALEDATE
                  AND STATUS = 'A'
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1480-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE ARRIVING UNIT MAY BE SOMEBODY'S FACTORY ORDER (GAM0VFO).
      * THE OLDEST OPEN ORDER AT THIS DEALER FOR THE SAME YEAR/MAKE/
      * THE REAL VIN SO GAM0VSE APPLIES IT AT SALE, AND A CONTACT
      * LEAD LANDS ON THE DEALER'S GAM0VLW WORKLIST - ALL IN THE
      * INTAKE'S UNIT OF WORK, SO NO ORDER SLIPS OFF A WHITEBOARD.
      * AN ORDER GAM0VPA ALREADY TIED TO THE UNIT'S SHIP NOTICE IS
      * TAKEN AHEAD OF THE OLDEST-ORDER RULE.
      *---------------------------------------
       1500-MATCH-FACTORY-ORDER.
           MOVE "N" TO ORDER-MATCHED-FLAG.

           MOVE 100 TO SQLCODE.
           IF PEND-ORDERNUMBER > 0
               EXEC SQL
                   SELECT ORDERNUMBER, CUSTOMERID
                       INTO :MATCH-ORDERNUMBER, :MATCH-CUSTOMERID
                       FROM FACTORY_ORDERS
                       WHERE ORDERNUMBER = :PEND-ORDERNUMBER
                         AND DEALERID = :CA-DEALERID
                         AND STATUS = 'O'
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL
                   SELECT ORDERNUMBER, CUSTOMERID
                       INTO :MATCH-ORDERNUMBER, :MATCH-CUSTOMERID
                       FROM FACTORY_ORDERS
                       WHERE DEALERID = :CA-DEALERID
                         AND AUTOYEAR = :CA-AUTOYEAR
                         AND MAKE = :CA-MAKE
                         AND MODEL = :CA-MODEL
                         AND STATUS = 'O'
                         AND ORDERNUMBER =
                             (SELECT MIN(ORDERNUMBER)
                                  FROM FACTORY_ORDERS
                                  WHERE DEALERID = :CA-DEALERID
                                    AND AUTOYEAR = :CA-AUTOYEAR
                                    AND MAKE = :CA-MAKE
                                    AND MODEL = :CA-MODEL
                                    AND STATUS = 'O')
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
       1500-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE STAGED ARRIVAL IS NOW ON THE GROUND - CLOSE ITS
      * PENDING_ARRIVALS ROW IN THE INTAKE'S UNIT OF WORK.
      *---------------------------------------
       1510-RECEIVE-PENDING-ARRIVAL.
           IF PEND-FOUND-FLAG = "Y"
               EXEC SQL
                   UPDATE PENDING_ARRIVALS
                      SET STATUS = 'R',
                          RECEIVEDDATE = CURRENT DATE
                    WHERE VIN = :CA-VIN
                      AND STATUS = 'P'
               END-EXEC
               MOVE 0 TO SQLCODE
           END-IF.

      *---------------------------------------
      * MANAGER CHECK FOR THE FLOOR-LINE OVERRIDE - THE CICS USER
      * MUST HOLD A USER_AUTHORITY ROW FOR THE FUNCTION, WITH THE
      * MANAGER ROLE WHERE THE FUNCTION DEMANDS IT.
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
           END-IF.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
           MOVE LOCRVDEALERIDOUT TO CA-DEALERID.
           MOVE LOCRVVINOUT TO CA-VIN.
           MOVE LOCRVAUTOYEAROUT TO CA-AUTOYEAR.
           IF LOCRVAUTOYEAROUT = SPACES OR LOCRVAUTOYEAROUT = LOW-VALUE
               MOVE 0 TO CA-AUTOYEAR
           END-IF.
           MOVE LOCRVMAKEOUT TO CA-MAKE.
           MOVE LOCRVMODELOUT TO CA-MODEL.
           MOVE LOCRVTRIMOUT TO CA-AUTOTRIM.
           MOVE LOCRVBODYOUT TO CA-BODY.
           MOVE LOCRVPRICEOUT TO CA-PRICE.
           IF LOCRVPRICEOUT = SPACES OR LOCRVPRICEOUT = LOW-VALUE
               MOVE 0 TO CA-PRICE
           END-IF.
           MOVE LOCRVCOLOROUT TO CA-COLOR.
           MOVE LOCRVTRANSOUT TO CA-TRANS.
           MOVE LOCRVCYLINDOUT TO CA-CYLIND.
           MOVE LOCRVFRAMEOUT TO CA-FRAME.
           MOVE LOCRVFLOODOUT TO CA-FLOOD.
           MOVE LOCRVWORKOOUT TO CA-WORKORDER.
           PERFORM 1050-PREFILL-PENDING-ARRIVAL THRU 1050-EXIT.

       4100-RECEIVE-VEHICLE.
           MOVE SPACES TO LOCRECVEHMSGOUT.
                   PERFORM 1460-ASSIGN-STOCK-NUMBER
                   PERFORM 1470-LOG-INTAKE-ODOMETER
                   PERFORM 1500-MATCH-FACTORY-ORDER
                   PERFORM 1510-RECEIVE-PENDING-ARRIVAL
                   PERFORM 1480-GROUND-LEASE-RETURN THRU 1480-EXIT
                   MOVE CA-VIN TO AUDIT-KEY
                   MOVE "(NEW)" TO AUDIT-BEFORE
                   MOVE SPACES TO AUDIT-AFTER
                       MOVE "VEHICLE RECEIVED INTO INVENTORY" TO
                           LOCRECVEHMSGOUT
                   END-IF
                   IF LEASE-RETURN-FLAG = "Y"
                       MOVE "LEASE RETURN RECEIVED INTO USED STOCK" TO
                           LOCRECVEHMSGOUT
                   END-IF
                   IF FLOOR-LINE-WARN NOT = SPACES
                       PERFORM 1230-FLOOR-LINE-MESSAGE
                       MOVE FLOOR-LINE-MSG TO LOCRECVEHMSGOUT
                   END-IF
               ELSE
                   MOVE "SQL ERROR RECEIVING VEHICLE" TO
                       LOCRECVEHMSGOUT
