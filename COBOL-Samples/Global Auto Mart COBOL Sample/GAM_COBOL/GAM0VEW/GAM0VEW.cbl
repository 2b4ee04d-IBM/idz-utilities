      * A USER STAMP. ACTIONS: DELDUP DELETES THE DUPLICATE ROW FROM
      * THE EXCEPTION'S SECOND REGION; XFEROK VERIFIES THE ROW HAS
      * SINCE BEEN CORRECTED (MOVED WITH GAM0VTR) AND CLOSES;
      * ACCEPT CLOSES AS-IS WITH THE REASON. FOR AN 'ORPH' EXCEPTION
      * (GAM0VOR) XFEROK CHECKS THE ROWS NOW POINT AT A REAL UNIT,
      * DEALER OR CUSTOMER - OR HAVE BEEN CLEANED AWAY.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VEW.
           WHEN "DELDUP"
               PERFORM 2100-DELETE-DUPLICATE-ROW
           WHEN "XFEROK"
               PERFORM 2200-VERIFY-CORRECTED THRU 2200-EXIT
           WHEN "ACCEPT"
               IF WORK-REASON = SPACES OR WORK-REASON = LOW-VALUE
                   MOVE "A REASON IS REQUIRED TO ACCEPT" TO
       2200-VERIFY-CORRECTED.
           MOVE 0 TO REMAINING-COUNT.

           IF EXCTYPE = "ORPH"
               PERFORM 2300-VERIFY-ORPHAN THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF EXCTYPE = "DUPE"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
               END-IF
           END-IF.

       2200-EXIT.
           CONTINUE.

      *---------------------------------------
      * AN ORPHAN IS CORRECTED WHEN THE TABLE NAMED IN REGION1 HAS
      * NO ROW LEFT FOR THE VIN THAT POINTS AT NOTHING. A MISSING
      * VIN IS ALSO CURED BY THE UNIT BEING BACK IN INVENTORY OR
      * ARCHIVED TO INVENTORY_HISTORY.
      *---------------------------------------
       2300-VERIFY-ORPHAN.
           IF REGION2 = "VIN"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM INVENTORY
                       WHERE VIN = :EX-VIN-TEXT
               END-EXEC
               IF REMAINING-COUNT = 0
                   EXEC SQL
                       SELECT COUNT(*) INTO :REMAINING-COUNT
                           FROM INVENTORY_HISTORY
                           WHERE VIN = :EX-VIN-TEXT
                   END-EXEC
               END-IF
               IF REMAINING-COUNT > 0
                   GO TO 2300-EXIT
               END-IF
               PERFORM 2310-COUNT-VIN-ORPHANS
           END-IF.

           IF REGION2 = "DEALER"
               PERFORM 2320-COUNT-DEALER-ORPHANS
           END-IF.

           IF REGION2 = "CUSTOMER"
               PERFORM 2330-COUNT-CUSTOMER-ORPHANS
           END-IF.

           IF REMAINING-COUNT > 0
               MOVE "ORPHANED ROWS ARE STILL ON FILE FOR THIS VIN" TO
                   EXCWORKMSGOUT
               MOVE "Y" TO RESOLVE-FAILED
           END-IF.

       2300-EXIT.
           CONTINUE.

       2310-COUNT-VIN-ORPHANS.
           EVALUATE REGION1
           WHEN "DEPOSITS"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM DEPOSITS
                       WHERE VIN = :EX-VIN-TEXT
               END-EXEC
           WHEN "WORKORDERS"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM WORK_ORDERS
                       WHERE VIN = :EX-VIN-TEXT
               END-EXEC
           WHEN "COSTLEDGER"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM VEHICLE_COST_LEDGER
                       WHERE VIN = :EX-VIN-TEXT
               END-EXEC
           WHEN "STOCKNUMS"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM STOCK_NUMBERS
                       WHERE VIN = :EX-VIN-TEXT
               END-EXEC
           WHEN "INSPECTION"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM VEHICLE_INSPECTIONS
                       WHERE VIN = :EX-VIN-TEXT
               END-EXEC
           WHEN "FLOORPLAN"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM FLOORPLAN
                       WHERE VIN = :EX-VIN-TEXT
               END-EXEC
           WHEN "MEDIA"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM VEHICLE_MEDIA
                       WHERE VIN = :EX-VIN-TEXT
               END-EXEC
           WHEN "WAITLIST"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM HOLD_WAITLIST
                       WHERE VIN = :EX-VIN-TEXT
               END-EXEC
           WHEN "TITLETRACK"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM TITLE_TRACKING
                       WHERE VIN = :EX-VIN-TEXT
               END-EXEC
           END-EVALUATE.

       2320-COUNT-DEALER-ORPHANS.
           EVALUATE REGION1
           WHEN "DEPOSITS"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM DEPOSITS P
                       WHERE P.VIN = :EX-VIN-TEXT
                         AND NOT EXISTS
                             (SELECT 1 FROM DEALERSHIP D
                                  WHERE D.DEALERID = P.DEALERID)
               END-EXEC
           WHEN "WORKORDERS"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM WORK_ORDERS W
                       WHERE W.VIN = :EX-VIN-TEXT
                         AND NOT EXISTS
                             (SELECT 1 FROM DEALERSHIP D
                                  WHERE D.DEALERID = W.DEALERID)
               END-EXEC
           WHEN "STOCKNUMS"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM STOCK_NUMBERS S
                       WHERE S.VIN = :EX-VIN-TEXT
                         AND NOT EXISTS
                             (SELECT 1 FROM DEALERSHIP D
                                  WHERE D.DEALERID = S.DEALERID)
               END-EXEC
           WHEN "TITLETRACK"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM TITLE_TRACKING T
                       WHERE T.VIN = :EX-VIN-TEXT
                         AND NOT EXISTS
                             (SELECT 1 FROM DEALERSHIP D
                                  WHERE D.DEALERID = T.DEALERID)
               END-EXEC
           END-EVALUATE.

       2330-COUNT-CUSTOMER-ORPHANS.
           EVALUATE REGION1
           WHEN "DEPOSITS"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM DEPOSITS P
                       WHERE P.VIN = :EX-VIN-TEXT
                         AND NOT EXISTS
                             (SELECT 1 FROM CUSTOMER C
                                  WHERE C.CUSTOMERID = P.CUSTOMERID)
               END-EXEC
           WHEN "WAITLIST"
               EXEC SQL
                   SELECT COUNT(*) INTO :REMAINING-COUNT
                       FROM HOLD_WAITLIST Q
                       WHERE Q.VIN = :EX-VIN-TEXT
                         AND NOT EXISTS
                             (SELECT 1 FROM CUSTOMER C
                                  WHERE C.CUSTOMERID = Q.CUSTOMERID)
               END-EXEC
           END-EVALUATE.

       2500-CLOSE-EXCEPTION.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.

