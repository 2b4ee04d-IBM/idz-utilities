      * THE VIN'S WORK ORDERS. OPENING A WORK ORDER RAISES
      * OPENWORKORDER ON THE UNIT'S REGIONAL ROW AND CLOSING THE
      * LAST ONE CLEARS IT, SO GAM0VRS CAN REFUSE TO MARK A UNIT
      * READY WHILE THE SHOP STILL HAS IT. A PARTS LINE IS PICKED
      * FROM THE DEALER'S PARTS MASTER (GAM0VPT) BY PART NUMBER AND
      * QUANTITY - IT RELIEVES ON-HAND AND IS COSTED AT THE PART'S
      * AVERAGE COST INSTEAD OF A TYPED-IN PRICE. A SUBLET LINE IS
      * WORK SENT OUT TO A VENDOR (VENDORS) AND CARRIES THE VENDOR
      * AND THEIR INVOICE NUMBER; AT CLOSE IT POSTS TO THE COST
      * LEDGER AS ITS OWN LINE SO GAM0VAV CAN VOUCHER IT TO AP.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VWO.
           05  FILLER                  PIC X(9).
           05  WOCOSTOUT               PIC X(9).
           05  FILLER                  PIC X(9).
           05  WOPARTOUT               PIC X(20).
           05  FILLER                  PIC X(9).
           05  WOQTYOUT                PIC X(5).
           05  FILLER                  PIC X(9).
           05  WORKORDMSGOUT           PIC X(60).
           05  FILLER                  PIC X(9).
           05  WOVENDOROUT             PIC X(9).
           05  FILLER                  PIC X(9).
           05  WOINVOICEOUT            PIC X(20).

       01  WORKORD-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
               "GAM0VWO WORK ORDERS FOR VIN - NEWEST FIRST".
           05  WP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  WP-LINE-LAST PIC X(79) VALUE
               "PF5=OPEN PF6=LINE (P:PART+QTY S:VENDOR+INV) PF7=CLOSE".

       01  WORK-VIN                    PIC X(17).
       01  WORK-WONUMBER               PIC S9(9) USAGE COMP.
       01  WORK-LEDGER-DESC            PIC X(30).
       01  WORK-TOTALCOST              PIC S9(7)V99 USAGE COMP-3.
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  WORK-PARTNUMBER             PIC X(20).
       01  WORK-PARTQTY                PIC S9(9) USAGE COMP.
       01  WORK-PARTDESC               PIC X(30).
       01  WORK-ONHANDQTY              PIC S9(9) USAGE COMP.
       01  WORK-AVGCOST                PIC S9(5)V99 USAGE COMP-3.
       01  IND-PARTNUMBER              PIC S9(4) USAGE COMP.
       01  CONVERT-ONHAND              PIC ZZZZ9.
       01  WORK-VENDORID               PIC S9(9) USAGE COMP.
       01  WORK-INVOICENUM             PIC X(20).
       01  IND-VENDORID                PIC S9(4) USAGE COMP.
       01  WORK-VENDOR-ACTIVE          PIC X(1).
       01  WORK-SUBLET-TOTAL           PIC S9(7)V99 USAGE COMP-3.
       01  WORK-RECON-COST             PIC S9(7)V99 USAGE COMP-3.
       01  INVOICE-CHECK-COUNT         PIC S9(9) USAGE COMP.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
                   ORDER BY WONUMBER DESC
           END-EXEC.

       EXEC SQL
           DECLARE WOSUBCURSOR CURSOR FOR
               SELECT LINEDESC, LINECOST, VENDORID, INVOICENUM
                   FROM WORK_ORDER_LINES
                   WHERE WONUMBER = :WORK-WONUMBER
                     AND LINETYPE = 'S'
                   ORDER BY LINENUMBER
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

           MOVE WOTYPEOUT TO WORK-LINETYPE.
           IF WORK-LINETYPE NOT = "P" AND WORK-LINETYPE NOT = "L"
              AND WORK-LINETYPE NOT = "S"
               MOVE "LINE TYPE MUST BE P (PARTS), L (LABOR), S (SUBLET)"
                   TO WORKORDMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE WODESCOUT TO WORK-LINEDESC.
           IF WORK-LINEDESC = LOW-VALUE
               MOVE SPACES TO WORK-LINEDESC
           END-IF.
           IF WORK-LINEDESC = SPACES AND WORK-LINETYPE NOT = "P"
               MOVE "ENTER A LINE DESCRIPTION" TO WORKORDMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE -1 TO IND-VENDORID.
           MOVE 0 TO WORK-VENDORID.
           MOVE SPACES TO WORK-INVOICENUM.
           IF WORK-LINETYPE = "S"
               PERFORM 1230-EDIT-SUBLET-VENDOR THRU 1230-EXIT
               IF WORKORDMSGOUT NOT = SPACES
                   GO TO 1200-EXIT
               END-IF
           END-IF.

           IF WORK-LINETYPE = "P"
               PERFORM 1220-PRICE-PART-LINE THRU 1220-EXIT
               IF WORKORDMSGOUT NOT = SPACES
                   GO TO 1200-EXIT
               END-IF
           ELSE
               MOVE SPACES TO WORK-PARTNUMBER
               MOVE 0 TO WORK-PARTQTY
               MOVE -1 TO IND-PARTNUMBER
               IF WOCOSTOUT = SPACES OR WOCOSTOUT = LOW-VALUE
                   MOVE 0 TO WORK-LINECOST
               ELSE
                   COMPUTE WORK-LINECOST = FUNCTION NUMVAL(WOCOSTOUT)
               END-IF
               IF WORK-LINECOST NOT > 0
                   MOVE "ENTER THE LINE COST" TO WORKORDMSGOUT
                   GO TO 1200-EXIT
               END-IF
           END-IF.

      *---------------------------------------
      * THE PART COMES OFF THE SHELF IN THE SAME UNIT OF WORK AS THE
      * LINE - THE ON-HAND GUARD IN THE UPDATE STOPS TWO BAYS FROM
      * ISSUING THE LAST ONE TWICE.
      *---------------------------------------
           IF WORK-LINETYPE = "P"
               EXEC SQL
                   UPDATE PARTS_MASTER
                      SET ONHANDQTY = ONHANDQTY - :WORK-PARTQTY,
                          LASTISSUEDATE = CURRENT DATE
                    WHERE DEALERID = :WORK-DEALERID
                      AND PARTNUMBER = :WORK-PARTNUMBER
                      AND ONHANDQTY >= :WORK-PARTQTY
               END-EXEC
               MOVE 0 TO ROWS-UPDATED
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO ROWS-UPDATED
               END-IF
               IF ROWS-UPDATED = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "PART NO LONGER ON HAND IN THAT QUANTITY" TO
                       WORKORDMSGOUT
                   GO TO 1200-EXIT
               END-IF
           END-IF.

           EXEC SQL
           EXEC SQL
               INSERT INTO WORK_ORDER_LINES
                   (WONUMBER, LINENUMBER, LINETYPE, LINEDESC,
                    LINECOST, LINEDATE, PARTNUMBER, PARTQTY,
                    VENDORID, INVOICENUM)
                   VALUES
                   (:WORK-WONUMBER, :WORK-LINENUMBER,
                    :WORK-LINETYPE, :WORK-LINEDESC,
                    :WORK-LINECOST, CURRENT DATE,
                    :WORK-PARTNUMBER :IND-PARTNUMBER,
                    :WORK-PARTQTY :IND-PARTNUMBER,
                    :WORK-VENDORID :IND-VENDORID,
                    :WORK-INVOICENUM :IND-VENDORID)
           END-EXEC.

           IF SQLCODE = 0
       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * A PARTS LINE NAMES A PART IN THE WORK ORDER DEALER'S PARTS
      * MASTER AND A QUANTITY (DEFAULT 1). THE LINE IS COSTED AT
      * QUANTITY TIMES AVERAGE COST AND TAKES THE PART DESCRIPTION
      * WHEN NONE WAS KEYED; THE TYPED-IN COST IS NOT USED.
      *---------------------------------------
       1220-PRICE-PART-LINE.
           MOVE 0 TO IND-PARTNUMBER.
           MOVE WOPARTOUT TO WORK-PARTNUMBER.
           IF WORK-PARTNUMBER = SPACES OR WORK-PARTNUMBER = LOW-VALUE
               MOVE "ENTER THE PART NUMBER FOR A PARTS LINE" TO
                   WORKORDMSGOUT
               GO TO 1220-EXIT
           END-IF.

           IF WOQTYOUT = SPACES OR WOQTYOUT = LOW-VALUE
               MOVE 1 TO WORK-PARTQTY
           ELSE
               COMPUTE WORK-PARTQTY = FUNCTION NUMVAL(WOQTYOUT)
           END-IF.
           IF WORK-PARTQTY NOT > 0
               MOVE "PART QUANTITY MUST BE GREATER THAN ZERO" TO
                   WORKORDMSGOUT
               GO TO 1220-EXIT
           END-IF.

           EXEC SQL
               SELECT PARTDESC, ONHANDQTY, AVGCOST
                   INTO :WORK-PARTDESC, :WORK-ONHANDQTY,
                        :WORK-AVGCOST
                   FROM PARTS_MASTER
                   WHERE DEALERID = :WORK-DEALERID
                     AND PARTNUMBER = :WORK-PARTNUMBER
           END-EXEC.

           IF SQLCODE = 100
               MOVE "PART NOT IN THIS DEALER'S PARTS MASTER" TO
                   WORKORDMSGOUT
               GO TO 1220-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE "SQL ERROR READING PARTS MASTER" TO WORKORDMSGOUT
               GO TO 1220-EXIT
           END-IF.

           IF WORK-ONHANDQTY < WORK-PARTQTY
               MOVE WORK-ONHANDQTY TO CONVERT-ONHAND
               MOVE SPACES TO WORKORDMSGOUT
               STRING "ONLY " CONVERT-ONHAND " ON HAND FOR THIS PART"
                   DELIMITED BY SIZE INTO WORKORDMSGOUT
               GO TO 1220-EXIT
           END-IF.

           COMPUTE WORK-LINECOST ROUNDED =
               WORK-PARTQTY * WORK-AVGCOST
               ON SIZE ERROR
                   MOVE "PARTS LINE COST TOO LARGE - SPLIT THE LINE" TO
                       WORKORDMSGOUT
                   GO TO 1220-EXIT
           END-COMPUTE.

           IF WORK-LINEDESC = SPACES
               MOVE WORK-PARTDESC TO WORK-LINEDESC
           END-IF.

       1220-EXIT.
           CONTINUE.

      *---------------------------------------
      * A SUBLET NAMES AN ACTIVE VENDOR AND THE INVOICE THEY BILLED
      * THE JOB ON. THE SAME INVOICE ALREADY ON THIS WORK ORDER, OR
      * ALREADY VOUCHERED TO AP, IS A DUPLICATE AND IS REFUSED.
      *---------------------------------------
       1230-EDIT-SUBLET-VENDOR.
           IF WOVENDOROUT = SPACES OR WOVENDOROUT = LOW-VALUE
               MOVE "ENTER THE SUBLET VENDOR" TO WORKORDMSGOUT
               GO TO 1230-EXIT
           END-IF.
           COMPUTE WORK-VENDORID = FUNCTION NUMVAL(WOVENDOROUT).
           MOVE WOINVOICEOUT TO WORK-INVOICENUM.
           IF WORK-INVOICENUM = SPACES OR WORK-INVOICENUM = LOW-VALUE
               MOVE "ENTER THE SUBLET VENDOR'S INVOICE NUMBER" TO
                   WORKORDMSGOUT
               GO TO 1230-EXIT
           END-IF.

           MOVE SPACES TO WORK-VENDOR-ACTIVE.
           EXEC SQL
               SELECT ACTIVEFLAG INTO :WORK-VENDOR-ACTIVE
                   FROM VENDORS
                   WHERE VENDORID = :WORK-VENDORID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "VENDOR NOT ON FILE" TO WORKORDMSGOUT
               GO TO 1230-EXIT
           END-IF.
           IF WORK-VENDOR-ACTIVE NOT = "Y"
               MOVE "VENDOR IS INACTIVE" TO WORKORDMSGOUT
               GO TO 1230-EXIT
           END-IF.

           MOVE 0 TO INVOICE-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :INVOICE-CHECK-COUNT
                   FROM WORK_ORDER_LINES
                   WHERE WONUMBER = :WORK-WONUMBER
                     AND VENDORID = :WORK-VENDORID
                     AND INVOICENUM = :WORK-INVOICENUM
           END-EXEC.
           IF INVOICE-CHECK-COUNT > 0
               MOVE "INVOICE ALREADY ON THIS WORK ORDER" TO
                   WORKORDMSGOUT
               GO TO 1230-EXIT
           END-IF.

           MOVE 0 TO INVOICE-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :INVOICE-CHECK-COUNT
                   FROM AP_VOUCHERS
                   WHERE VENDORID = :WORK-VENDORID
                     AND INVOICENUM = :WORK-INVOICENUM
           END-EXEC.
           IF INVOICE-CHECK-COUNT > 0
               MOVE "INVOICE ALREADY VOUCHERED TO AP - DUPLICATE" TO
                   WORKORDMSGOUT
               GO TO 1230-EXIT
           END-IF.

           MOVE 0 TO IND-VENDORID.

       1230-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF7 - CLOSE THE WORK ORDER: THE TOTAL ROLLS UP FROM THE
      * LINES ONTO THE HEADER, AND WHEN NO OTHER OPEN WORK ORDER
      * THE CLOSED WORK ORDER'S COST GOES ON THE UNIT'S COST LEDGER
      * AS A 'RECN' LINE IN THE SAME UNIT OF WORK, SO THE MARGIN
      * REPORTS (GAM0VMG, GAM0VSC) CARRY THE RECON SPEND WITHOUT
      * ANYONE RE-KEYING IT THROUGH GAM0VCL. SUBLET LINES POST ONE
      * BY ONE WITH THEIR VENDOR AND INVOICE, READY FOR THE GAM0VAV
      * VOUCHER EXTRACT; THE WORK ORDER LINE CARRIES THE REST.
      *---------------------------------------
       1350-POST-RECON-COST.
           IF WORK-TOTALCOST NOT > 0
               GO TO 1350-EXIT
           END-IF.

           MOVE 0 TO WORK-SUBLET-TOTAL.
           EXEC SQL OPEN WOSUBCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH WOSUBCURSOR
                      INTO :WORK-LEDGER-DESC, :WORK-LINECOST,
                           :WORK-VENDORID, :WORK-INVOICENUM
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1360-POST-SUBLET-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE WOSUBCURSOR END-EXEC.

           COMPUTE WORK-RECON-COST = WORK-TOTALCOST - WORK-SUBLET-TOTAL.
           IF WORK-RECON-COST NOT > 0
               MOVE 0 TO SQLCODE
               GO TO 1350-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(LINENUMBER), 0) + 1
                   INTO :WORK-LINENUMBER
                    COSTDATE)
                   VALUES
                   (:WORK-VIN, :WORK-LINENUMBER, 'RECN',
                    :WORK-LEDGER-DESC, :WORK-RECON-COST,
                    CURRENT DATE)
           END-EXEC.
           MOVE 0 TO SQLCODE.
       1350-EXIT.
           CONTINUE.

       1360-POST-SUBLET-LINE.
           ADD WORK-LINECOST TO WORK-SUBLET-TOTAL.

           EXEC SQL
               SELECT COALESCE(MAX(LINENUMBER), 0) + 1
                   INTO :WORK-LINENUMBER
                   FROM VEHICLE_COST_LEDGER
                   WHERE VIN = :WORK-VIN
           END-EXEC.

           EXEC SQL
               INSERT INTO VEHICLE_COST_LEDGER
                   (VIN, LINENUMBER, COSTTYPE, COSTDESC, COSTAMOUNT,
                    COSTDATE, VENDORID, INVOICENUM, APSTATUS)
                   VALUES
                   (:WORK-VIN, :WORK-LINENUMBER, 'RECN',
                    :WORK-LEDGER-DESC, :WORK-LINECOST,
                    CURRENT DATE, :WORK-VENDORID, :WORK-INVOICENUM,
                    'P')
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * COMMON EDIT FOR PF6/PF7 - THE KEYED WORK ORDER NUMBER MUST
      * BE ON FILE; ITS VIN AND STATUS COME BACK FOR THE CALLER.
           COMPUTE WORK-WONUMBER = FUNCTION NUMVAL(WONUMOUT).

           EXEC SQL
               SELECT VIN, STATUS, DEALERID
                   INTO :WORK-VIN, :WORK-WO-STATUS, :WORK-DEALERID
                   FROM WORK_ORDERS
                   WHERE WONUMBER = :WORK-WONUMBER
           END-EXEC.
