      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VPA.cbl                                     *
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
      * NIGHTLY PENDING-ARRIVAL LOAD. BATCH PROGRAM (NO COMMAREA,
      * LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS). READS THE
      * FACTORY VEHICLE INVOICE/SHIP-NOTICE FILE (SHIPNTC) AND THE
      * AUCTION PURCHASE-RECEIPT FILE (AUCTRCPT) AND STAGES EVERY
      * UNIT ON ITS WAY IN ON PENDING_ARRIVALS - YEAR/MAKE/MODEL/
      * TRIM AND THE REST OF THE SPEC, THE INVOICE OR HAMMER COST,
      * AND THE EXPECTED ARRIVAL. EACH UNIT GETS THE SAME EDITS
      * GAM0VRV APPLIES AT THE DOOR (DEALER, MAKE_MODEL, MODEL YEAR,
      * VIN CHECK DIGIT, VIN YEAR CODE AND WMI_CODES MAKE), AND A
      * FACTORY UNIT IS MATCHED TO THE OLDEST OPEN FACTORY_ORDERS
      * ROW FOR ITS DEALER/YEAR/MAKE/MODEL NOT ALREADY SPOKEN FOR BY
      * ANOTHER PENDING UNIT. THE ORDER ITSELF STAYS OPEN UNTIL
      * GAM0VRV RECEIVES THE VIN - AT THE DOOR THE RECEIVING CLERK
      * ONLY SCANS THE VIN AND THE INTAKE IS PREFILLED FROM HERE.
      * A VIN ALREADY PENDING IS REFRESHED (REVISED ETA OR COST);
      * ONE ALREADY IN INVENTORY IS REJECTED. A FACTORY UNIT WHOSE
      * INVOICE WOULD TAKE THE STORE PAST 90 PERCENT OF ITS DEFAULT
      * LENDER'S FLOOR-PLAN LINE, COUNTING EVERYTHING ALREADY ON
      * THE WAY IN, IS NAMED ON THE RUN LOG SO THE OFFICE CAN PAY
      * DOWN THE LINE BEFORE THE TRUCK - GAM0VRV HOLDS IT AT THE
      * DOOR.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VPA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-NOTICE-FILE ASSIGN TO SHIPNTC
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUCTION-RECEIPT-FILE ASSIGN TO AUCTRCPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  SHIP-NOTICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SHIP-NOTICE-RECORD.
           05 SNR-DEALERID         PIC 9(5).
           05 SNR-VIN              PIC X(17).
           05 SNR-AUTOYEAR         PIC 9(4).
           05 SNR-MAKE             PIC X(20).
           05 SNR-MODEL            PIC X(20).
           05 SNR-AUTOTRIM         PIC X(32).
           05 SNR-BODY             PIC X(35).
           05 SNR-COLOR            PIC X(32).
           05 SNR-TRANS            PIC X(10).
           05 SNR-CYLIND           PIC X(5).
           05 SNR-MSRP             PIC 9(7).
           05 SNR-INVOICENO        PIC X(20).
           05 SNR-INVOICEAMT       PIC 9(7)V99.
           05 SNR-ETADATE          PIC X(10).

       FD  AUCTION-RECEIPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AUCTION-RECEIPT-RECORD.
           05 ARR-DEALERID         PIC 9(5).
           05 ARR-VIN              PIC X(17).
           05 ARR-AUTOYEAR         PIC 9(4).
           05 ARR-MAKE             PIC X(20).
           05 ARR-MODEL            PIC X(20).
           05 ARR-AUTOTRIM         PIC X(32).
           05 ARR-BODY             PIC X(35).
           05 ARR-COLOR            PIC X(32).
           05 ARR-TRANS            PIC X(10).
           05 ARR-CYLIND           PIC X(5).
           05 ARR-MILES            PIC 9(7).
           05 ARR-RECEIPTNO        PIC X(20).
           05 ARR-HAMMERAMT        PIC 9(7)V99.
           05 ARR-ETADATE          PIC X(10).

       WORKING-STORAGE SECTION.

       COPY GAM0BPA.

       01 SCHEMA-CONNECT        PIC X(8).

       01 SHIP-NOTICE-EOF-SW    PIC X VALUE 'N'.
          88 SHIP-NOTICE-EOF       VALUE 'Y'.
       01 AUCTION-RECEIPT-EOF-SW PIC X VALUE 'N'.
          88 AUCTION-RECEIPT-EOF   VALUE 'Y'.

      *---------------------------------------
      * ONE ARRIVAL, FROM EITHER FILE, AS IT IS EDITED AND STAGED.
      *---------------------------------------
       01 STAGE-ARRIVAL.
          05 STG-SOURCE         PIC X(1).
          05 STG-DEALERID       PIC S9(9) USAGE COMP.
          05 STG-VIN            PIC X(17).
          05 STG-AUTOYEAR       PIC 9(4).
          05 STG-MAKE           PIC X(20).
          05 STG-MODEL          PIC X(20).
          05 STG-AUTOTRIM       PIC X(32).
          05 STG-BODY           PIC X(35).
          05 STG-COLOR          PIC X(32).
          05 STG-TRANS          PIC X(10).
          05 STG-CYLIND         PIC X(5).
          05 STG-MILES          PIC S9(9) USAGE COMP.
          05 STG-PRICE          PIC S9(7)V USAGE COMP-3.
          05 STG-COSTAMOUNT     PIC S9(7)V9(2) USAGE COMP-3.
          05 STG-SELLERREF      PIC X(20).
          05 STG-EXPECTEDDATE   PIC X(10).
          05 STG-ORDERNUMBER    PIC S9(9) USAGE COMP.

       01 IND-STG-AUTOTRIM      PIC S9(4) USAGE COMP.
       01 IND-STG-MILES         PIC S9(4) USAGE COMP.
       01 IND-STG-PRICE         PIC S9(4) USAGE COMP.
       01 IND-STG-EXPECTED      PIC S9(4) USAGE COMP.
       01 IND-STG-ORDERNUMBER   PIC S9(4) USAGE COMP.

       01 REJECT-REASON         PIC X(40).
       01 DEALER-FOUND-COUNT    PIC S9(9) USAGE COMP.
       01 MAKE-MODEL-COUNT      PIC S9(9) USAGE COMP.
       01 VIN-ON-FILE-COUNT     PIC S9(9) USAGE COMP.
       01 PENDING-ROWS          PIC S9(9) USAGE COMP.
       01 MIN-VALID-AUTOYEAR    PIC 9(4) VALUE 1980.
       01 MAX-VALID-AUTOYEAR    PIC 9(4).

       01 ARRIVALS-READ         PIC S9(9) USAGE COMP VALUE 0.
       01 ARRIVALS-STAGED       PIC S9(9) USAGE COMP VALUE 0.
       01 ARRIVALS-REFRESHED    PIC S9(9) USAGE COMP VALUE 0.
       01 ARRIVALS-REJECTED     PIC S9(9) USAGE COMP VALUE 0.
       01 ORDERS-MATCHED        PIC S9(9) USAGE COMP VALUE 0.
       01 FLOOR-LINE-WARNINGS   PIC S9(9) USAGE COMP VALUE 0.

       COPY GAM0BFL.

       01 FLOOR-LINE-USED       PIC S9(9)V99 USAGE COMP-3.
       01 FLOOR-LINE-WAITING    PIC S9(9)V99 USAGE COMP-3.
       01 FLOOR-LINE-INBOUND    PIC S9(9)V99 USAGE COMP-3.
       01 FLOOR-LINE-PROJECTED  PIC S9(9)V99 USAGE COMP-3.
       01 FLOOR-LINE-PCT        PIC S9(5) USAGE COMP-3.
       01 FLOOR-LINE-PCT-DISP   PIC ZZ9.

       01  DV-YEAR-CHAR                PIC X(1).
       01  DV-DECODED-YEAR             PIC S9(9) USAGE COMP.
       01  DV-WMI                      PIC X(3).
       01  DV-WMI-MAKE                 PIC X(20).
       01  DV-DECODED-DISP             PIC 9(4).
       01  VIN-DECODE-OK               PIC X(1).
       01  VIN-DECODE-MSG              PIC X(40).

       01  CD-VIN                      PIC X(17).
       01  VIN-CD-OK                   PIC X(1).
       01  CD-IX                       PIC S9(4) USAGE COMP.
       01  CD-CHAR                     PIC X(1).
       01  CD-VALUE                    PIC S9(4) USAGE COMP.
       01  CD-TOTAL                    PIC S9(9) USAGE COMP.
       01  CD-QUOTIENT                 PIC S9(9) USAGE COMP.
       01  CD-REMAINDER                PIC S9(4) USAGE COMP.
       01  CD-REM-DISP                 PIC 9(1).
       01  CD-EXPECT                   PIC X(1).
       01  CD-WEIGHT-LIT               PIC X(34)
           VALUE "0807060504030210000908070605040302".
       01  CD-WEIGHT-TAB REDEFINES CD-WEIGHT-LIT.
           05  CD-WEIGHT               PIC 9(2) OCCURS 17 TIMES.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-DEALERID      PIC 9(5).

       EXEC SQL INCLUDE SQLCA END-EXEC.

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

           COMPUTE MAX-VALID-AUTOYEAR =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) + 1.

           DISPLAY "PENDING ARRIVAL LOAD".

           OPEN INPUT SHIP-NOTICE-FILE.
           PERFORM 1000-LOAD-SHIP-NOTICES.
           CLOSE SHIP-NOTICE-FILE.
           EXEC SQL COMMIT END-EXEC.

           OPEN INPUT AUCTION-RECEIPT-FILE.
           PERFORM 2000-LOAD-AUCTION-RECEIPTS.
           CLOSE AUCTION-RECEIPT-FILE.
           EXEC SQL COMMIT END-EXEC.

           MOVE ARRIVALS-READ TO DISPLAY-COUNT.
           DISPLAY "ARRIVALS READ:           " DISPLAY-COUNT.
           MOVE ARRIVALS-STAGED TO DISPLAY-COUNT.
           DISPLAY "NEW UNITS STAGED:        " DISPLAY-COUNT.
           MOVE ARRIVALS-REFRESHED TO DISPLAY-COUNT.
           DISPLAY "PENDING UNITS REFRESHED: " DISPLAY-COUNT.
           MOVE ORDERS-MATCHED TO DISPLAY-COUNT.
           DISPLAY "MATCHED TO FACTORY ORDER:" DISPLAY-COUNT.
           MOVE FLOOR-LINE-WARNINGS TO DISPLAY-COUNT.
           DISPLAY "FLOOR-LINE WARNINGS:     " DISPLAY-COUNT.
           MOVE ARRIVALS-REJECTED TO DISPLAY-COUNT.
           DISPLAY "ARRIVALS REJECTED:       " DISPLAY-COUNT.
           DISPLAY "PENDING ARRIVAL LOAD COMPLETE".

           GOBACK.

      *---------------------------------------
      * FACTORY SHIP NOTICES - THE COST IS THE FACTORY INVOICE AND
      * THE STICKER (MSRP) COMES ALONG AS THE ASKING PRICE.
      *---------------------------------------
       1000-LOAD-SHIP-NOTICES.
           READ SHIP-NOTICE-FILE
               AT END MOVE 'Y' TO SHIP-NOTICE-EOF-SW
           END-READ.

           PERFORM UNTIL SHIP-NOTICE-EOF
              IF SNR-VIN NOT = SPACES
                 ADD 1 TO ARRIVALS-READ
                 MOVE "F" TO STG-SOURCE
                 MOVE 0 TO STG-DEALERID
                 IF SNR-DEALERID NUMERIC
                    MOVE SNR-DEALERID TO STG-DEALERID
                 END-IF
                 MOVE SNR-VIN TO STG-VIN
                 MOVE 0 TO STG-AUTOYEAR
                 IF SNR-AUTOYEAR NUMERIC
                    MOVE SNR-AUTOYEAR TO STG-AUTOYEAR
                 END-IF
                 MOVE SNR-MAKE TO STG-MAKE
                 MOVE SNR-MODEL TO STG-MODEL
                 MOVE SNR-AUTOTRIM TO STG-AUTOTRIM
                 MOVE SNR-BODY TO STG-BODY
                 MOVE SNR-COLOR TO STG-COLOR
                 MOVE SNR-TRANS TO STG-TRANS
                 MOVE SNR-CYLIND TO STG-CYLIND
                 MOVE 0 TO STG-MILES
                 MOVE -1 TO IND-STG-MILES
                 MOVE 0 TO STG-PRICE
                 MOVE -1 TO IND-STG-PRICE
                 IF SNR-MSRP NUMERIC
                    MOVE SNR-MSRP TO STG-PRICE
                    MOVE 0 TO IND-STG-PRICE
                 END-IF
                 MOVE 0 TO STG-COSTAMOUNT
                 IF SNR-INVOICEAMT NUMERIC
                    MOVE SNR-INVOICEAMT TO STG-COSTAMOUNT
                 END-IF
                 MOVE SNR-INVOICENO TO STG-SELLERREF
                 MOVE SNR-ETADATE TO STG-EXPECTEDDATE
                 PERFORM 3000-STAGE-ARRIVAL THRU 3000-EXIT
              END-IF

              READ SHIP-NOTICE-FILE
                  AT END MOVE 'Y' TO SHIP-NOTICE-EOF-SW
              END-READ
           END-PERFORM.

      *---------------------------------------
      * AUCTION PURCHASE RECEIPTS - THE COST IS THE HAMMER PRICE AND
      * THE ODOMETER ON THE CONDITION REPORT COMES ALONG. THE ASKING
      * PRICE IS SET BY THE DEALER AT INTAKE.
      *---------------------------------------
       2000-LOAD-AUCTION-RECEIPTS.
           READ AUCTION-RECEIPT-FILE
               AT END MOVE 'Y' TO AUCTION-RECEIPT-EOF-SW
           END-READ.

           PERFORM UNTIL AUCTION-RECEIPT-EOF
              IF ARR-VIN NOT = SPACES
                 ADD 1 TO ARRIVALS-READ
                 MOVE "A" TO STG-SOURCE
                 MOVE 0 TO STG-DEALERID
                 IF ARR-DEALERID NUMERIC
                    MOVE ARR-DEALERID TO STG-DEALERID
                 END-IF
                 MOVE ARR-VIN TO STG-VIN
                 MOVE 0 TO STG-AUTOYEAR
                 IF ARR-AUTOYEAR NUMERIC
                    MOVE ARR-AUTOYEAR TO STG-AUTOYEAR
                 END-IF
                 MOVE ARR-MAKE TO STG-MAKE
                 MOVE ARR-MODEL TO STG-MODEL
                 MOVE ARR-AUTOTRIM TO STG-AUTOTRIM
                 MOVE ARR-BODY TO STG-BODY
                 MOVE ARR-COLOR TO STG-COLOR
                 MOVE ARR-TRANS TO STG-TRANS
                 MOVE ARR-CYLIND TO STG-CYLIND
                 MOVE 0 TO STG-MILES
                 MOVE -1 TO IND-STG-MILES
                 IF ARR-MILES NUMERIC
                    MOVE ARR-MILES TO STG-MILES
                    MOVE 0 TO IND-STG-MILES
                 END-IF
                 MOVE 0 TO STG-PRICE
                 MOVE -1 TO IND-STG-PRICE
                 MOVE 0 TO STG-COSTAMOUNT
                 IF ARR-HAMMERAMT NUMERIC
                    MOVE ARR-HAMMERAMT TO STG-COSTAMOUNT
                 END-IF
                 MOVE ARR-RECEIPTNO TO STG-SELLERREF
                 MOVE ARR-ETADATE TO STG-EXPECTEDDATE
                 PERFORM 3000-STAGE-ARRIVAL THRU 3000-EXIT
              END-IF

              READ AUCTION-RECEIPT-FILE
                  AT END MOVE 'Y' TO AUCTION-RECEIPT-EOF-SW
              END-READ
           END-PERFORM.

      *---------------------------------------
      * EDIT ONE ARRIVAL THE WAY GAM0VRV EDITS AN INTAKE, MATCH A
      * FACTORY UNIT TO ITS ORDER, AND REWRITE OR ADD ITS
      * PENDING_ARRIVALS ROW.
      *---------------------------------------
       3000-STAGE-ARRIVAL.
           MOVE SPACES TO REJECT-REASON.
           PERFORM 3100-EDIT-ARRIVAL THRU 3100-EXIT.
           IF REJECT-REASON NOT = SPACES
              MOVE STG-DEALERID TO DISPLAY-DEALERID
              DISPLAY "REJECTED " STG-SOURCE " " DISPLAY-DEALERID " "
                 STG-VIN " " REJECT-REASON
              ADD 1 TO ARRIVALS-REJECTED
              GO TO 3000-EXIT
           END-IF.

           MOVE 0 TO IND-STG-AUTOTRIM.
           IF STG-AUTOTRIM = SPACES
              MOVE -1 TO IND-STG-AUTOTRIM
           END-IF.
           MOVE 0 TO IND-STG-EXPECTED.
           IF STG-EXPECTEDDATE = SPACES
              MOVE -1 TO IND-STG-EXPECTED
           END-IF.

           MOVE 0 TO STG-ORDERNUMBER.
           MOVE -1 TO IND-STG-ORDERNUMBER.
           IF STG-SOURCE = "F"
              PERFORM 3200-MATCH-FACTORY-ORDER
              PERFORM 3300-CHECK-FLOOR-LINE THRU 3300-EXIT
           END-IF.

           MOVE 0 TO PENDING-ROWS.
           EXEC SQL
               UPDATE PENDING_ARRIVALS
                  SET SOURCE = :STG-SOURCE,
                      DEALERID = :STG-DEALERID,
                      AUTOYEAR = :STG-AUTOYEAR,
                      MAKE = :STG-MAKE,
                      MODEL = :STG-MODEL,
                      AUTOTRIM = :STG-AUTOTRIM :IND-STG-AUTOTRIM,
                      BODY = :STG-BODY,
                      COLOR = :STG-COLOR,
                      TRANS = :STG-TRANS,
                      CYLIND = :STG-CYLIND,
                      MILES = :STG-MILES :IND-STG-MILES,
                      PRICE = :STG-PRICE :IND-STG-PRICE,
                      COSTAMOUNT = :STG-COSTAMOUNT,
                      SELLERREF = :STG-SELLERREF,
                      EXPECTEDDATE =
                          :STG-EXPECTEDDATE :IND-STG-EXPECTED,
                      ORDERNUMBER =
                          :STG-ORDERNUMBER :IND-STG-ORDERNUMBER,
                      LOADDATE = CURRENT DATE,
                      STATUS = 'P',
                      RECEIVEDDATE = NULL
                WHERE VIN = :STG-VIN
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO PENDING-ROWS
           END-IF.

           IF PENDING-ROWS > 0
              ADD 1 TO ARRIVALS-REFRESHED
              GO TO 3000-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO PENDING_ARRIVALS
                   (VIN, SOURCE, DEALERID, AUTOYEAR, MAKE, MODEL,
                    AUTOTRIM, BODY, COLOR, TRANS, CYLIND, MILES,
                    PRICE, COSTAMOUNT, SELLERREF, EXPECTEDDATE,
                    ORDERNUMBER, LOADDATE, STATUS)
                   VALUES
                   (:STG-VIN, :STG-SOURCE, :STG-DEALERID,
                    :STG-AUTOYEAR, :STG-MAKE, :STG-MODEL,
                    :STG-AUTOTRIM :IND-STG-AUTOTRIM,
                    :STG-BODY, :STG-COLOR, :STG-TRANS, :STG-CYLIND,
                    :STG-MILES :IND-STG-MILES,
                    :STG-PRICE :IND-STG-PRICE,
                    :STG-COSTAMOUNT, :STG-SELLERREF,
                    :STG-EXPECTEDDATE :IND-STG-EXPECTED,
                    :STG-ORDERNUMBER :IND-STG-ORDERNUMBER,
                    CURRENT DATE, 'P')
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO ARRIVALS-STAGED
           ELSE
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "SQL ERROR STAGING VIN " STG-VIN
                 ", SQLCODE " DISPLAYSQLCODE
              ADD 1 TO ARRIVALS-REJECTED
           END-IF.
           MOVE 0 TO SQLCODE.

       3000-EXIT.
           CONTINUE.

       3100-EDIT-ARRIVAL.
           MOVE 0 TO DEALER-FOUND-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :DEALER-FOUND-COUNT
                   FROM DEALERSHIP
                   WHERE DEALERID = :STG-DEALERID
           END-EXEC.
           IF DEALER-FOUND-COUNT = 0
              MOVE "DEALERID NOT ON FILE" TO REJECT-REASON
              GO TO 3100-EXIT
           END-IF.

           MOVE 0 TO MAKE-MODEL-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :MAKE-MODEL-COUNT
                   FROM MAKE_MODEL
                   WHERE MAKE = :STG-MAKE AND MODEL = :STG-MODEL
           END-EXEC.
           IF MAKE-MODEL-COUNT = 0
              MOVE "MAKE/MODEL NOT VALID" TO REJECT-REASON
              GO TO 3100-EXIT
           END-IF.

           IF STG-AUTOYEAR < MIN-VALID-AUTOYEAR OR
              STG-AUTOYEAR > MAX-VALID-AUTOYEAR
              MOVE "AUTOYEAR OUT OF RANGE" TO REJECT-REASON
              GO TO 3100-EXIT
           END-IF.

      *---------------------------------------
      * THE MODEL ITSELF MUST HAVE BEEN BUILT IN THAT MODEL YEAR -
      * A NULL FIRSTYEAR/LASTYEAR ON MAKE_MODEL LEAVES THAT END OPEN.
      *---------------------------------------
           MOVE 0 TO MAKE-MODEL-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :MAKE-MODEL-COUNT
                   FROM MAKE_MODEL
                   WHERE MAKE = :STG-MAKE AND MODEL = :STG-MODEL
                     AND (FIRSTYEAR IS NULL
                          OR FIRSTYEAR <= :STG-AUTOYEAR)
                     AND (LASTYEAR IS NULL
                          OR LASTYEAR >= :STG-AUTOYEAR)
           END-EXEC.
           IF MAKE-MODEL-COUNT = 0
              MOVE "MODEL NOT BUILT IN THAT MODEL YEAR" TO REJECT-REASON
              GO TO 3100-EXIT
           END-IF.

           MOVE STG-VIN TO CD-VIN.
           PERFORM 9500-VALIDATE-VIN-CHECK THRU 9500-EXIT.
           IF VIN-CD-OK = "N"
              MOVE "VIN CHECK DIGIT INVALID" TO REJECT-REASON
              GO TO 3100-EXIT
           END-IF.

           PERFORM 9600-DECODE-VIN THRU 9600-EXIT.
           IF VIN-DECODE-OK = "N"
              MOVE VIN-DECODE-MSG TO REJECT-REASON
              GO TO 3100-EXIT
           END-IF.

           MOVE 0 TO VIN-ON-FILE-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :VIN-ON-FILE-COUNT
                   FROM INVENTORY
                   WHERE VIN = :STG-VIN
           END-EXEC.
           IF VIN-ON-FILE-COUNT > 0
              MOVE "VIN ALREADY IN INVENTORY" TO REJECT-REASON
           END-IF.
           MOVE 0 TO SQLCODE.

       3100-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE OLDEST OPEN ORDER AT THE DEALER FOR THE SAME YEAR/MAKE/
      * MODEL THAT NO OTHER PENDING UNIT HAS ALREADY CLAIMED. ONLY THE
      * ORDER NUMBER IS KEPT HERE - GAM0VRV CONVERTS THE ORDER, ITS
      * DEPOSIT AND THE CUSTOMER LEAD WHEN THE UNIT IS RECEIVED.
      *---------------------------------------
       3200-MATCH-FACTORY-ORDER.
           EXEC SQL
               SELECT MIN(F.ORDERNUMBER)
                   INTO :STG-ORDERNUMBER :IND-STG-ORDERNUMBER
                   FROM FACTORY_ORDERS F
                   WHERE F.DEALERID = :STG-DEALERID
                     AND F.AUTOYEAR = :STG-AUTOYEAR
                     AND F.MAKE = :STG-MAKE
                     AND F.MODEL = :STG-MODEL
                     AND F.STATUS = 'O'
                     AND NOT EXISTS
                         (SELECT 1 FROM PENDING_ARRIVALS P
                              WHERE P.ORDERNUMBER = F.ORDERNUMBER
                                AND P.STATUS = 'P'
                                AND P.VIN <> :STG-VIN)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO STG-ORDERNUMBER
              MOVE -1 TO IND-STG-ORDERNUMBER
           END-IF.
           IF IND-STG-ORDERNUMBER >= 0
              ADD 1 TO ORDERS-MATCHED
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE STORE'S LINE WITH THE DEFAULT LENDER (THE ONE GAM0VFL
      * FLOORS NEW UNITS WITH): OPEN PRINCIPAL LESS CURTAILMENTS
      * PAID, COSTED UNITS NOT YET FLOORED, EVERY OTHER UNIT STILL
      * PENDING FOR THE STORE, AND THIS ONE. NOTHING IS REFUSED
      * HERE - THE UNIT IS NOT ON THE LINE UNTIL IT IS RECEIVED.
      *---------------------------------------
       3300-CHECK-FLOOR-LINE.
           IF STG-COSTAMOUNT NOT > 0
              GO TO 3300-EXIT
           END-IF.

           EXEC SQL
               SELECT C.LENDERCODE, C.CREDITLIMIT
                   INTO :FLC-LENDERCODE, :FLC-CREDITLIMIT
                   FROM FLOORPLAN_CREDIT_LINE C
                   INNER JOIN FLOORPLAN_LENDER L
                           ON C.LENDERCODE = L.LENDERCODE
                   WHERE C.DEALERID = :STG-DEALERID
                     AND L.DEFAULTFLAG = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO SQLCODE
              GO TO 3300-EXIT
           END-IF.
           IF FLC-CREDITLIMIT NOT > 0
              GO TO 3300-EXIT
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
                     AND I.DEALERID = :STG-DEALERID
           END-EXEC.

           MOVE 0 TO FLOOR-LINE-WAITING.
           EXEC SQL
               SELECT COALESCE(SUM(I.ACQUISITIONCOST), 0)
                   INTO :FLOOR-LINE-WAITING
                   FROM INVENTORY I
                   WHERE I.DEALERID = :STG-DEALERID
                     AND I.SOLDFLAG = 'N'
                     AND I.ACQUISITIONCOST IS NOT NULL
                     AND NOT EXISTS
                         (SELECT 1 FROM FLOORPLAN F
                              WHERE F.VIN = I.VIN)
           END-EXEC.

           MOVE 0 TO FLOOR-LINE-INBOUND.
           EXEC SQL
               SELECT COALESCE(SUM(COSTAMOUNT), 0)
                   INTO :FLOOR-LINE-INBOUND
                   FROM PENDING_ARRIVALS
                   WHERE DEALERID = :STG-DEALERID
                     AND STATUS = 'P'
                     AND VIN <> :STG-VIN
           END-EXEC.
           MOVE 0 TO SQLCODE.

           COMPUTE FLOOR-LINE-PROJECTED =
               FLOOR-LINE-USED + FLOOR-LINE-WAITING
               + FLOOR-LINE-INBOUND + STG-COSTAMOUNT.
           COMPUTE FLOOR-LINE-PCT =
               FLOOR-LINE-PROJECTED * 100 / FLC-CREDITLIMIT.
           IF FLOOR-LINE-PCT < 90
              GO TO 3300-EXIT
           END-IF.
           IF FLOOR-LINE-PCT > 999
              MOVE 999 TO FLOOR-LINE-PCT
           END-IF.
           MOVE FLOOR-LINE-PCT TO FLOOR-LINE-PCT-DISP.
           MOVE STG-DEALERID TO DISPLAY-DEALERID.

           IF FLOOR-LINE-PROJECTED > FLC-CREDITLIMIT
              DISPLAY "OVER FLOOR LINE " DISPLAY-DEALERID " "
                 STG-VIN " LENDER " FLC-LENDERCODE " AT "
                 FLOOR-LINE-PCT-DISP "% - MANAGER OVERRIDE AT RECEIPT"
           ELSE
              DISPLAY "FLOOR LINE WARNING " DISPLAY-DEALERID " "
                 STG-VIN " LENDER " FLC-LENDERCODE " AT "
                 FLOOR-LINE-PCT-DISP "%"
           END-IF.
           ADD 1 TO FLOOR-LINE-WARNINGS.

       3300-EXIT.
           CONTINUE.

      *---------------------------------------
      * VIN DECODE - POSITION 10'S MODEL-YEAR CODE (LETTERS REPEAT
      * EVERY 30 YEARS; A CODE AHEAD OF NEXT MODEL YEAR MEANS THE
      * PRIOR CYCLE) MUST MATCH THE FILE'S AUTOYEAR, AND A KNOWN WMI
      * MUST MATCH THE FILE'S MAKE - THE SAME EDIT GAM0VRV APPLIES
      * AT ONLINE INTAKE. AN UNKNOWN WMI PASSES.
      *---------------------------------------
       9600-DECODE-VIN.
           MOVE "Y" TO VIN-DECODE-OK.
           MOVE SPACES TO VIN-DECODE-MSG.

           MOVE CD-VIN(10:1) TO DV-YEAR-CHAR.
           EVALUATE DV-YEAR-CHAR
           WHEN "1"
               MOVE 2001 TO DV-DECODED-YEAR
           WHEN "2"
               MOVE 2002 TO DV-DECODED-YEAR
           WHEN "3"
               MOVE 2003 TO DV-DECODED-YEAR
           WHEN "4"
               MOVE 2004 TO DV-DECODED-YEAR
           WHEN "5"
               MOVE 2005 TO DV-DECODED-YEAR
           WHEN "6"
               MOVE 2006 TO DV-DECODED-YEAR
           WHEN "7"
               MOVE 2007 TO DV-DECODED-YEAR
           WHEN "8"
               MOVE 2008 TO DV-DECODED-YEAR
           WHEN "9"
               MOVE 2009 TO DV-DECODED-YEAR
           WHEN "A"
               MOVE 2010 TO DV-DECODED-YEAR
           WHEN "B"
               MOVE 2011 TO DV-DECODED-YEAR
           WHEN "C"
               MOVE 2012 TO DV-DECODED-YEAR
           WHEN "D"
               MOVE 2013 TO DV-DECODED-YEAR
           WHEN "E"
               MOVE 2014 TO DV-DECODED-YEAR
           WHEN "F"
               MOVE 2015 TO DV-DECODED-YEAR
           WHEN "G"
               MOVE 2016 TO DV-DECODED-YEAR
           WHEN "H"
               MOVE 2017 TO DV-DECODED-YEAR
           WHEN "J"
               MOVE 2018 TO DV-DECODED-YEAR
           WHEN "K"
               MOVE 2019 TO DV-DECODED-YEAR
           WHEN "L"
               MOVE 2020 TO DV-DECODED-YEAR
           WHEN "M"
               MOVE 2021 TO DV-DECODED-YEAR
           WHEN "N"
               MOVE 2022 TO DV-DECODED-YEAR
           WHEN "P"
               MOVE 2023 TO DV-DECODED-YEAR
           WHEN "R"
               MOVE 2024 TO DV-DECODED-YEAR
           WHEN "S"
               MOVE 2025 TO DV-DECODED-YEAR
           WHEN "T"
               MOVE 2026 TO DV-DECODED-YEAR
           WHEN "V"
               MOVE 2027 TO DV-DECODED-YEAR
           WHEN "W"
               MOVE 2028 TO DV-DECODED-YEAR
           WHEN "X"
               MOVE 2029 TO DV-DECODED-YEAR
           WHEN "Y"
               MOVE 2030 TO DV-DECODED-YEAR
           WHEN OTHER
               MOVE 0 TO DV-DECODED-YEAR
           END-EVALUATE.

           IF DV-DECODED-YEAR = 0
               MOVE "N" TO VIN-DECODE-OK
               MOVE "HAS AN INVALID VIN YEAR CODE" TO
                   VIN-DECODE-MSG
               GO TO 9600-EXIT
           END-IF.

           IF DV-DECODED-YEAR > MAX-VALID-AUTOYEAR
               SUBTRACT 30 FROM DV-DECODED-YEAR
           END-IF.

           IF DV-DECODED-YEAR NOT = STG-AUTOYEAR
               MOVE "N" TO VIN-DECODE-OK
               MOVE DV-DECODED-YEAR TO DV-DECODED-DISP
               MOVE SPACES TO VIN-DECODE-MSG
               STRING "VIN YEAR CODE SAYS " DV-DECODED-DISP
                   DELIMITED BY SIZE INTO VIN-DECODE-MSG
               GO TO 9600-EXIT
           END-IF.

           MOVE CD-VIN(1:3) TO DV-WMI.
           EXEC SQL
               SELECT MAKE INTO :DV-WMI-MAKE
                   FROM WMI_CODES
                   WHERE WMI = :DV-WMI
           END-EXEC.
           IF SQLCODE = 0
               IF DV-WMI-MAKE NOT = STG-MAKE
                   MOVE "N" TO VIN-DECODE-OK
                   MOVE SPACES TO VIN-DECODE-MSG
                   STRING "VIN WMI SAYS MAKE " DV-WMI-MAKE
                       DELIMITED BY SIZE INTO VIN-DECODE-MSG
               END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

       9600-EXIT.
           CONTINUE.

       9500-VALIDATE-VIN-CHECK.
           MOVE "Y" TO VIN-CD-OK.

           IF CD-VIN = SPACES OR CD-VIN(17:1) = " "
               MOVE "N" TO VIN-CD-OK
               GO TO 9500-EXIT
           END-IF.

           MOVE 0 TO CD-TOTAL.
           PERFORM VARYING CD-IX FROM 1 BY 1 UNTIL CD-IX > 17
               MOVE CD-VIN(CD-IX:1) TO CD-CHAR
               PERFORM 9510-TRANSLATE-VIN-CHAR
               IF VIN-CD-OK = "N"
                   MOVE 18 TO CD-IX
               ELSE
                   COMPUTE CD-TOTAL =
                       CD-TOTAL + CD-VALUE * CD-WEIGHT(CD-IX)
               END-IF
           END-PERFORM.

           IF VIN-CD-OK = "N"
               GO TO 9500-EXIT
           END-IF.

           DIVIDE CD-TOTAL BY 11
               GIVING CD-QUOTIENT REMAINDER CD-REMAINDER.

           IF CD-REMAINDER = 10
               MOVE "X" TO CD-EXPECT
           ELSE
               MOVE CD-REMAINDER TO CD-REM-DISP
               MOVE CD-REM-DISP TO CD-EXPECT
           END-IF.

           IF CD-VIN(9:1) NOT = CD-EXPECT
               MOVE "N" TO VIN-CD-OK
           END-IF.

       9500-EXIT.
           CONTINUE.

       9510-TRANSLATE-VIN-CHAR.
           EVALUATE CD-CHAR
           WHEN "0"
               MOVE 0 TO CD-VALUE
           WHEN "1"
           WHEN "A"
           WHEN "J"
               MOVE 1 TO CD-VALUE
           WHEN "2"
           WHEN "B"
           WHEN "K"
           WHEN "S"
               MOVE 2 TO CD-VALUE
           WHEN "3"
           WHEN "C"
           WHEN "L"
           WHEN "T"
               MOVE 3 TO CD-VALUE
           WHEN "4"
           WHEN "D"
           WHEN "M"
           WHEN "U"
               MOVE 4 TO CD-VALUE
           WHEN "5"
           WHEN "E"
           WHEN "N"
           WHEN "V"
               MOVE 5 TO CD-VALUE
           WHEN "6"
           WHEN "F"
           WHEN "W"
               MOVE 6 TO CD-VALUE
           WHEN "7"
           WHEN "G"
           WHEN "P"
           WHEN "X"
               MOVE 7 TO CD-VALUE
           WHEN "8"
           WHEN "H"
           WHEN "Y"
               MOVE 8 TO CD-VALUE
           WHEN "9"
           WHEN "R"
           WHEN "Z"
               MOVE 9 TO CD-VALUE
           WHEN OTHER
               MOVE "N" TO VIN-CD-OK
           END-EVALUATE.
