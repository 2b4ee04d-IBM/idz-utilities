      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VTP.cbl                                     *
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
      * ONLINE TRANSPORT DISPATCH AND CHECK-IN. A DEALER KEYS THEIR
      * DEALERID AND SEES EVERY UNIT ON A TRUCK HEADED THEIR WAY,
      * EARLIEST PROMISED DELIVERY FIRST (LATE LOADS FLAGGED). PF5
      * WITH VIN, CARRIER, PICKUP DATE, PROMISED DATE AND RATE
      * DISPATCHES AN AUCTION PURCHASE ALREADY RECEIVED ON GAM0VRV
      * (INTER-DEALER TRANSFERS ARE DISPATCHED ON GAM0VTR ITSELF).
      * PF6 WITH A VIN CHECKS THE UNIT IN: IT COMES OFF IN-TRANSIT,
      * THE FREIGHT POSTS AS A 'TRAN' LINE ON VEHICLE_COST_LEDGER,
      * AND DAMAGE = Y OPENS A CLAIM AGAINST THE CARRIER FOR THE
      * DESCRIBED DAMAGE AND AMOUNT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VTP.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE TRANSPORT DISPATCH BMS MAP
      *---------------------------------------
       COPY GAM0MDD.
       01  TRANSPO REDEFINES GAMVTP1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  TPDEALERIDOUT           PIC X(5).
           05  FILLER                  PIC X(9).
           05  TPVINOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  TPCARRIEROUT            PIC X(30).
           05  FILLER                  PIC X(9).
           05  TPPICKUPOUT             PIC X(10).
           05  FILLER                  PIC X(9).
           05  TPPROMISEDOUT           PIC X(10).
           05  FILLER                  PIC X(9).
           05  TPRATEOUT               PIC X(8).
           05  FILLER                  PIC X(9).
           05  TPDAMAGEOUT             PIC X(1).
           05  FILLER                  PIC X(9).
           05  TPDAMAGEDESCOUT         PIC X(60).
           05  FILLER                  PIC X(9).
           05  TPCLAIMAMTOUT           PIC X(8).
           05  FILLER                  PIC X(9).
           05  TRANSPMSGOUT            PIC X(60).

       01  TRANSP-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  TP-PANEL.
           05  TPP-LINE-1   PIC X(79) VALUE
               "GAM0VTP IN TRANSIT TO THIS STORE - EARLIEST DUE FIRST".
           05  TPP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  TPP-LINE-LAST PIC X(79) VALUE
               "PF5+VIN+CARRIER+DATES+RATE=DISPATCH  PF6+VIN=CHECK IN".

       01  WORK-DEALERID               PIC S9(9) USAGE COMP.
       01  WORK-VIN                    PIC X(17).
       01  WORK-CARRIER                PIC X(30).
       01  WORK-PICKUP                 PIC X(10).
       01  WORK-PROMISED               PIC X(10).
       01  WORK-RATE                   PIC S9(5)V99 USAGE COMP-3.
       01  WORK-DAMAGE                 PIC X(1).
       01  WORK-DAMAGEDESC             PIC X(60).
       01  WORK-CLAIMAMT               PIC S9(5)V99 USAGE COMP-3.
       01  WORK-DAYS-LATE              PIC S9(9) USAGE COMP.
       01  WORK-LINENUMBER             PIC S9(9) USAGE COMP.
       01  WORK-LEDGER-DESC            PIC X(30).
       01  WORK-VENDORID               PIC S9(9) USAGE COMP.
       01  IND-WORK-VENDORID           PIC S9(4) USAGE COMP.
       01  WORK-SOLDFLAG               PIC X(1).
       01  WORK-UNIT-DEALERID          PIC S9(9) USAGE COMP.
       01  IN-TRANSIT-COUNT            PIC S9(9) USAGE COMP.
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-RATE                PIC ZZZZ9.99.
       01  CONVERT-CLAIM               PIC ZZZZ9.99.

       COPY GAM0BAW.
       COPY GAM0BTP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE TPCURSOR CURSOR FOR
               SELECT VIN, SOURCE, CARRIER, CHAR(PROMISEDDATE, ISO),
                      RATE, DAYS(CURRENT DATE) - DAYS(PROMISEDDATE)
                   FROM TRANSPORT_ORDERS
                   WHERE TODEALERID = :WORK-DEALERID
                     AND STATUS = 'T'
                   ORDER BY PROMISEDDATE, TRANSPORTID
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE TRANSPO.
           MOVE LOW-VALUE TO TRANSPO.

           IF EIBCALEN = 0
               INITIALIZE TRANSP-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO TRANSP-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           PERFORM 0000-PROCESS-TRANSPORT.

           GOBACK.

       0000-PROCESS-TRANSPORT.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-SHOW-IN-TRANSIT THRU 1000-EXIT

           WHEN EIBAID = DFHPF5
               PERFORM 1100-DISPATCH-UNIT THRU 1100-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1200-CHECK-IN-UNIT THRU 1200-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE

           WHEN EIBAID = DFHPF3 OR DFHPF12
               EXEC CICS
                   SYNCPOINT
                   END-EXEC
               EXEC CICS SEND
                   CONTROL
                   ERASE
                   FREEKB
                   END-EXEC
               EXEC CICS RETURN
                   END-EXEC

           WHEN OTHER
               MOVE "INVALID KEY PRESSED" TO TRANSPMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

       1000-SHOW-IN-TRANSIT.
           IF TPDEALERIDOUT = SPACES OR TPDEALERIDOUT = LOW-VALUE
               MOVE "ENTER YOUR DEALERID" TO TRANSPMSGOUT
               PERFORM 1900-SEND-MAP
               GO TO 1000-EXIT
           END-IF.
           COMPUTE WORK-DEALERID = FUNCTION NUMVAL(TPDEALERIDOUT).

           MOVE 0 TO PANEL-LINE-COUNT.
           PERFORM 1050-CLEAR-PANEL-LINES.

           EXEC SQL OPEN TPCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH TPCURSOR
                      INTO :TP-VIN, :TP-SOURCE, :TP-CARRIER,
                           :TP-PROMISEDDATE, :TP-RATE,
                           :WORK-DAYS-LATE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1060-FORMAT-TRANSIT-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE TPCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO UNITS IN TRANSIT TO THIS DEALER" TO
                 TPP-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(TP-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1000-EXIT.
           CONTINUE.

       1050-CLEAR-PANEL-LINES.
           MOVE SPACES TO TPP-DETAIL-LINE (1) TPP-DETAIL-LINE (2)
                          TPP-DETAIL-LINE (3) TPP-DETAIL-LINE (4)
                          TPP-DETAIL-LINE (5) TPP-DETAIL-LINE (6)
                          TPP-DETAIL-LINE (7) TPP-DETAIL-LINE (8).

       1060-FORMAT-TRANSIT-LINE.
           ADD 1 TO PANEL-LINE-COUNT.
           MOVE TP-RATE TO CONVERT-RATE.
           MOVE SPACES TO PANEL-LINE-TEXT.
           IF WORK-DAYS-LATE > 0
              STRING TP-VIN-TEXT " " TP-SOURCE " "
                     TP-CARRIER-TEXT(1:20) " DUE " TP-PROMISEDDATE
                     " " CONVERT-RATE " *LATE*"
                  DELIMITED BY SIZE INTO PANEL-LINE-TEXT
           ELSE
              STRING TP-VIN-TEXT " " TP-SOURCE " "
                     TP-CARRIER-TEXT(1:20) " DUE " TP-PROMISEDDATE
                     " " CONVERT-RATE
                  DELIMITED BY SIZE INTO PANEL-LINE-TEXT
           END-IF.
           MOVE PANEL-LINE-TEXT TO
               TPP-DETAIL-LINE (PANEL-LINE-COUNT).

      *---------------------------------------
      * AN AUCTION PURCHASE IS RECEIVED ON GAM0VRV THE DAY IT IS
      * BOUGHT, BUT IT IS STILL AT THE AUCTION HOUSE - PUT IT ON THE
      * TRUCK HERE SO NOBODY SELLS IT UNTIL IT ARRIVES.
      *---------------------------------------
       1100-DISPATCH-UNIT.
           MOVE SPACES TO TRANSPMSGOUT.
           IF TPDEALERIDOUT = SPACES OR TPDEALERIDOUT = LOW-VALUE
               MOVE "ENTER YOUR DEALERID" TO TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.
           COMPUTE WORK-DEALERID = FUNCTION NUMVAL(TPDEALERIDOUT).

           MOVE TPVINOUT TO WORK-VIN.
           IF WORK-VIN = SPACES OR WORK-VIN = LOW-VALUE
               MOVE "ENTER THE VIN" TO TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE TPCARRIEROUT TO WORK-CARRIER.
           IF WORK-CARRIER = SPACES OR WORK-CARRIER = LOW-VALUE
               MOVE "ENTER THE CARRIER" TO TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE TPPICKUPOUT TO WORK-PICKUP.
           IF WORK-PICKUP = SPACES OR WORK-PICKUP = LOW-VALUE
               MOVE "ENTER THE PICKUP DATE (YYYY-MM-DD)" TO
                   TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE TPPROMISEDOUT TO WORK-PROMISED.
           IF WORK-PROMISED = SPACES OR WORK-PROMISED = LOW-VALUE
               MOVE "ENTER THE PROMISED DELIVERY DATE (YYYY-MM-DD)" TO
                   TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.
           IF WORK-PROMISED < WORK-PICKUP
               MOVE "PROMISED DELIVERY IS BEFORE PICKUP" TO
                   TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.

           IF TPRATEOUT = SPACES OR TPRATEOUT = LOW-VALUE
               MOVE "ENTER THE FREIGHT RATE" TO TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.
           COMPUTE WORK-RATE = FUNCTION NUMVAL(TPRATEOUT).

           EXEC SQL
               SELECT DEALERID, SOLDFLAG
                   INTO :WORK-UNIT-DEALERID, :WORK-SOLDFLAG
                   FROM INVENTORY
                   WHERE VIN = :WORK-VIN
           END-EXEC.
           IF SQLCODE = 100
               MOVE "VIN NOT IN INVENTORY - RECEIVE IT ON GAM0VRV FIRST"
                   TO TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE "SQL ERROR LOOKING UP VEHICLE" TO TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.
           IF WORK-UNIT-DEALERID NOT = WORK-DEALERID
               MOVE "VEHICLE BELONGS TO ANOTHER DEALER - USE GAM0VTR"
                   TO TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.
           IF WORK-SOLDFLAG = "Y"
               MOVE "VEHICLE ALREADY SOLD" TO TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE 0 TO IN-TRANSIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :IN-TRANSIT-COUNT
                   FROM TRANSPORT_ORDERS
                   WHERE VIN = :WORK-VIN
                     AND STATUS = 'T'
           END-EXEC.
           IF IN-TRANSIT-COUNT > 0
               MOVE "VEHICLE IS ALREADY IN TRANSIT" TO TRANSPMSGOUT
               GO TO 1100-EXIT
           END-IF.

           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.

           EXEC SQL
               SELECT COALESCE(MAX(TRANSPORTID), 0) + 1
                   INTO :TP-TRANSPORTID
                   FROM TRANSPORT_ORDERS
           END-EXEC.

           MOVE 17 TO TP-VIN-LEN.
           MOVE WORK-VIN TO TP-VIN-TEXT.
           MOVE WORK-DEALERID TO TP-TODEALERID.
           MOVE 30 TO TP-CARRIER-LEN.
           MOVE WORK-CARRIER TO TP-CARRIER-TEXT.
           MOVE WORK-PICKUP TO TP-PICKUPDATE.
           MOVE WORK-PROMISED TO TP-PROMISEDDATE.
           MOVE WORK-RATE TO TP-RATE.
           MOVE AUDIT-USER TO TP-CREATEDUSER.

           EXEC SQL
               INSERT INTO TRANSPORT_ORDERS
                   (TRANSPORTID, VIN, SOURCE, FROMDEALERID,
                    TODEALERID, CARRIER, PICKUPDATE, PROMISEDDATE,
                    RATE, STATUS, DELIVEREDDATE, DAMAGEFLAG,
                    CREATEDUSER)
                   VALUES
                   (:TP-TRANSPORTID, :TP-VIN, 'A', NULL,
                    :TP-TODEALERID, :TP-CARRIER, :TP-PICKUPDATE,
                    :TP-PROMISEDDATE, :TP-RATE, 'T', NULL, NULL,
                    :TP-CREATEDUSER)
           END-EXEC.

           IF SQLCODE = 0
               MOVE WORK-VIN TO AUDIT-KEY
               MOVE "(NEW)" TO AUDIT-BEFORE
               MOVE SPACES TO AUDIT-AFTER
               STRING "IN TRANSIT - " WORK-CARRIER " DUE "
                      WORK-PROMISED
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE "UNIT DISPATCHED - IN TRANSIT UNTIL CHECKED IN" TO
                   TRANSPMSGOUT
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR OPENING TRANSPORT ORDER" TO TRANSPMSGOUT
           END-IF.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE UNIT IS ON THE GROUND. CLOSE THE TRANSPORT ORDER, BOOK
      * THE FREIGHT INTO THE UNIT'S COST AND, IF IT CAME OFF THE
      * TRUCK DAMAGED, OPEN THE CLAIM AGAINST THE CARRIER - ALL ONE
      * UNIT OF WORK.
      *---------------------------------------
       1200-CHECK-IN-UNIT.
           MOVE SPACES TO TRANSPMSGOUT.
           IF TPDEALERIDOUT = SPACES OR TPDEALERIDOUT = LOW-VALUE
               MOVE "ENTER YOUR DEALERID" TO TRANSPMSGOUT
               GO TO 1200-EXIT
           END-IF.
           COMPUTE WORK-DEALERID = FUNCTION NUMVAL(TPDEALERIDOUT).

           MOVE TPVINOUT TO WORK-VIN.
           IF WORK-VIN = SPACES OR WORK-VIN = LOW-VALUE
               MOVE "ENTER THE VIN" TO TRANSPMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE TPDAMAGEOUT TO WORK-DAMAGE.
           IF WORK-DAMAGE = LOW-VALUE OR WORK-DAMAGE = SPACE
               MOVE "N" TO WORK-DAMAGE
           END-IF.
           IF WORK-DAMAGE NOT = "Y" AND WORK-DAMAGE NOT = "N"
               MOVE "DAMAGE MUST BE Y OR N" TO TRANSPMSGOUT
               GO TO 1200-EXIT
           END-IF.

           IF WORK-DAMAGE = "Y"
               MOVE TPDAMAGEDESCOUT TO WORK-DAMAGEDESC
               IF WORK-DAMAGEDESC = SPACES
                  OR WORK-DAMAGEDESC = LOW-VALUE
                   MOVE "DESCRIBE THE DELIVERY DAMAGE" TO TRANSPMSGOUT
                   GO TO 1200-EXIT
               END-IF
               IF TPCLAIMAMTOUT = SPACES OR TPCLAIMAMTOUT = LOW-VALUE
                   MOVE "ENTER THE DAMAGE CLAIM AMOUNT" TO TRANSPMSGOUT
                   GO TO 1200-EXIT
               END-IF
               COMPUTE WORK-CLAIMAMT = FUNCTION NUMVAL(TPCLAIMAMTOUT)
           END-IF.

           EXEC SQL
               SELECT TRANSPORTID, CARRIER, RATE
                   INTO :TP-TRANSPORTID, :TP-CARRIER, :TP-RATE
                   FROM TRANSPORT_ORDERS
                   WHERE VIN = :WORK-VIN
                     AND TODEALERID = :WORK-DEALERID
                     AND STATUS = 'T'
           END-EXEC.
           IF SQLCODE = 100
               MOVE "NO OPEN TRANSPORT ORDER FOR THIS VIN TO YOU" TO
                   TRANSPMSGOUT
               GO TO 1200-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE "SQL ERROR READING TRANSPORT ORDER" TO
                   TRANSPMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE TRANSPORT_ORDERS
                  SET STATUS = 'D',
                      DELIVEREDDATE = CURRENT DATE,
                      DAMAGEFLAG = :WORK-DAMAGE
                WHERE TRANSPORTID = :TP-TRANSPORTID
                  AND STATUS = 'T'
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           IF ROWS-UPDATED = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR CLOSING TRANSPORT ORDER" TO
                   TRANSPMSGOUT
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1250-POST-FREIGHT.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR POSTING FREIGHT TO COST LEDGER" TO
                   TRANSPMSGOUT
               GO TO 1200-EXIT
           END-IF.

           IF WORK-DAMAGE = "Y"
               PERFORM 1260-OPEN-CARRIER-CLAIM
               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "SQL ERROR OPENING CARRIER CLAIM" TO
                       TRANSPMSGOUT
                   GO TO 1200-EXIT
               END-IF
           END-IF.

           MOVE WORK-VIN TO AUDIT-KEY.
           MOVE "STATUS=T" TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           IF WORK-DAMAGE = "Y"
               MOVE WORK-CLAIMAMT TO CONVERT-CLAIM
               STRING "CHECKED IN, DAMAGED - CLAIM " CONVERT-CLAIM
                   DELIMITED BY SIZE INTO AUDIT-AFTER
           ELSE
               MOVE "CHECKED IN" TO AUDIT-AFTER
           END-IF.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           IF WORK-DAMAGE = "Y"
               MOVE "CHECKED IN - FREIGHT POSTED, CARRIER CLAIM OPENED"
                   TO TRANSPMSGOUT
           ELSE
               MOVE "CHECKED IN - FREIGHT POSTED TO UNIT COST" TO
                   TRANSPMSGOUT
           END-IF.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * FREIGHT IS PART OF WHAT THE UNIT COST - NEXT LEDGER LINE,
      * TYPE 'TRAN', THE SAME WAY GAM0VWO POSTS ITS 'RECN' LINES.
      * THE LINE NAMES THE CARRIER'S VENDOR (AN ACTIVE TRANSPORTER
      * ON VENDORS UNDER THE SAME NAME) SO THE AP CLERK ONLY HAS TO
      * ATTACH THE INVOICE NUMBER ON GAM0VCL WHEN THE BILL ARRIVES.
      *---------------------------------------
       1250-POST-FREIGHT.
           MOVE -1 TO IND-WORK-VENDORID.
           EXEC SQL
               SELECT MIN(VENDORID)
                   INTO :WORK-VENDORID :IND-WORK-VENDORID
                   FROM VENDORS
                   WHERE VENDORNAME = :TP-CARRIER
                     AND VENDORTYPE = 'TRAN'
                     AND ACTIVEFLAG = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE -1 TO IND-WORK-VENDORID
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(LINENUMBER), 0) + 1
                   INTO :WORK-LINENUMBER
                   FROM VEHICLE_COST_LEDGER
                   WHERE VIN = :WORK-VIN
           END-EXEC.

           MOVE SPACES TO WORK-LEDGER-DESC.
           STRING "FREIGHT " TP-CARRIER-TEXT
               DELIMITED BY SIZE INTO WORK-LEDGER-DESC.

           EXEC SQL
               INSERT INTO VEHICLE_COST_LEDGER
                   (VIN, LINENUMBER, COSTTYPE, COSTDESC, COSTAMOUNT,
                    COSTDATE, VENDORID)
                   VALUES
                   (:WORK-VIN, :WORK-LINENUMBER, 'TRAN',
                    :WORK-LEDGER-DESC, :TP-RATE, CURRENT DATE,
                    :WORK-VENDORID :IND-WORK-VENDORID)
           END-EXEC.

       1260-OPEN-CARRIER-CLAIM.
           EXEC SQL
               SELECT COALESCE(MAX(CLAIMID), 0) + 1
                   INTO :CC-CLAIMID
                   FROM CARRIER_CLAIMS
           END-EXEC.

           MOVE TP-TRANSPORTID TO CC-TRANSPORTID.
           MOVE 17 TO CC-VIN-LEN.
           MOVE WORK-VIN TO CC-VIN-TEXT.
           MOVE TP-CARRIER TO CC-CARRIER.
           MOVE 60 TO CC-DAMAGEDESC-LEN.
           MOVE WORK-DAMAGEDESC TO CC-DAMAGEDESC-TEXT.
           MOVE WORK-CLAIMAMT TO CC-CLAIMAMOUNT.

           EXEC SQL
               INSERT INTO CARRIER_CLAIMS
                   (CLAIMID, TRANSPORTID, VIN, CARRIER, DAMAGEDESC,
                    CLAIMAMOUNT, STATUS, OPENDATE, CLOSEDATE,
                    RECOVEREDAMOUNT)
                   VALUES
                   (:CC-CLAIMID, :CC-TRANSPORTID, :CC-VIN,
                    :CC-CARRIER, :CC-DAMAGEDESC, :CC-CLAIMAMOUNT,
                    'O', CURRENT DATE, NULL, NULL)
           END-EXEC.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
      * WORK AS THE CHANGE IT DESCRIBES.
      *---------------------------------------
       1600-WRITE-AUDIT.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VTP',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVTP1')
               MAPSET('GAM0MDD')
               FROM(TRANSPO)
               ERASE
           END-EXEC.
