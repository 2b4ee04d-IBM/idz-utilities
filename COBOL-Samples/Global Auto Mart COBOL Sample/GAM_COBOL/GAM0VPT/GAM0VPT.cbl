      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VPT.cbl                                     *
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
      * ONLINE PARTS MASTER. ONE ROW PER DEALER AND PART NUMBER WITH
      * THE BIN, ON-HAND QUANTITY, AVERAGE COST AND REORDER POINT
      * THE SHOP PICKS FROM WHEN A GAM0VWO PARTS LINE IS ADDED.
      * ENTER LISTS THE DEALER'S PARTS FROM THE KEYED PART NUMBER
      * ON; PF5 ADDS A PART OR CHANGES ITS DESCRIPTION, BIN AND
      * REORDER SETTINGS; PF6 RECEIVES STOCK AT A UNIT COST AND
      * RE-AVERAGES THE COST OVER WHAT IS NOW ON HAND. GAM0VPI
      * REPORTS REORDERS NIGHTLY AND VALUES THE STOCK AT MONTH END.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VPT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE PARTS MASTER BMS MAP
      *---------------------------------------
       COPY GAM0MDB.
       01  PARTMSTO REDEFINES GAMVPT1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  PTDEALEROUT             PIC X(5).
           05  FILLER                  PIC X(9).
           05  PTPARTOUT               PIC X(20).
           05  FILLER                  PIC X(9).
           05  PTDESCOUT               PIC X(30).
           05  FILLER                  PIC X(9).
           05  PTBINOUT                PIC X(8).
           05  FILLER                  PIC X(9).
           05  PTROPOINTOUT            PIC X(5).
           05  FILLER                  PIC X(9).
           05  PTROQTYOUT              PIC X(5).
           05  FILLER                  PIC X(9).
           05  PTRCVQTYOUT             PIC X(5).
           05  FILLER                  PIC X(9).
           05  PTRCVCOSTOUT            PIC X(9).
           05  FILLER                  PIC X(9).
           05  PARTMSTMSGOUT           PIC X(60).

       01  PARTMST-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  PT-PANEL.
           05  PP-LINE-1   PIC X(79) VALUE
               "GAM0VPT PARTS MASTER - PART / BIN / ON HAND / AVG COST".
           05  PP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  PP-LINE-LAST PIC X(79) VALUE
               "PF5=ADD/CHANGE PART  PF6+QTY+UNIT COST=RECEIVE STOCK".

       01  PART-DEALERID               PIC S9(9) USAGE COMP.
       01  PART-NUMBER                 PIC X(20).
       01  PART-DESC                   PIC X(30).
       01  PART-BIN                    PIC X(8).
       01  PART-REORDERPOINT           PIC S9(9) USAGE COMP.
       01  PART-REORDERQTY             PIC S9(9) USAGE COMP.
       01  PART-RCV-QTY                PIC S9(9) USAGE COMP.
       01  PART-RCV-COST               PIC S9(5)V99 USAGE COMP-3.
       01  PART-ONHAND                 PIC S9(9) USAGE COMP.
       01  PART-AVGCOST                PIC S9(5)V99 USAGE COMP-3.
       01  PART-NEW-AVGCOST            PIC S9(5)V99 USAGE COMP-3.
       01  PART-EXISTS                 PIC X(1).
       01  DEALER-CHECK-COUNT          PIC S9(9) USAGE COMP.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-QTY                 PIC ZZZZ9.
       01  CONVERT-COST                PIC ZZZZ9.99.
       01  CONVERT-NEW-COST            PIC ZZZZ9.99.

       COPY GAM0BAW.
       COPY GAM0BPT.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE PTLISTCURSOR CURSOR FOR
               SELECT PARTNUMBER, PARTDESC, BINLOCATION, ONHANDQTY,
                      AVGCOST, REORDERPOINT
                   FROM PARTS_MASTER
                   WHERE DEALERID = :PART-DEALERID
                     AND PARTNUMBER >= :PART-NUMBER
                   ORDER BY PARTNUMBER
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE PARTMSTO.
           MOVE LOW-VALUE TO PARTMSTO.

           IF EIBCALEN = 0
               INITIALIZE PARTMST-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO PARTMST-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           PERFORM 0000-PROCESS-PARTS-MASTER.

           GOBACK.

       0000-PROCESS-PARTS-MASTER.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-LIST-PARTS THRU 1000-EXIT

           WHEN EIBAID = DFHPF5
               PERFORM 1100-MAINTAIN-PART THRU 1100-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1200-RECEIVE-STOCK THRU 1200-EXIT
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
               MOVE "INVALID KEY PRESSED" TO PARTMSTMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

       1000-LIST-PARTS.
           MOVE SPACES TO PARTMSTMSGOUT.
           PERFORM 1250-EDIT-DEALER THRU 1250-EXIT.
           IF PARTMSTMSGOUT NOT = SPACES
               PERFORM 1900-SEND-MAP
               GO TO 1000-EXIT
           END-IF.

           MOVE PTPARTOUT TO PART-NUMBER.
           IF PART-NUMBER = LOW-VALUE
               MOVE SPACES TO PART-NUMBER
           END-IF.

           MOVE 0 TO PANEL-LINE-COUNT.
           PERFORM 1050-CLEAR-PANEL-LINES.

           EXEC SQL OPEN PTLISTCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH PTLISTCURSOR
                      INTO :PT-PARTNUMBER, :PT-PARTDESC,
                           :PT-BINLOCATION, :PT-ONHANDQTY,
                           :PT-AVGCOST, :PT-REORDERPOINT
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1060-FORMAT-PART-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE PTLISTCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO PARTS ON FILE FOR THIS DEALER" TO
                 PP-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(PT-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1000-EXIT.
           CONTINUE.

       1050-CLEAR-PANEL-LINES.
           MOVE SPACES TO PP-DETAIL-LINE (1) PP-DETAIL-LINE (2)
                          PP-DETAIL-LINE (3) PP-DETAIL-LINE (4)
                          PP-DETAIL-LINE (5) PP-DETAIL-LINE (6)
                          PP-DETAIL-LINE (7) PP-DETAIL-LINE (8).

       1060-FORMAT-PART-LINE.
           ADD 1 TO PANEL-LINE-COUNT.
           MOVE PT-ONHANDQTY TO CONVERT-QTY.
           MOVE PT-AVGCOST TO CONVERT-COST.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING PT-PARTNUMBER-TEXT " " PT-PARTDESC-TEXT (1:20) " "
                  PT-BINLOCATION " " CONVERT-QTY " " CONVERT-COST
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           IF PT-ONHANDQTY < PT-REORDERPOINT
               MOVE "REORDER" TO PANEL-LINE-TEXT (72:7)
           END-IF.
           MOVE PANEL-LINE-TEXT TO
               PP-DETAIL-LINE (PANEL-LINE-COUNT).

      *---------------------------------------
      * PF5 - ADD A NEW PART (ON HAND ZERO UNTIL STOCK IS RECEIVED)
      * OR CHANGE AN EXISTING PART'S DESCRIPTION, BIN AND REORDER
      * SETTINGS. ON HAND AND AVERAGE COST ONLY MOVE THROUGH PF6
      * RECEIPTS AND GAM0VWO ISSUES.
      *---------------------------------------
       1100-MAINTAIN-PART.
           MOVE SPACES TO PARTMSTMSGOUT.
           PERFORM 1250-EDIT-DEALER THRU 1250-EXIT.
           IF PARTMSTMSGOUT NOT = SPACES
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1260-READ-PART THRU 1260-EXIT.
           IF PARTMSTMSGOUT NOT = SPACES
               GO TO 1100-EXIT
           END-IF.

           MOVE PTDESCOUT TO PART-DESC.
           IF PART-DESC = LOW-VALUE
               MOVE SPACES TO PART-DESC
           END-IF.
           IF PART-DESC = SPACES
               IF PART-EXISTS = "Y"
                   MOVE PT-PARTDESC-TEXT TO PART-DESC
               ELSE
                   MOVE "ENTER A PART DESCRIPTION" TO PARTMSTMSGOUT
                   GO TO 1100-EXIT
               END-IF
           END-IF.

           MOVE PTBINOUT TO PART-BIN.
           IF PART-BIN = SPACES OR PART-BIN = LOW-VALUE
               MOVE PT-BINLOCATION TO PART-BIN
           END-IF.

           IF PTROPOINTOUT = SPACES OR PTROPOINTOUT = LOW-VALUE
               MOVE PT-REORDERPOINT TO PART-REORDERPOINT
           ELSE
               COMPUTE PART-REORDERPOINT =
                   FUNCTION NUMVAL(PTROPOINTOUT)
           END-IF.
           IF PTROQTYOUT = SPACES OR PTROQTYOUT = LOW-VALUE
               MOVE PT-REORDERQTY TO PART-REORDERQTY
           ELSE
               COMPUTE PART-REORDERQTY = FUNCTION NUMVAL(PTROQTYOUT)
           END-IF.
           IF PART-REORDERPOINT < 0 OR PART-REORDERQTY < 0
               MOVE "REORDER POINT AND QUANTITY CANNOT BE NEGATIVE" TO
                   PARTMSTMSGOUT
               GO TO 1100-EXIT
           END-IF.

           IF PART-EXISTS = "Y"
               MOVE SPACES TO AUDIT-BEFORE
               STRING "PART " PART-NUMBER " BIN " PT-BINLOCATION
                   DELIMITED BY SIZE INTO AUDIT-BEFORE
               EXEC SQL
                   UPDATE PARTS_MASTER
                      SET PARTDESC = :PART-DESC,
                          BINLOCATION = :PART-BIN,
                          REORDERPOINT = :PART-REORDERPOINT,
                          REORDERQTY = :PART-REORDERQTY
                    WHERE DEALERID = :PART-DEALERID
                      AND PARTNUMBER = :PART-NUMBER
               END-EXEC
           ELSE
               MOVE "(NEW)" TO AUDIT-BEFORE
               EXEC SQL
                   INSERT INTO PARTS_MASTER
                       (DEALERID, PARTNUMBER, PARTDESC, BINLOCATION,
                        ONHANDQTY, AVGCOST, REORDERPOINT, REORDERQTY,
                        LASTRECEIPTDATE, LASTISSUEDATE)
                       VALUES
                       (:PART-DEALERID, :PART-NUMBER, :PART-DESC,
                        :PART-BIN, 0, 0, :PART-REORDERPOINT,
                        :PART-REORDERQTY, NULL, NULL)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR SAVING PART" TO PARTMSTMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE PART-NUMBER TO AUDIT-KEY.
           MOVE PART-REORDERPOINT TO CONVERT-QTY.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "PART " PART-NUMBER " BIN " PART-BIN
                  " REORDER AT " CONVERT-QTY
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           IF PART-EXISTS = "Y"
               MOVE "PART UPDATED" TO PARTMSTMSGOUT
           ELSE
               MOVE "PART ADDED - RECEIVE STOCK WITH PF6" TO
                   PARTMSTMSGOUT
           END-IF.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF6 - RECEIVE STOCK. THE NEW AVERAGE COST WEIGHTS WHAT WAS
      * ALREADY ON HAND AT THE OLD AVERAGE AGAINST THE RECEIPT AT
      * ITS UNIT COST, SO EVERY ISSUE IS COSTED AT A TRUE AVERAGE.
      *---------------------------------------
       1200-RECEIVE-STOCK.
           MOVE SPACES TO PARTMSTMSGOUT.
           PERFORM 1250-EDIT-DEALER THRU 1250-EXIT.
           IF PARTMSTMSGOUT NOT = SPACES
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1260-READ-PART THRU 1260-EXIT.
           IF PARTMSTMSGOUT NOT = SPACES
               GO TO 1200-EXIT
           END-IF.
           IF PART-EXISTS NOT = "Y"
               MOVE "PART NOT ON FILE - ADD IT WITH PF5 FIRST" TO
                   PARTMSTMSGOUT
               GO TO 1200-EXIT
           END-IF.

           IF PTRCVQTYOUT = SPACES OR PTRCVQTYOUT = LOW-VALUE
               MOVE 0 TO PART-RCV-QTY
           ELSE
               COMPUTE PART-RCV-QTY = FUNCTION NUMVAL(PTRCVQTYOUT)
           END-IF.
           IF PART-RCV-QTY NOT > 0
               MOVE "ENTER THE QUANTITY RECEIVED" TO PARTMSTMSGOUT
               GO TO 1200-EXIT
           END-IF.

           IF PTRCVCOSTOUT = SPACES OR PTRCVCOSTOUT = LOW-VALUE
               MOVE 0 TO PART-RCV-COST
           ELSE
               COMPUTE PART-RCV-COST = FUNCTION NUMVAL(PTRCVCOSTOUT)
           END-IF.
           IF PART-RCV-COST NOT > 0
               MOVE "ENTER THE UNIT COST RECEIVED" TO PARTMSTMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE PT-ONHANDQTY TO PART-ONHAND.
           MOVE PT-AVGCOST TO PART-AVGCOST.
           IF PART-ONHAND < 0
               MOVE 0 TO PART-ONHAND
           END-IF.
           COMPUTE PART-NEW-AVGCOST ROUNDED =
               ((PART-ONHAND * PART-AVGCOST)
                + (PART-RCV-QTY * PART-RCV-COST))
               / (PART-ONHAND + PART-RCV-QTY).

           EXEC SQL
               UPDATE PARTS_MASTER
                  SET ONHANDQTY = ONHANDQTY + :PART-RCV-QTY,
                      AVGCOST = :PART-NEW-AVGCOST,
                      LASTRECEIPTDATE = CURRENT DATE
                WHERE DEALERID = :PART-DEALERID
                  AND PARTNUMBER = :PART-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR RECEIVING STOCK" TO PARTMSTMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE PART-NUMBER TO AUDIT-KEY.
           MOVE PT-ONHANDQTY TO CONVERT-QTY.
           MOVE PART-AVGCOST TO CONVERT-COST.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "ON HAND " CONVERT-QTY " AVG " CONVERT-COST
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE PART-RCV-QTY TO CONVERT-QTY.
           MOVE PART-NEW-AVGCOST TO CONVERT-NEW-COST.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "RECEIVED " CONVERT-QTY " NEW AVG " CONVERT-NEW-COST
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO PARTMSTMSGOUT.
           STRING "STOCK RECEIVED - NEW AVERAGE COST " CONVERT-NEW-COST
               DELIMITED BY SIZE INTO PARTMSTMSGOUT.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * COMMON EDIT - THE KEYED DEALER MUST BE ON DEALERSHIP.
      *---------------------------------------
       1250-EDIT-DEALER.
           IF PTDEALEROUT = SPACES OR PTDEALEROUT = LOW-VALUE
               MOVE "ENTER A DEALER ID" TO PARTMSTMSGOUT
               GO TO 1250-EXIT
           END-IF.
           COMPUTE PART-DEALERID = FUNCTION NUMVAL(PTDEALEROUT).

           MOVE 0 TO DEALER-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :DEALER-CHECK-COUNT
                   FROM DEALERSHIP
                   WHERE DEALERID = :PART-DEALERID
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF DEALER-CHECK-COUNT = 0
               MOVE "DEALER NOT ON FILE" TO PARTMSTMSGOUT
           END-IF.

       1250-EXIT.
           CONTINUE.

      *---------------------------------------
      * COMMON READ - THE KEYED PART'S CURRENT ROW, IF ANY.
      *---------------------------------------
       1260-READ-PART.
           MOVE "N" TO PART-EXISTS.
           MOVE PTPARTOUT TO PART-NUMBER.
           IF PART-NUMBER = SPACES OR PART-NUMBER = LOW-VALUE
               MOVE "ENTER A PART NUMBER" TO PARTMSTMSGOUT
               GO TO 1260-EXIT
           END-IF.

           MOVE SPACES TO PT-PARTDESC-TEXT PT-BINLOCATION.
           MOVE 0 TO PT-ONHANDQTY PT-AVGCOST PT-REORDERPOINT
                     PT-REORDERQTY.
           EXEC SQL
               SELECT PARTDESC, BINLOCATION, ONHANDQTY, AVGCOST,
                      REORDERPOINT, REORDERQTY
                   INTO :PT-PARTDESC, :PT-BINLOCATION,
                        :PT-ONHANDQTY, :PT-AVGCOST,
                        :PT-REORDERPOINT, :PT-REORDERQTY
                   FROM PARTS_MASTER
                   WHERE DEALERID = :PART-DEALERID
                     AND PARTNUMBER = :PART-NUMBER
           END-EXEC.

           EVALUATE SQLCODE
           WHEN 0
               MOVE "Y" TO PART-EXISTS
           WHEN 100
               CONTINUE
           WHEN OTHER
               MOVE "SQL ERROR READING PARTS MASTER" TO PARTMSTMSGOUT
           END-EVALUATE.
           MOVE 0 TO SQLCODE.

       1260-EXIT.
           CONTINUE.

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
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VPT',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVPT1')
               MAPSET('GAM0MDB')
               FROM(PARTMSTO)
               ERASE
           END-EXEC.
