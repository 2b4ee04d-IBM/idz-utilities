      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VAC.cbl                                     *
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
      * ONLINE DEALER-INSTALLED ACCESSORIES. EACH STORE KEEPS A
      * CATALOG OF THE ADD-ONS IT PUTS ON ITS CARS (TINT, WHEEL
      * LOCKS, PROTECTION FILM AND THE LIKE) WITH A RETAIL PRICE
      * FOR THE ADDENDUM STICKER AND THE STORE'S INSTALLED COST:
      *   ENTER WITH A VIN SHOWS WHAT IS ON THE CAR AND THE ADDENDUM
      *         TOTAL; WITH NO VIN, THE STORE'S CATALOG;
      *   PF5   ATTACHES THE CATALOG ITEM KEYED TO AN UNSOLD VIN AT
      *         TODAY'S CATALOG PRICE AND POSTS ITS COST TO
      *         VEHICLE_COST_LEDGER AS AN 'ACCY' LINE;
      *   PF6   TAKES THE ITEM BACK OFF AN UNSOLD VIN AND POSTS THE
      *         REVERSING COST LINE;
      *   PF7   ADDS OR CHANGES A CATALOG LINE (MANAGER ROLE).
      * THE ADDENDUM STICKER PRINTS BESIDE THE WINDOW STICKER
      * (GAM0VDI, GAM0VWP) AND GAM0VSE CARRIES THE ADDENDUM ONTO THE
      * DEAL, SO NOTHING ADDED HERE REACHES A BUYER UNDISCLOSED. A
      * STORE USER WORKS ONLY THEIR OWN STORE; HEAD OFFICE KEYS THE
      * DEALER. EVERY CHANGE IS AUDITED.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VAC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE ACCESSORY BMS MAP
      *---------------------------------------
       COPY GAM0MDK.
       01  ACCYO REDEFINES GAMVAC1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  ACDEALEROUT             PIC X(5).
           05  FILLER                  PIC X(9).
           05  ACVINOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  ACCODEOUT               PIC X(8).
           05  FILLER                  PIC X(9).
           05  ACDESCOUT               PIC X(30).
           05  FILLER                  PIC X(9).
           05  ACRETAILOUT             PIC X(8).
           05  FILLER                  PIC X(9).
           05  ACCOSTOUT               PIC X(8).
           05  FILLER                  PIC X(9).
           05  ACVENDOROUT             PIC X(9).
           05  FILLER                  PIC X(9).
           05  ACACTIVEOUT             PIC X(1).
           05  FILLER                  PIC X(9).
           05  ACCYMSGOUT              PIC X(60).

       01  ACCY-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  AC-PANEL.
           05  AC-LINE-1   PIC X(79).
           05  AC-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  AC-LINE-LAST PIC X(79) VALUE
               "PF5=ADD TO VIN PF6=TAKE OFF VIN PF7=CATALOG PF3=EXIT".

       01  WORK-DEALERID               PIC S9(9) USAGE COMP.
       01  WORK-VIN                    PIC X(17).
       01  WORK-CODE                   PIC X(8).
       01  WORK-RETAIL                 PIC S9(5)V99 USAGE COMP-3.
       01  WORK-COST                   PIC S9(5)V99 USAGE COMP-3.
       01  WORK-VENDORID               PIC S9(9) USAGE COMP.
       01  IND-WORK-VENDORID           PIC S9(4) USAGE COMP.
       01  WORK-ACTIVE                 PIC X(1).
       01  WORK-LEDGER-LINE            PIC S9(9) USAGE COMP.
       01  WORK-LEDGER-AMOUNT          PIC S9(7)V99 USAGE COMP-3.
       01  WORK-COUNT                  PIC S9(9) USAGE COMP.
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  UNIT-DEALERID               PIC S9(9) USAGE COMP.
       01  UNIT-SOLDFLAG               PIC X(1).
       01  UNIT-OK                     PIC X(1).
       01  USER-DEALERID               PIC S9(9) USAGE COMP.
       01  ADDENDUM-TOTAL              PIC S9(7)V99 USAGE COMP-3.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-DEALERID            PIC 9(5).
       01  CONVERT-RETAIL              PIC ZZZZ9.99.
       01  CONVERT-COST                PIC ZZZZ9.99.
       01  CONVERT-TOTAL               PIC ZZZZZZ9.99.

       COPY GAM0BAC.
       COPY GAM0BAW.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * WHAT IS ON THE CAR NOW, IN THE ORDER IT WENT ON.
      *---------------------------------------
       EXEC SQL
           DECLARE ACVINCURSOR CURSOR FOR
               SELECT ACCESSORYCODE, DESCRIPTION, RETAILPRICE,
                      CHAR(INSTALLDATE, ISO)
                   FROM VEHICLE_ACCESSORIES
                   WHERE VIN = :WORK-VIN
                     AND STATUS = 'I'
                   ORDER BY LINENUMBER
           END-EXEC.

      *---------------------------------------
      * THE STORE'S CATALOG, ACTIVE LINES FIRST.
      *---------------------------------------
       EXEC SQL
           DECLARE ACCATCURSOR CURSOR FOR
               SELECT ACCESSORYCODE, DESCRIPTION, RETAILPRICE, COST,
                      ACTIVEFLAG
                   FROM ACCESSORY_CATALOG
                   WHERE DEALERID = :WORK-DEALERID
                   ORDER BY ACTIVEFLAG DESC, ACCESSORYCODE
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE ACCYO.
           MOVE LOW-VALUE TO ACCYO.

           IF EIBCALEN = 0
               INITIALIZE ACCY-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO ACCY-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE "ACCYMNT" TO AUTH-FUNCTION.
           MOVE "N" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"
               PERFORM 0200-RESOLVE-USER-DEALER
               PERFORM 0000-PROCESS-ACCESSORIES
           ELSE
               IF EIBAID = DFHPF3 OR EIBAID = DFHPF12
                   EXEC CICS SEND
                       CONTROL
                       ERASE
                       FREEKB
                       END-EXEC
                   EXEC CICS RETURN
                       END-EXEC
               END-IF
               MOVE "NOT AUTHORIZED TO WORK DEALER ACCESSORIES" TO
                   ACCYMSGOUT
               PERFORM 1900-SEND-MAP
           END-IF.

           GOBACK.

      *---------------------------------------
      * COMMON SIGN-ON CHECK - THE CICS USER MUST HOLD A
      * USER_AUTHORITY ROW FOR THIS FUNCTION (MANAGER ROLE WHERE THE
      * FUNCTION DEMANDS IT) BEFORE THE UPDATE LOGIC RUNS. A REFUSAL
      * IS ITSELF RECORDED ON THE AUDIT TRAIL SO THE VIOLATIONS
      * REPORT (GAM0VVR) HAS SOMETHING TO SHOW THE AUDITORS.
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
               MOVE "VIOLATION" TO AUDIT-KEY
               MOVE AUTH-FUNCTION TO AUDIT-BEFORE
               MOVE "DENIED" TO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
           END-IF.

      *---------------------------------------
      * A STORE USER'S DEALER COMES OFF USER_AUTHORITY; NO ROW OR A
      * NULL DEALER MEANS HEAD OFFICE, WHICH MAY WORK ANY STORE.
      *---------------------------------------
       0200-RESOLVE-USER-DEALER.
           MOVE 0 TO USER-DEALERID.
           EXEC SQL
               SELECT COALESCE(MAX(DEALERID), 0)
                   INTO :USER-DEALERID
                   FROM USER_AUTHORITY
                   WHERE USERID = :AUDIT-USER
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO USER-DEALERID
           END-IF.
           MOVE 0 TO SQLCODE.

       0000-PROCESS-ACCESSORIES.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               IF ACVINOUT = SPACES OR ACVINOUT = LOW-VALUE
                   PERFORM 1200-SHOW-CATALOG THRU 1200-EXIT
               ELSE
                   PERFORM 1100-SHOW-ADDENDUM THRU 1100-EXIT
               END-IF

           WHEN EIBAID = DFHPF5
               PERFORM 1300-ATTACH-ACCESSORY THRU 1300-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1400-REMOVE-ACCESSORY THRU 1400-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF7
               PERFORM 1500-MAINTAIN-CATALOG THRU 1500-EXIT
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
               MOVE "INVALID KEY PRESSED" TO ACCYMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * THE UNIT KEYED MUST BE IN INVENTORY AND, FOR A STORE USER,
      * ON THEIR OWN STORE'S LOT. UNIT-DEALERID PICKS THE CATALOG.
      *---------------------------------------
       1050-FIND-UNIT.
           MOVE "N" TO UNIT-OK.
           MOVE ACVINOUT TO WORK-VIN.
           IF WORK-VIN = SPACES OR WORK-VIN = LOW-VALUE
               MOVE "ENTER THE VIN" TO ACCYMSGOUT
               GO TO 1050-EXIT
           END-IF.

           EXEC SQL
               SELECT DEALERID, SOLDFLAG
                   INTO :UNIT-DEALERID, :UNIT-SOLDFLAG
                   FROM INVENTORY
                   WHERE VIN = :WORK-VIN
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "VIN NOT FOUND IN INVENTORY" TO ACCYMSGOUT
               GO TO 1050-EXIT
           END-IF.
           IF USER-DEALERID NOT = 0 AND
              USER-DEALERID NOT = UNIT-DEALERID
               MOVE "THAT UNIT IS NOT ON YOUR STORE'S LOT" TO
                   ACCYMSGOUT
               GO TO 1050-EXIT
           END-IF.
           MOVE "Y" TO UNIT-OK.

       1050-EXIT.
           CONTINUE.

       1060-CLEAR-PANEL-LINES.
           MOVE 0 TO PANEL-LINE-COUNT.
           MOVE SPACES TO AC-DETAIL-LINE (1) AC-DETAIL-LINE (2)
                          AC-DETAIL-LINE (3) AC-DETAIL-LINE (4)
                          AC-DETAIL-LINE (5) AC-DETAIL-LINE (6)
                          AC-DETAIL-LINE (7) AC-DETAIL-LINE (8).

      *---------------------------------------
      * THE ADDENDUM TOTAL IS THE RETAIL OF EVERYTHING STILL ON THE
      * CAR - THE SAME SUM GAM0VSE ADDS TO THE SALE PRICE.
      *---------------------------------------
       1070-SUM-ADDENDUM.
           MOVE 0 TO ADDENDUM-TOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(RETAILPRICE), 0)
                   INTO :ADDENDUM-TOTAL
                   FROM VEHICLE_ACCESSORIES
                   WHERE VIN = :WORK-VIN
                     AND STATUS = 'I'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO ADDENDUM-TOTAL
           END-IF.

      *---------------------------------------
      * ENTER WITH A VIN - THE ADDENDUM AS THE STICKER WILL SHOW IT.
      *---------------------------------------
       1100-SHOW-ADDENDUM.
           MOVE SPACES TO ACCYMSGOUT.
           PERFORM 1050-FIND-UNIT THRU 1050-EXIT.
           IF UNIT-OK NOT = "Y"
               PERFORM 1900-SEND-MAP
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1060-CLEAR-PANEL-LINES.
           MOVE SPACES TO AC-LINE-1.
           STRING "GAM0VAC ADDENDUM - DEALER-INSTALLED ON VIN "
                  WORK-VIN
               DELIMITED BY SIZE INTO AC-LINE-1.

           EXEC SQL OPEN ACVINCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 7
              EXEC SQL
                  FETCH ACVINCURSOR
                      INTO :VA-ACCESSORYCODE, :VA-DESCRIPTION,
                           :VA-RETAILPRICE, :VA-INSTALLDATE
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PANEL-LINE-COUNT
                 MOVE VA-RETAILPRICE TO CONVERT-RETAIL
                 MOVE SPACES TO PANEL-LINE-TEXT
                 STRING VA-ACCESSORYCODE " "
                        VA-DESCRIPTION-TEXT (1:VA-DESCRIPTION-LEN)
                     DELIMITED BY SIZE INTO PANEL-LINE-TEXT
                 MOVE VA-INSTALLDATE TO PANEL-LINE-TEXT (42:10)
                 MOVE CONVERT-RETAIL TO PANEL-LINE-TEXT (54:8)
                 MOVE PANEL-LINE-TEXT TO
                     AC-DETAIL-LINE (PANEL-LINE-COUNT)
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ACVINCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO DEALER-INSTALLED ACCESSORIES ON THIS UNIT" TO
                 AC-DETAIL-LINE (1)
           ELSE
              PERFORM 1070-SUM-ADDENDUM
              MOVE ADDENDUM-TOTAL TO CONVERT-TOTAL
              MOVE SPACES TO PANEL-LINE-TEXT
              MOVE "ADDENDUM TOTAL" TO PANEL-LINE-TEXT (10:14)
              MOVE CONVERT-TOTAL TO PANEL-LINE-TEXT (52:10)
              MOVE PANEL-LINE-TEXT TO AC-DETAIL-LINE (8)
           END-IF.

           EXEC CICS SEND TEXT FROM(AC-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * ENTER WITH NO VIN - THE STORE'S CATALOG. A STORE USER ALWAYS
      * GETS THEIR OWN STORE; HEAD OFFICE GETS THE DEALER KEYED.
      *---------------------------------------
       1200-SHOW-CATALOG.
           MOVE SPACES TO ACCYMSGOUT.
           IF USER-DEALERID NOT = 0
               MOVE USER-DEALERID TO WORK-DEALERID
           ELSE
               IF ACDEALEROUT = SPACES OR ACDEALEROUT = LOW-VALUE
                   MOVE "ENTER A VIN, OR THE DEALER FOR ITS CATALOG" TO
                       ACCYMSGOUT
                   PERFORM 1900-SEND-MAP
                   GO TO 1200-EXIT
               END-IF
               COMPUTE WORK-DEALERID = FUNCTION NUMVAL(ACDEALEROUT)
           END-IF.

           PERFORM 1060-CLEAR-PANEL-LINES.
           MOVE WORK-DEALERID TO CONVERT-DEALERID.
           MOVE SPACES TO AC-LINE-1.
           STRING "GAM0VAC ACCESSORY CATALOG - DEALER "
                  CONVERT-DEALERID "   RETAIL     COST A"
               DELIMITED BY SIZE INTO AC-LINE-1.

           EXEC SQL OPEN ACCATCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH ACCATCURSOR
                      INTO :AC-ACCESSORYCODE, :AC-DESCRIPTION,
                           :AC-RETAILPRICE, :AC-COST, :AC-ACTIVEFLAG
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PANEL-LINE-COUNT
                 MOVE AC-RETAILPRICE TO CONVERT-RETAIL
                 MOVE AC-COST TO CONVERT-COST
                 MOVE SPACES TO PANEL-LINE-TEXT
                 STRING AC-ACCESSORYCODE " "
                        AC-DESCRIPTION-TEXT (1:AC-DESCRIPTION-LEN)
                     DELIMITED BY SIZE INTO PANEL-LINE-TEXT
                 MOVE CONVERT-RETAIL TO PANEL-LINE-TEXT (42:8)
                 MOVE CONVERT-COST TO PANEL-LINE-TEXT (51:8)
                 MOVE AC-ACTIVEFLAG TO PANEL-LINE-TEXT (60:1)
                 MOVE PANEL-LINE-TEXT TO
                     AC-DETAIL-LINE (PANEL-LINE-COUNT)
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ACCATCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO ACCESSORY CATALOG FOR THIS DEALER" TO
                 AC-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(AC-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF5 - PUT A CATALOG ITEM ON AN UNSOLD CAR. THE PRICE AND
      * COST ARE FROZEN FROM TODAY'S CATALOG LINE, THE COST GOES TO
      * THE UNIT'S LEDGER (UNDER THE INSTALLER, IF THE CATALOG NAMES
      * ONE) AND THE RETAIL JOINS THE ADDENDUM.
      *---------------------------------------
       1300-ATTACH-ACCESSORY.
           MOVE SPACES TO ACCYMSGOUT.
           PERFORM 1050-FIND-UNIT THRU 1050-EXIT.
           IF UNIT-OK NOT = "Y"
               GO TO 1300-EXIT
           END-IF.
           IF UNIT-SOLDFLAG = "Y"
               MOVE "UNIT IS SOLD - ADD-ONS GO ON BEFORE THE DEAL" TO
                   ACCYMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE ACCODEOUT TO WORK-CODE.
           IF WORK-CODE = SPACES OR WORK-CODE = LOW-VALUE
               MOVE "ENTER THE ACCESSORY CODE" TO ACCYMSGOUT
               GO TO 1300-EXIT
           END-IF.

           EXEC SQL
               SELECT DESCRIPTION, RETAILPRICE, COST, VENDORID
                   INTO :AC-DESCRIPTION, :AC-RETAILPRICE, :AC-COST,
                        :AC-VENDORID :IND-WORK-VENDORID
                   FROM ACCESSORY_CATALOG
                   WHERE DEALERID = :UNIT-DEALERID
                     AND ACCESSORYCODE = :WORK-CODE
                     AND ACTIVEFLAG = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "NOT ON THIS STORE'S ACTIVE ACCESSORY CATALOG" TO
                   ACCYMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE 0 TO WORK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WORK-COUNT
                   FROM VEHICLE_ACCESSORIES
                   WHERE VIN = :WORK-VIN
                     AND ACCESSORYCODE = :WORK-CODE
                     AND STATUS = 'I'
           END-EXEC.
           IF WORK-COUNT > 0
               MOVE "THAT ACCESSORY IS ALREADY ON THIS UNIT" TO
                   ACCYMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE AC-COST TO WORK-LEDGER-AMOUNT.
           PERFORM 1350-POST-LEDGER-LINE.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR POSTING ACCESSORY COST TO LEDGER" TO
                   ACCYMSGOUT
               GO TO 1300-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(LINENUMBER), 0) + 1
                   INTO :VA-LINENUMBER
                   FROM VEHICLE_ACCESSORIES
                   WHERE VIN = :WORK-VIN
           END-EXEC.

           EXEC SQL
               INSERT INTO VEHICLE_ACCESSORIES
                   (VIN, LINENUMBER, ACCESSORYCODE, DESCRIPTION,
                    RETAILPRICE, COST, INSTALLDATE, STATUS,
                    STATUSDATE)
                   VALUES
                   (:WORK-VIN, :VA-LINENUMBER, :WORK-CODE,
                    :AC-DESCRIPTION, :AC-RETAILPRICE, :AC-COST,
                    CURRENT DATE, 'I', CURRENT DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR ADDING ACCESSORY TO UNIT" TO ACCYMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE WORK-VIN TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           MOVE AC-RETAILPRICE TO CONVERT-RETAIL.
           MOVE AC-COST TO CONVERT-COST.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "ACCY ADDED " WORK-CODE " RETAIL " CONVERT-RETAIL
                  " COST " CONVERT-COST
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 1070-SUM-ADDENDUM.
           MOVE ADDENDUM-TOTAL TO CONVERT-TOTAL.
           STRING "ACCESSORY ADDED - ADDENDUM NOW " CONVERT-TOTAL
               DELIMITED BY SIZE INTO ACCYMSGOUT.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * ONE 'ACCY' COST LINE FOR THE VIN - THE INSTALLED COST ON AN
      * ADD, ITS REVERSAL ON A TAKE-OFF. APSTATUS STAYS NULL UNTIL
      * THE INSTALLER'S INVOICE ARRIVES.
      *---------------------------------------
       1350-POST-LEDGER-LINE.
           EXEC SQL
               SELECT COALESCE(MAX(LINENUMBER), 0) + 1
                   INTO :WORK-LEDGER-LINE
                   FROM VEHICLE_COST_LEDGER
                   WHERE VIN = :WORK-VIN
           END-EXEC.

           EXEC SQL
               INSERT INTO VEHICLE_COST_LEDGER
                   (VIN, LINENUMBER, COSTTYPE, COSTDESC, COSTAMOUNT,
                    COSTDATE, VENDORID)
                   VALUES
                   (:WORK-VIN, :WORK-LEDGER-LINE, 'ACCY',
                    :AC-DESCRIPTION, :WORK-LEDGER-AMOUNT, CURRENT DATE,
                    :AC-VENDORID :IND-WORK-VENDORID)
           END-EXEC.

      *---------------------------------------
      * PF6 - TAKE AN ITEM BACK OFF A CAR BEFORE IT SELLS. THE LINE
      * STAYS FOR THE HISTORY AS STATUS 'R' AND THE COST IS REVERSED
      * ON THE LEDGER AT WHAT WAS POSTED.
      *---------------------------------------
       1400-REMOVE-ACCESSORY.
           MOVE SPACES TO ACCYMSGOUT.
           PERFORM 1050-FIND-UNIT THRU 1050-EXIT.
           IF UNIT-OK NOT = "Y"
               GO TO 1400-EXIT
           END-IF.
           IF UNIT-SOLDFLAG = "Y"
               MOVE "UNIT IS SOLD - ITS ADD-ONS WENT WITH THE DEAL" TO
                   ACCYMSGOUT
               GO TO 1400-EXIT
           END-IF.

           MOVE ACCODEOUT TO WORK-CODE.
           IF WORK-CODE = SPACES OR WORK-CODE = LOW-VALUE
               MOVE "ENTER THE ACCESSORY CODE" TO ACCYMSGOUT
               GO TO 1400-EXIT
           END-IF.

           EXEC SQL
               SELECT LINENUMBER, DESCRIPTION, COST
                   INTO :VA-LINENUMBER, :VA-DESCRIPTION, :VA-COST
                   FROM VEHICLE_ACCESSORIES
                   WHERE VIN = :WORK-VIN
                     AND ACCESSORYCODE = :WORK-CODE
                     AND STATUS = 'I'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "THAT ACCESSORY IS NOT ON THIS UNIT" TO ACCYMSGOUT
               GO TO 1400-EXIT
           END-IF.

           EXEC SQL
               UPDATE VEHICLE_ACCESSORIES
                  SET STATUS = 'R',
                      STATUSDATE = CURRENT DATE
                WHERE VIN = :WORK-VIN
                  AND LINENUMBER = :VA-LINENUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR TAKING ACCESSORY OFF UNIT" TO ACCYMSGOUT
               GO TO 1400-EXIT
           END-IF.

           MOVE VA-DESCRIPTION TO AC-DESCRIPTION.
           MOVE -1 TO IND-WORK-VENDORID.
           COMPUTE WORK-LEDGER-AMOUNT = 0 - VA-COST.
           PERFORM 1350-POST-LEDGER-LINE.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR REVERSING ACCESSORY COST" TO ACCYMSGOUT
               GO TO 1400-EXIT
           END-IF.

           MOVE WORK-VIN TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "ACCY " WORK-CODE " INSTALLED"
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE "TAKEN OFF, COST REVERSED" TO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 1070-SUM-ADDENDUM.
           MOVE ADDENDUM-TOTAL TO CONVERT-TOTAL.
           STRING "ACCESSORY TAKEN OFF - ADDENDUM NOW " CONVERT-TOTAL
               DELIMITED BY SIZE INTO ACCYMSGOUT.

       1400-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF7 - ADD OR CHANGE A CATALOG LINE. MANAGER ROLE ONLY. A
      * CHANGE TO THE PRICE OR COST ONLY AFFECTS ITEMS ADDED FROM
      * NOW ON; WHAT IS ALREADY ON A CAR KEEPS ITS PRICE. ACTIVE 'N'
      * RETIRES THE LINE.
      *---------------------------------------
       1500-MAINTAIN-CATALOG.
           MOVE SPACES TO ACCYMSGOUT.

           MOVE "ACCYMNT" TO AUTH-FUNCTION.
           MOVE "Y" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.
           IF AUTH-OK NOT = "Y"
               MOVE "NOT AUTHORIZED TO CHANGE THE ACCESSORY CATALOG" TO
                   ACCYMSGOUT
               GO TO 1500-EXIT
           END-IF.

           IF USER-DEALERID NOT = 0
               MOVE USER-DEALERID TO WORK-DEALERID
           ELSE
               IF ACDEALEROUT = SPACES OR ACDEALEROUT = LOW-VALUE
                   MOVE "ENTER THE DEALER" TO ACCYMSGOUT
                   GO TO 1500-EXIT
               END-IF
               COMPUTE WORK-DEALERID = FUNCTION NUMVAL(ACDEALEROUT)
           END-IF.

           MOVE ACCODEOUT TO WORK-CODE.
           IF WORK-CODE = SPACES OR WORK-CODE = LOW-VALUE
               MOVE "ENTER THE ACCESSORY CODE" TO ACCYMSGOUT
               GO TO 1500-EXIT
           END-IF.

           IF ACRETAILOUT = SPACES OR ACRETAILOUT = LOW-VALUE
               MOVE 0 TO WORK-RETAIL
           ELSE
               COMPUTE WORK-RETAIL = FUNCTION NUMVAL(ACRETAILOUT)
           END-IF.
           IF ACCOSTOUT = SPACES OR ACCOSTOUT = LOW-VALUE
               MOVE 0 TO WORK-COST
           ELSE
               COMPUTE WORK-COST = FUNCTION NUMVAL(ACCOSTOUT)
           END-IF.
           IF WORK-RETAIL NOT > 0 OR WORK-COST < 0
               MOVE "ENTER THE RETAIL PRICE AND THE INSTALLED COST" TO
                   ACCYMSGOUT
               GO TO 1500-EXIT
           END-IF.

           IF ACVENDOROUT = SPACES OR ACVENDOROUT = LOW-VALUE
               MOVE 0 TO WORK-VENDORID
               MOVE -1 TO IND-WORK-VENDORID
           ELSE
               COMPUTE WORK-VENDORID = FUNCTION NUMVAL(ACVENDOROUT)
               MOVE 0 TO IND-WORK-VENDORID
               MOVE 0 TO WORK-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :WORK-COUNT
                       FROM VENDORS
                       WHERE VENDORID = :WORK-VENDORID
                         AND ACTIVEFLAG = 'Y'
               END-EXEC
               IF WORK-COUNT = 0
                   MOVE "INSTALLER IS NOT AN ACTIVE VENDOR" TO
                       ACCYMSGOUT
                   GO TO 1500-EXIT
               END-IF
           END-IF.

           IF ACACTIVEOUT = "N"
               MOVE "N" TO WORK-ACTIVE
           ELSE
               MOVE "Y" TO WORK-ACTIVE
           END-IF.

           IF ACDESCOUT = SPACES OR ACDESCOUT = LOW-VALUE
               MOVE 0 TO AC-DESCRIPTION-LEN
               MOVE SPACES TO AC-DESCRIPTION-TEXT
           ELSE
               MOVE ACDESCOUT TO AC-DESCRIPTION-TEXT
               MOVE 30 TO AC-DESCRIPTION-LEN
               PERFORM UNTIL AC-DESCRIPTION-LEN = 0 OR
                   AC-DESCRIPTION-TEXT (AC-DESCRIPTION-LEN:1) NOT =
                   SPACE
                   SUBTRACT 1 FROM AC-DESCRIPTION-LEN
               END-PERFORM
           END-IF.

           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE ACCESSORY_CATALOG
                  SET DESCRIPTION =
                          CASE WHEN :AC-DESCRIPTION = ''
                               THEN DESCRIPTION
                               ELSE :AC-DESCRIPTION END,
                      RETAILPRICE = :WORK-RETAIL,
                      COST = :WORK-COST,
                      VENDORID = :WORK-VENDORID :IND-WORK-VENDORID,
                      ACTIVEFLAG = :WORK-ACTIVE
                WHERE DEALERID = :WORK-DEALERID
                  AND ACCESSORYCODE = :WORK-CODE
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.

           IF ROWS-UPDATED = 0
               IF AC-DESCRIPTION-LEN = 0
                   MOVE "ENTER A DESCRIPTION FOR THE NEW CATALOG LINE"
                       TO ACCYMSGOUT
                   GO TO 1500-EXIT
               END-IF
               EXEC SQL
                   INSERT INTO ACCESSORY_CATALOG
                       (DEALERID, ACCESSORYCODE, DESCRIPTION,
                        RETAILPRICE, COST, VENDORID, ACTIVEFLAG)
                       VALUES
                       (:WORK-DEALERID, :WORK-CODE, :AC-DESCRIPTION,
                        :WORK-RETAIL, :WORK-COST,
                        :WORK-VENDORID :IND-WORK-VENDORID,
                        :WORK-ACTIVE)
               END-EXEC
               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "SQL ERROR ADDING CATALOG LINE" TO ACCYMSGOUT
                   GO TO 1500-EXIT
               END-IF
               MOVE "CATALOG LINE ADDED" TO ACCYMSGOUT
           ELSE
               MOVE "CATALOG LINE CHANGED" TO ACCYMSGOUT
           END-IF.

           MOVE WORK-DEALERID TO CONVERT-DEALERID.
           MOVE SPACES TO AUDIT-KEY.
           STRING "CAT" CONVERT-DEALERID WORK-CODE
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           MOVE WORK-RETAIL TO CONVERT-RETAIL.
           MOVE WORK-COST TO CONVERT-COST.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "RETAIL " CONVERT-RETAIL " COST " CONVERT-COST
                  " ACTIVE " WORK-ACTIVE
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

       1500-EXIT.
           CONTINUE.

       1600-WRITE-AUDIT.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VAC',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVAC1')
               MAPSET('GAM0MDK')
               FROM(ACCYO)
               ERASE
           END-EXEC.
