      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VSO.cbl                                     *
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
      * ONLINE SERVICE REPAIR ORDERS ON VEHICLES WE SOLD. THE
      * SERVICE WRITER OPENS AN RO AGAINST A VIN THAT IS ON SALES OR
      * INVENTORY_HISTORY WITH THE MILES IN (PF5), ADDS COMPLAINT/
      * CAUSE/CORRECTION LINES WITH LABOR AND PARTS (PF6), AND
      * CLOSES AND INVOICES THE RO (PF7). ENTER LISTS THE VIN'S ROS,
      * OR THE LINES OF ONE RO WHEN AN RO NUMBER IS KEYED. THE
      * FACTORY COVERAGE LEFT ON THE UNIT (VEHICLE_WARRANTY, THE SAME
      * RULE AS GAM0VDI'S 1465-GET-WARRANTY-STATUS) SHOWS ON EVERY
      * RESPONSE SO THE WRITER KNOWS WHETHER THE CUSTOMER OR THE
      * FACTORY PAYS - A LINE KEYED WITH NO PAY TYPE DEFAULTS FROM
      * IT, AND A WARRANTY LINE IS REFUSED ONCE COVERAGE IS GONE.
      * CLOSING AN RO WITH WARRANTY LINES QUEUES A PENDING FACTORY
      * CLAIM (WARRANTY_CLAIMS) FOR THE GAM0VMW NIGHTLY SUBMISSION.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VSO.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE REPAIR ORDER BMS MAP
      *---------------------------------------
       COPY GAM0MDA.
       01  SERVORDO REDEFINES GAMVSO1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  SOVINOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  SONUMOUT                PIC X(9).
           05  FILLER                  PIC X(9).
           05  SOMILESOUT              PIC X(7).
           05  FILLER                  PIC X(9).
           05  SOCOMPOUT               PIC X(30).
           05  FILLER                  PIC X(9).
           05  SOCAUSEOUT              PIC X(30).
           05  FILLER                  PIC X(9).
           05  SOCORROUT               PIC X(30).
           05  FILLER                  PIC X(9).
           05  SOHOURSOUT              PIC X(5).
           05  FILLER                  PIC X(9).
           05  SOLABOROUT              PIC X(9).
           05  FILLER                  PIC X(9).
           05  SOPARTSOUT              PIC X(9).
           05  FILLER                  PIC X(9).
           05  SOPAYOUT                PIC X(1).
           05  FILLER                  PIC X(9).
           05  SOWTYOUT                PIC X(20).
           05  FILLER                  PIC X(9).
           05  SERVORDMSGOUT           PIC X(60).

       01  SERVORD-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  SO-PANEL.
           05  SP-LINE-1   PIC X(79) VALUE
               "GAM0VSO SERVICE REPAIR ORDERS".
           05  SP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  SP-LINE-LAST PIC X(79) VALUE
               "PF5=OPEN RO  PF6+RO=ADD LINE  PF7+RO=CLOSE/INVOICE".

       01  SVC-VIN                     PIC X(17).
       01  SVC-RONUMBER                PIC S9(9) USAGE COMP.
       01  SVC-DEALERID                PIC S9(9) USAGE COMP.
       01  SVC-HIST-DEALERID           PIC S9(9) USAGE COMP.
       01  SVC-CUSTNAME                PIC X(35).
       01  SVC-AUTOYEAR                PIC S9(9) USAGE COMP.
       01  SVC-MILES                   PIC S9(9) USAGE COMP.
       01  SVC-RO-STATUS               PIC X(1).
       01  SVC-WTYINFORCE              PIC X(1).
       01  SVC-LINENUMBER              PIC S9(9) USAGE COMP.
       01  SVC-COMPLAINT               PIC X(30).
       01  SVC-CAUSE                   PIC X(30).
       01  SVC-CORRECTION              PIC X(30).
       01  SVC-LABORHOURS              PIC S9(4)V9 USAGE COMP-3.
       01  SVC-LABORAMOUNT             PIC S9(5)V99 USAGE COMP-3.
       01  SVC-PARTSAMOUNT             PIC S9(5)V99 USAGE COMP-3.
       01  SVC-PAYTYPE                 PIC X(1).
       01  SVC-CUSTPAYTOTAL            PIC S9(7)V99 USAGE COMP-3.
       01  SVC-WTYPAYTOTAL             PIC S9(7)V99 USAGE COMP-3.
       01  SVC-INVOICENUMBER           PIC S9(9) USAGE COMP.
       01  SVC-CLAIMID                 PIC S9(9) USAGE COMP.
       01  SVC-WTYLABOR                PIC S9(7)V99 USAGE COMP-3.
       01  SVC-WTYPARTS                PIC S9(7)V99 USAGE COMP-3.
       01  SVC-VIN-FOUND               PIC X(1).

       01  WTY-MONTHS-LEFT             PIC S9(9) USAGE COMP.
       01  IND-WTY-MONTHS              PIC S9(4) USAGE COMP.
       01  WTY-MILES-LEFT              PIC S9(9) USAGE COMP.
       01  WTY-TEXT                    PIC X(20).
       01  CPO-MONTHS-LEFT             PIC S9(9) USAGE COMP.
       01  IND-CPO-MONTHS              PIC S9(4) USAGE COMP.
       01  CPO-MILES-LEFT              PIC S9(9) USAGE COMP.
       01  IND-CPO-MILES               PIC S9(4) USAGE COMP.
       01  CURRENT-YEAR                PIC 9(4).
       01  CURRENT-MONTH               PIC 9(2).

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-RONUM               PIC 9(9).
       01  CONVERT-INVOICE             PIC 9(9).
       01  CONVERT-MILES               PIC ZZZZZZ9.
       01  CONVERT-HOURS               PIC ZZ9.9.
       01  CONVERT-AMOUNT              PIC 9(7).99.
       01  CONVERT-WTY-AMOUNT          PIC 9(7).99.
       01  CONVERT-WTY-MONTHS          PIC ZZ9.
       01  CONVERT-WTY-MILES           PIC ZZZZZ9.
       01  IND-CLOSEDATE               PIC S9(4) USAGE COMP.
       01  IND-CAUSE                   PIC S9(4) USAGE COMP.
       01  IND-CORRECTION              PIC S9(4) USAGE COMP.

       COPY GAM0BAW.
       COPY GAM0BRO.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE ROLISTCURSOR CURSOR FOR
               SELECT RONUMBER, STATUS, CHAR(OPENDATE, ISO),
                      CHAR(CLOSEDATE, ISO), MILESIN,
                      CUSTPAYTOTAL, WTYPAYTOTAL
                   FROM REPAIR_ORDERS
                   WHERE VIN = :SVC-VIN
                   ORDER BY RONUMBER DESC
           END-EXEC.

       EXEC SQL
           DECLARE ROLINECURSOR CURSOR FOR
               SELECT LINENUMBER, COMPLAINT, CAUSE, CORRECTION,
                      LABORHOURS, LABORAMOUNT, PARTSAMOUNT, PAYTYPE
                   FROM REPAIR_ORDER_LINES
                   WHERE RONUMBER = :SVC-RONUMBER
                   ORDER BY LINENUMBER
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE SERVORDO.
           MOVE LOW-VALUE TO SERVORDO.

           IF EIBCALEN = 0
               INITIALIZE SERVORD-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO SERVORD-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           PERFORM 0000-PROCESS-REPAIR-ORDER.

           GOBACK.

       0000-PROCESS-REPAIR-ORDER.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               IF SONUMOUT = SPACES OR SONUMOUT = LOW-VALUE
                   PERFORM 1000-LIST-REPAIR-ORDERS THRU 1000-EXIT
               ELSE
                   PERFORM 1010-LIST-RO-LINES THRU 1010-EXIT
               END-IF

           WHEN EIBAID = DFHPF5
               PERFORM 1100-OPEN-REPAIR-ORDER THRU 1100-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1200-ADD-LINE THRU 1200-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF7
               PERFORM 1300-CLOSE-REPAIR-ORDER THRU 1300-EXIT
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
               MOVE "INVALID KEY PRESSED" TO SERVORDMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * ENTER WITH A VIN - THE WARRANTY LINE, THEN THE VIN'S ROS
      * NEWEST FIRST.
      *---------------------------------------
       1000-LIST-REPAIR-ORDERS.
           MOVE SOVINOUT TO SVC-VIN.
           IF SVC-VIN = SPACES OR SVC-VIN = LOW-VALUE
               MOVE "ENTER A VIN" TO SERVORDMSGOUT
               PERFORM 1900-SEND-MAP
               GO TO 1000-EXIT
           END-IF.

           MOVE 0 TO PANEL-LINE-COUNT.
           PERFORM 1050-CLEAR-PANEL-LINES.

           PERFORM 1150-FIND-SOLD-VEHICLE.
           IF SVC-VIN-FOUND = "Y"
               MOVE 0 TO SVC-MILES
               EXEC SQL
                   SELECT COALESCE(MAX(MILESIN), 0)
                       INTO :SVC-MILES
                       FROM REPAIR_ORDERS
                       WHERE VIN = :SVC-VIN
               END-EXEC
               MOVE 0 TO SQLCODE
               PERFORM 1465-GET-WARRANTY-STATUS
               ADD 1 TO PANEL-LINE-COUNT
               MOVE SPACES TO PANEL-LINE-TEXT
               STRING "SOLD TO " SVC-CUSTNAME " " WTY-TEXT
                   DELIMITED BY SIZE INTO PANEL-LINE-TEXT
               MOVE PANEL-LINE-TEXT TO
                   SP-DETAIL-LINE (PANEL-LINE-COUNT)
           END-IF.

           EXEC SQL OPEN ROLISTCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH ROLISTCURSOR
                      INTO :RO-RONUMBER, :RO-STATUS, :RO-OPENDATE,
                           :RO-CLOSEDATE :IND-CLOSEDATE,
                           :RO-MILESIN, :RO-CUSTPAYTOTAL,
                           :RO-WTYPAYTOTAL
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1060-FORMAT-RO-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ROLISTCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO REPAIR ORDERS ON FILE FOR THIS VIN" TO
                 SP-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(SO-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1000-EXIT.
           CONTINUE.

      *---------------------------------------
      * ENTER WITH AN RO NUMBER - THAT RO'S LINES IN ORDER.
      *---------------------------------------
       1010-LIST-RO-LINES.
           MOVE SPACES TO SERVORDMSGOUT.
           PERFORM 1250-EDIT-RO-KEY THRU 1250-EXIT.
           IF SERVORDMSGOUT NOT = SPACES
               PERFORM 1900-SEND-MAP
               GO TO 1010-EXIT
           END-IF.

           MOVE 0 TO PANEL-LINE-COUNT.
           PERFORM 1050-CLEAR-PANEL-LINES.

           EXEC SQL OPEN ROLINECURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH ROLINECURSOR
                      INTO :ROL-LINENUMBER, :ROL-COMPLAINT,
                           :ROL-CAUSE :IND-CAUSE,
                           :ROL-CORRECTION :IND-CORRECTION,
                           :ROL-LABORHOURS, :ROL-LABORAMOUNT,
                           :ROL-PARTSAMOUNT, :ROL-PAYTYPE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1070-FORMAT-RO-DETAIL
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ROLINECURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO LINES ON THIS REPAIR ORDER YET" TO
                 SP-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(SO-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1010-EXIT.
           CONTINUE.

       1050-CLEAR-PANEL-LINES.
           MOVE SPACES TO SP-DETAIL-LINE (1) SP-DETAIL-LINE (2)
                          SP-DETAIL-LINE (3) SP-DETAIL-LINE (4)
                          SP-DETAIL-LINE (5) SP-DETAIL-LINE (6)
                          SP-DETAIL-LINE (7) SP-DETAIL-LINE (8).

       1060-FORMAT-RO-LINE.
           ADD 1 TO PANEL-LINE-COUNT.
           IF IND-CLOSEDATE < 0
              MOVE SPACES TO RO-CLOSEDATE
           END-IF.
           MOVE RO-RONUMBER TO CONVERT-RONUM.
           MOVE RO-MILESIN TO CONVERT-MILES.
           MOVE RO-CUSTPAYTOTAL TO CONVERT-AMOUNT.
           MOVE RO-WTYPAYTOTAL TO CONVERT-WTY-AMOUNT.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING CONVERT-RONUM " " RO-STATUS " " RO-OPENDATE " "
                  RO-CLOSEDATE " MI" CONVERT-MILES " CP "
                  CONVERT-AMOUNT " WTY " CONVERT-WTY-AMOUNT
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           MOVE PANEL-LINE-TEXT TO
               SP-DETAIL-LINE (PANEL-LINE-COUNT).

       1070-FORMAT-RO-DETAIL.
           ADD 1 TO PANEL-LINE-COUNT.
           IF IND-CAUSE < 0
              MOVE SPACES TO ROL-CAUSE-TEXT
           END-IF.
           IF IND-CORRECTION < 0
              MOVE SPACES TO ROL-CORRECTION-TEXT
           END-IF.
           COMPUTE SVC-CUSTPAYTOTAL =
               ROL-LABORAMOUNT + ROL-PARTSAMOUNT.
           MOVE SVC-CUSTPAYTOTAL TO CONVERT-AMOUNT.
           MOVE ROL-LABORHOURS TO CONVERT-HOURS.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING ROL-PAYTYPE " " ROL-COMPLAINT-TEXT (1:20) " "
                  ROL-CORRECTION-TEXT (1:20) " " CONVERT-HOURS
                  "H " CONVERT-AMOUNT
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           MOVE PANEL-LINE-TEXT TO
               SP-DETAIL-LINE (PANEL-LINE-COUNT).

      *---------------------------------------
      * PF5 - OPEN AN RO. THE VIN MUST BE ONE WE SOLD; THE MILES IN
      * ARE REQUIRED BECAUSE THEY DECIDE THE FACTORY COVERAGE.
      *---------------------------------------
       1100-OPEN-REPAIR-ORDER.
           MOVE SPACES TO SERVORDMSGOUT.
           MOVE SOVINOUT TO SVC-VIN.
           IF SVC-VIN = SPACES OR SVC-VIN = LOW-VALUE
               MOVE "ENTER A VIN" TO SERVORDMSGOUT
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1150-FIND-SOLD-VEHICLE.
           IF SVC-VIN-FOUND NOT = "Y"
               MOVE "VIN NOT ON SALES OR INVENTORY HISTORY" TO
                   SERVORDMSGOUT
               GO TO 1100-EXIT
           END-IF.

           IF SOMILESOUT = SPACES OR SOMILESOUT = LOW-VALUE
               MOVE "ENTER THE MILES IN" TO SERVORDMSGOUT
               GO TO 1100-EXIT
           END-IF.
           COMPUTE SVC-MILES = FUNCTION NUMVAL(SOMILESOUT).
           IF SVC-MILES NOT > 0
               MOVE "ENTER THE MILES IN" TO SERVORDMSGOUT
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1465-GET-WARRANTY-STATUS.

           EXEC SQL
               SELECT COALESCE(MAX(RONUMBER), 0) + 1
                   INTO :SVC-RONUMBER
                   FROM REPAIR_ORDERS
           END-EXEC.

           EXEC SQL
               INSERT INTO REPAIR_ORDERS
                   (RONUMBER, VIN, DEALERID, CUSTNAME, OPENDATE,
                    CLOSEDATE, STATUS, MILESIN, WTYINFORCE,
                    CUSTPAYTOTAL, WTYPAYTOTAL, INVOICENUMBER)
                   VALUES
                   (:SVC-RONUMBER, :SVC-VIN, :SVC-DEALERID,
                    :SVC-CUSTNAME, CURRENT DATE, NULL, 'O',
                    :SVC-MILES, :SVC-WTYINFORCE, 0, 0, NULL)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR OPENING REPAIR ORDER" TO SERVORDMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE SVC-VIN TO AUDIT-KEY.
           MOVE "(NEW)" TO AUDIT-BEFORE.
           MOVE SVC-RONUMBER TO CONVERT-RONUM.
           MOVE SVC-MILES TO CONVERT-MILES.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "REPAIR ORDER " CONVERT-RONUM " OPENED MILES"
                  CONVERT-MILES " WTY " SVC-WTYINFORCE
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO SERVORDMSGOUT.
           STRING "REPAIR ORDER " CONVERT-RONUM " OPENED"
               DELIMITED BY SIZE INTO SERVORDMSGOUT.
           MOVE CONVERT-RONUM TO SONUMOUT.
           MOVE WTY-TEXT TO SOWTYOUT.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE VIN HAS TO BE ONE WE SOLD - A LIVE SALES ROW (NEWEST
      * DEAL WINS ON A RESOLD UNIT) OR AN ARCHIVED INVENTORY_HISTORY
      * ROW. THE MODEL YEAR COMES FROM WHEREVER THE UNIT NOW LIVES
      * FOR THE NO-WARRANTY-ROW DEFAULT.
      *---------------------------------------
       1150-FIND-SOLD-VEHICLE.
           MOVE "N" TO SVC-VIN-FOUND.
           MOVE 0 TO SVC-DEALERID SVC-AUTOYEAR.
           MOVE SPACES TO SVC-CUSTNAME.

           EXEC SQL
               SELECT DEALERID, BUYERNAME
                   INTO :SVC-DEALERID, :SVC-CUSTNAME
                   FROM SALES
                   WHERE VIN = :SVC-VIN
                     AND (SALESTATUS IS NULL OR SALESTATUS = 'A')
                   ORDER BY SALEDATE DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE "Y" TO SVC-VIN-FOUND
           END-IF.

           EXEC SQL
               SELECT AUTOYEAR INTO :SVC-AUTOYEAR
                   FROM INVENTORY
                   WHERE VIN = :SVC-VIN
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL
                   SELECT AUTOYEAR, DEALERID
                       INTO :SVC-AUTOYEAR, :SVC-HIST-DEALERID
                       FROM INVENTORY_HISTORY
                       WHERE VIN = :SVC-VIN
               END-EXEC
               IF SQLCODE = 0 AND SVC-VIN-FOUND NOT = "Y"
                   MOVE "Y" TO SVC-VIN-FOUND
                   MOVE SVC-HIST-DEALERID TO SVC-DEALERID
                   MOVE "UNKNOWN - ARCHIVED UNIT" TO SVC-CUSTNAME
               END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * PF6 - ADD A COMPLAINT/CAUSE/CORRECTION LINE. NO PAY TYPE
      * MEANS THE FACTORY PAYS WHILE THE RO'S COVERAGE WAS IN FORCE
      * AND THE CUSTOMER PAYS AFTER; A 'W' LINE ON AN RO OPENED OUT
      * OF WARRANTY IS REFUSED.
      *---------------------------------------
       1200-ADD-LINE.
           MOVE SPACES TO SERVORDMSGOUT.
           PERFORM 1250-EDIT-RO-KEY THRU 1250-EXIT.
           IF SERVORDMSGOUT NOT = SPACES
               GO TO 1200-EXIT
           END-IF.
           IF SVC-RO-STATUS NOT = "O"
               MOVE "REPAIR ORDER IS CLOSED" TO SERVORDMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE SOCOMPOUT TO SVC-COMPLAINT.
           IF SVC-COMPLAINT = SPACES OR SVC-COMPLAINT = LOW-VALUE
               MOVE "ENTER THE CUSTOMER COMPLAINT" TO SERVORDMSGOUT
               GO TO 1200-EXIT
           END-IF.
           MOVE SOCAUSEOUT TO SVC-CAUSE.
           IF SVC-CAUSE = LOW-VALUE
               MOVE SPACES TO SVC-CAUSE
           END-IF.
           MOVE SOCORROUT TO SVC-CORRECTION.
           IF SVC-CORRECTION = LOW-VALUE
               MOVE SPACES TO SVC-CORRECTION
           END-IF.

           IF SOHOURSOUT = SPACES OR SOHOURSOUT = LOW-VALUE
               MOVE 0 TO SVC-LABORHOURS
           ELSE
               COMPUTE SVC-LABORHOURS = FUNCTION NUMVAL(SOHOURSOUT)
           END-IF.
           IF SOLABOROUT = SPACES OR SOLABOROUT = LOW-VALUE
               MOVE 0 TO SVC-LABORAMOUNT
           ELSE
               COMPUTE SVC-LABORAMOUNT = FUNCTION NUMVAL(SOLABOROUT)
           END-IF.
           IF SOPARTSOUT = SPACES OR SOPARTSOUT = LOW-VALUE
               MOVE 0 TO SVC-PARTSAMOUNT
           ELSE
               COMPUTE SVC-PARTSAMOUNT = FUNCTION NUMVAL(SOPARTSOUT)
           END-IF.
           IF SVC-LABORAMOUNT < 0 OR SVC-PARTSAMOUNT < 0 OR
              SVC-LABORHOURS < 0
               MOVE "LABOR AND PARTS CANNOT BE NEGATIVE" TO
                   SERVORDMSGOUT
               GO TO 1200-EXIT
           END-IF.
           IF SVC-LABORAMOUNT = 0 AND SVC-PARTSAMOUNT = 0
               MOVE "ENTER THE LABOR AND/OR PARTS AMOUNT" TO
                   SERVORDMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE SOPAYOUT TO SVC-PAYTYPE.
           IF SVC-PAYTYPE = SPACE OR SVC-PAYTYPE = LOW-VALUE
               IF SVC-WTYINFORCE = "Y"
                   MOVE "W" TO SVC-PAYTYPE
               ELSE
                   MOVE "C" TO SVC-PAYTYPE
               END-IF
           END-IF.
           IF SVC-PAYTYPE NOT = "C" AND SVC-PAYTYPE NOT = "W"
               MOVE "PAY TYPE MUST BE C (CUSTOMER) OR W (WARRANTY)" TO
                   SERVORDMSGOUT
               GO TO 1200-EXIT
           END-IF.
           IF SVC-PAYTYPE = "W" AND SVC-WTYINFORCE NOT = "Y"
               MOVE "FACTORY WARRANTY EXPIRED - LINE IS CUSTOMER PAY"
                   TO SERVORDMSGOUT
               GO TO 1200-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(LINENUMBER), 0) + 1
                   INTO :SVC-LINENUMBER
                   FROM REPAIR_ORDER_LINES
                   WHERE RONUMBER = :SVC-RONUMBER
           END-EXEC.

           EXEC SQL
               INSERT INTO REPAIR_ORDER_LINES
                   (RONUMBER, LINENUMBER, COMPLAINT, CAUSE,
                    CORRECTION, LABORHOURS, LABORAMOUNT,
                    PARTSAMOUNT, PAYTYPE, LINEDATE)
                   VALUES
                   (:SVC-RONUMBER, :SVC-LINENUMBER,
                    :SVC-COMPLAINT, :SVC-CAUSE, :SVC-CORRECTION,
                    :SVC-LABORHOURS, :SVC-LABORAMOUNT,
                    :SVC-PARTSAMOUNT, :SVC-PAYTYPE, CURRENT DATE)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE SPACES TO SERVORDMSGOUT
               IF SVC-PAYTYPE = "W"
                   MOVE "WARRANTY LINE ADDED - FACTORY PAYS" TO
                       SERVORDMSGOUT
               ELSE
                   MOVE "CUSTOMER-PAY LINE ADDED" TO SERVORDMSGOUT
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR ADDING LINE" TO SERVORDMSGOUT
           END-IF.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * COMMON EDIT FOR ENTER/PF6/PF7 - THE KEYED RO NUMBER MUST BE
      * ON FILE; ITS VIN, STATUS, MILES AND COVERAGE COME BACK FOR
      * THE CALLER AND THE COVERAGE IS SHOWN ON THE MAP.
      *---------------------------------------
       1250-EDIT-RO-KEY.
           IF SONUMOUT = SPACES OR SONUMOUT = LOW-VALUE
               MOVE "ENTER A REPAIR ORDER NUMBER" TO SERVORDMSGOUT
               GO TO 1250-EXIT
           END-IF.
           COMPUTE SVC-RONUMBER = FUNCTION NUMVAL(SONUMOUT).

           EXEC SQL
               SELECT VIN, STATUS, MILESIN, WTYINFORCE
                   INTO :SVC-VIN, :SVC-RO-STATUS, :SVC-MILES,
                        :SVC-WTYINFORCE
                   FROM REPAIR_ORDERS
                   WHERE RONUMBER = :SVC-RONUMBER
           END-EXEC.

           IF SQLCODE = 100
               MOVE "REPAIR ORDER NOT ON FILE" TO SERVORDMSGOUT
           ELSE
               IF SQLCODE NOT = 0
                   MOVE "SQL ERROR READING REPAIR ORDER" TO
                       SERVORDMSGOUT
               ELSE
                   MOVE SVC-VIN TO SOVINOUT
                   IF SVC-WTYINFORCE = "Y"
                       MOVE "FACTORY WARRANTY" TO SOWTYOUT
                   ELSE
                       MOVE "CUSTOMER PAY" TO SOWTYOUT
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

       1250-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF7 - CLOSE AND INVOICE THE RO. THE CUSTOMER-PAY AND
      * WARRANTY TOTALS ROLL UP FROM THE LINES ONTO THE HEADER AND
      * THE RO TAKES THE NEXT INVOICE NUMBER; THE CUSTOMER-PAY TOTAL
      * IS WHAT THE CASHIER COLLECTS.
      *---------------------------------------
       1300-CLOSE-REPAIR-ORDER.
           MOVE SPACES TO SERVORDMSGOUT.
           PERFORM 1250-EDIT-RO-KEY THRU 1250-EXIT.
           IF SERVORDMSGOUT NOT = SPACES
               GO TO 1300-EXIT
           END-IF.
           IF SVC-RO-STATUS NOT = "O"
               MOVE "REPAIR ORDER ALREADY CLOSED" TO SERVORDMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE 0 TO SVC-LINENUMBER.
           EXEC SQL
               SELECT COUNT(*) INTO :SVC-LINENUMBER
                   FROM REPAIR_ORDER_LINES
                   WHERE RONUMBER = :SVC-RONUMBER
           END-EXEC.
           IF SVC-LINENUMBER = 0
               MOVE "NO LINES ON THIS REPAIR ORDER - NOTHING TO INVOICE"
                   TO SERVORDMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE 0 TO SVC-CUSTPAYTOTAL SVC-WTYPAYTOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(LABORAMOUNT + PARTSAMOUNT), 0)
                   INTO :SVC-CUSTPAYTOTAL
                   FROM REPAIR_ORDER_LINES
                   WHERE RONUMBER = :SVC-RONUMBER
                     AND PAYTYPE = 'C'
           END-EXEC.
           EXEC SQL
               SELECT COALESCE(SUM(LABORAMOUNT + PARTSAMOUNT), 0)
                   INTO :SVC-WTYPAYTOTAL
                   FROM REPAIR_ORDER_LINES
                   WHERE RONUMBER = :SVC-RONUMBER
                     AND PAYTYPE = 'W'
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(MAX(INVOICENUMBER), 0) + 1
                   INTO :SVC-INVOICENUMBER
                   FROM REPAIR_ORDERS
           END-EXEC.

           EXEC SQL
               UPDATE REPAIR_ORDERS
                  SET STATUS = 'C',
                      CLOSEDATE = CURRENT DATE,
                      CUSTPAYTOTAL = :SVC-CUSTPAYTOTAL,
                      WTYPAYTOTAL = :SVC-WTYPAYTOTAL,
                      INVOICENUMBER = :SVC-INVOICENUMBER
                WHERE RONUMBER = :SVC-RONUMBER
                  AND STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR CLOSING REPAIR ORDER" TO SERVORDMSGOUT
               GO TO 1300-EXIT
           END-IF.

           IF SVC-WTYPAYTOTAL > 0
               PERFORM 1350-CREATE-WARRANTY-CLAIM
               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "SQL ERROR CREATING WARRANTY CLAIM" TO
                       SERVORDMSGOUT
                   GO TO 1300-EXIT
               END-IF
           END-IF.

           MOVE SVC-VIN TO AUDIT-KEY.
           MOVE SVC-RONUMBER TO CONVERT-RONUM.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "REPAIR ORDER " CONVERT-RONUM " OPEN"
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE SVC-INVOICENUMBER TO CONVERT-INVOICE.
           MOVE SVC-CUSTPAYTOTAL TO CONVERT-AMOUNT.
           MOVE SVC-WTYPAYTOTAL TO CONVERT-WTY-AMOUNT.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "INVOICE " CONVERT-INVOICE " CP " CONVERT-AMOUNT
                  " WTY " CONVERT-WTY-AMOUNT
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO SERVORDMSGOUT.
           STRING "INVOICE " CONVERT-INVOICE " - CUSTOMER PAYS "
                  CONVERT-AMOUNT
               DELIMITED BY SIZE INTO SERVORDMSGOUT.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE WARRANTY-PAY LINES BECOME ONE PENDING CLAIM AGAINST THE
      * FACTORY IN THE SAME UNIT OF WORK AS THE INVOICE. GAM0VMW
      * SUBMITS IT ON THE NIGHTLY CLAIM FILE AND TRACKS THE
      * RECEIVABLE UNTIL THE FACTORY PAYS OR CHARGES IT BACK.
      *---------------------------------------
       1350-CREATE-WARRANTY-CLAIM.
           MOVE 0 TO SVC-WTYLABOR SVC-WTYPARTS.
           EXEC SQL
               SELECT COALESCE(SUM(LABORAMOUNT), 0),
                      COALESCE(SUM(PARTSAMOUNT), 0)
                   INTO :SVC-WTYLABOR, :SVC-WTYPARTS
                   FROM REPAIR_ORDER_LINES
                   WHERE RONUMBER = :SVC-RONUMBER
                     AND PAYTYPE = 'W'
           END-EXEC.

           EXEC SQL
               SELECT DEALERID INTO :SVC-DEALERID
                   FROM REPAIR_ORDERS
                   WHERE RONUMBER = :SVC-RONUMBER
           END-EXEC.

           EXEC SQL
               SELECT COALESCE(MAX(CLAIMID), 0) + 1
                   INTO :SVC-CLAIMID
                   FROM WARRANTY_CLAIMS
           END-EXEC.

           EXEC SQL
               INSERT INTO WARRANTY_CLAIMS
                   (CLAIMID, RONUMBER, VIN, DEALERID, LABORAMOUNT,
                    PARTSAMOUNT, CLAIMAMOUNT, STATUS, CREATEDATE,
                    SUBMITDATE, RESPONSEDATE, PAIDAMOUNT,
                    REJECTCODE, REJECTREASON)
                   VALUES
                   (:SVC-CLAIMID, :SVC-RONUMBER, :SVC-VIN,
                    :SVC-DEALERID, :SVC-WTYLABOR, :SVC-WTYPARTS,
                    :SVC-WTYPAYTOTAL, 'P', CURRENT DATE,
                    NULL, NULL, 0, NULL, NULL)
           END-EXEC.

      *---------------------------------------
      * WHAT'S LEFT OF THE FACTORY WARRANTY AT THE MILES IN - THE
      * SAME RULE AS GAM0VDI'S 1465-GET-WARRANTY-STATUS: MONTHS FROM
      * THE IN-SERVICE DATE ON VEHICLE_WARRANTY (OR JANUARY 1 OF THE
      * AUTOYEAR WITH THE 36/36,000 DEFAULT WHEN THERE IS NO ROW)
      * AND MILES AGAINST THE ODOMETER. SVC-WTYINFORCE IS 'Y' WHILE
      * BOTH MONTHS AND MILES REMAIN. ONCE THE FACTORY TERM IS GONE
      * A UNIT SOLD CERTIFIED PRE-OWNED FALLS BACK TO ITS CPO
      * COVERAGE (1466), WHICH THE MANUFACTURER ALSO PAYS.
      *---------------------------------------
       1465-GET-WARRANTY-STATUS.
           MOVE 0 TO WTY-MONTHS-LEFT.
           EXEC SQL
               SELECT W.FACTORYMONTHS
                      - ((YEAR(CURRENT DATE)
                          - YEAR(W.INSERVICEDATE)) * 12
                         + MONTH(CURRENT DATE)
                         - MONTH(W.INSERVICEDATE))
                   INTO :WTY-MONTHS-LEFT :IND-WTY-MONTHS
                   FROM VEHICLE_WARRANTY W
                   WHERE W.VIN = :SVC-VIN
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE -1 TO IND-WTY-MONTHS
           END-IF.
           MOVE 0 TO SQLCODE.

           IF IND-WTY-MONTHS < 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO CURRENT-YEAR
               MOVE FUNCTION CURRENT-DATE(5:2) TO CURRENT-MONTH
               COMPUTE WTY-MONTHS-LEFT =
                   36 - ((CURRENT-YEAR - SVC-AUTOYEAR) * 12
                         + CURRENT-MONTH - 1)
           END-IF.
           IF WTY-MONTHS-LEFT < 0
               MOVE 0 TO WTY-MONTHS-LEFT
           END-IF.

           COMPUTE WTY-MILES-LEFT = 36000 - SVC-MILES.
           EXEC SQL
               SELECT W.FACTORYMILES - :SVC-MILES
                   INTO :WTY-MILES-LEFT
                   FROM VEHICLE_WARRANTY W
                   WHERE W.VIN = :SVC-VIN
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF WTY-MILES-LEFT < 0
               MOVE 0 TO WTY-MILES-LEFT
           END-IF.

           MOVE SPACES TO WTY-TEXT.
           IF WTY-MONTHS-LEFT = 0 OR WTY-MILES-LEFT = 0
               PERFORM 1466-GET-CPO-COVERAGE
               IF CPO-MONTHS-LEFT > 0 AND CPO-MILES-LEFT > 0
                   MOVE "Y" TO SVC-WTYINFORCE
                   MOVE CPO-MONTHS-LEFT TO CONVERT-WTY-MONTHS
                   MOVE CPO-MILES-LEFT TO CONVERT-WTY-MILES
                   STRING "CPO " CONVERT-WTY-MONTHS "MO/"
                          CONVERT-WTY-MILES "MI"
                       DELIMITED BY SIZE INTO WTY-TEXT
               ELSE
                   MOVE "N" TO SVC-WTYINFORCE
                   MOVE "FACTORY WTY EXPIRED" TO WTY-TEXT
               END-IF
           ELSE
               MOVE "Y" TO SVC-WTYINFORCE
               MOVE WTY-MONTHS-LEFT TO CONVERT-WTY-MONTHS
               MOVE WTY-MILES-LEFT TO CONVERT-WTY-MILES
               STRING CONVERT-WTY-MONTHS "MO/" CONVERT-WTY-MILES
                      "MI LEFT"
                   DELIMITED BY SIZE INTO WTY-TEXT
           END-IF.

      *---------------------------------------
      * CPO LIMITED WARRANTY LEFT - THE PROGRAM TERM GAM0VSE PUT ON
      * VEHICLE_WARRANTY AT THE CERTIFIED SALE, IN MONTHS FROM THE
      * SALE DATE AND MILES FROM THE SALE ODOMETER. NULL COLUMNS
      * (NEVER SOLD CERTIFIED) LEAVE NOTHING.
      *---------------------------------------
       1466-GET-CPO-COVERAGE.
           MOVE 0 TO CPO-MONTHS-LEFT.
           MOVE 0 TO CPO-MILES-LEFT.
           EXEC SQL
               SELECT W.CPOMONTHS
                      - ((YEAR(CURRENT DATE)
                          - YEAR(W.CPOSTARTDATE)) * 12
                         + MONTH(CURRENT DATE)
                         - MONTH(W.CPOSTARTDATE)),
                      W.CPOMILES - (:SVC-MILES - W.CPOSTARTMILES)
                   INTO :CPO-MONTHS-LEFT :IND-CPO-MONTHS,
                        :CPO-MILES-LEFT :IND-CPO-MILES
                   FROM VEHICLE_WARRANTY W
                   WHERE W.VIN = :SVC-VIN
           END-EXEC.
           IF SQLCODE NOT = 0
              OR IND-CPO-MONTHS < 0
              OR IND-CPO-MILES < 0
               MOVE 0 TO CPO-MONTHS-LEFT
               MOVE 0 TO CPO-MILES-LEFT
           END-IF.
           MOVE 0 TO SQLCODE.
           IF CPO-MONTHS-LEFT < 0
               MOVE 0 TO CPO-MONTHS-LEFT
           END-IF.
           IF CPO-MILES-LEFT < 0
               MOVE 0 TO CPO-MILES-LEFT
           END-IF.

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
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VSO',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVSO1')
               MAPSET('GAM0MDA')
               FROM(SERVORDO)
               ERASE
           END-EXEC.
