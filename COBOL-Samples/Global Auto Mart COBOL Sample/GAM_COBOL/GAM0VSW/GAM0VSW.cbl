      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VSW.cbl                                     *
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
      * ONLINE SHOWROOM LOG. THE FLOOR MANAGER (OR WHOEVER IS ON THE
      * DESK - SHOWROOM FUNCTION ON USER_AUTHORITY) LOGS EVERY
      * WALK-IN AS IT COMES THROUGH THE DOOR:
      *   PF5   LOGS THE UP - CUSTOMER NAME (OR A CUSTOMER ID ON
      *         FILE), PHONE AND THE CAR THEY CAME IN FOR - AND HANDS
      *         IT TO THE SALESPERSON KEYED (THE CUSTOMER ASKED FOR
      *         THEM) OR, WITH NO SALESPERSON KEYED, TO WHOEVER IS
      *         NEXT IN THE STORE'S UP-ROTATION;
      *   PF6   CLOSES THE VISIT OUT WITH THE OUTCOME KEYED - W
      *         WALKED, D DROVE, S SOLD - TYING IT TO THE DAY'S
      *         TEST_DRIVE ROW OR THE SALES ROW;
      *   ENTER RECALLS A VISIT BY ITS NUMBER.
      * PF7 SHOWS THE FLOOR - WHO IS UP NEXT AND TODAY'S VISITS,
      * LATEST FIRST. THE ROTATION RUNS OVER THE STORE'S ACTIVE
      * SALESPERSON ROWS: ANYONE STILL WITH A CUSTOMER (A VISIT NOT
      * YET CLOSED OUT) GOES TO THE BACK, THEN THE LONGEST WAIT
      * SINCE THEIR LAST ROTATION UP TODAY GOES FIRST - AN UP THE
      * CUSTOMER ASKED FOR DOES NOT COST THE SALESPERSON THEIR
      * TURN. A STORE USER WORKS ONLY THEIR OWN STORE'S FLOOR; HEAD
      * OFFICE KEYS THE DEALER. EVERY CHANGE IS AUDITED. GAM0VTD AND
      * GAM0VSE LINK DRIVES AND DEALS TO THE VISIT AS THEY HAPPEN;
      * GAM0VTF REPORTS THE DAY'S TRAFFIC AND CLOSING RATIOS.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VSW.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE SHOWROOM LOG BMS MAP
      *---------------------------------------
       COPY GAM0MDJ.
       01  SHOWROOMO REDEFINES GAMVSW1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  SWVISITOUT              PIC X(9).
           05  FILLER                  PIC X(9).
           05  SWDEALEROUT             PIC X(5).
           05  FILLER                  PIC X(9).
           05  SWCUSTOUT               PIC X(35).
           05  FILLER                  PIC X(9).
           05  SWPHONEOUT              PIC X(12).
           05  FILLER                  PIC X(9).
           05  SWCUSTIDOUT             PIC X(10).
           05  FILLER                  PIC X(9).
           05  SWVINOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  SWSLSPOUT               PIC X(5).
           05  FILLER                  PIC X(9).
           05  SWSPNAMEOUT             PIC X(35).
           05  FILLER                  PIC X(9).
           05  SWOUTCOMEOUT            PIC X(1).
           05  FILLER                  PIC X(9).
           05  SWARRIVEOUT             PIC X(5).
           05  FILLER                  PIC X(9).
           05  SWASSIGNOUT             PIC X(1).
           05  FILLER                  PIC X(9).
           05  SWDRIVEOUT              PIC X(10).
           05  FILLER                  PIC X(9).
           05  SWSALEOUT               PIC X(10).
           05  FILLER                  PIC X(9).
           05  SHOWROOMMSGOUT          PIC X(60).

       01  SHOWROOM-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  SW-PANEL.
           05  SW-LINE-1   PIC X(79).
           05  SW-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  SW-LINE-LAST PIC X(79).

       01  VISIT-FOUND                 PIC X(1).
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  USER-DEALERID               PIC S9(9) USAGE COMP.
       01  FLOOR-DEALERID              PIC S9(9) USAGE COMP.
       01  DEALER-CHECK-COUNT          PIC S9(9) USAGE COMP.
       01  SLSP-CHECK-COUNT            PIC S9(9) USAGE COMP.
       01  INV-CHECK-COUNT             PIC S9(9) USAGE COMP.
       01  STOCKNUM-VIN                PIC X(17).

       01  VISIT-SPNAME                PIC X(35).
       01  VISIT-CUSTID-IN             PIC X(10).
       01  VISIT-VIN-IN                PIC X(17).
       01  VISIT-OUTCOME-IN            PIC X(1).
       01  VISIT-OUTCOME-OLD           PIC X(1).
       01  VISIT-CLOSED                PIC X(1).
       01  VISIT-DISP                  PIC 9(9).

       01  NEXT-UP-SLSP                PIC S9(9) USAGE COMP.
       01  NEXT-UP-NAME                PIC X(35).
       01  NEXT-UP-BUSY                PIC S9(9) USAGE COMP.
       01  NEXT-UP-LAST                PIC S9(9) USAGE COMP.
       01  NEXT-UP-FOUND               PIC X(1).

       01  OUTCOME-RANK-OLD            PIC S9(2) COMP.
       01  OUTCOME-RANK-NEW            PIC S9(2) COMP.
       01  OUTCOME-RANK-CODE           PIC X(1).
       01  OUTCOME-RANK                PIC S9(2) COMP.

       01  LINK-VIN                    PIC X(17).
       01  LINK-DRIVE-VIN              PIC X(17).
       01  LINK-DRIVE-DATE             PIC X(10).
       01  LINK-SALE-VIN               PIC X(17).
       01  LINK-SALE-DATE              PIC X(10).
       01  LINK-SALE-SLSP              PIC S9(9) USAGE COMP.
       01  IND-LINK-DRIVE              PIC S9(4) COMP.
       01  IND-LINK-SALE               PIC S9(4) COMP.
       01  IND-SW-PHONE                PIC S9(4) COMP.
       01  IND-SW-CUSTID               PIC S9(4) COMP.
       01  IND-SW-INTVIN               PIC S9(4) COMP.

       01  BOARD-VISITID               PIC S9(9) USAGE COMP.
       01  BOARD-ARRIVAL               PIC X(8).
       01  BOARD-SLSP                  PIC S9(9) USAGE COMP.
       01  BOARD-ASSIGN                PIC X(1).
       01  BOARD-CUSTNAME              PIC X(35).
       01  BOARD-OUTCOME               PIC X(1).
       01  BOARD-OPEN                  PIC X(6).

       01  CONVERT-DEALERID            PIC 9(5).
       01  CONVERT-SLSP                PIC 9(5).
       01  CONVERT-VISIT               PIC Z(8)9.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).

       COPY GAM0BSW.
       COPY GAM0BAW.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * TODAY'S VISITS ON THE STORE'S FLOOR, LATEST FIRST, WITH THE
      * ONES STILL WITH A SALESPERSON FLAGGED.
      *---------------------------------------
       EXEC SQL
           DECLARE SWFLOORCURSOR CURSOR FOR
               SELECT VISITID, CHAR(ARRIVALTIME, ISO), SALESPERSONID,
                      ASSIGNTYPE, CUSTNAME, OUTCOME,
                      CASE WHEN OUTCOMETS IS NULL
                           THEN 'ON FLR' ELSE ' ' END
                   FROM SHOWROOM_VISITS
                   WHERE DEALERID = :FLOOR-DEALERID
                     AND VISITDATE = CURRENT DATE
                   ORDER BY VISITID DESC
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE SHOWROOMO.
           MOVE LOW-VALUE TO SHOWROOMO.

           IF EIBCALEN = 0
               INITIALIZE SHOWROOM-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO SHOWROOM-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE "SHOWROOM" TO AUTH-FUNCTION.
           MOVE "N" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"
               PERFORM 0200-RESOLVE-USER-DEALER
               PERFORM 0000-PROCESS-SHOWROOM
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
               MOVE "NOT AUTHORIZED TO WORK THE SHOWROOM LOG" TO
                   SHOWROOMMSGOUT
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

       0000-PROCESS-SHOWROOM.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-FIND-VISIT THRU 1000-EXIT
               IF VISIT-FOUND = "Y"
                   PERFORM 1100-SHOW-VISIT
               END-IF
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF5
               PERFORM 1200-LOG-VISIT THRU 1200-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1300-RECORD-OUTCOME THRU 1300-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF7
               PERFORM 1700-SHOW-FLOOR THRU 1700-EXIT

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
               MOVE "INVALID KEY PRESSED" TO SHOWROOMMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * THE VISIT KEYED, WITH ITS SALESPERSON'S NAME. A STORE USER
      * MAY ONLY SEE THEIR OWN STORE'S VISITS.
      *---------------------------------------
       1000-FIND-VISIT.
           MOVE SPACES TO SHOWROOMMSGOUT.
           MOVE "N" TO VISIT-FOUND.

           IF SWVISITOUT = SPACES OR SWVISITOUT = LOW-VALUE
               MOVE "ENTER A VISIT NUMBER" TO SHOWROOMMSGOUT
               GO TO 1000-EXIT
           END-IF.
           COMPUTE SW-VISITID = FUNCTION NUMVAL(SWVISITOUT).

           EXEC SQL
               SELECT V.VISITID, V.DEALERID, CHAR(V.VISITDATE, ISO),
                      CHAR(V.ARRIVALTIME, ISO), V.SALESPERSONID,
                      V.ASSIGNTYPE, V.CUSTNAME,
                      COALESCE(V.CUSTPHONE, ' '),
                      COALESCE(V.CUSTOMERID, ' '),
                      COALESCE(V.INTERESTVIN, ' '), V.OUTCOME,
                      CASE WHEN V.OUTCOMETS IS NULL
                           THEN 'N' ELSE 'Y' END,
                      COALESCE(V.DRIVEVIN, ' '),
                      COALESCE(CHAR(V.DRIVEDATE, ISO), ' '),
                      COALESCE(V.SALEVIN, ' '),
                      COALESCE(CHAR(V.SALEDATE, ISO), ' '),
                      COALESCE(P.SPNAME, ' ')
                   INTO :SW-VISITID, :SW-DEALERID, :SW-VISITDATE,
                        :SW-ARRIVALTIME, :SW-SALESPERSONID,
                        :SW-ASSIGNTYPE, :SW-CUSTNAME,
                        :SW-CUSTPHONE, :SW-CUSTOMERID,
                        :SW-INTERESTVIN, :SW-OUTCOME,
                        :VISIT-CLOSED, :SW-DRIVEVIN,
                        :SW-DRIVEDATE, :SW-SALEVIN,
                        :SW-SALEDATE, :VISIT-SPNAME
                   FROM SHOWROOM_VISITS V
                   LEFT OUTER JOIN SALESPERSON P
                           ON P.SALESPERSONID = V.SALESPERSONID
                   WHERE V.VISITID = :SW-VISITID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "VISIT NOT ON FILE" TO SHOWROOMMSGOUT
               GO TO 1000-EXIT
           END-IF.

           IF USER-DEALERID NOT = 0
              AND USER-DEALERID NOT = SW-DEALERID
               MOVE "VISIT IS ANOTHER STORE'S" TO SHOWROOMMSGOUT
               GO TO 1000-EXIT
           END-IF.

           MOVE "Y" TO VISIT-FOUND.

       1000-EXIT.
           CONTINUE.

       1100-SHOW-VISIT.
           MOVE SW-VISITID TO VISIT-DISP.
           MOVE VISIT-DISP TO SWVISITOUT.
           MOVE SW-DEALERID TO CONVERT-DEALERID.
           MOVE CONVERT-DEALERID TO SWDEALEROUT.
           MOVE SW-CUSTNAME-TEXT TO SWCUSTOUT.
           MOVE SW-CUSTPHONE TO SWPHONEOUT.
           MOVE SW-CUSTOMERID-TEXT TO SWCUSTIDOUT.
           MOVE SW-INTERESTVIN-TEXT TO SWVINOUT.
           MOVE SW-SALESPERSONID TO CONVERT-SLSP.
           MOVE CONVERT-SLSP TO SWSLSPOUT.
           MOVE VISIT-SPNAME TO SWSPNAMEOUT.
           MOVE SW-OUTCOME TO SWOUTCOMEOUT.
           MOVE SPACES TO SWARRIVEOUT.
           STRING SW-ARRIVALTIME (1:2) ":" SW-ARRIVALTIME (4:2)
               DELIMITED BY SIZE INTO SWARRIVEOUT.
           MOVE SW-ASSIGNTYPE TO SWASSIGNOUT.
           MOVE SW-DRIVEDATE TO SWDRIVEOUT.
           MOVE SW-SALEDATE TO SWSALEOUT.

           IF SHOWROOMMSGOUT = SPACES
               EVALUATE TRUE
               WHEN VISIT-CLOSED = "N"
                   MOVE "STILL ON THE FLOOR - PF6 CLOSES IT OUT" TO
                       SHOWROOMMSGOUT
               WHEN SW-OUTCOME = "S"
                   MOVE "SOLD" TO SHOWROOMMSGOUT
               WHEN SW-OUTCOME = "D"
                   MOVE "DROVE - NO SALE" TO SHOWROOMMSGOUT
               WHEN OTHER
                   MOVE "WALKED WITHOUT A DRIVE" TO SHOWROOMMSGOUT
               END-EVALUATE
           END-IF.

      *---------------------------------------
      * PF5 - A NEW UP. THE CUSTOMER ID, WHEN KEYED, MUST BE ON FILE
      * AND SUPPLIES THE NAME AND PHONE; OTHERWISE A NAME IS
      * REQUIRED. THE CAR OF INTEREST IS OPTIONAL (VIN OR STOCK
      * NUMBER). A SALESPERSON KEYED MUST BE ACTIVE AT THE STORE AND
      * TAKES THE UP AS ASKED-FOR; NONE KEYED TAKES THE NEXT UP.
      *---------------------------------------
       1200-LOG-VISIT.
           MOVE SPACES TO SHOWROOMMSGOUT.

           IF USER-DEALERID NOT = 0
               MOVE USER-DEALERID TO SW-DEALERID
           ELSE
               IF SWDEALEROUT = SPACES OR SWDEALEROUT = LOW-VALUE
                   MOVE "ENTER THE DEALER FOR THE VISIT" TO
                       SHOWROOMMSGOUT
                   GO TO 1200-EXIT
               END-IF
               COMPUTE SW-DEALERID = FUNCTION NUMVAL(SWDEALEROUT)
           END-IF.
           MOVE 0 TO DEALER-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :DEALER-CHECK-COUNT
                   FROM DEALERSHIP
                   WHERE DEALERID = :SW-DEALERID
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF DEALER-CHECK-COUNT = 0
               MOVE "DEALER NOT ON FILE" TO SHOWROOMMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE SWCUSTIDOUT TO VISIT-CUSTID-IN.
           IF VISIT-CUSTID-IN = LOW-VALUE
               MOVE SPACES TO VISIT-CUSTID-IN
           END-IF.
           MOVE SWCUSTOUT TO SW-CUSTNAME-TEXT.
           IF SW-CUSTNAME-TEXT = LOW-VALUE
               MOVE SPACES TO SW-CUSTNAME-TEXT
           END-IF.
           MOVE SWPHONEOUT TO SW-CUSTPHONE.
           IF SW-CUSTPHONE = LOW-VALUE
               MOVE SPACES TO SW-CUSTPHONE
           END-IF.

           MOVE -1 TO IND-SW-CUSTID.
           IF VISIT-CUSTID-IN NOT = SPACES
               MOVE VISIT-CUSTID-IN TO SW-CUSTOMERID-TEXT
               MOVE 10 TO SW-CUSTOMERID-LEN
               EXEC SQL
                   SELECT CUSTNAME, COALESCE(CUSTPHONE, ' ')
                       INTO :SW-CUSTNAME-TEXT, :SW-CUSTPHONE
                       FROM CUSTOMER
                       WHERE CUSTOMERID = :VISIT-CUSTID-IN
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 0 TO SQLCODE
                   MOVE "CUSTOMER ID NOT ON FILE" TO SHOWROOMMSGOUT
                   GO TO 1200-EXIT
               END-IF
               MOVE 0 TO IND-SW-CUSTID
               IF SWPHONEOUT NOT = SPACES AND SWPHONEOUT NOT = LOW-VALUE
                   MOVE SWPHONEOUT TO SW-CUSTPHONE
               END-IF
           END-IF.

           IF SW-CUSTNAME-TEXT = SPACES
               MOVE "ENTER THE CUSTOMER'S NAME OR CUSTOMER ID" TO
                   SHOWROOMMSGOUT
               GO TO 1200-EXIT
           END-IF.
           MOVE 35 TO SW-CUSTNAME-LEN.
           MOVE 0 TO IND-SW-PHONE.
           IF SW-CUSTPHONE = SPACES
               MOVE -1 TO IND-SW-PHONE
           END-IF.

           MOVE SWVINOUT TO VISIT-VIN-IN.
           IF VISIT-VIN-IN = LOW-VALUE
               MOVE SPACES TO VISIT-VIN-IN
           END-IF.
           MOVE -1 TO IND-SW-INTVIN.
           IF VISIT-VIN-IN NOT = SPACES
               PERFORM 1050-RESOLVE-STOCK-NUMBER
               MOVE 0 TO INV-CHECK-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :INV-CHECK-COUNT
                       FROM INVENTORY
                       WHERE VIN = :VISIT-VIN-IN
               END-EXEC
               MOVE 0 TO SQLCODE
               IF INV-CHECK-COUNT = 0
                   MOVE "VEHICLE OF INTEREST NOT IN INVENTORY" TO
                       SHOWROOMMSGOUT
                   GO TO 1200-EXIT
               END-IF
               MOVE VISIT-VIN-IN TO SW-INTERESTVIN-TEXT
               MOVE 17 TO SW-INTERESTVIN-LEN
               MOVE 0 TO IND-SW-INTVIN
           END-IF.

           IF SWSLSPOUT = SPACES OR SWSLSPOUT = LOW-VALUE
               MOVE SW-DEALERID TO FLOOR-DEALERID
               PERFORM 1250-FIND-NEXT-UP
               IF NEXT-UP-FOUND NOT = "Y"
                   MOVE "NO ACTIVE SALESPEOPLE AT THIS STORE" TO
                       SHOWROOMMSGOUT
                   GO TO 1200-EXIT
               END-IF
               MOVE NEXT-UP-SLSP TO SW-SALESPERSONID
               MOVE NEXT-UP-NAME TO VISIT-SPNAME
               MOVE "R" TO SW-ASSIGNTYPE
           ELSE
               COMPUTE SW-SALESPERSONID = FUNCTION NUMVAL(SWSLSPOUT)
               MOVE SPACES TO VISIT-SPNAME
               EXEC SQL
                   SELECT SPNAME INTO :VISIT-SPNAME
                       FROM SALESPERSON
                       WHERE SALESPERSONID = :SW-SALESPERSONID
                         AND DEALERID = :SW-DEALERID
                         AND ACTIVEFLAG = 'Y'
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 0 TO SQLCODE
                   MOVE "SALESPERSON NOT ACTIVE AT THIS STORE" TO
                       SHOWROOMMSGOUT
                   GO TO 1200-EXIT
               END-IF
               MOVE "A" TO SW-ASSIGNTYPE
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(VISITID), 0) + 1
                   INTO :SW-VISITID
                   FROM SHOWROOM_VISITS
           END-EXEC.

           EXEC SQL
               INSERT INTO SHOWROOM_VISITS
                   (VISITID, DEALERID, VISITDATE, ARRIVALTIME,
                    SALESPERSONID, ASSIGNTYPE, CUSTNAME, CUSTPHONE,
                    CUSTOMERID, INTERESTVIN, OUTCOME, ENTEREDUSER)
                   VALUES
                   (:SW-VISITID, :SW-DEALERID, CURRENT DATE,
                    CURRENT TIME, :SW-SALESPERSONID, :SW-ASSIGNTYPE,
                    :SW-CUSTNAME, :SW-CUSTPHONE :IND-SW-PHONE,
                    :SW-CUSTOMERID :IND-SW-CUSTID,
                    :SW-INTERESTVIN :IND-SW-INTVIN, 'O',
                    :AUDIT-USER)
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR LOGGING THE VISIT" TO SHOWROOMMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE SW-VISITID TO VISIT-DISP.
           MOVE SW-SALESPERSONID TO CONVERT-SLSP.
           MOVE SPACES TO AUDIT-KEY.
           STRING "VISIT " VISIT-DISP DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "UP " SW-ASSIGNTYPE " SLSP " CONVERT-SLSP " "
                  SW-CUSTNAME-TEXT
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.

           EXEC SQL COMMIT END-EXEC.

           MOVE "O" TO SW-OUTCOME.
           MOVE "N" TO VISIT-CLOSED.
           EXEC SQL
               SELECT CHAR(ARRIVALTIME, ISO)
                   INTO :SW-ARRIVALTIME
                   FROM SHOWROOM_VISITS
                   WHERE VISITID = :SW-VISITID
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE SPACES TO SW-CUSTOMERID-TEXT.
           IF IND-SW-CUSTID = 0
               MOVE VISIT-CUSTID-IN TO SW-CUSTOMERID-TEXT
           END-IF.
           MOVE SPACES TO SW-INTERESTVIN-TEXT.
           IF IND-SW-INTVIN = 0
               MOVE VISIT-VIN-IN TO SW-INTERESTVIN-TEXT
           END-IF.
           MOVE SPACES TO SW-DRIVEDATE.
           MOVE SPACES TO SW-SALEDATE.
           PERFORM 1100-SHOW-VISIT.
           MOVE SPACES TO SHOWROOMMSGOUT.
           IF SW-ASSIGNTYPE = "R"
               STRING "UP LOGGED - NEXT UP IS " VISIT-SPNAME
                   DELIMITED BY SIZE INTO SHOWROOMMSGOUT
           ELSE
               STRING "UP LOGGED - ASKED FOR " VISIT-SPNAME
                   DELIMITED BY SIZE INTO SHOWROOMMSGOUT
           END-IF.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE LOT TALKS IN STOCK NUMBERS - IF WHAT WAS KEYED MATCHES
      * A STOCK NUMBER ON FILE, IT RESOLVES TO THAT UNIT'S VIN.
      *---------------------------------------
       1050-RESOLVE-STOCK-NUMBER.
           EXEC SQL
               SELECT VIN INTO :STOCKNUM-VIN
                   FROM STOCK_NUMBERS
                   WHERE STOCKNUMBER = :VISIT-VIN-IN
           END-EXEC.
           IF SQLCODE = 0
               MOVE STOCKNUM-VIN TO VISIT-VIN-IN
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE UP-ROTATION FOR FLOOR-DEALERID: THE STORE'S ACTIVE
      * SALESPEOPLE, THOSE NOT WITH A CUSTOMER FIRST, THEN WHOEVER
      * HAS WAITED LONGEST SINCE THEIR LAST ROTATION UP TODAY (NONE
      * YET COUNTS AS LONGEST), TIES BY SALESPERSON NUMBER.
      *---------------------------------------
       1250-FIND-NEXT-UP.
           MOVE "N" TO NEXT-UP-FOUND.
           EXEC SQL
               SELECT P.SALESPERSONID, P.SPNAME,
                      (SELECT COUNT(*) FROM SHOWROOM_VISITS V
                           WHERE V.SALESPERSONID = P.SALESPERSONID
                             AND V.VISITDATE = CURRENT DATE
                             AND V.OUTCOMETS IS NULL),
                      (SELECT COALESCE(MAX(V.VISITID), 0)
                           FROM SHOWROOM_VISITS V
                           WHERE V.SALESPERSONID = P.SALESPERSONID
                             AND V.VISITDATE = CURRENT DATE
                             AND V.ASSIGNTYPE = 'R')
                   INTO :NEXT-UP-SLSP, :NEXT-UP-NAME,
                        :NEXT-UP-BUSY, :NEXT-UP-LAST
                   FROM SALESPERSON P
                   WHERE P.DEALERID = :FLOOR-DEALERID
                     AND P.ACTIVEFLAG = 'Y'
                   ORDER BY 3, 4, 1
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
               MOVE "Y" TO NEXT-UP-FOUND
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * PF6 - CLOSE THE VISIT OUT. W WALKED, D DROVE, S SOLD; AN
      * OUTCOME NEVER MOVES BACKWARDS (A SALE STAYS A SALE). A DRIVE
      * MUST BE ON TEST_DRIVE FOR THE DAY - THE CUSTOMER'S OR THE
      * SALESPERSON'S ON THE CAR - AND A SALE ON SALES AT THIS STORE
      * SINCE THE VISIT, NOT UNWOUND AND NOT ALREADY SOMEONE ELSE'S
      * VISIT. THE CAR IS THE ONE ON THE SCREEN OR THE VEHICLE OF
      * INTEREST. A DEAL WRITTEN BY A DIFFERENT SALESPERSON THAN
      * HAD THE UP IS FLAGGED FOR THE MANAGER BUT STILL LINKED.
      *---------------------------------------
       1300-RECORD-OUTCOME.
           MOVE SWOUTCOMEOUT TO VISIT-OUTCOME-IN.
           MOVE SWVINOUT TO LINK-VIN.
           IF LINK-VIN = LOW-VALUE
               MOVE SPACES TO LINK-VIN
           END-IF.

           PERFORM 1000-FIND-VISIT THRU 1000-EXIT.
           IF VISIT-FOUND NOT = "Y"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1100-SHOW-VISIT.
           MOVE SPACES TO SHOWROOMMSGOUT.

           IF VISIT-OUTCOME-IN NOT = "W" AND NOT = "D"
                               AND NOT = "S"
               MOVE "OUTCOME MUST BE W, D OR S" TO SHOWROOMMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE SW-OUTCOME TO VISIT-OUTCOME-OLD.
           MOVE VISIT-OUTCOME-OLD TO OUTCOME-RANK-CODE.
           PERFORM 1350-RANK-OUTCOME.
           MOVE OUTCOME-RANK TO OUTCOME-RANK-OLD.
           MOVE VISIT-OUTCOME-IN TO OUTCOME-RANK-CODE.
           PERFORM 1350-RANK-OUTCOME.
           MOVE OUTCOME-RANK TO OUTCOME-RANK-NEW.
           IF OUTCOME-RANK-NEW < OUTCOME-RANK-OLD
               MOVE SPACES TO SHOWROOMMSGOUT
               STRING "VISIT IS ALREADY " VISIT-OUTCOME-OLD
                      " - AN OUTCOME CANNOT GO BACK"
                   DELIMITED BY SIZE INTO SHOWROOMMSGOUT
               GO TO 1300-EXIT
           END-IF.

           IF LINK-VIN = SPACES
               MOVE SW-INTERESTVIN-TEXT TO LINK-VIN
           ELSE
               MOVE LINK-VIN TO VISIT-VIN-IN
               PERFORM 1050-RESOLVE-STOCK-NUMBER
               MOVE VISIT-VIN-IN TO LINK-VIN
           END-IF.

           MOVE -1 TO IND-LINK-DRIVE.
           MOVE SPACES TO LINK-DRIVE-VIN.
           MOVE SPACES TO LINK-DRIVE-DATE.
           IF VISIT-OUTCOME-IN = "D" AND SW-DRIVEVIN-TEXT = SPACES
               EXEC SQL
                   SELECT VIN, CHAR(DRIVEDATE, ISO)
                       INTO :LINK-DRIVE-VIN, :LINK-DRIVE-DATE
                       FROM TEST_DRIVE
                       WHERE DRIVEDATE = DATE(:SW-VISITDATE)
                         AND (CUSTOMERID = :SW-CUSTOMERID-TEXT
                              OR (SALESPERSONID = :SW-SALESPERSONID
                                  AND VIN = :LINK-VIN))
                       ORDER BY DRIVETIME DESC
                       FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 0 TO SQLCODE
                   MOVE "NO TEST DRIVE LOGGED FOR THE VISIT ON GAM0VTD"
                       TO SHOWROOMMSGOUT
                   GO TO 1300-EXIT
               END-IF
               MOVE 0 TO IND-LINK-DRIVE
           END-IF.

           MOVE -1 TO IND-LINK-SALE.
           MOVE SPACES TO LINK-SALE-VIN.
           MOVE SPACES TO LINK-SALE-DATE.
           MOVE SW-SALESPERSONID TO LINK-SALE-SLSP.
           IF VISIT-OUTCOME-IN = "S" AND SW-SALEVIN-TEXT = SPACES
               EXEC SQL
                   SELECT S.VIN, CHAR(S.SALEDATE, ISO),
                          S.SALESPERSONID
                       INTO :LINK-SALE-VIN, :LINK-SALE-DATE,
                            :LINK-SALE-SLSP
                       FROM SALES S
                       WHERE S.VIN = :LINK-VIN
                         AND S.DEALERID = :SW-DEALERID
                         AND S.SALEDATE >= DATE(:SW-VISITDATE)
                         AND (S.SALESTATUS IS NULL
                              OR S.SALESTATUS = 'A')
                         AND NOT EXISTS
                             (SELECT 1 FROM SHOWROOM_VISITS V
                                  WHERE V.SALEVIN = S.VIN
                                    AND V.SALEDATE = S.SALEDATE)
                       ORDER BY S.SALEDATE DESC
                       FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 0 TO SQLCODE
                   MOVE "NO DEAL ENTERED ON THAT VIN SINCE THE VISIT" TO
                       SHOWROOMMSGOUT
                   GO TO 1300-EXIT
               END-IF
               MOVE 0 TO IND-LINK-SALE
           END-IF.

           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE SHOWROOM_VISITS
                  SET OUTCOME = :VISIT-OUTCOME-IN,
                      OUTCOMETS = CURRENT TIMESTAMP,
                      DRIVEVIN = COALESCE(DRIVEVIN,
                                   :LINK-DRIVE-VIN :IND-LINK-DRIVE),
                      DRIVEDATE = COALESCE(DRIVEDATE,
                                   DATE(:LINK-DRIVE-DATE
                                        :IND-LINK-DRIVE)),
                      SALEVIN = COALESCE(SALEVIN,
                                   :LINK-SALE-VIN :IND-LINK-SALE),
                      SALEDATE = COALESCE(SALEDATE,
                                   DATE(:LINK-SALE-DATE
                                        :IND-LINK-SALE))
                WHERE VISITID = :SW-VISITID
                  AND OUTCOME = :VISIT-OUTCOME-OLD
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           IF ROWS-UPDATED NOT = 1
               EXEC SQL ROLLBACK END-EXEC
               MOVE "VISIT CHANGED SINCE DISPLAYED - PRESS ENTER" TO
                   SHOWROOMMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE SW-VISITID TO VISIT-DISP.
           MOVE SPACES TO AUDIT-KEY.
           STRING "VISIT " VISIT-DISP DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "OUTCOME " VISIT-OUTCOME-OLD
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "OUTCOME " VISIT-OUTCOME-IN " DRIVE "
                  LINK-DRIVE-VIN " SALE " LINK-SALE-VIN
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.

           EXEC SQL COMMIT END-EXEC.

           MOVE VISIT-OUTCOME-IN TO SWOUTCOMEOUT.
           IF IND-LINK-DRIVE = 0
               MOVE LINK-DRIVE-DATE TO SWDRIVEOUT
           END-IF.
           IF IND-LINK-SALE = 0
               MOVE LINK-SALE-DATE TO SWSALEOUT
           END-IF.
           IF LINK-SALE-SLSP NOT = SW-SALESPERSONID
               MOVE LINK-SALE-SLSP TO CONVERT-SLSP
               MOVE SPACES TO SHOWROOMMSGOUT
               STRING "VISIT CLOSED - DEAL WAS WRITTEN BY SALESPERSON "
                      CONVERT-SLSP
                   DELIMITED BY SIZE INTO SHOWROOMMSGOUT
           ELSE
               MOVE "VISIT CLOSED OUT" TO SHOWROOMMSGOUT
           END-IF.

       1300-EXIT.
           CONTINUE.

       1350-RANK-OUTCOME.
           EVALUATE OUTCOME-RANK-CODE
           WHEN "S"
               MOVE 3 TO OUTCOME-RANK
           WHEN "D"
               MOVE 2 TO OUTCOME-RANK
           WHEN "W"
               MOVE 1 TO OUTCOME-RANK
           WHEN OTHER
               MOVE 0 TO OUTCOME-RANK
           END-EVALUATE.

       1600-WRITE-AUDIT.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VSW',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

      *---------------------------------------
      * PF7 - THE FLOOR. A STORE USER ALWAYS GETS THEIR OWN STORE;
      * HEAD OFFICE GETS THE DEALER KEYED. THE FIRST LINE IS WHO
      * TAKES THE NEXT UP, THEN TODAY'S VISITS LATEST FIRST.
      *---------------------------------------
       1700-SHOW-FLOOR.
           IF USER-DEALERID NOT = 0
               MOVE USER-DEALERID TO FLOOR-DEALERID
           ELSE
               IF SWDEALEROUT = SPACES OR SWDEALEROUT = LOW-VALUE
                   MOVE "ENTER THE DEALER FOR THE FLOOR" TO
                       SHOWROOMMSGOUT
                   PERFORM 1900-SEND-MAP
                   GO TO 1700-EXIT
               END-IF
               COMPUTE FLOOR-DEALERID = FUNCTION NUMVAL(SWDEALEROUT)
           END-IF.

           MOVE 0 TO PANEL-LINE-COUNT.
           MOVE SPACES TO SW-DETAIL-LINE (1) SW-DETAIL-LINE (2)
                          SW-DETAIL-LINE (3) SW-DETAIL-LINE (4)
                          SW-DETAIL-LINE (5) SW-DETAIL-LINE (6)
                          SW-DETAIL-LINE (7) SW-DETAIL-LINE (8).
           MOVE FLOOR-DEALERID TO CONVERT-DEALERID.
           MOVE SPACES TO SW-LINE-1.
           STRING "GAM0VSW SHOWROOM FLOOR - DEALER " CONVERT-DEALERID
                  " - TODAY, LATEST FIRST"
               DELIMITED BY SIZE INTO SW-LINE-1.
           MOVE SPACES TO SW-LINE-LAST.
           STRING "    VISIT TIME   SLSP  CUSTOMER"
                  "                   O"
               DELIMITED BY SIZE INTO SW-LINE-LAST.

           PERFORM 1250-FIND-NEXT-UP.
           ADD 1 TO PANEL-LINE-COUNT.
           IF NEXT-UP-FOUND = "Y"
               MOVE NEXT-UP-SLSP TO CONVERT-SLSP
               STRING "NEXT UP: " CONVERT-SLSP " " NEXT-UP-NAME
                   DELIMITED BY SIZE INTO SW-DETAIL-LINE (1)
           ELSE
               MOVE "NEXT UP: NO ACTIVE SALESPEOPLE AT THIS STORE" TO
                   SW-DETAIL-LINE (1)
           END-IF.

           EXEC SQL OPEN SWFLOORCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH SWFLOORCURSOR
                      INTO :BOARD-VISITID, :BOARD-ARRIVAL,
                           :BOARD-SLSP, :BOARD-ASSIGN,
                           :BOARD-CUSTNAME, :BOARD-OUTCOME,
                           :BOARD-OPEN
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PANEL-LINE-COUNT
                 MOVE BOARD-VISITID TO CONVERT-VISIT
                 MOVE BOARD-SLSP TO CONVERT-SLSP
                 MOVE SPACES TO PANEL-LINE-TEXT
                 STRING CONVERT-VISIT " " BOARD-ARRIVAL (1:5) "  "
                        CONVERT-SLSP BOARD-ASSIGN
                        BOARD-CUSTNAME (1:26) " " BOARD-OUTCOME "  "
                        BOARD-OPEN
                     DELIMITED BY SIZE INTO PANEL-LINE-TEXT
                 MOVE PANEL-LINE-TEXT TO
                     SW-DETAIL-LINE (PANEL-LINE-COUNT)
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE SWFLOORCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 1
              MOVE "NO VISITS LOGGED TODAY" TO SW-DETAIL-LINE (2)
           END-IF.

           EXEC CICS SEND TEXT FROM(SW-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1700-EXIT.
           CONTINUE.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVSW1')
               MAPSET('GAM0MDJ')
               FROM(SHOWROOMO)
               ERASE
           END-EXEC.
