      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VCP.cbl                                     *
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
      * ONLINE CUSTOMER COMPLAINT CASES. A CASE IS OPENED AGAINST A
      * CUSTOMER ON FILE AND, WHERE IT CONCERNS ONE, A VIN AND THE
      * DATE OF THAT DEAL. IT CARRIES A CATEGORY, A SEVERITY, THE
      * MANAGER WHO OWNS IT AND THE DATE IT MUST BE RESOLVED BY:
      *   ENTER WITH A CASE NUMBER SHOWS THE CASE AND ITS LAST NOTE;
      *   PF5   OPENS A NEW CASE (THE DUE DATE DEFAULTS FROM THE
      *         SEVERITY - H 2 DAYS, M 5, L 10);
      *   PF6   ADDS A NOTE TO AN OPEN CASE;
      *   PF7   RESOLVES THE CASE WITH ITS RESOLUTION AND ANY
      *         GOODWILL DOLLARS (MANAGER ROLE);
      *   PF8   LISTS THE STORE'S OPEN CASES, SOONEST DUE FIRST;
      *   PF9   SHOWS THE CASE'S NOTE HISTORY.
      * GAM0VSV OPENS 'CSI' CASES ON ITS OWN FOR LOW SURVEY SCORES,
      * GAM0VCK ESCALATES OVERDUE CASES THROUGH EXCEPTIONS AND PRINTS
      * THE MANUFACTURER'S COMPLAINT LOG, AND GAM0VGL POSTS THE
      * GOODWILL. A STORE USER WORKS ONLY THEIR OWN STORE'S CASES;
      * HEAD OFFICE KEYS THE DEALER. EVERY CHANGE IS AUDITED.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VCP.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE COMPLAINT CASE BMS MAP
      *---------------------------------------
       COPY GAM0MDL.
       01  CMPLO REDEFINES GAMVCP1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  CPCASEOUT               PIC X(9).
           05  FILLER                  PIC X(9).
           05  CPDEALEROUT             PIC X(5).
           05  FILLER                  PIC X(9).
           05  CPCUSTIDOUT             PIC X(10).
           05  FILLER                  PIC X(9).
           05  CPCUSTNAMEOUT           PIC X(35).
           05  FILLER                  PIC X(9).
           05  CPVINOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  CPSALEDTOUT             PIC X(10).
           05  FILLER                  PIC X(9).
           05  CPCATOUT                PIC X(4).
           05  FILLER                  PIC X(9).
           05  CPSEVOUT                PIC X(1).
           05  FILLER                  PIC X(9).
           05  CPASSIGNOUT             PIC X(8).
           05  FILLER                  PIC X(9).
           05  CPDUEOUT                PIC X(10).
           05  FILLER                  PIC X(9).
           05  CPSTATUSOUT             PIC X(1).
           05  FILLER                  PIC X(9).
           05  CPNOTEOUT               PIC X(60).
           05  FILLER                  PIC X(9).
           05  CPGOODWILLOUT           PIC X(9).
           05  FILLER                  PIC X(9).
           05  CMPLMSGOUT              PIC X(60).

       01  CMPL-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  CP-PANEL.
           05  CP-LINE-1   PIC X(79).
           05  CP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  CP-LINE-LAST PIC X(79) VALUE
               "PF5=OPEN PF6=NOTE PF7=RESOLVE PF8=OPEN CASES PF9=NOTES".

       01  WORK-CASEID                 PIC S9(9) USAGE COMP.
       01  WORK-DEALERID               PIC S9(9) USAGE COMP.
       01  WORK-CUSTID                 PIC X(10).
       01  WORK-VIN                    PIC X(17).
       01  WORK-SALEDATE               PIC X(10).
       01  WORK-DUEDATE                PIC X(10).
       01  WORK-DUE-DAYS               PIC S9(4) USAGE COMP.
       01  WORK-ASSIGNEDTO             PIC X(8).
       01  WORK-GOODWILL               PIC S9(5)V99 USAGE COMP-3.
       01  WORK-COUNT                  PIC S9(9) USAGE COMP.
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  USER-DEALERID               PIC S9(9) USAGE COMP.
       01  CASE-OK                     PIC X(1).
       01  IND-CP-CUSTPHONE            PIC S9(4) USAGE COMP.
       01  IND-CP-VIN                  PIC S9(4) USAGE COMP.
       01  IND-CP-SALEDATE             PIC S9(4) USAGE COMP.
       01  CASE-PSEUDO-VIN.
           05  FILLER                  PIC X(5) VALUE "CASE-".
           05  CASE-PSEUDO-ID          PIC 9(9).

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-CASEID              PIC 9(9).
       01  CONVERT-DEALERID            PIC 9(5).
       01  CONVERT-GOODWILL            PIC ZZZZ9.99.

       COPY GAM0BCP.
       COPY GAM0BCU.
       COPY GAM0BAW.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * THE STORE'S OPEN CASES, THE ONES DUE SOONEST AT THE TOP.
      *---------------------------------------
       EXEC SQL
           DECLARE CPOPENCURSOR CURSOR FOR
               SELECT CASEID, CUSTNAME, CATEGORY, SEVERITY,
                      COALESCE(ASSIGNEDTO, ' '), CHAR(DUEDATE, ISO)
                   FROM COMPLAINT_CASES
                   WHERE DEALERID = :WORK-DEALERID
                     AND STATUS = 'O'
                   ORDER BY DUEDATE, CASEID
           END-EXEC.

      *---------------------------------------
      * A CASE'S NOTES IN THE ORDER THEY WERE WRITTEN.
      *---------------------------------------
       EXEC SQL
           DECLARE CPNOTECURSOR CURSOR FOR
               SELECT CHAR(DATE(NOTETS), ISO), NOTEUSER, NOTETEXT
                   FROM COMPLAINT_NOTES
                   WHERE CASEID = :WORK-CASEID
                   ORDER BY NOTESEQ
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE CMPLO.
           MOVE LOW-VALUE TO CMPLO.

           IF EIBCALEN = 0
               INITIALIZE CMPL-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO CMPL-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE "COMPLNT" TO AUTH-FUNCTION.
           MOVE "N" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"
               PERFORM 0200-RESOLVE-USER-DEALER
               PERFORM 0000-PROCESS-COMPLAINTS
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
               MOVE "NOT AUTHORIZED TO WORK COMPLAINT CASES" TO
                   CMPLMSGOUT
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

       0000-PROCESS-COMPLAINTS.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1100-SHOW-CASE THRU 1100-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF5
               PERFORM 1200-OPEN-CASE THRU 1200-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1300-ADD-NOTE THRU 1300-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF7
               PERFORM 1400-RESOLVE-CASE THRU 1400-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF8
               PERFORM 1700-SHOW-OPEN-CASES THRU 1700-EXIT

           WHEN EIBAID = DFHPF9
               PERFORM 1800-SHOW-NOTES THRU 1800-EXIT

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
               MOVE "INVALID KEY PRESSED" TO CMPLMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * THE CASE KEYED MUST EXIST AND, FOR A STORE USER, BELONG TO
      * THEIR OWN STORE. THE CASE ROW IS LEFT IN DCLCOMPLAINT-CASES.
      *---------------------------------------
       1050-FIND-CASE.
           MOVE "N" TO CASE-OK.
           IF CPCASEOUT = SPACES OR CPCASEOUT = LOW-VALUE
               MOVE "ENTER THE CASE NUMBER" TO CMPLMSGOUT
               GO TO 1050-EXIT
           END-IF.
           COMPUTE WORK-CASEID = FUNCTION NUMVAL(CPCASEOUT).

           EXEC SQL
               SELECT CASEID, DEALERID, COALESCE(CUSTOMERID, ' '),
                      CUSTNAME, COALESCE(VIN, ' '),
                      COALESCE(CHAR(SALEDATE, ISO), ' '), CATEGORY,
                      SEVERITY, COALESCE(ASSIGNEDTO, ' '),
                      CHAR(DUEDATE, ISO), STATUS,
                      COALESCE(GOODWILLAMOUNT, 0)
                   INTO :CP-CASEID, :CP-DEALERID, :CP-CUSTOMERID,
                        :CP-CUSTNAME, :CP-VIN, :CP-SALEDATE,
                        :CP-CATEGORY, :CP-SEVERITY, :CP-ASSIGNEDTO,
                        :CP-DUEDATE, :CP-STATUS, :CP-GOODWILLAMOUNT
                   FROM COMPLAINT_CASES
                   WHERE CASEID = :WORK-CASEID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "COMPLAINT CASE NOT FOUND" TO CMPLMSGOUT
               GO TO 1050-EXIT
           END-IF.
           IF USER-DEALERID NOT = 0 AND
              USER-DEALERID NOT = CP-DEALERID
               MOVE "THAT CASE BELONGS TO ANOTHER STORE" TO CMPLMSGOUT
               GO TO 1050-EXIT
           END-IF.
           MOVE "Y" TO CASE-OK.

       1050-EXIT.
           CONTINUE.

       1060-CLEAR-PANEL-LINES.
           MOVE 0 TO PANEL-LINE-COUNT.
           MOVE SPACES TO CP-DETAIL-LINE (1) CP-DETAIL-LINE (2)
                          CP-DETAIL-LINE (3) CP-DETAIL-LINE (4)
                          CP-DETAIL-LINE (5) CP-DETAIL-LINE (6)
                          CP-DETAIL-LINE (7) CP-DETAIL-LINE (8).

      *---------------------------------------
      * THE NOTE KEYED, TRIMMED, READY FOR COMPLAINT_NOTES OR THE
      * RESOLUTION. A LENGTH OF ZERO MEANS NOTHING WAS KEYED.
      *---------------------------------------
       1070-TRIM-NOTE.
           IF CPNOTEOUT = SPACES OR CPNOTEOUT = LOW-VALUE
               MOVE SPACES TO CN-NOTETEXT-TEXT
               MOVE 0 TO CN-NOTETEXT-LEN
           ELSE
               MOVE CPNOTEOUT TO CN-NOTETEXT-TEXT
               MOVE 60 TO CN-NOTETEXT-LEN
               PERFORM UNTIL CN-NOTETEXT-LEN = 0 OR
                   CN-NOTETEXT-TEXT (CN-NOTETEXT-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM CN-NOTETEXT-LEN
               END-PERFORM
           END-IF.

      *---------------------------------------
      * ENTER - THE CASE AS IT STANDS, WITH ITS MOST RECENT NOTE.
      *---------------------------------------
       1100-SHOW-CASE.
           MOVE SPACES TO CMPLMSGOUT.
           PERFORM 1050-FIND-CASE THRU 1050-EXIT.
           IF CASE-OK NOT = "Y"
               GO TO 1100-EXIT
           END-IF.

           MOVE CP-DEALERID TO CONVERT-DEALERID.
           MOVE CONVERT-DEALERID TO CPDEALEROUT.
           MOVE CP-CUSTOMERID-TEXT TO CPCUSTIDOUT.
           MOVE CP-CUSTNAME-TEXT TO CPCUSTNAMEOUT.
           MOVE CP-VIN-TEXT TO CPVINOUT.
           MOVE CP-SALEDATE TO CPSALEDTOUT.
           MOVE CP-CATEGORY TO CPCATOUT.
           MOVE CP-SEVERITY TO CPSEVOUT.
           MOVE CP-ASSIGNEDTO TO CPASSIGNOUT.
           MOVE CP-DUEDATE TO CPDUEOUT.
           MOVE CP-STATUS TO CPSTATUSOUT.
           MOVE CP-GOODWILLAMOUNT TO CONVERT-GOODWILL.
           MOVE CONVERT-GOODWILL TO CPGOODWILLOUT.

           MOVE SPACES TO CN-NOTETEXT-TEXT.
           EXEC SQL
               SELECT NOTETEXT INTO :CN-NOTETEXT
                   FROM COMPLAINT_NOTES
                   WHERE CASEID = :WORK-CASEID
                     AND NOTESEQ = (SELECT MAX(NOTESEQ)
                                      FROM COMPLAINT_NOTES
                                     WHERE CASEID = :WORK-CASEID)
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE CN-NOTETEXT-TEXT TO CPNOTEOUT.

           IF CP-STATUS = "R"
               MOVE "CASE IS RESOLVED - PF9 FOR ITS HISTORY" TO
                   CMPLMSGOUT
           ELSE
               MOVE "CASE IS OPEN" TO CMPLMSGOUT
           END-IF.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF5 - OPEN A CASE. THE CUSTOMER MUST BE ON FILE; THE VIN AND
      * DEAL DATE ARE KEYED ONLY WHEN THE COMPLAINT IS ABOUT A CAR
      * OR A DEAL, AND THE DEAL MUST EXIST. THE OWNER MUST HOLD THE
      * COMPLAINT FUNCTION AS A MANAGER - LEFT BLANK, THE STORE'S
      * FIRST SUCH MANAGER IS GIVEN THE CASE. THE KEYED TEXT IS THE
      * OPENING NOTE.
      *---------------------------------------
       1200-OPEN-CASE.
           MOVE SPACES TO CMPLMSGOUT.

           IF USER-DEALERID NOT = 0
               MOVE USER-DEALERID TO WORK-DEALERID
           ELSE
               IF CPDEALEROUT = SPACES OR CPDEALEROUT = LOW-VALUE
                   MOVE "ENTER THE DEALER" TO CMPLMSGOUT
                   GO TO 1200-EXIT
               END-IF
               COMPUTE WORK-DEALERID = FUNCTION NUMVAL(CPDEALEROUT)
           END-IF.
           MOVE 0 TO WORK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WORK-COUNT
                   FROM DEALERSHIP
                   WHERE DEALERID = :WORK-DEALERID
           END-EXEC.
           IF WORK-COUNT = 0
               MOVE "DEALER NOT ON FILE" TO CMPLMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE CPCUSTIDOUT TO WORK-CUSTID.
           IF WORK-CUSTID = SPACES OR WORK-CUSTID = LOW-VALUE
               MOVE "ENTER THE CUSTOMER ID" TO CMPLMSGOUT
               GO TO 1200-EXIT
           END-IF.
           MOVE SPACES TO CUSTNAME-TEXT CUSTPHONE.
           EXEC SQL
               SELECT CUSTNAME, COALESCE(CUSTPHONE, ' ')
                   INTO :CUSTNAME, :CUSTPHONE
                   FROM CUSTOMER
                   WHERE CUSTOMERID = :WORK-CUSTID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "CUSTOMER ID NOT ON FILE" TO CMPLMSGOUT
               GO TO 1200-EXIT
           END-IF.
           MOVE WORK-CUSTID TO CP-CUSTOMERID-TEXT.
           MOVE 10 TO CP-CUSTOMERID-LEN.
           MOVE CUSTNAME-TEXT TO CP-CUSTNAME-TEXT.
           MOVE 35 TO CP-CUSTNAME-LEN.
           MOVE CUSTPHONE TO CP-CUSTPHONE.
           MOVE 0 TO IND-CP-CUSTPHONE.
           IF CP-CUSTPHONE = SPACES
               MOVE -1 TO IND-CP-CUSTPHONE
           END-IF.

           MOVE CPVINOUT TO WORK-VIN.
           IF WORK-VIN = LOW-VALUE
               MOVE SPACES TO WORK-VIN
           END-IF.
           MOVE CPSALEDTOUT TO WORK-SALEDATE.
           IF WORK-SALEDATE = LOW-VALUE
               MOVE SPACES TO WORK-SALEDATE
           END-IF.
           MOVE -1 TO IND-CP-VIN IND-CP-SALEDATE.
           IF WORK-SALEDATE NOT = SPACES AND WORK-VIN = SPACES
               MOVE "A DEAL DATE NEEDS THE VIN OF THE DEAL" TO
                   CMPLMSGOUT
               GO TO 1200-EXIT
           END-IF.
           IF WORK-VIN NOT = SPACES
               MOVE 0 TO WORK-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :WORK-COUNT
                       FROM INVENTORY
                       WHERE VIN = :WORK-VIN
               END-EXEC
               MOVE 0 TO SQLCODE
               IF WORK-COUNT = 0
                   MOVE "VIN NOT FOUND IN INVENTORY" TO CMPLMSGOUT
                   GO TO 1200-EXIT
               END-IF
               MOVE WORK-VIN TO CP-VIN-TEXT
               MOVE 17 TO CP-VIN-LEN
               MOVE 0 TO IND-CP-VIN
           END-IF.
           IF WORK-SALEDATE NOT = SPACES
               MOVE 0 TO WORK-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :WORK-COUNT
                       FROM SALES
                       WHERE VIN = :WORK-VIN
                         AND SALEDATE = DATE(:WORK-SALEDATE)
               END-EXEC
               MOVE 0 TO SQLCODE
               IF WORK-COUNT = 0
                   MOVE "NO DEAL ON FILE FOR THAT VIN AND DATE" TO
                       CMPLMSGOUT
                   GO TO 1200-EXIT
               END-IF
               MOVE WORK-SALEDATE TO CP-SALEDATE
               MOVE 0 TO IND-CP-SALEDATE
           END-IF.

           MOVE CPCATOUT TO CP-CATEGORY.
           IF CP-CATEGORY NOT = "SALE" AND NOT = "FI  " AND
              NOT = "SERV" AND NOT = "DELV" AND NOT = "VEHC" AND
              NOT = "TITL" AND NOT = "CSI " AND NOT = "OTHR"
               MOVE "CATEGORY SALE FI SERV DELV VEHC TITL CSI OTHR" TO
                   CMPLMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE CPSEVOUT TO CP-SEVERITY.
           EVALUATE CP-SEVERITY
               WHEN "H"
                   MOVE 2 TO WORK-DUE-DAYS
               WHEN "M"
                   MOVE 5 TO WORK-DUE-DAYS
               WHEN "L"
                   MOVE 10 TO WORK-DUE-DAYS
               WHEN OTHER
                   MOVE "SEVERITY MUST BE H, M OR L" TO CMPLMSGOUT
                   GO TO 1200-EXIT
           END-EVALUATE.

           MOVE CPDUEOUT TO WORK-DUEDATE.
           IF WORK-DUEDATE = SPACES OR WORK-DUEDATE = LOW-VALUE
               EXEC SQL
                   SELECT CHAR(CURRENT DATE + :WORK-DUE-DAYS DAYS, ISO)
                       INTO :WORK-DUEDATE
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
           ELSE
               MOVE 0 TO WORK-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :WORK-COUNT
                       FROM SYSIBM.SYSDUMMY1
                       WHERE DATE(:WORK-DUEDATE) >= CURRENT DATE
               END-EXEC
               MOVE 0 TO SQLCODE
               IF WORK-COUNT = 0
                   MOVE "DUE DATE INVALID OR IN THE PAST" TO CMPLMSGOUT
                   GO TO 1200-EXIT
               END-IF
           END-IF.

           MOVE CPASSIGNOUT TO WORK-ASSIGNEDTO.
           IF WORK-ASSIGNEDTO = SPACES OR WORK-ASSIGNEDTO = LOW-VALUE
               PERFORM 1250-FIND-CASE-MANAGER
               IF WORK-ASSIGNEDTO = SPACES
                   MOVE "NO COMPLAINT MANAGER FOR THIS STORE - KEY ONE"
                       TO CMPLMSGOUT
                   GO TO 1200-EXIT
               END-IF
           ELSE
               MOVE 0 TO WORK-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :WORK-COUNT
                       FROM USER_AUTHORITY
                       WHERE USERID = :WORK-ASSIGNEDTO
                         AND FUNCTIONCODE = 'COMPLNT'
                         AND USERROLE = 'MANAGER'
               END-EXEC
               MOVE 0 TO SQLCODE
               IF WORK-COUNT = 0
                   MOVE "CASE OWNER MUST BE A COMPLAINT MANAGER" TO
                       CMPLMSGOUT
                   GO TO 1200-EXIT
               END-IF
           END-IF.

           PERFORM 1070-TRIM-NOTE.
           IF CN-NOTETEXT-LEN = 0
               MOVE "ENTER WHAT THE CUSTOMER IS COMPLAINING ABOUT" TO
                   CMPLMSGOUT
               GO TO 1200-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(CASEID), 0) + 1
                   INTO :WORK-CASEID
                   FROM COMPLAINT_CASES
           END-EXEC.

           EXEC SQL
               INSERT INTO COMPLAINT_CASES
                   (CASEID, DEALERID, CUSTOMERID, CUSTNAME, CUSTPHONE,
                    VIN, SALEDATE, CATEGORY, SEVERITY, SOURCE,
                    ASSIGNEDTO, OPENDATE, DUEDATE, STATUS)
                   VALUES
                   (:WORK-CASEID, :WORK-DEALERID, :CP-CUSTOMERID,
                    :CP-CUSTNAME, :CP-CUSTPHONE :IND-CP-CUSTPHONE,
                    :CP-VIN :IND-CP-VIN,
                    :CP-SALEDATE :IND-CP-SALEDATE,
                    :CP-CATEGORY, :CP-SEVERITY, 'P', :WORK-ASSIGNEDTO,
                    CURRENT DATE, DATE(:WORK-DUEDATE), 'O')
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR OPENING COMPLAINT CASE" TO CMPLMSGOUT
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1350-WRITE-NOTE.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR WRITING CASE NOTE" TO CMPLMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE WORK-CASEID TO CONVERT-CASEID.
           MOVE SPACES TO AUDIT-KEY.
           STRING "CASE" CONVERT-CASEID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "OPENED " CP-CATEGORY " SEV " CP-SEVERITY
                  " CUST " WORK-CUSTID " OWNER " WORK-ASSIGNEDTO
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE CONVERT-CASEID TO CPCASEOUT.
           MOVE CUSTNAME-TEXT TO CPCUSTNAMEOUT.
           MOVE WORK-ASSIGNEDTO TO CPASSIGNOUT.
           MOVE WORK-DUEDATE TO CPDUEOUT.
           MOVE "O" TO CPSTATUSOUT.
           STRING "CASE " CONVERT-CASEID " OPENED, DUE " WORK-DUEDATE
               DELIMITED BY SIZE INTO CMPLMSGOUT.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE DEFAULT CASE OWNER - THE LOWEST USERID HOLDING THE
      * COMPLAINT FUNCTION AS A MANAGER AT THE STORE. SPACES IF THE
      * STORE HAS NONE. GAM0VSV USES THE SAME RULE.
      *---------------------------------------
       1250-FIND-CASE-MANAGER.
           MOVE SPACES TO WORK-ASSIGNEDTO.
           EXEC SQL
               SELECT COALESCE(MIN(USERID), ' ')
                   INTO :WORK-ASSIGNEDTO
                   FROM USER_AUTHORITY
                   WHERE FUNCTIONCODE = 'COMPLNT'
                     AND USERROLE = 'MANAGER'
                     AND DEALERID = :WORK-DEALERID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO WORK-ASSIGNEDTO
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * PF6 - ADD A NOTE TO AN OPEN CASE.
      *---------------------------------------
       1300-ADD-NOTE.
           MOVE SPACES TO CMPLMSGOUT.
           PERFORM 1050-FIND-CASE THRU 1050-EXIT.
           IF CASE-OK NOT = "Y"
               GO TO 1300-EXIT
           END-IF.
           IF CP-STATUS NOT = "O"
               MOVE "CASE IS RESOLVED - NO FURTHER NOTES" TO CMPLMSGOUT
               GO TO 1300-EXIT
           END-IF.

           PERFORM 1070-TRIM-NOTE.
           IF CN-NOTETEXT-LEN = 0
               MOVE "ENTER THE NOTE" TO CMPLMSGOUT
               GO TO 1300-EXIT
           END-IF.

           PERFORM 1350-WRITE-NOTE.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR WRITING CASE NOTE" TO CMPLMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE WORK-CASEID TO CONVERT-CASEID.
           MOVE SPACES TO AUDIT-KEY.
           STRING "CASE" CONVERT-CASEID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "NOTE " CN-NOTETEXT-TEXT
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE "NOTE ADDED TO CASE" TO CMPLMSGOUT.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE NEXT NOTE ON WORK-CASEID, FROM CN-NOTETEXT, STAMPED WITH
      * THE SIGNED-ON USER AND THE TIME.
      *---------------------------------------
       1350-WRITE-NOTE.
           EXEC SQL
               SELECT COALESCE(MAX(NOTESEQ), 0) + 1
                   INTO :CN-NOTESEQ
                   FROM COMPLAINT_NOTES
                   WHERE CASEID = :WORK-CASEID
           END-EXEC.

           EXEC SQL
               INSERT INTO COMPLAINT_NOTES
                   (CASEID, NOTESEQ, NOTETS, NOTEUSER, NOTETEXT)
                   VALUES
                   (:WORK-CASEID, :CN-NOTESEQ, CURRENT TIMESTAMP,
                    :AUDIT-USER, :CN-NOTETEXT)
           END-EXEC.

      *---------------------------------------
      * PF7 - RESOLVE THE CASE (MANAGER ROLE). THE KEYED TEXT IS THE
      * RESOLUTION AND THE GOODWILL FIELD ANY DOLLARS GIVEN BACK,
      * WHICH GAM0VGL POSTS TONIGHT. IF THE CASE HAD GONE PAST DUE
      * ITS ESCALATION IS CLOSED WITH IT.
      *---------------------------------------
       1400-RESOLVE-CASE.
           MOVE SPACES TO CMPLMSGOUT.

           MOVE "COMPLNT" TO AUTH-FUNCTION.
           MOVE "Y" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.
           IF AUTH-OK NOT = "Y"
               MOVE "NOT AUTHORIZED TO RESOLVE COMPLAINT CASES" TO
                   CMPLMSGOUT
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1050-FIND-CASE THRU 1050-EXIT.
           IF CASE-OK NOT = "Y"
               GO TO 1400-EXIT
           END-IF.
           IF CP-STATUS NOT = "O"
               MOVE "CASE IS ALREADY RESOLVED" TO CMPLMSGOUT
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1070-TRIM-NOTE.
           IF CN-NOTETEXT-LEN = 0
               MOVE "ENTER THE RESOLUTION" TO CMPLMSGOUT
               GO TO 1400-EXIT
           END-IF.

           IF CPGOODWILLOUT = SPACES OR CPGOODWILLOUT = LOW-VALUE
               MOVE 0 TO WORK-GOODWILL
           ELSE
               COMPUTE WORK-GOODWILL = FUNCTION NUMVAL(CPGOODWILLOUT)
           END-IF.
           IF WORK-GOODWILL < 0
               MOVE "GOODWILL CANNOT BE NEGATIVE" TO CMPLMSGOUT
               GO TO 1400-EXIT
           END-IF.

           MOVE CN-NOTETEXT-TEXT TO CP-RESOLUTION-TEXT.
           MOVE CN-NOTETEXT-LEN TO CP-RESOLUTION-LEN.
           EXEC SQL
               UPDATE COMPLAINT_CASES
                  SET STATUS = 'R',
                      RESOLVEDDATE = CURRENT DATE,
                      RESOLVEDBY = :AUDIT-USER,
                      RESOLUTION = :CP-RESOLUTION,
                      GOODWILLAMOUNT = :WORK-GOODWILL
                WHERE CASEID = :WORK-CASEID
                  AND STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR RESOLVING COMPLAINT CASE" TO CMPLMSGOUT
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1350-WRITE-NOTE.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR WRITING CASE NOTE" TO CMPLMSGOUT
               GO TO 1400-EXIT
           END-IF.

           MOVE WORK-CASEID TO CASE-PSEUDO-ID.
           EXEC SQL
               UPDATE EXCEPTIONS
                  SET STATUS = 'R',
                      RESOLVEDBY = :AUDIT-USER,
                      RESOLVEDDATE = CURRENT DATE,
                      RESOLUTION = 'CASECLSD'
                WHERE EXCTYPE = 'CMPL'
                  AND VIN = :CASE-PSEUDO-VIN
                  AND STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR CLOSING CASE ESCALATION" TO CMPLMSGOUT
               GO TO 1400-EXIT
           END-IF.

           MOVE WORK-CASEID TO CONVERT-CASEID.
           MOVE WORK-GOODWILL TO CONVERT-GOODWILL.
           MOVE SPACES TO AUDIT-KEY.
           STRING "CASE" CONVERT-CASEID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE "STATUS O" TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "RESOLVED GOODWILL " CONVERT-GOODWILL
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE "R" TO CPSTATUSOUT.
           MOVE CONVERT-GOODWILL TO CPGOODWILLOUT.
           MOVE "CASE RESOLVED" TO CMPLMSGOUT.

       1400-EXIT.
           CONTINUE.

       1600-WRITE-AUDIT.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VCP',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

      *---------------------------------------
      * PF8 - THE STORE'S OPEN CASES. A STORE USER ALWAYS GETS THEIR
      * OWN STORE; HEAD OFFICE GETS THE DEALER KEYED.
      *---------------------------------------
       1700-SHOW-OPEN-CASES.
           MOVE SPACES TO CMPLMSGOUT.
           IF USER-DEALERID NOT = 0
               MOVE USER-DEALERID TO WORK-DEALERID
           ELSE
               IF CPDEALEROUT = SPACES OR CPDEALEROUT = LOW-VALUE
                   MOVE "ENTER THE DEALER" TO CMPLMSGOUT
                   PERFORM 1900-SEND-MAP
                   GO TO 1700-EXIT
               END-IF
               COMPUTE WORK-DEALERID = FUNCTION NUMVAL(CPDEALEROUT)
           END-IF.

           PERFORM 1060-CLEAR-PANEL-LINES.
           MOVE WORK-DEALERID TO CONVERT-DEALERID.
           MOVE SPACES TO CP-LINE-1.
           STRING "GAM0VCP OPEN COMPLAINT CASES - DEALER "
                  CONVERT-DEALERID
               DELIMITED BY SIZE INTO CP-LINE-1.

           EXEC SQL OPEN CPOPENCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH CPOPENCURSOR
                      INTO :CP-CASEID, :CP-CUSTNAME, :CP-CATEGORY,
                           :CP-SEVERITY, :CP-ASSIGNEDTO, :CP-DUEDATE
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PANEL-LINE-COUNT
                 MOVE CP-CASEID TO CONVERT-CASEID
                 MOVE SPACES TO PANEL-LINE-TEXT
                 STRING CONVERT-CASEID " "
                        CP-CUSTNAME-TEXT (1:CP-CUSTNAME-LEN)
                     DELIMITED BY SIZE INTO PANEL-LINE-TEXT
                 MOVE CP-CATEGORY TO PANEL-LINE-TEXT (47:4)
                 MOVE CP-SEVERITY TO PANEL-LINE-TEXT (52:1)
                 MOVE CP-ASSIGNEDTO TO PANEL-LINE-TEXT (54:8)
                 MOVE CP-DUEDATE TO PANEL-LINE-TEXT (63:10)
                 MOVE PANEL-LINE-TEXT TO
                     CP-DETAIL-LINE (PANEL-LINE-COUNT)
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CPOPENCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO OPEN COMPLAINT CASES FOR THIS DEALER" TO
                 CP-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(CP-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1700-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF9 - THE CASE'S NOTES, OLDEST FIRST.
      *---------------------------------------
       1800-SHOW-NOTES.
           MOVE SPACES TO CMPLMSGOUT.
           PERFORM 1050-FIND-CASE THRU 1050-EXIT.
           IF CASE-OK NOT = "Y"
               PERFORM 1900-SEND-MAP
               GO TO 1800-EXIT
           END-IF.

           PERFORM 1060-CLEAR-PANEL-LINES.
           MOVE WORK-CASEID TO CONVERT-CASEID.
           MOVE SPACES TO CP-LINE-1.
           STRING "GAM0VCP NOTES - CASE " CONVERT-CASEID " "
                  CP-CUSTNAME-TEXT (1:CP-CUSTNAME-LEN)
               DELIMITED BY SIZE INTO CP-LINE-1.

           EXEC SQL OPEN CPNOTECURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH CPNOTECURSOR
                      INTO :CP-OPENDATE, :CN-NOTEUSER, :CN-NOTETEXT
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PANEL-LINE-COUNT
                 MOVE SPACES TO PANEL-LINE-TEXT
                 STRING CP-OPENDATE " " CN-NOTEUSER " "
                        CN-NOTETEXT-TEXT (1:CN-NOTETEXT-LEN)
                     DELIMITED BY SIZE INTO PANEL-LINE-TEXT
                 MOVE PANEL-LINE-TEXT TO
                     CP-DETAIL-LINE (PANEL-LINE-COUNT)
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CPNOTECURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO NOTES ON THIS CASE" TO CP-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(CP-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1800-EXIT.
           CONTINUE.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVCP1')
               MAPSET('GAM0MDL')
               FROM(CMPLO)
               ERASE
           END-EXEC.
