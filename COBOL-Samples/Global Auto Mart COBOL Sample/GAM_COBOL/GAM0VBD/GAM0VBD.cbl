      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VBD.cbl                                     *
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
      * ONLINE BUSINESS CALENDAR. MAINTAINS BUSINESS_CALENDAR, THE
      * DAYS BEYOND THE WEEKEND THAT ARE NOT BUSINESS DAYS, WHICH
      * EVERY BUSINESS-DAY COUNT IN THE SYSTEM READS (GAM0BBD)
      * (TITLE DEADLINES, LIEN AND FLOOR-PLAN PAYOFF WINDOWS, HOLD
      * EXPIRY WARNINGS, EXCEPTION ESCALATION, THE TEST-DRIVE BOOK):
      *   ENTER LISTS THE CLOSED DAYS FROM THE DATE KEYED (TODAY IF
      *         NONE) - COMPANY HOLIDAYS, THE STATE KEYED, AND THE
      *         STORE'S OWN CLOSURES - AND THE STORE'S NEXT BUSINESS
      *         DAY;
      *   PF5   ADDS A CLOSED DAY (MANAGER ROLE);
      *   PF6   TAKES ONE OFF AGAIN (MANAGER ROLE).
      * A CLOSED DAY IS A COMPANY HOLIDAY (NO DEALER, NO STATE), A
      * STATE HOLIDAY (STATE KEYED) OR A STORE CLOSURE (DEALER
      * KEYED). A STORE USER WORKS ONLY THEIR OWN STORE'S CLOSURES;
      * COMPANY AND STATE HOLIDAYS ARE HEAD OFFICE'S. A DAY ALREADY
      * PAST CAN'T BE CHANGED - LAST NIGHT'S DEADLINES WERE SET BY
      * IT. EVERY CHANGE IS AUDITED.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VBD.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE BUSINESS CALENDAR BMS MAP
      *---------------------------------------
       COPY GAM0MDM.
       01  CALO REDEFINES GAMVBD1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  BDDEALEROUT             PIC X(5).
           05  FILLER                  PIC X(9).
           05  BDSTATEOUT              PIC X(2).
           05  FILLER                  PIC X(9).
           05  BDDATEOUT               PIC X(10).
           05  FILLER                  PIC X(9).
           05  BDDESCOUT               PIC X(30).
           05  FILLER                  PIC X(9).
           05  BDMSGOUT                PIC X(60).

       01  CAL-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  BC-PANEL.
           05  BC-LINE-1   PIC X(79).
           05  BC-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  BC-LINE-LAST PIC X(79) VALUE
               "PF5=ADD CLOSED DAY PF6=REMOVE CLOSED DAY PF3=EXIT".

       01  WORK-DEALERID               PIC S9(9) USAGE COMP.
       01  WORK-STATE                  PIC X(2).
       01  WORK-DATE                   PIC X(10).
       01  WORK-TODAY                  PIC X(10).
       01  WORK-DATE-OK                PIC X(1).
       01  USER-DEALERID               PIC S9(9) USAGE COMP.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-DEALERID            PIC 9(5).

       COPY GAM0BBC.
       COPY GAM0BBD.
       COPY GAM0BAW.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * CLOSED DAYS FROM THE DATE ASKED FOR: COMPANY HOLIDAYS, THE
      * STATE'S HOLIDAYS IF ONE IS KEYED (ALL STATES IF NOT), AND
      * THE STORE'S OWN CLOSURES.
      *---------------------------------------
       EXEC SQL
           DECLARE BDCALCURSOR CURSOR FOR
               SELECT CHAR(CALDATE, ISO), DEALERID, STATEABBR,
                      DESCRIPTION
                   FROM BUSINESS_CALENDAR
                   WHERE CALDATE >= DATE(:WORK-DATE)
                     AND (DEALERID = 0 OR DEALERID = :WORK-DEALERID)
                     AND (STATEABBR = ' ' OR :WORK-STATE = ' '
                          OR STATEABBR = :WORK-STATE)
                   ORDER BY CALDATE, DEALERID, STATEABBR
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE CALO.
           MOVE LOW-VALUE TO CALO.

           IF EIBCALEN = 0
               INITIALIZE CAL-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO CAL-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE "CALMAINT" TO AUTH-FUNCTION.
           MOVE "N" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"
               PERFORM 0200-RESOLVE-USER-DEALER
               PERFORM 0000-PROCESS-CALENDAR
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
               MOVE "NOT AUTHORIZED TO WORK THE BUSINESS CALENDAR" TO
                   BDMSGOUT
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

       0000-PROCESS-CALENDAR.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1100-SHOW-CALENDAR THRU 1100-EXIT

           WHEN EIBAID = DFHPF5
               PERFORM 1300-ADD-CLOSED-DAY THRU 1300-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1400-REMOVE-CLOSED-DAY THRU 1400-EXIT
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
               MOVE "INVALID KEY PRESSED" TO BDMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * THE DEALER, STATE AND DATE KEYED. A STORE USER IS ALWAYS
      * THEIR OWN STORE. A BLANK DATE IS TODAY; ANYTHING ELSE MUST
      * BE A REAL YYYY-MM-DD DATE.
      *---------------------------------------
       1050-GET-KEYS.
           MOVE "N" TO WORK-DATE-OK.
           IF USER-DEALERID NOT = 0
               MOVE USER-DEALERID TO WORK-DEALERID
           ELSE
               IF BDDEALEROUT = SPACES OR BDDEALEROUT = LOW-VALUE
                   MOVE 0 TO WORK-DEALERID
               ELSE
                   COMPUTE WORK-DEALERID = FUNCTION NUMVAL(BDDEALEROUT)
               END-IF
           END-IF.

           IF BDSTATEOUT = SPACES OR BDSTATEOUT = LOW-VALUE
               MOVE SPACES TO WORK-STATE
           ELSE
               MOVE BDSTATEOUT TO WORK-STATE
           END-IF.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WORK-TODAY
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF BDDATEOUT = SPACES OR BDDATEOUT = LOW-VALUE
               MOVE WORK-TODAY TO WORK-DATE
           ELSE
               MOVE BDDATEOUT TO WORK-DATE
               EXEC SQL
                   SELECT CHAR(DATE(:WORK-DATE), ISO)
                       INTO :WORK-DATE
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "DATE MUST BE YYYY-MM-DD" TO BDMSGOUT
                   GO TO 1050-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO WORK-DATE-OK.

       1050-EXIT.
           CONTINUE.

       1060-CLEAR-PANEL-LINES.
           MOVE 0 TO PANEL-LINE-COUNT.
           MOVE SPACES TO BC-DETAIL-LINE (1) BC-DETAIL-LINE (2)
                          BC-DETAIL-LINE (3) BC-DETAIL-LINE (4)
                          BC-DETAIL-LINE (5) BC-DETAIL-LINE (6)
                          BC-DETAIL-LINE (7) BC-DETAIL-LINE (8).

      *---------------------------------------
      * ENTER - THE NEXT CLOSED DAYS, AND THE STORE'S NEXT BUSINESS
      * DAY AFTER TODAY BY THE SAME RULE THE BATCH USES.
      *---------------------------------------
       1100-SHOW-CALENDAR.
           MOVE SPACES TO BDMSGOUT.
           PERFORM 1050-GET-KEYS THRU 1050-EXIT.
           IF WORK-DATE-OK NOT = "Y"
               PERFORM 1900-SEND-MAP
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1060-CLEAR-PANEL-LINES.
           MOVE WORK-DEALERID TO CONVERT-DEALERID.
           MOVE SPACES TO BC-LINE-1.
           STRING "GAM0VBD CLOSED DAYS FROM " WORK-DATE
                  " - DEALER " CONVERT-DEALERID
                  " STATE " WORK-STATE
               DELIMITED BY SIZE INTO BC-LINE-1.

           EXEC SQL OPEN BDCALCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 7
              EXEC SQL
                  FETCH BDCALCURSOR
                      INTO :BC-CALDATE, :BC-DEALERID, :BC-STATEABBR,
                           :BC-DESCRIPTION
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PANEL-LINE-COUNT
                 MOVE SPACES TO PANEL-LINE-TEXT
                 MOVE BC-CALDATE TO PANEL-LINE-TEXT (1:10)
                 EVALUATE TRUE
                 WHEN BC-DEALERID NOT = 0
                    MOVE BC-DEALERID TO CONVERT-DEALERID
                    STRING "STORE " CONVERT-DEALERID
                        DELIMITED BY SIZE INTO PANEL-LINE-TEXT (12:12)
                 WHEN BC-STATEABBR NOT = SPACES
                    STRING "STATE " BC-STATEABBR
                        DELIMITED BY SIZE INTO PANEL-LINE-TEXT (12:12)
                 WHEN OTHER
                    MOVE "COMPANY" TO PANEL-LINE-TEXT (12:12)
                 END-EVALUATE
                 MOVE BC-DESCRIPTION-TEXT (1:BC-DESCRIPTION-LEN) TO
                     PANEL-LINE-TEXT (25:30)
                 MOVE PANEL-LINE-TEXT TO
                     BC-DETAIL-LINE (PANEL-LINE-COUNT)
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE BDCALCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO CLOSED DAYS ON THE CALENDAR FROM THIS DATE" TO
                 BC-DETAIL-LINE (1)
           END-IF.

           MOVE WORK-DEALERID TO BD-DEALERID.
           MOVE WORK-STATE TO BD-STATEABBR.
           MOVE WORK-TODAY TO BD-FROM-DATE.
           MOVE 1 TO BD-DAYS.
           PERFORM 9700-ADD-BUSINESS-DAYS.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING "NEXT BUSINESS DAY AFTER TODAY: " BD-RESULT-DATE
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           MOVE PANEL-LINE-TEXT TO BC-DETAIL-LINE (8).

           EXEC CICS SEND TEXT FROM(BC-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF5 AND PF6 - MANAGER ROLE, A DATE NOT YET PAST, AND NO
      * MORE THAN ONE OF DEALER AND STATE. COMPANY AND STATE
      * HOLIDAYS ARE HEAD OFFICE'S TO SET.
      *---------------------------------------
       1200-CHECK-CHANGE.
           MOVE "N" TO WORK-DATE-OK.

           MOVE "CALMAINT" TO AUTH-FUNCTION.
           MOVE "Y" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.
           IF AUTH-OK NOT = "Y"
               MOVE "NOT AUTHORIZED TO CHANGE THE BUSINESS CALENDAR" TO
                   BDMSGOUT
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1050-GET-KEYS THRU 1050-EXIT.
           IF WORK-DATE-OK NOT = "Y"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WORK-DATE-OK.

           IF BDDATEOUT = SPACES OR BDDATEOUT = LOW-VALUE
               MOVE "ENTER THE DATE" TO BDMSGOUT
               GO TO 1200-EXIT
           END-IF.
           IF WORK-DATE < WORK-TODAY
               MOVE "THAT DAY IS PAST AND CAN'T BE CHANGED" TO BDMSGOUT
               GO TO 1200-EXIT
           END-IF.
           IF WORK-DEALERID NOT = 0 AND WORK-STATE NOT = SPACES
               MOVE "KEY A DEALER OR A STATE, NOT BOTH" TO BDMSGOUT
               GO TO 1200-EXIT
           END-IF.
           IF USER-DEALERID NOT = 0 AND WORK-STATE NOT = SPACES
               MOVE "STATE HOLIDAYS ARE SET BY HEAD OFFICE" TO BDMSGOUT
               GO TO 1200-EXIT
           END-IF.
           MOVE "Y" TO WORK-DATE-OK.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF5 - ADD A CLOSED DAY.
      *---------------------------------------
       1300-ADD-CLOSED-DAY.
           MOVE SPACES TO BDMSGOUT.
           PERFORM 1200-CHECK-CHANGE THRU 1200-EXIT.
           IF WORK-DATE-OK NOT = "Y"
               GO TO 1300-EXIT
           END-IF.

           IF BDDESCOUT = SPACES OR BDDESCOUT = LOW-VALUE
               MOVE "ENTER WHAT THE DAY IS (HOLIDAY, CLOSURE REASON)" TO
                   BDMSGOUT
               GO TO 1300-EXIT
           END-IF.
           MOVE BDDESCOUT TO BC-DESCRIPTION-TEXT.
           MOVE 30 TO BC-DESCRIPTION-LEN.
           PERFORM UNTIL BC-DESCRIPTION-LEN = 0 OR
               BC-DESCRIPTION-TEXT (BC-DESCRIPTION-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM BC-DESCRIPTION-LEN
           END-PERFORM.

           EXEC SQL
               INSERT INTO BUSINESS_CALENDAR
                   (CALDATE, DEALERID, STATEABBR, DESCRIPTION,
                    ADDEDBY, ADDEDTS)
                   VALUES
                   (DATE(:WORK-DATE), :WORK-DEALERID, :WORK-STATE,
                    :BC-DESCRIPTION, :AUDIT-USER, CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = -803
               MOVE "THAT DAY IS ALREADY CLOSED FOR THIS SCOPE" TO
                   BDMSGOUT
               GO TO 1300-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR ADDING CLOSED DAY" TO BDMSGOUT
               GO TO 1300-EXIT
           END-IF.

           PERFORM 1500-AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "CLOSED " BC-DESCRIPTION-TEXT (1:BC-DESCRIPTION-LEN)
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE "CLOSED DAY ADDED" TO BDMSGOUT.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF6 - TAKE A CLOSED DAY OFF; THE DAY IS A BUSINESS DAY AGAIN
      * FROM TONIGHT'S RUNS ON.
      *---------------------------------------
       1400-REMOVE-CLOSED-DAY.
           MOVE SPACES TO BDMSGOUT.
           PERFORM 1200-CHECK-CHANGE THRU 1200-EXIT.
           IF WORK-DATE-OK NOT = "Y"
               GO TO 1400-EXIT
           END-IF.

           EXEC SQL
               SELECT DESCRIPTION
                   INTO :BC-DESCRIPTION
                   FROM BUSINESS_CALENDAR
                   WHERE CALDATE = DATE(:WORK-DATE)
                     AND DEALERID = :WORK-DEALERID
                     AND STATEABBR = :WORK-STATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "THAT DAY IS NOT CLOSED FOR THIS SCOPE" TO BDMSGOUT
               GO TO 1400-EXIT
           END-IF.

           EXEC SQL
               DELETE FROM BUSINESS_CALENDAR
                   WHERE CALDATE = DATE(:WORK-DATE)
                     AND DEALERID = :WORK-DEALERID
                     AND STATEABBR = :WORK-STATE
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR REMOVING CLOSED DAY" TO BDMSGOUT
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1500-AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "CLOSED " BC-DESCRIPTION-TEXT (1:BC-DESCRIPTION-LEN)
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE "REMOVED - BUSINESS DAY" TO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE "CLOSED DAY REMOVED" TO BDMSGOUT.

       1400-EXIT.
           CONTINUE.

       1500-AUDIT-KEY.
           MOVE WORK-DEALERID TO CONVERT-DEALERID.
           MOVE SPACES TO AUDIT-KEY.
           STRING "CAL" WORK-DATE (3:2) WORK-DATE (6:2)
                  WORK-DATE (9:2) WORK-STATE CONVERT-DEALERID
               DELIMITED BY SIZE INTO AUDIT-KEY.

       1600-WRITE-AUDIT.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VBD',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVBD1')
               MAPSET('GAM0MDM')
               FROM(CALO)
               ERASE
           END-EXEC.

      *---------------------------------------
      * BUSINESS-DAY ROUTINES OVER THE GAM0BBD WORK AREA - SEE
      * GAM0BBD FOR THE ENTRY POINTS. EVERY PROGRAM THAT COUNTS
      * BUSINESS DAYS CARRIES THE SAME CODE, SO THEY ALL COUNT THEM
      * THE SAME WAY - CHANGE THEM ALL TOGETHER. NO ANSWER IS MORE
      * THAN A YEAR OF CALENDAR DAYS FROM THE STARTING DATE.
      *---------------------------------------
       9700-ADD-BUSINESS-DAYS.
           MOVE 0 TO BD-SQLCODE.
           MOVE 0 TO BD-COUNT.
           MOVE 0 TO BD-CAL-DAYS.
           MOVE BD-FROM-DATE TO BD-STEP-DATE.
           IF BD-DAYS NOT > 0
               MOVE 0 TO BD-STEP
               PERFORM 9740-STEP-CALENDAR
           END-IF.
           MOVE 1 TO BD-STEP.
           IF BD-DAYS NOT > 0
               PERFORM UNTIL BD-STEP-OPEN OR BD-CAL-DAYS > 366
                   ADD 1 TO BD-CAL-DAYS
                   PERFORM 9740-STEP-CALENDAR
               END-PERFORM
           ELSE
               PERFORM UNTIL BD-COUNT >= BD-DAYS OR BD-CAL-DAYS > 366
                   ADD 1 TO BD-CAL-DAYS
                   PERFORM 9740-STEP-CALENDAR
                   IF BD-STEP-OPEN
                       ADD 1 TO BD-COUNT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE BD-STEP-DATE TO BD-RESULT-DATE.

      *---------------------------------------
      * MOVE BD-STEP-DATE BY BD-STEP DAYS (-1, 0 OR +1) AND SAY
      * WHETHER THE DAY LANDED ON IS A BUSINESS DAY. DAYOFWEEK
      * RETURNS 1=SUNDAY THROUGH 7=SATURDAY. IF THE CALENDAR CAN'T
      * BE READ THE DATE STILL MOVES AND ONLY THE WEEKEND COUNTS.
      *---------------------------------------
       9740-STEP-CALENDAR.
           MOVE 0 TO BD-STEP-CLOSED.
           EXEC SQL
               SELECT CHAR(DATE(:BD-STEP-DATE) + :BD-STEP DAYS, ISO),
                      DAYOFWEEK(DATE(:BD-STEP-DATE) + :BD-STEP DAYS),
                      (SELECT COUNT(*)
                          FROM BUSINESS_CALENDAR C
                          WHERE C.CALDATE =
                                DATE(:BD-STEP-DATE) + :BD-STEP DAYS
                            AND ((C.DEALERID = 0
                                  AND C.STATEABBR = ' ')
                              OR (C.DEALERID = :BD-DEALERID
                                  AND C.DEALERID <> 0)
                              OR (C.STATEABBR = :BD-STATEABBR
                                  AND C.STATEABBR <> ' ')))
                   INTO :BD-STEP-DATE, :BD-STEP-WEEKDAY,
                        :BD-STEP-CLOSED
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO BD-SQLCODE
               MOVE 0 TO BD-STEP-CLOSED
               EXEC SQL
                   SELECT CHAR(DATE(:BD-STEP-DATE) + :BD-STEP DAYS,
                               ISO),
                          DAYOFWEEK(DATE(:BD-STEP-DATE)
                                    + :BD-STEP DAYS)
                       INTO :BD-STEP-DATE, :BD-STEP-WEEKDAY
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF BD-STEP-CLOSED > 0
              OR BD-STEP-WEEKDAY = 1
              OR BD-STEP-WEEKDAY = 7
               SET BD-STEP-SHUT TO TRUE
           ELSE
               SET BD-STEP-OPEN TO TRUE
           END-IF.
           MOVE 0 TO SQLCODE.
