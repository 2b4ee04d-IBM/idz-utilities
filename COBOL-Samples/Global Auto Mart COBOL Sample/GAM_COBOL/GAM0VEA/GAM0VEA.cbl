      * EXCEPTION ESCALATION REPORT. BATCH PROGRAM (NO COMMAREA,
      * LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS) LISTING
      * OPEN EXCEPTIONS OLDER THAN THE ESCALATION WINDOW (SYSIN
      * CARD, DEFAULT 7 BUSINESS DAYS BY THE STORE'S CALENDAR -
      * GAM0BBD), OLDEST FIRST - UNWORKED EXCEPTIONS USED TO SIT
      * FOR WEEKS; NOW THEY LAND ON SOMEBODY'S DESK.
      * A 'CMPL' EXCEPTION (GAM0VCK) IS A COMPLAINT CASE ALREADY PAST
      * ITS DUE DATE, SO IT IS LISTED THE NIGHT IT IS RAISED.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VEA.
       WORKING-STORAGE SECTION.

       COPY GAM0BEX.
       COPY GAM0BBD.

       01 SCHEMA-CONNECT        PIC X(8).

       01 ESCALATE-DAYS         PIC S9(9) USAGE COMP VALUE 7.

       01 EA-AGE-DAYS           PIC S9(9) USAGE COMP.
       01 EA-DEALERID           PIC S9(9) USAGE COMP.
       01 EA-TODAY              PIC X(10).
       01 ESCALATED-COUNT       PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       EXEC SQL
           DECLARE ESCALCURSOR CURSOR FOR
               SELECT EXCEPTIONID, EXCTYPE, VIN, DATEFOUND,
                      DAYS(CURRENT DATE) - DAYS(DATEFOUND),
                      COALESCE(DEALERID, 0)
                   FROM EXCEPTIONS
                   WHERE STATUS = 'O'
                     AND (DATEFOUND < CURRENT DATE
                                      - :ESCALATE-DAYS DAYS
                          OR EXCTYPE = 'CMPL')
                   ORDER BY DATEFOUND, EXCEPTIONID
           END-EXEC.

           PERFORM 0100-READ-CONTROL-CARD.

           DISPLAY "EXCEPTION ESCALATION REPORT".
           DISPLAY "OPEN LONGER THAN " ESCALATE-DAYS
              " BUSINESS DAYS".

           PERFORM 1000-REPORT-ESCALATIONS.


       1000-REPORT-ESCALATIONS.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :EA-TODAY
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EXEC SQL OPEN ESCALCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              EXEC SQL
                  FETCH ESCALCURSOR
                      INTO :EXCEPTIONID, :EXCTYPE, :EX-VIN-TEXT,
                           :DATEFOUND, :EA-AGE-DAYS, :EA-DEALERID
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-REPORT-ONE-EXCEPTION
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ESCALCURSOR END-EXEC.

      *---------------------------------------
      * THE CURSOR READS EVERYTHING PAST THE WINDOW IN CALENDAR DAYS;
      * ONLY WHAT IS PAST IT IN THE STORE'S BUSINESS DAYS (COMPANY
      * CALENDAR FOR AN EXCEPTION WITH NO STORE) IS ESCALATED. A
      * 'CMPL' IS ALWAYS LISTED.
      *---------------------------------------
       1100-REPORT-ONE-EXCEPTION.
           MOVE 0 TO BD-COUNT.
           IF EXCTYPE NOT = 'CMPL'
              MOVE EA-DEALERID TO BD-DEALERID
              MOVE SPACES TO BD-STATEABBR
              MOVE DATEFOUND TO BD-FROM-DATE
              MOVE EA-TODAY TO BD-THRU-DATE
              MOVE ESCALATE-DAYS TO BD-DAYS
              PERFORM 9720-COUNT-BUSINESS-DAYS
           END-IF.

           IF EXCTYPE = 'CMPL' OR BD-COUNT > ESCALATE-DAYS
              MOVE EA-AGE-DAYS TO DISPLAY-AGE
              DISPLAY "EXCEPTION " EXCEPTIONID " " EXCTYPE " "
                 EX-VIN-TEXT " OPEN " DISPLAY-AGE " DAYS SINCE "
                 DATEFOUND
              ADD 1 TO ESCALATED-COUNT
           END-IF.

      *---------------------------------------
      * BUSINESS-DAY ROUTINES OVER THE GAM0BBD WORK AREA - SEE
      * GAM0BBD FOR THE ENTRY POINTS. EVERY PROGRAM THAT COUNTS
      * BUSINESS DAYS CARRIES THE SAME CODE, SO THEY ALL COUNT THEM
      * THE SAME WAY - CHANGE THEM ALL TOGETHER. NO ANSWER IS MORE
      * THAN A YEAR OF CALENDAR DAYS FROM THE STARTING DATE.
      *---------------------------------------
       9720-COUNT-BUSINESS-DAYS.
           MOVE 0 TO BD-SQLCODE.
           MOVE 0 TO BD-COUNT.
           MOVE 0 TO BD-CAL-DAYS.
           MOVE BD-FROM-DATE TO BD-STEP-DATE.
           MOVE 1 TO BD-STEP.
           PERFORM UNTIL BD-STEP-DATE NOT < BD-THRU-DATE
                      OR BD-CAL-DAYS > 366
                      OR (BD-DAYS > 0 AND BD-COUNT > BD-DAYS)
               ADD 1 TO BD-CAL-DAYS
               PERFORM 9740-STEP-CALENDAR
               IF BD-STEP-OPEN
                   ADD 1 TO BD-COUNT
               END-IF
           END-PERFORM.

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
