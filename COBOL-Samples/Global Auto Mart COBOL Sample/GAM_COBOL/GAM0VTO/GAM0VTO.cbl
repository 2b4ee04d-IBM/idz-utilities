      * EVERY OPEN TITLE_TRACKING ITEM PAST ITS DUE DATE, BY DEALER,
      * MOST OVERDUE FIRST. WE PAID LATE-TITLE PENALTIES IN TWO
      * STATES LAST YEAR; THIS IS THE REPORT THAT STOPS THE NEXT ONE.
      * A DUE DATE THAT FALLS ON A WEEKEND, A HOLIDAY IN THE TITLE'S
      * STATE OR A DAY THE STORE IS CLOSED MUST BE MET THE BUSINESS
      * DAY BEFORE (GAM0BBD), SO AN ITEM IS LISTED FROM THAT "FILE
      * BY" DAY ON - ON THE DAY ITSELF AS DUE TODAY, AFTER IT AS
      * OVERDUE. THE REPORT LANDS ON REPORT_REPOSITORY AS TYPE
      * "TITLEDUE",
      * EACH STORE'S ITEMS UNDER THAT STORE'S DEALERID, SO GAM0VRD
      * CAN SEND EACH STORE ITS OWN SLICE.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VTO.

       WORKING-STORAGE SECTION.

       COPY GAM0BRP.
       COPY GAM0BBD.

       01 SCHEMA-CONNECT        PIC X(8).

       01 TO-DEALERID           PIC S9(9) USAGE COMP.
       01 TO-DUEDATE            PIC X(10).
       01 TO-DAYS-OVER          PIC S9(9) USAGE COMP.

       01 TO-FILE-BY            PIC X(10).
       01 TO-TODAY              PIC X(10).

       01 OVERDUE-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 DUE-TODAY-COUNT       PIC S9(9) USAGE COMP VALUE 0.
       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.
       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-DAYS          PIC ZZZZ9.
                   FROM TITLE_TRACKING T, DEALERSHIP D
                   WHERE T.DEALERID = D.DEALERID
                     AND T.COMPLETEDDATE IS NULL
                     AND T.DUEDATE < CURRENT DATE + 7 DAYS
                   ORDER BY T.DEALERID, 7 DESC
           END-EXEC.

              EXEC SQL CONNECT TO :SCHEMA-CONNECT END-EXEC
           END-IF.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :TO-TODAY
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE "TITLEDUE" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE "DAILY OVERDUE-TITLE REPORT" TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  VIN               ITEM     ST FILE BY    OVER" TO
              RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-REPORT-OVERDUE-ITEMS.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE OVERDUE-COUNT TO DISPLAY-COUNT.
           STRING "OVERDUE PAPERWORK ITEMS: " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE DUE-TODAY-COUNT TO DISPLAY-COUNT.
           STRING "DUE TODAY:               " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "OVERDUE-TITLE REPORT COMPLETE".

           GOBACK.
              END-IF

              IF SQLCODE = 0
                 PERFORM 1200-REPORT-ONE-ITEM
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE OVERDUECURSOR END-EXEC.

      *---------------------------------------
      * A NEW STORE STARTS A NEW HEADING; THE STORE'S LINES CARRY
      * ITS DEALERID.
      *---------------------------------------
       1100-CHECK-BREAKS.
           IF TO-DEALERID NOT = PRIOR-DEALERID
              MOVE TO-DEALERID TO PRIOR-DEALERID
              MOVE TO-DEALERID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE TO-DEALERID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " TO-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

      *---------------------------------------
      * THE FILE-BY DAY IS THE DUE DATE, OR THE LAST BUSINESS DAY
      * BEFORE IT FOR THE TITLE'S STATE AND THE STORE. DAYS OVER
      * COUNT FROM THE FILE-BY DAY.
      *---------------------------------------
       1200-REPORT-ONE-ITEM.
           MOVE TO-DEALERID TO BD-DEALERID.
           MOVE TO-STATEABBR TO BD-STATEABBR.
           MOVE TO-DUEDATE TO BD-FROM-DATE.
           PERFORM 9710-PRIOR-BUSINESS-DAY.
           MOVE BD-RESULT-DATE TO TO-FILE-BY.
           ADD BD-CAL-DAYS TO TO-DAYS-OVER.

           IF TO-FILE-BY NOT > TO-TODAY
              PERFORM 1100-CHECK-BREAKS
              IF TO-FILE-BY = TO-TODAY
                 STRING "  " TO-VIN " " TO-ITEMCODE " "
                    TO-STATEABBR " " TO-FILE-BY " DUE TODAY"
                    DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
                 ADD 1 TO DUE-TODAY-COUNT
              ELSE
                 MOVE TO-DAYS-OVER TO DISPLAY-DAYS
                 STRING "  " TO-VIN " " TO-ITEMCODE " "
                    TO-STATEABBR " " TO-FILE-BY " "
                    DISPLAY-DAYS " DAYS"
                    DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
                 ADD 1 TO OVERDUE-COUNT
              END-IF
              PERFORM 8000-PUT-LINE
           END-IF.

       8000-PUT-LINE.
           DISPLAY RP-LINETEXT-TEXT.
           PERFORM 9600-WRITE-REPO-LINE.
           MOVE SPACES TO RP-LINETEXT-TEXT.

      *---------------------------------------
      * A RERUN THE SAME DAY REPLACES THE DAY'S ROWS.
      *---------------------------------------
       9500-CLEAR-TODAYS-REPORT.
           EXEC SQL
               DELETE FROM REPORT_REPOSITORY
                   WHERE REPORTTYPE = :RP-REPORTTYPE
                     AND RUNDATE = CURRENT DATE
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO REPO-LINE-NO.

       9600-WRITE-REPO-LINE.
           ADD 1 TO REPO-LINE-NO.
           MOVE REPO-LINE-NO TO RP-LINENUM.
           EXEC SQL
               INSERT INTO REPORT_REPOSITORY
                   (REPORTTYPE, RUNDATE, DEALERID, LINENUM, LINETEXT)
                   VALUES
                   (:RP-REPORTTYPE, CURRENT DATE, :RP-DEALERID,
                    :RP-LINENUM, :RP-LINETEXT-TEXT)
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * BUSINESS-DAY ROUTINES OVER THE GAM0BBD WORK AREA - SEE
      * GAM0BBD FOR THE ENTRY POINTS. EVERY PROGRAM THAT COUNTS
      * BUSINESS DAYS CARRIES THE SAME CODE, SO THEY ALL COUNT THEM
      * THE SAME WAY - CHANGE THEM ALL TOGETHER. NO ANSWER IS MORE
      * THAN A YEAR OF CALENDAR DAYS FROM THE STARTING DATE.
      *---------------------------------------
       9710-PRIOR-BUSINESS-DAY.
           MOVE 0 TO BD-SQLCODE.
           MOVE 0 TO BD-COUNT.
           MOVE 0 TO BD-CAL-DAYS.
           MOVE BD-FROM-DATE TO BD-STEP-DATE.
           MOVE 0 TO BD-STEP.
           PERFORM 9740-STEP-CALENDAR.
           MOVE -1 TO BD-STEP.
           PERFORM UNTIL BD-STEP-OPEN OR BD-CAL-DAYS > 366
               ADD 1 TO BD-CAL-DAYS
               PERFORM 9740-STEP-CALENDAR
           END-PERFORM.
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
