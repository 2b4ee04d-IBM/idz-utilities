      * LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS) LISTING
      * EVERY UNPAID TRADE LIEN, GOOD-THROUGH DATE FIRST, FLAGGING
      * PAYOFFS WHOSE GOOD-THROUGH DATE HAS LAPSED (THE PER-DIEM
      * METER IS RUNNING) OR LAPSES WITHIN FIVE BUSINESS DAYS ON THE
      * COMPANY CALENDAR (GAM0BBD) - SO THE
      * OFFICE SENDS THE CHECK BEFORE THE QUOTE EXPIRES INSTEAD OF
      * EATING PER-DIEM INTEREST EVERY MONTH. THE REPORT LANDS ON
      * REPORT_REPOSITORY AS TYPE "LIENPAY", EACH LIEN UNDER THE
      * STORE THAT APPRAISED THE TRADE, SO GAM0VRD CAN SEND EACH
      * STORE ITS OWN SLICE.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VLP.
       WORKING-STORAGE SECTION.

       COPY GAM0BLP.
       COPY GAM0BRP.
       COPY GAM0BBD.

       01 SCHEMA-CONNECT        PIC X(8).

       01 LPR-DAYS-LEFT         PIC S9(9) USAGE COMP.
       01 LPR-LAPSED-DAYS       PIC S9(9) USAGE COMP.
       01 LPR-PERDIEM-COST      PIC S9(7)V99 USAGE COMP-3.
       01 LPR-DEALERID          PIC S9(9) USAGE COMP.
       01 LPR-TODAY             PIC X(10).
       01 LPR-WARN-DAYS         PIC S9(4) USAGE COMP VALUE 5.
       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

       01 DUE-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 LAPSED-COUNT          PIC S9(9) USAGE COMP VALUE 0.
           DECLARE LPCURSOR CURSOR FOR
               SELECT TRADEVIN, LIENHOLDER, PAYOFFAMOUNT, PERDIEM,
                      CHAR(GOODTHRUDATE, ISO),
                      DAYS(GOODTHRUDATE) - DAYS(CURRENT DATE),
                      COALESCE((SELECT MAX(A.DEALERID)
                                   FROM APPRAISALS A
                                   WHERE A.TRADEVIN =
                                         TRADE_LIENS.TRADEVIN), 0)
                   FROM TRADE_LIENS
                   WHERE STATUS IN ('O', 'A')
                   ORDER BY GOODTHRUDATE, TRADEVIN
              EXEC SQL CONNECT TO :SCHEMA-CONNECT END-EXEC
           END-IF.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :LPR-TODAY
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE 0 TO BD-DEALERID.
           MOVE SPACES TO BD-STATEABBR.

           MOVE "LIENPAY" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE "TRADE LIEN PAYOFFS DUE - GOOD-THROUGH DATE FIRST" TO
              RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-REPORT-PAYOFFS.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE DUE-COUNT TO DISPLAY-COUNT.
           STRING "UNPAID LIENS:        " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE LAPSED-COUNT TO DISPLAY-COUNT.
           STRING "GOOD-THROUGH LAPSED: " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE PAYOFF-TOTAL TO DISPLAY-AMOUNT.
           STRING "PAYOFF EXPOSURE:     " DISPLAY-AMOUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "LIEN PAYOFF REPORT COMPLETE".

           GOBACK.
                  FETCH LPCURSOR
                      INTO :LP-TRADEVIN-TEXT, :LP-LIENHOLDER-TEXT,
                           :LP-PAYOFFAMOUNT, :LP-PERDIEM,
                           :LP-GOODTHRUDATE, :LPR-DAYS-LEFT,
                           :LPR-DEALERID
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
           ADD 1 TO DUE-COUNT.
           ADD LP-PAYOFFAMOUNT TO PAYOFF-TOTAL.

      *---------------------------------------
      * TWO LINES PER LIEN - THE LIEN, THEN ITS GOOD-THROUGH STATUS -
      * BOTH UNDER THE APPRAISING STORE'S DEALERID (0 IF NO APPRAISAL
      * ROW NAMES THE TRADE).
      *---------------------------------------
           MOVE LPR-DEALERID TO RP-DEALERID.
           MOVE LP-PAYOFFAMOUNT TO DISPLAY-AMOUNT.
           STRING LP-TRADEVIN-TEXT " " LP-LIENHOLDER-TEXT " "
              DISPLAY-AMOUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           MOVE 0 TO BD-COUNT.
           IF LPR-DAYS-LEFT >= 0
              MOVE LPR-TODAY TO BD-FROM-DATE
              MOVE LP-GOODTHRUDATE TO BD-THRU-DATE
              MOVE LPR-WARN-DAYS TO BD-DAYS
              PERFORM 9720-COUNT-BUSINESS-DAYS
           END-IF.

           EVALUATE TRUE
           WHEN LPR-DAYS-LEFT < 0
              ADD 1 TO LAPSED-COUNT
              COMPUTE LPR-PERDIEM-COST =
                 LP-PERDIEM * LPR-LAPSED-DAYS
              MOVE LPR-LAPSED-DAYS TO DISPLAY-DAYS
              STRING "    *** LAPSED " DISPLAY-DAYS
                 " DAYS - PER-DIEM RUNNING ***"
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
           WHEN BD-COUNT <= LPR-WARN-DAYS
              MOVE BD-COUNT TO DISPLAY-DAYS
              STRING "    GOOD THRU " LP-GOODTHRUDATE
                 " - " DISPLAY-DAYS " BUSINESS DAYS LEFT"
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
           WHEN OTHER
              STRING "    GOOD THRU " LP-GOODTHRUDATE
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
           END-EVALUATE.
           PERFORM 8000-PUT-LINE.

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
