
       01 SCHEMA-CONNECT        PIC X(8).

       COPY GAM0BMK.
       COPY GAM0BBD.

       01 WARN-WINDOW-DAYS      PIC S9(9) USAGE COMP VALUE 14.
       01 WARN-BUSINESS-DAYS    PIC S9(4) USAGE COMP VALUE 2.
       01 WARN-TODAY            PIC X(10).
       01 WARN-CUTOFF-DATE      PIC X(10).
       01 WARN-PRIOR-DEALERID   PIC S9(9) USAGE COMP VALUE -1.

       01 WARN-REGION           PIC X(10).
       01 WARN-VIN              PIC X(17).
           END-IF.

      *---------------------------------------
      * TWO BUSINESS DAYS AHEAD, BY EACH STORE'S OWN CALENDAR - OVER
      * A WEEKEND, A HOLIDAY OR A DAY THE STORE IS CLOSED THE WINDOW
      * REACHES FURTHER. WARNCURSOR READS A GENEROUS CALENDAR WINDOW
      * AND 3000 KEEPS WHAT FALLS INSIDE THE STORE'S CUTOFF (GAM0BBD).
      *---------------------------------------
       2000-SET-WARNING-WINDOW.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WARN-TODAY
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE 0 TO SQLCODE.

       2100-SET-DEALER-CUTOFF.
           MOVE WARN-DEALERID TO WARN-PRIOR-DEALERID.
           MOVE WARN-DEALERID TO BD-DEALERID.
           MOVE SPACES TO BD-STATEABBR.
           MOVE WARN-TODAY TO BD-FROM-DATE.
           MOVE WARN-BUSINESS-DAYS TO BD-DAYS.
           PERFORM 9700-ADD-BUSINESS-DAYS.
           MOVE BD-RESULT-DATE TO WARN-CUTOFF-DATE.

       3000-REPORT-EXPIRING-HOLDS.
           DISPLAY "HOLDS EXPIRING IN THE NEXT " WARN-BUSINESS-DAYS
              " BUSINESS DAYS".

           EXEC SQL OPEN WARNCURSOR END-EXEC.

              END-IF

              IF SQLCODE = 0
                 IF WARN-DEALERID NOT = WARN-PRIOR-DEALERID
                    PERFORM 2100-SET-DEALER-CUTOFF
                 END-IF
                 IF WARN-HOLDEXPIRES NOT > WARN-CUTOFF-DATE
                    PERFORM 3100-WRITE-WARNING-RECORD
                 END-IF
              END-IF
           END-PERFORM.

           END-IF.
           WRITE CALLBACK-RECORD.

           MOVE CB-CUSTNAME TO MASK-IN.
           PERFORM 9800-MASK-PII.
           DISPLAY "CALLBACK " CB-DEALERNAME " " CB-VIN " "
              MASK-OUT (1:35).

           ADD 1 TO CALLBACK-COUNT.

      *---------------------------------------
      * COMMON PII MASKING RULE (GAM0BMK) - MASK-IN COMES BACK IN
      * MASK-OUT WITH ONLY ITS LAST FOUR CHARACTERS SHOWING.
      *---------------------------------------
       9800-MASK-PII.
           MOVE MASK-IN TO MASK-OUT.
           MOVE 0 TO MASK-KEPT.
           PERFORM VARYING MASK-SUB FROM 50 BY -1 UNTIL MASK-SUB < 1
              IF MASK-OUT (MASK-SUB:1) NOT = SPACE
                 AND MASK-OUT (MASK-SUB:1) NOT = "-"
                 IF MASK-KEPT < 4
                    ADD 1 TO MASK-KEPT
                 ELSE
                    MOVE "*" TO MASK-OUT (MASK-SUB:1)
                 END-IF
              END-IF
           END-PERFORM.

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
