      * FOR THE KEYED DATE. PF7 MARKS THE CUSTOMER SHOWN AND CUTS
      * ACROSS TO GAM0VTD TO LOG THE DRIVE; PF8 MARKS A NO-SHOW;
      * PF9 CANCELS. GAM0VTC READS THE BOOKED/SHOWED SPLIT FOR
      * SHOW RATES. A DAY THE STORE IS CLOSED ON THE BUSINESS
      * CALENDAR (GAM0VBD) CAN'T BE BOOKED.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VTA.

       COPY GAM0BAW.
       COPY GAM0BTA.
       COPY GAM0BBD.

       EXEC SQL INCLUDE SQLCA END-EXEC.

               GO TO 1200-EXIT
           END-IF.

           MOVE APPT-DEALERID TO BD-DEALERID.
           MOVE SPACES TO BD-STATEABBR.
           MOVE APPT-DATE TO BD-FROM-DATE.
           PERFORM 9730-CHECK-STORE-OPEN.
           IF BD-STORE-CLOSED
               MOVE "STORE IS CLOSED THAT DAY" TO REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

           MOVE TAVINOUT TO APPT-VIN.
           IF APPT-VIN = LOW-VALUE
               MOVE SPACES TO APPT-VIN
               FROM(APPTBKO)
               ERASE
           END-EXEC.

      *---------------------------------------
      * BUSINESS-DAY ROUTINES OVER THE GAM0BBD WORK AREA - SEE
      * GAM0BBD FOR THE ENTRY POINTS. EVERY PROGRAM THAT COUNTS
      * BUSINESS DAYS CARRIES THE SAME CODE, SO THEY ALL COUNT THEM
      * THE SAME WAY - CHANGE THEM ALL TOGETHER. NO ANSWER IS MORE
      * THAN A YEAR OF CALENDAR DAYS FROM THE STARTING DATE.
      *---------------------------------------
       9730-CHECK-STORE-OPEN.
           MOVE 0 TO BD-SQLCODE.
           MOVE BD-FROM-DATE TO BD-STEP-DATE.
           MOVE 0 TO BD-STEP.
           PERFORM 9740-STEP-CALENDAR.
           IF BD-STEP-CLOSED > 0
               SET BD-STORE-CLOSED TO TRUE
           ELSE
               SET BD-STORE-OPEN TO TRUE
           END-IF.

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
