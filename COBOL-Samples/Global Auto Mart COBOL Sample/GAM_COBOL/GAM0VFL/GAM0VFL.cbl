      * THAT CARRIES THE LENDER'S CLOCK ON EVERY FLOORED UNIT:
      * - A COSTED, UNSOLD UNIT WITH NO FLOORPLAN ROW GETS ONE,
      *   PRINCIPAL = ACQUISITIONCOST, FLOORED WITH THE DEFAULT
      *   LENDER, CURTAILMENTS DUE AT DATEADDED + 90 AND + 120 DAYS
      *   (THE BUSINESS DAY BEFORE, IF THAT DAY IS NOT ONE);
      * - EVERY OPEN LINE ACCRUES SIMPLE DAILY INTEREST AT THE
      *   LENDER'S ANNUAL RATE FOR THE DAYS SINCE THE LAST ACCRUAL,
      *   STAMPING LASTACCRUALDATE/LASTACCRUALAMT SO THE GL EXTRACT
      *   (GAM0VGL) CAN POST TODAY'S INTEREST EXPENSE;
      * - A LINE WHOSE UNIT HAS SOLD KEEPS ACCRUING UNTIL THE OFFICE
      *   RECORDS THE PAYOFF ON GAM0VCT. GAM0VSE STAMPS THE PAYOFF
      *   DUE DATE AT SALE; A UNIT THAT LEFT STOCK ANY OTHER WAY
      *   GETS ITS DUE DATE HERE, THE LENDER'S PAYOFF WINDOW IN
      *   BUSINESS DAYS FROM TONIGHT;
      * - CURTAILMENTS DUE AND UNPAID PRINT ON THE RUN LOG, OLDEST
      *   FIRST, SO THE OFFICE CUTS THE CHECK BEFORE THE LENDER
      *   CALLS. A 120-DAY-OLD UNIT FINALLY COSTS WHAT IT COSTS.
      * - EVERY LENDER'S CREDIT LINE AT EVERY STORE
      *   (FLOORPLAN_CREDIT_LINE) IS RESTAMPED WITH WHAT THE STORE
      *   OWES ON IT TONIGHT, FOR GAM0VLU'S MORNING REPORT.
      * - A LINE THE WEEKLY ORPHAN SWEEP (GAM0VOR) FOUND POINTING AT
      *   NO UNIT IS HELD - NO INTEREST, NO CURTAILMENT CALL - UNTIL
      *   ITS 'ORPH' EXCEPTION IS WORKED ON GAM0VEW.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VFL.
       01 FP-CURT-AMOUNT        PIC S9(7)V99 USAGE COMP-3.
       01 FP-DUE-DATE           PIC X(10).
       01 FP-DUE-KIND           PIC X(4).
       01 FP-PAYOFF-WINDOW      PIC S9(4) USAGE COMP.
       01 FP-RUN-DATE           PIC X(10).
       01 FP-CURT90-DATE        PIC X(10).
       01 FP-CURT120-DATE       PIC X(10).

       COPY GAM0BBD.

       01 OPENED-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 ACCRUED-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 PAYOFF-DUE-COUNT      PIC S9(9) USAGE COMP VALUE 0.
       01 CURT-DUE-COUNT        PIC S9(9) USAGE COMP VALUE 0.
       01 INTEREST-TOTAL        PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 LINES-STAMPED         PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
      *---------------------------------------
      * EVERY OPEN LINE WITH ITS LENDER RATE AND THE DAYS SINCE THE
      * LAST ACCRUAL (FIRST ACCRUAL COUNTS FROM DATEADDED). THE
      * UNIT'S SOLDFLAG AND THE LENDER'S PAYOFF WINDOW RIDE ALONG SO
      * A SOLD UNIT WITH NO PAYOFF DUE DATE CAN BE GIVEN ONE.
      *---------------------------------------
       EXEC SQL
           DECLARE FPACCRUECURSOR CURSOR FOR
                      DAYS(CURRENT DATE)
                        - DAYS(COALESCE(F.LASTACCRUALDATE,
                                        I.DATEADDED)),
                      I.SOLDFLAG, L.PAYOFFDAYS
                   FROM FLOORPLAN F
                   INNER JOIN FLOORPLAN_LENDER L
                           ON F.LENDERCODE = L.LENDERCODE
                   INNER JOIN INVENTORY I
                           ON F.VIN = I.VIN
                   WHERE F.STATUS = 'A'
                     AND NOT EXISTS
                         (SELECT 1 FROM EXCEPTIONS X
                              WHERE X.EXCTYPE = 'ORPH'
                                AND X.VIN = F.VIN
                                AND X.REGION1 = 'FLOORPLAN'
                                AND X.STATUS = 'O')
           END-EXEC.

       EXEC SQL
                   WHERE STATUS = 'A'
                     AND CURT90DUEDATE <= CURRENT DATE
                     AND CURT90PAIDDATE IS NULL
                     AND NOT EXISTS
                         (SELECT 1 FROM EXCEPTIONS X
                              WHERE X.EXCTYPE = 'ORPH'
                                AND X.VIN = FLOORPLAN.VIN
                                AND X.REGION1 = 'FLOORPLAN'
                                AND X.STATUS = 'O')
               UNION ALL
               SELECT VIN, 'C120', CHAR(CURT120DUEDATE, ISO),
                      CURT120AMOUNT
                   WHERE STATUS = 'A'
                     AND CURT120DUEDATE <= CURRENT DATE
                     AND CURT120PAIDDATE IS NULL
                     AND NOT EXISTS
                         (SELECT 1 FROM EXCEPTIONS X
                              WHERE X.EXCTYPE = 'ORPH'
                                AND X.VIN = FLOORPLAN.VIN
                                AND X.REGION1 = 'FLOORPLAN'
                                AND X.STATUS = 'O')
               ORDER BY 3, 1
           END-EXEC.

           PERFORM 1000-OPEN-NEW-FLOORING.
           PERFORM 2000-ACCRUE-INTEREST.
           PERFORM 3000-REPORT-CURTAILMENTS.
           PERFORM 4000-STAMP-CREDIT-LINES.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "FLOORING LINES OPENED:  " DISPLAY-COUNT.
           MOVE ACCRUED-COUNT TO DISPLAY-COUNT.
           DISPLAY "LINES ACCRUED:          " DISPLAY-COUNT.
           MOVE PAYOFF-DUE-COUNT TO DISPLAY-COUNT.
           DISPLAY "SOLD, PAYOFF DUE SET:   " DISPLAY-COUNT.
           MOVE INTEREST-TOTAL TO DISPLAY-INTEREST.
           DISPLAY "INTEREST ACCRUED TODAY: " DISPLAY-INTEREST.
           MOVE LINES-STAMPED TO DISPLAY-COUNT.
           DISPLAY "CREDIT LINES RESTAMPED: " DISPLAY-COUNT.
           DISPLAY "FLOOR-PLAN ACCRUAL COMPLETE".

           GOBACK.
              GOBACK
           END-IF.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :FP-RUN-DATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *---------------------------------------
      * LENDER DATES RUN ON THE COMPANY CALENDAR - THE OFFICE PAYS
      * THE LENDER, SO A STORE CLOSURE DOESN'T MOVE THEM.
      *---------------------------------------
           MOVE 0 TO BD-DEALERID.
           MOVE SPACES TO BD-STATEABBR.

       1000-OPEN-NEW-FLOORING.

           EXEC SQL OPEN FPNEWCURSOR END-EXEC.
           COMPUTE FP-CURT-AMOUNT ROUNDED =
               FP-PRINCIPAL * FP-DEFAULT-CURTPCT.

           EXEC SQL
               SELECT CHAR(DATE(:FP-DATEADDED) + 90 DAYS, ISO),
                      CHAR(DATE(:FP-DATEADDED) + 120 DAYS, ISO)
                   INTO :FP-CURT90-DATE, :FP-CURT120-DATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE FP-CURT90-DATE TO BD-FROM-DATE.
           PERFORM 9710-PRIOR-BUSINESS-DAY.
           MOVE BD-RESULT-DATE TO FP-CURT90-DATE.
           MOVE FP-CURT120-DATE TO BD-FROM-DATE.
           PERFORM 9710-PRIOR-BUSINESS-DAY.
           MOVE BD-RESULT-DATE TO FP-CURT120-DATE.

           EXEC SQL
               INSERT INTO FLOORPLAN
                   (VIN, LENDERCODE, PRINCIPAL, ACCRUEDINTEREST,
                   VALUES
                   (:FP-VIN, :FP-DEFAULT-LENDER, :FP-PRINCIPAL, 0,
                    NULL, NULL,
                    DATE(:FP-CURT90-DATE), :FP-CURT-AMOUNT,
                    NULL,
                    DATE(:FP-CURT120-DATE), :FP-CURT-AMOUNT,
                    NULL, 'A')
           END-EXEC.

              EXEC SQL
                  FETCH FPACCRUECURSOR
                      INTO :FP-VIN, :FP-PRINCIPAL, :FP-ANNUAL-RATE,
                           :FP-ACCRUE-DAYS, :FP-SOLDFLAG,
                           :FP-PAYOFF-WINDOW
              END-EXEC
              IF SQLCODE = 0
                 IF FP-SOLDFLAG = "Y"
                    PERFORM 2100-STAMP-PAYOFF-DUE
                 END-IF
                 PERFORM 2200-ACCRUE-ONE-LINE
              END-IF
           END-PERFORM.

           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE UNIT LEFT STOCK AND THE LENDER MUST BE PAID OFF WITHIN
      * ITS WINDOW. A LINE GAM0VSE ALREADY STAMPED IS LEFT ALONE.
      * THE WINDOW COUNTS BUSINESS DAYS ON THE COMPANY CALENDAR
      * (GAM0BBD).
      *---------------------------------------
       2100-STAMP-PAYOFF-DUE.
           MOVE FP-RUN-DATE TO BD-FROM-DATE.
           MOVE FP-PAYOFF-WINDOW TO BD-DAYS.
           PERFORM 9700-ADD-BUSINESS-DAYS.

           EXEC SQL
               UPDATE FLOORPLAN
                  SET PAYOFFDUEDATE = DATE(:BD-RESULT-DATE)
                WHERE VIN = :FP-VIN
                  AND STATUS = 'A'
                  AND PAYOFFDUEDATE IS NULL
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO PAYOFF-DUE-COUNT
           END-IF.
           MOVE 0 TO SQLCODE.


           MOVE CURT-DUE-COUNT TO DISPLAY-COUNT.
           DISPLAY "CURTAILMENTS DUE: " DISPLAY-COUNT.

      *---------------------------------------
      * WHAT EACH STORE OWES EACH LENDER ONCE TONIGHT'S NEW LINES
      * ARE OPEN - OPEN PRINCIPAL LESS THE CURTAILMENTS ALREADY
      * PAID DOWN (GAM0VCT). EVERY COSTED UNIT IS FLOORED BY NOW,
      * SO NOTHING IS WAITING OFF THE LINE.
      *---------------------------------------
       4000-STAMP-CREDIT-LINES.
           EXEC SQL
               UPDATE FLOORPLAN_CREDIT_LINE C
                  SET UTILIZEDAMT =
                      (SELECT COALESCE(SUM(F.PRINCIPAL
                                - CASE WHEN F.CURT90PAIDDATE IS NULL
                                       THEN 0
                                       ELSE COALESCE(F.CURT90AMOUNT, 0)
                                  END
                                - CASE WHEN F.CURT120PAIDDATE IS NULL
                                       THEN 0
                                       ELSE COALESCE(F.CURT120AMOUNT,
                                                     0)
                                  END), 0)
                           FROM FLOORPLAN F
                           INNER JOIN INVENTORY I
                                   ON F.VIN = I.VIN
                          WHERE F.STATUS = 'A'
                            AND F.LENDERCODE = C.LENDERCODE
                            AND I.DEALERID = C.DEALERID),
                      UTILIZEDDATE = CURRENT DATE
           END-EXEC.

           IF SQLCODE = 0
              MOVE SQLERRD(3) TO LINES-STAMPED
           ELSE
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "CREDIT LINE RESTAMP FAILED, SQLCODE "
                    DISPLAYSQLCODE
              END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

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
