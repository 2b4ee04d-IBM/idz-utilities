      * GAM0VDP AND GAM0VRP REFUSE EFFECTIVE DATES INSIDE IT - AND
      * PF6 IS THE SUPERVISED REOPEN, BOTH WRITTEN TO AUDIT_LOG.
      * MONTH-END STOPS INCLUDING A DAY OF CHASING OUT-OF-PERIOD
      * ENTRIES. PF7 SHOWS THE PERIOD'S CLOSE READINESS (GAM0BCY -
      * WHAT IS STILL OPEN FOR IT, GAM0VCY LISTS THE ITEMS). PF5
      * REFUSES A PERIOD WITH ANYTHING STILL OPEN; PF10 CLOSES IT
      * ANYWAY ON A MANAGER OVERRIDE (CLOSOVRD FUNCTION), RECORDING
      * THE OUTSTANDING COUNTS ON AUDIT_LOG WITH THE CLOSE.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VPC.
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  CONVERT-YEAR                PIC 9(4).
       01  CONVERT-MONTH               PIC 9(2).
       01  CONVERT-COUNT               PIC ZZZZ9.
       01  CLOSE-OVERRIDE              PIC X(1) VALUE "N".

       01  RY-PANEL.
           05  RY-LINE-1               PIC X(79).
           05  RY-DETAIL-LINE OCCURS 7 TIMES PIC X(79).
           05  RY-LINE-TOTAL           PIC X(79).
           05  RY-LINE-LAST            PIC X(79) VALUE
               "PF5=CLOSE PF10=CLOSE ON OVERRIDE PF6=REOPEN PF3=EXIT".

       COPY GAM0BAW.
       COPY GAM0BPL.
       COPY GAM0BCY.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-SHOW-PERIOD-STATUS THRU 1000-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF5
               PERFORM 1100-CLOSE-PERIOD THRU 1100-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1200-REOPEN-PERIOD THRU 1200-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF7
               PERFORM 1300-SHOW-READINESS THRU 1300-EXIT

           WHEN EIBAID = DFHPF10
               PERFORM 1150-CLOSE-ON-OVERRIDE THRU 1150-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
           CONTINUE.

       1000-SHOW-PERIOD-STATUS.
           PERFORM 1050-EDIT-PERIOD-KEY THRU 1050-EXIT.
           IF PERCTLMSGOUT NOT = SPACES
               GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           CONTINUE.

      *---------------------------------------
      * A PERIOD WITH ANYTHING STILL OPEN FOR IT (OR WHOSE READINESS
      * COULD NOT BE CHECKED) IS NOT CLOSED WITHOUT THE PF10
      * OVERRIDE - CONTROLLERS USED TO FIND THESE ITEMS THE WEEK
      * AFTER CLOSE AND HAVE TO REOPEN.
      *---------------------------------------
       1100-CLOSE-PERIOD.
           PERFORM 1050-EDIT-PERIOD-KEY THRU 1050-EXIT.
           IF PERCTLMSGOUT NOT = SPACES
               GO TO 1100-EXIT
           END-IF.

           MOVE CTL-YEAR TO RY-YEAR.
           MOVE CTL-MONTH TO RY-MONTH.
           PERFORM 9800-CHECK-CLOSE-READINESS.
           IF CLOSE-OVERRIDE NOT = "Y"
               IF RY-SQLCODE NOT = 0
                   MOVE "READINESS NOT CHECKED - PF10 TO OVERRIDE" TO
                       PERCTLMSGOUT
                   GO TO 1100-EXIT
               END-IF
               IF RY-TOTAL-OPEN > 0
                   MOVE RY-TOTAL-OPEN TO CONVERT-COUNT
                   STRING CONVERT-COUNT " ITEMS STILL OPEN - PF7 "
                          "LISTS, PF10 TO OVERRIDE"
                       DELIMITED BY SIZE INTO PERCTLMSGOUT
                   GO TO 1100-EXIT
               END-IF
           END-IF.

           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.

           MOVE 0 TO ROWS-UPDATED.

           PERFORM 1500-BUILD-PERIOD-KEY.
           MOVE "STATUS=O" TO AUDIT-BEFORE.
           IF CLOSE-OVERRIDE = "Y"
               MOVE RY-TOTAL-OPEN TO CONVERT-COUNT
               MOVE SPACES TO AUDIT-AFTER
               STRING "CLOSED ON OVERRIDE - " CONVERT-COUNT
                      " ITEMS STILL OPEN"
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               PERFORM 1160-AUDIT-OPEN-ITEMS
           ELSE
               MOVE "PERIOD CLOSED" TO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           IF CLOSE-OVERRIDE = "Y"
               MOVE "PERIOD CLOSED ON MANAGER OVERRIDE" TO
                   PERCTLMSGOUT
           ELSE
               MOVE "PERIOD CLOSED" TO PERCTLMSGOUT
           END-IF.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF10 - CLOSE WITH ITEMS STILL OPEN. NEEDS A MANAGER HOLDING
      * THE CLOSOVRD FUNCTION AS WELL AS PERCLOSE; A REFUSAL IS
      * AUDITED BY 0100 LIKE ANY OTHER.
      *---------------------------------------
       1150-CLOSE-ON-OVERRIDE.
           MOVE "CLOSOVRD" TO AUTH-FUNCTION.
           MOVE "Y" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.
           IF AUTH-OK NOT = "Y"
               MOVE "NOT AUTHORIZED TO OVERRIDE A CLOSE" TO
                   PERCTLMSGOUT
               GO TO 1150-EXIT
           END-IF.

           MOVE "Y" TO CLOSE-OVERRIDE.
           PERFORM 1100-CLOSE-PERIOD THRU 1100-EXIT.

       1150-EXIT.
           CONTINUE.

      *---------------------------------------
      * ONE AUDIT ROW PER HEADING STILL OPEN AT AN OVERRIDDEN CLOSE,
      * UNDER THE PERIOD'S KEY, SO THE CONTROLLER CAN SEE EXACTLY
      * WHAT WAS LEFT BEHIND.
      *---------------------------------------
       1160-AUDIT-OPEN-ITEMS.
           IF RY-SQLCODE NOT = 0
               MOVE "READINESS CHECK" TO AUDIT-BEFORE
               MOVE "COULD NOT BE TAKEN AT CLOSE" TO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
           END-IF.
           PERFORM VARYING RY-IX FROM 1 BY 1 UNTIL RY-IX > 7
               IF RY-COUNT (RY-IX) > 0
                   MOVE RY-LABEL (RY-IX) TO AUDIT-BEFORE
                   MOVE RY-COUNT (RY-IX) TO CONVERT-COUNT
                   MOVE SPACES TO AUDIT-AFTER
                   STRING "OPEN AT CLOSE: " CONVERT-COUNT
                       DELIMITED BY SIZE INTO AUDIT-AFTER
                   PERFORM 1600-WRITE-AUDIT
               END-IF
           END-PERFORM.

      *---------------------------------------
      * PF7 - WHAT IS STILL OPEN FOR THE KEYED PERIOD, HEADING BY
      * HEADING, BEFORE ANYONE PRESSES PF5.
      *---------------------------------------
       1300-SHOW-READINESS.
           PERFORM 1050-EDIT-PERIOD-KEY THRU 1050-EXIT.
           IF PERCTLMSGOUT NOT = SPACES
               PERFORM 1900-SEND-MAP
               GO TO 1300-EXIT
           END-IF.

           MOVE CTL-YEAR TO RY-YEAR.
           MOVE CTL-MONTH TO RY-MONTH.
           PERFORM 9800-CHECK-CLOSE-READINESS.

           MOVE CTL-YEAR TO CONVERT-YEAR.
           MOVE CTL-MONTH TO CONVERT-MONTH.
           MOVE SPACES TO RY-LINE-1.
           STRING "CLOSE READINESS FOR PERIOD " CONVERT-YEAR "-"
                  CONVERT-MONTH
               DELIMITED BY SIZE INTO RY-LINE-1.
           PERFORM VARYING RY-IX FROM 1 BY 1 UNTIL RY-IX > 7
               MOVE SPACES TO RY-DETAIL-LINE (RY-IX)
               MOVE RY-LABEL (RY-IX) TO RY-DETAIL-LINE (RY-IX) (3:30)
               MOVE RY-COUNT (RY-IX) TO CONVERT-COUNT
               MOVE CONVERT-COUNT TO RY-DETAIL-LINE (RY-IX) (36:5)
           END-PERFORM.

           MOVE SPACES TO RY-LINE-TOTAL.
           EVALUATE TRUE
           WHEN RY-SQLCODE NOT = 0
               MOVE "READINESS COULD NOT BE CHECKED - TRY AGAIN" TO
                   RY-LINE-TOTAL
           WHEN RY-TOTAL-OPEN = 0
               MOVE "NOTHING OPEN - READY TO CLOSE" TO RY-LINE-TOTAL
           WHEN OTHER
               MOVE RY-TOTAL-OPEN TO CONVERT-COUNT
               STRING "ITEMS STILL OPEN: " CONVERT-COUNT
                      " - RUN GAM0VCY FOR THE LIST"
                   DELIMITED BY SIZE INTO RY-LINE-TOTAL
           END-EVALUATE.

           EXEC CICS SEND TEXT FROM(RY-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF6 - THE SUPERVISED REOPEN FINANCE USES WHEN SOMETHING
      * GENUINELY BELONGS IN THE CLOSED MONTH - WHO AND WHEN GO ON
      * THE ROW AND ON AUDIT_LOG.
      *---------------------------------------
       1200-REOPEN-PERIOD.
           PERFORM 1050-EDIT-PERIOD-KEY THRU 1050-EXIT.
           IF PERCTLMSGOUT NOT = SPACES
               GO TO 1200-EXIT
           END-IF.
               FROM(PERCTLO)
               ERASE
           END-EXEC.

      *---------------------------------------
      * MONTH-END CLOSE READINESS CHECK OVER THE GAM0BCY WORK AREA -
      * GAM0VCY CARRIES THE SAME CODE, CHANGE BOTH TOGETHER. AN ITEM IS
      * OPEN FOR THE PERIOD WHEN IT IS DATED ON OR BEFORE THE
      * PERIOD'S LAST DAY AND STILL NOT FINISHED:
      *   - A FLEET DEAL STILL OPEN (NOT POSTED OR CANCELLED);
      *   - A CASH_RECON DAY INSIDE THE PERIOD NOT YET CONFIRMED;
      *   - A FINANCED DEAL STILL UNFUNDED IN CONTRACTS_IN_TRANSIT;
      *   - AN EXCEPTIONS ROW STILL OPEN;
      *   - A DAY OF THE PERIOD, UP TO YESTERDAY, WITH NO COMPLETED
      *     GAM0VGL RUN (THE NIGHTLY JOB_CONTROL OUTCOME IS KEPT PER
      *     NIGHT ON BATCH_RUN_STATS BY GAM0VBS);
      *   - A DEPOSIT STILL OUTSTANDING ON A UNIT SINCE SOLD (A LIVE
      *     SALE ON OR AFTER THE DAY IT WAS TAKEN);
      *   - A COMMISSION CLAWBACK STILL PENDING.
      *---------------------------------------
       9800-CHECK-CLOSE-READINESS.
           MOVE 0 TO RY-SQLCODE.
           MOVE 0 TO RY-TOTAL-OPEN.
           INITIALIZE RY-COUNTS.
           MOVE RY-YEAR TO RY-BUILD-YEAR.
           MOVE "-" TO RY-BUILD-DASH-1.
           MOVE RY-MONTH TO RY-BUILD-MONTH.
           MOVE "-01" TO RY-BUILD-DAY.
           MOVE RY-DATE-BUILD TO RY-FROM-DATE.

           EXEC SQL
               SELECT CHAR(DATE(:RY-FROM-DATE) + 1 MONTH - 1 DAY, ISO),
                      CASE WHEN DATE(:RY-FROM-DATE) + 1 MONTH
                                    <= CURRENT DATE
                           THEN CHAR(DATE(:RY-FROM-DATE) + 1 MONTH
                                     - 1 DAY, ISO)
                           ELSE CHAR(CURRENT DATE - 1 DAY, ISO)
                      END
                   INTO :RY-THRU-DATE, :RY-GL-LAST-DATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 9820-COUNT-OPEN-ITEMS
           ELSE
               PERFORM 9810-NOTE-SQLCODE
           END-IF.

       9810-NOTE-SQLCODE.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO RY-SQLCODE
           END-IF.
           MOVE 0 TO SQLCODE.

       9820-COUNT-OPEN-ITEMS.
           EXEC SQL
               SELECT COUNT(*) INTO :RY-FLEET-OPEN
                   FROM FLEET_DEALS
                   WHERE STATUS = 'O'
                     AND DEALDATE <= :RY-THRU-DATE
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           EXEC SQL
               SELECT COUNT(*) INTO :RY-CASH-UNCONFIRMED
                   FROM CASH_RECON
                   WHERE CONFIRMEDFLAG = 'N'
                     AND RECONDATE BETWEEN :RY-FROM-DATE
                                       AND :RY-THRU-DATE
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           EXEC SQL
               SELECT COUNT(*) INTO :RY-CIT-UNFUNDED
                   FROM CONTRACTS_IN_TRANSIT
                   WHERE STATUS = 'U'
                     AND SALEDATE <= :RY-THRU-DATE
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           EXEC SQL
               SELECT COUNT(*) INTO :RY-EXCEPTIONS-OPEN
                   FROM EXCEPTIONS
                   WHERE STATUS = 'O'
                     AND DATEFOUND <= :RY-THRU-DATE
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           IF RY-GL-LAST-DATE NOT < RY-FROM-DATE
               EXEC SQL
                   SELECT DAYS(DATE(:RY-GL-LAST-DATE))
                          - DAYS(DATE(:RY-FROM-DATE)) + 1
                          - (SELECT COUNT(DISTINCT RUNDATE)
                                 FROM BATCH_RUN_STATS
                                 WHERE JOBNAME = 'GAM0VGL'
                                   AND ENDTS IS NOT NULL
                                   AND RUNDATE BETWEEN :RY-FROM-DATE
                                                   AND :RY-GL-LAST-DATE)
                       INTO :RY-GL-DAYS-MISSED
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
               PERFORM 9810-NOTE-SQLCODE
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :RY-DEPOSITS-OPEN
                   FROM DEPOSITS P
                   WHERE P.DISPOSITION = 'O'
                     AND EXISTS
                         (SELECT 1 FROM SALES S
                              WHERE S.VIN = P.VIN
                                AND S.SALEDATE >= P.DATETAKEN
                                AND S.SALEDATE <= :RY-THRU-DATE
                                AND COALESCE(S.SALESTATUS, 'A')
                                    NOT = 'U')
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           EXEC SQL
               SELECT COUNT(*) INTO :RY-CLAWBACKS-OPEN
                   FROM COMMISSION_CLAWBACKS
                   WHERE STATUS = 'P'
                     AND UNWINDDATE <= :RY-THRU-DATE
           END-EXEC.
           PERFORM 9810-NOTE-SQLCODE.

           PERFORM VARYING RY-IX FROM 1 BY 1 UNTIL RY-IX > 7
               ADD RY-COUNT (RY-IX) TO RY-TOTAL-OPEN
           END-PERFORM.
