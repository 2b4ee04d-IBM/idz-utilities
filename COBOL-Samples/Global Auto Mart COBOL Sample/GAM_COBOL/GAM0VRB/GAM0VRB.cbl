      * REPORT'S LINES. A STORE USER (NONZERO DEALERID ON
      * USER_AUTHORITY) SEES COMPANY-WIDE LINES PLUS THEIR OWN
      * STORE'S; HEAD-OFFICE USERS SEE EVERYTHING. NOBODY PHONES
      * OPERATIONS TO HAVE NUMBERS READ TO THEM ANY MORE. A STORE
      * USER NEVER SEES A CUSTOMER'S FULL PHONE NUMBER - ANY
      * 999-999-9999 ON A LINE SHOWS ONLY ITS LAST FOUR DIGITS, THE
      * SAME RULE THE BATCH REPORTS APPLY THROUGH GAM0BMK. PF6 WITH
      * A TYPE AND DATE IS A MANAGER'S SIGN-OFF (RPTSIGN FUNCTION)
      * OF THEIR STORE'S PART OF THAT RUN ON REPORT_SIGNOFFS - HOW
      * THE QUARTERLY ACCESS RECERTIFICATION (GAM0VUA) IS SIGNED.
      * THE REPORT LIST SHOWS WHICH RUNS THE STORE HAS SIGNED.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VRB.
               "GAM0VRB BATCH REPORT VIEWER".
           05  VP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  VP-LINE-LAST PIC X(79) VALUE
               "ENTER=LIST PF5+TYPE+DATE+LINE=PAGE PF6+TYPE+DATE=SIGN".

       01  VIEW-TYPE                   PIC X(8).
       01  VIEW-DATE                   PIC X(10).
       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-LINES               PIC 9(9).
       01  MASK-SUB                    PIC S9(4) USAGE COMP.
       01  LIST-SIGNED-COUNT           PIC S9(9) USAGE COMP.
       01  SIGN-LINE-COUNT             PIC S9(9) USAGE COMP.
       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       COPY GAM0BRP.
       COPY GAM0BRS.
       COPY GAM0BAW.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      *---------------------------------------
       EXEC SQL
           DECLARE RPTLIST CURSOR FOR
               SELECT R.REPORTTYPE, CHAR(R.RUNDATE, ISO), COUNT(*),
                      (SELECT COUNT(*) FROM REPORT_SIGNOFFS S
                           WHERE S.REPORTTYPE = R.REPORTTYPE
                             AND S.RUNDATE = R.RUNDATE
                             AND S.DEALERID = :USER-DEALERID)
                   FROM REPORT_REPOSITORY R
                   WHERE R.DEALERID = 0
                      OR R.DEALERID = :USER-DEALERID
                      OR :USER-DEALERID = 0
                   GROUP BY R.REPORTTYPE, R.RUNDATE
                   ORDER BY 2 DESC, REPORTTYPE
           END-EXEC.

           WHEN EIBAID = DFHPF5
               PERFORM 2000-PAGE-THROUGH-REPORT

           WHEN EIBAID = DFHPF6
               PERFORM 3000-SIGN-OFF-REPORT THRU 3000-EXIT

           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE

              EXEC SQL
                  FETCH RPTLIST
                      INTO :RP-REPORTTYPE, :RP-RUNDATE,
                           :LIST-LINE-COUNT, :LIST-SIGNED-COUNT
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PANEL-LINE-COUNT
                 STRING RP-REPORTTYPE " " RP-RUNDATE " "
                        CONVERT-LINES " LINES"
                     DELIMITED BY SIZE INTO PANEL-LINE-TEXT
                 IF LIST-SIGNED-COUNT > 0
                    MOVE "SIGNED OFF" TO PANEL-LINE-TEXT (40:10)
                 END-IF
                 MOVE PANEL-LINE-TEXT TO
                     VP-DETAIL-LINE (PANEL-LINE-COUNT)
              END-IF
                 ADD 1 TO PANEL-LINE-COUNT
                 MOVE RP-LINETEXT-TEXT(1:79) TO
                     VP-DETAIL-LINE (PANEL-LINE-COUNT)
                 IF USER-DEALERID NOT = 0
                    PERFORM 2100-MASK-PHONES
                 END-IF
              END-IF
           END-PERFORM.

       2000-EXIT.
           CONTINUE.

      *---------------------------------------
      * STORE-LEVEL VIEW OF A LINE: EVERY PHONE-SHAPED NUMBER KEEPS
      * ITS LAST FOUR DIGITS AND LOSES THE REST.
      *---------------------------------------
       2100-MASK-PHONES.
           PERFORM VARYING MASK-SUB FROM 1 BY 1 UNTIL MASK-SUB > 68
              IF VP-DETAIL-LINE (PANEL-LINE-COUNT) (MASK-SUB:3)
                    IS NUMERIC
                 AND VP-DETAIL-LINE (PANEL-LINE-COUNT)
                    (MASK-SUB + 3:1) = "-"
                 AND VP-DETAIL-LINE (PANEL-LINE-COUNT)
                    (MASK-SUB + 4:3) IS NUMERIC
                 AND VP-DETAIL-LINE (PANEL-LINE-COUNT)
                    (MASK-SUB + 7:1) = "-"
                 AND VP-DETAIL-LINE (PANEL-LINE-COUNT)
                    (MASK-SUB + 8:4) IS NUMERIC
                 MOVE "***-***" TO
                    VP-DETAIL-LINE (PANEL-LINE-COUNT) (MASK-SUB:7)
              END-IF
           END-PERFORM.

      *---------------------------------------
      * PF6 - THE MANAGER SIGNS OFF THE RUN FOR THEIR OWN STORE
      * (HEAD OFFICE SIGNS AS DEALER 0). THE RUN MUST HAVE LINES
      * THE USER CAN SEE, AND A STORE SIGNS A RUN ONLY ONCE.
      *---------------------------------------
       3000-SIGN-OFF-REPORT.
           MOVE RVTYPEOUT TO VIEW-TYPE.
           MOVE RVDATEOUT TO VIEW-DATE.
           IF VIEW-TYPE = SPACES OR VIEW-TYPE = LOW-VALUE
              OR VIEW-DATE = SPACES OR VIEW-DATE = LOW-VALUE
               MOVE "ENTER A REPORT TYPE AND RUN DATE" TO
                   RPTVIEWMSGOUT
               PERFORM 1900-SEND-MAP
               GO TO 3000-EXIT
           END-IF.

           MOVE "RPTSIGN" TO AUTH-FUNCTION.
           MOVE "Y" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.
           IF AUTH-OK NOT = "Y"
               MOVE "SIGN-OFF NEEDS A MANAGER WITH RPTSIGN" TO
                   RPTVIEWMSGOUT
               PERFORM 1900-SEND-MAP
               GO TO 3000-EXIT
           END-IF.

           MOVE 0 TO SIGN-LINE-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SIGN-LINE-COUNT
                   FROM REPORT_REPOSITORY
                   WHERE REPORTTYPE = :VIEW-TYPE
                     AND RUNDATE = DATE(:VIEW-DATE)
                     AND (DEALERID = :USER-DEALERID
                          OR :USER-DEALERID = 0)
           END-EXEC.
           IF SQLCODE NOT = 0 OR SIGN-LINE-COUNT = 0
               MOVE "NO LINES FOR YOUR STORE ON THAT TYPE/DATE" TO
                   RPTVIEWMSGOUT
               PERFORM 1900-SEND-MAP
               GO TO 3000-EXIT
           END-IF.

           MOVE VIEW-TYPE TO RS-REPORTTYPE.
           MOVE VIEW-DATE TO RS-RUNDATE.
           MOVE USER-DEALERID TO RS-DEALERID.
           MOVE AUDIT-USER TO RS-SIGNEDBY.
           MOVE 0 TO SIGN-LINE-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :SIGN-LINE-COUNT
                   FROM REPORT_SIGNOFFS
                   WHERE REPORTTYPE = :RS-REPORTTYPE
                     AND RUNDATE = DATE(:RS-RUNDATE)
                     AND DEALERID = :RS-DEALERID
           END-EXEC.
           IF SIGN-LINE-COUNT > 0
               MOVE "ALREADY SIGNED OFF FOR YOUR STORE" TO
                   RPTVIEWMSGOUT
               PERFORM 1900-SEND-MAP
               GO TO 3000-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO REPORT_SIGNOFFS
                   (REPORTTYPE, RUNDATE, DEALERID, SIGNEDBY, SIGNEDTS)
                   VALUES
                   (:RS-REPORTTYPE, DATE(:RS-RUNDATE), :RS-DEALERID,
                    :RS-SIGNEDBY, CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE = 0
               MOVE RS-REPORTTYPE TO AUDIT-KEY
               MOVE SPACES TO AUDIT-BEFORE
               STRING "RUN " RS-RUNDATE
                   DELIMITED BY SIZE INTO AUDIT-BEFORE
               MOVE USER-DEALERID TO CONVERT-LINES
               MOVE SPACES TO AUDIT-AFTER
               STRING "SIGNED OFF FOR DEALER " CONVERT-LINES
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE "REPORT SIGNED OFF" TO RPTVIEWMSGOUT
           ELSE
               MOVE "SQL ERROR RECORDING SIGN-OFF" TO RPTVIEWMSGOUT
           END-IF.
           PERFORM 1900-SEND-MAP.

       3000-EXIT.
           CONTINUE.

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
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
      * WORK AS THE CHANGE IT DESCRIBES.
      *---------------------------------------
       1600-WRITE-AUDIT.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VRB',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVRB1')
