      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VCQ.cbl                                     *
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
      * ONLINE CREDIT APPLICATION AND LENDER DECISIONS. ENTER WITH A
      * DEALERID LISTS THAT DEALER'S OPEN APPLICATIONS; ENTER WITH AN
      * APPLICATION NUMBER LISTS THE LENDERS IT WENT TO AND WHAT EACH
      * SAID. PF4 WITH CUSTOMERID, VIN AND AMOUNT TAKES A NEW
      * APPLICATION AGAINST THE CUSTOMER ROW AND THE DEAL VIN. PF5
      * WITH APPLICATION AND LENDER LOGS THE SUBMISSION. PF6 WITH
      * APPLICATION, LENDER AND DECISION (A/D) RECORDS THE ANSWER -
      * APPROVED AMOUNT, BUY RATE AND STIPULATIONS, OR THE DECLINE
      * REASON. PF7 WITH APPLICATION AND LENDER PICKS THE LENDER THE
      * DEAL IS GOING TO; GAM0VSE CARRIES IT ONTO THE CONTRACTS-IN-
      * TRANSIT ROW AT SALE. AN APPLICATION DECLINED BY EVERY LENDER
      * IS PICKED UP BY THE NIGHTLY GAM0VAN ADVERSE-ACTION EXTRACT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VCQ.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE CREDIT APPLICATION BMS MAP
      *---------------------------------------
       COPY GAM0MDE.
       01  CREDAPO REDEFINES GAMVCQ1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  CQDEALERIDOUT           PIC X(5).
           05  FILLER                  PIC X(9).
           05  CQCUSTIDOUT             PIC X(10).
           05  FILLER                  PIC X(9).
           05  CQVINOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  CQAMOUNTOUT             PIC X(9).
           05  FILLER                  PIC X(9).
           05  CQAPPIDOUT              PIC X(9).
           05  FILLER                  PIC X(9).
           05  CQLENDEROUT             PIC X(4).
           05  FILLER                  PIC X(9).
           05  CQDECISIONOUT           PIC X(1).
           05  FILLER                  PIC X(9).
           05  CQAPPRAMTOUT            PIC X(9).
           05  FILLER                  PIC X(9).
           05  CQRATEOUT               PIC X(6).
           05  FILLER                  PIC X(9).
           05  CQSTIPSOUT              PIC X(60).
           05  FILLER                  PIC X(9).
           05  CQREASONOUT             PIC X(40).
           05  FILLER                  PIC X(9).
           05  CREDAPMSGOUT            PIC X(60).

       01  CREDAP-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  CQ-PANEL.
           05  CQP-LINE-1   PIC X(79).
           05  CQP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  CQP-LINE-LAST PIC X(79) VALUE
               "PF4=NEW APP PF5=SUBMIT PF6=DECISION PF7=CHOOSE LENDER".

       01  WORK-DEALERID               PIC S9(9) USAGE COMP.
       01  WORK-CUSTOMERID             PIC X(10).
       01  WORK-VIN                    PIC X(17).
       01  WORK-AMOUNT                 PIC S9(7)V99 USAGE COMP-3.
       01  WORK-APPID                  PIC S9(9) USAGE COMP.
       01  WORK-LENDER                 PIC X(4).
       01  WORK-DECISION               PIC X(1).
       01  WORK-APPRAMT                PIC S9(7)V99 USAGE COMP-3.
       01  WORK-RATE                   PIC S9(2)V999 USAGE COMP-3.
       01  WORK-STIPS                  PIC X(60).
       01  WORK-REASON                 PIC X(40).
       01  WORK-SOLDFLAG               PIC X(1).
       01  WORK-UNIT-DEALERID          PIC S9(9) USAGE COMP.
       01  WORK-SUB-COUNT              PIC S9(9) USAGE COMP.
       01  WORK-APPR-COUNT             PIC S9(9) USAGE COMP.
       01  WORK-DECL-COUNT             PIC S9(9) USAGE COMP.
       01  CUSTOMER-FOUND-COUNT        PIC S9(9) USAGE COMP.
       01  LENDER-ROW-COUNT            PIC S9(9) USAGE COMP.
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  IND-APPRAMT                 PIC S9(4) USAGE COMP.
       01  IND-RATE                    PIC S9(4) USAGE COMP.
       01  IND-STIPS                   PIC S9(4) USAGE COMP.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-APPID               PIC ZZZZZZZZ9.
       01  CONVERT-AMOUNT              PIC ZZZZZZ9.99.
       01  CONVERT-RATE                PIC Z9.999.
       01  CONVERT-COUNT               PIC Z9.

       COPY GAM0BAW.
       COPY GAM0BCQ.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE CQAPPCURSOR CURSOR FOR
               SELECT A.APPID, A.CUSTOMERID, A.VIN,
                      A.AMOUNTREQUESTED,
                      (SELECT COUNT(*) FROM LENDER_SUBMISSIONS S
                           WHERE S.APPID = A.APPID),
                      (SELECT COUNT(*) FROM LENDER_SUBMISSIONS S
                           WHERE S.APPID = A.APPID
                             AND S.DECISION = 'A'),
                      (SELECT COUNT(*) FROM LENDER_SUBMISSIONS S
                           WHERE S.APPID = A.APPID
                             AND S.DECISION = 'D')
                   FROM CREDIT_APPLICATIONS A
                   WHERE A.DEALERID = :WORK-DEALERID
                     AND A.STATUS = 'O'
                   ORDER BY A.APPID
           END-EXEC.

       EXEC SQL
           DECLARE CQSUBCURSOR CURSOR FOR
               SELECT LENDERCODE, DECISION,
                      COALESCE(APPROVEDAMOUNT, 0),
                      COALESCE(BUYRATE, 0),
                      COALESCE(STIPULATIONS, DECLINEREASON, ' ')
                   FROM LENDER_SUBMISSIONS
                   WHERE APPID = :WORK-APPID
                   ORDER BY SUBMITDATE, LENDERCODE
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE CREDAPO.
           MOVE LOW-VALUE TO CREDAPO.

           IF EIBCALEN = 0
               INITIALIZE CREDAP-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO CREDAP-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           PERFORM 0000-PROCESS-CREDIT-APP.

           GOBACK.

       0000-PROCESS-CREDIT-APP.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-SHOW-APPLICATIONS THRU 1000-EXIT

           WHEN EIBAID = DFHPF4
               PERFORM 1100-NEW-APPLICATION THRU 1100-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF5
               PERFORM 1200-SUBMIT-TO-LENDER THRU 1200-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1300-RECORD-DECISION THRU 1300-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF7
               PERFORM 1400-CHOOSE-LENDER THRU 1400-EXIT
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
               MOVE "INVALID KEY PRESSED" TO CREDAPMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * AN APPLICATION NUMBER SHOWS ITS LENDERS; OTHERWISE THE
      * DEALER'S OPEN APPLICATIONS WITH HOW MANY LENDERS HAVE IT,
      * APPROVED IT AND DECLINED IT.
      *---------------------------------------
       1000-SHOW-APPLICATIONS.
           MOVE 0 TO PANEL-LINE-COUNT.
           PERFORM 1050-CLEAR-PANEL-LINES.

           IF CQAPPIDOUT NOT = SPACES AND CQAPPIDOUT NOT = LOW-VALUE
               COMPUTE WORK-APPID = FUNCTION NUMVAL(CQAPPIDOUT)
               PERFORM 1070-SHOW-SUBMISSIONS
               GO TO 1000-EXIT
           END-IF.

           IF CQDEALERIDOUT = SPACES OR CQDEALERIDOUT = LOW-VALUE
               MOVE "ENTER YOUR DEALERID OR AN APPLICATION NUMBER" TO
                   CREDAPMSGOUT
               PERFORM 1900-SEND-MAP
               GO TO 1000-EXIT
           END-IF.
           COMPUTE WORK-DEALERID = FUNCTION NUMVAL(CQDEALERIDOUT).

           MOVE "GAM0VCQ OPEN CREDIT APPLICATIONS  (LENDERS/APPR/DECL)"
               TO CQP-LINE-1.

           EXEC SQL OPEN CQAPPCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH CQAPPCURSOR
                      INTO :CRA-APPID, :CRA-CUSTOMERID, :CRA-VIN,
                           :CRA-AMOUNTREQUESTED, :WORK-SUB-COUNT,
                           :WORK-APPR-COUNT, :WORK-DECL-COUNT
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1060-FORMAT-APP-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CQAPPCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO OPEN CREDIT APPLICATIONS FOR THIS DEALER" TO
                 CQP-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(CQ-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1000-EXIT.
           CONTINUE.

       1050-CLEAR-PANEL-LINES.
           MOVE SPACES TO CQP-DETAIL-LINE (1) CQP-DETAIL-LINE (2)
                          CQP-DETAIL-LINE (3) CQP-DETAIL-LINE (4)
                          CQP-DETAIL-LINE (5) CQP-DETAIL-LINE (6)
                          CQP-DETAIL-LINE (7) CQP-DETAIL-LINE (8).

       1060-FORMAT-APP-LINE.
           ADD 1 TO PANEL-LINE-COUNT.
           MOVE CRA-APPID TO CONVERT-APPID.
           MOVE CRA-AMOUNTREQUESTED TO CONVERT-AMOUNT.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING CONVERT-APPID " " CRA-CUSTOMERID-TEXT " "
                  CRA-VIN-TEXT " " CONVERT-AMOUNT
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           MOVE WORK-SUB-COUNT TO CONVERT-COUNT.
           MOVE CONVERT-COUNT TO PANEL-LINE-TEXT (62:2).
           MOVE WORK-APPR-COUNT TO CONVERT-COUNT.
           MOVE CONVERT-COUNT TO PANEL-LINE-TEXT (66:2).
           MOVE WORK-DECL-COUNT TO CONVERT-COUNT.
           MOVE CONVERT-COUNT TO PANEL-LINE-TEXT (70:2).
           MOVE PANEL-LINE-TEXT TO
               CQP-DETAIL-LINE (PANEL-LINE-COUNT).

       1070-SHOW-SUBMISSIONS.
           MOVE WORK-APPID TO CONVERT-APPID.
           MOVE SPACES TO CQP-LINE-1.
           STRING "GAM0VCQ APPLICATION " CONVERT-APPID
                  " - LENDER DECISIONS"
               DELIMITED BY SIZE INTO CQP-LINE-1.

           EXEC SQL OPEN CQSUBCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH CQSUBCURSOR
                      INTO :CRL-LENDERCODE, :CRL-DECISION,
                           :CRL-APPROVEDAMOUNT, :CRL-BUYRATE,
                           :CRL-STIPULATIONS
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PANEL-LINE-COUNT
                 MOVE CRL-APPROVEDAMOUNT TO CONVERT-AMOUNT
                 MOVE CRL-BUYRATE TO CONVERT-RATE
                 MOVE SPACES TO PANEL-LINE-TEXT
                 STRING CRL-LENDERCODE " " CRL-DECISION " "
                        CONVERT-AMOUNT " " CONVERT-RATE " "
                        CRL-STIPULATIONS-TEXT(1:48)
                     DELIMITED BY SIZE INTO PANEL-LINE-TEXT
                 MOVE PANEL-LINE-TEXT TO
                     CQP-DETAIL-LINE (PANEL-LINE-COUNT)
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CQSUBCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NOT YET SUBMITTED TO ANY LENDER" TO
                 CQP-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(CQ-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

      *---------------------------------------
      * A NEW APPLICATION IS TAKEN AGAINST A CUSTOMER ALREADY ON FILE
      * AND AN UNSOLD UNIT AT THE DEALER - THE DEAL IT IS FOR.
      *---------------------------------------
       1100-NEW-APPLICATION.
           MOVE SPACES TO CREDAPMSGOUT.
           IF CQDEALERIDOUT = SPACES OR CQDEALERIDOUT = LOW-VALUE
               MOVE "ENTER YOUR DEALERID" TO CREDAPMSGOUT
               GO TO 1100-EXIT
           END-IF.
           COMPUTE WORK-DEALERID = FUNCTION NUMVAL(CQDEALERIDOUT).

           MOVE CQCUSTIDOUT TO WORK-CUSTOMERID.
           IF WORK-CUSTOMERID = SPACES OR WORK-CUSTOMERID = LOW-VALUE
               MOVE "ENTER THE CUSTOMERID" TO CREDAPMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE CQVINOUT TO WORK-VIN.
           IF WORK-VIN = SPACES OR WORK-VIN = LOW-VALUE
               MOVE "ENTER THE DEAL VIN" TO CREDAPMSGOUT
               GO TO 1100-EXIT
           END-IF.

           IF CQAMOUNTOUT = SPACES OR CQAMOUNTOUT = LOW-VALUE
               MOVE "ENTER THE AMOUNT TO FINANCE" TO CREDAPMSGOUT
               GO TO 1100-EXIT
           END-IF.
           COMPUTE WORK-AMOUNT = FUNCTION NUMVAL(CQAMOUNTOUT).
           IF WORK-AMOUNT NOT > 0
               MOVE "AMOUNT TO FINANCE MUST BE ABOVE ZERO" TO
                   CREDAPMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE 0 TO CUSTOMER-FOUND-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :CUSTOMER-FOUND-COUNT
                   FROM CUSTOMER
                   WHERE CUSTOMERID = :WORK-CUSTOMERID
           END-EXEC.
           IF CUSTOMER-FOUND-COUNT = 0
               MOVE "CUSTOMERID NOT ON FILE" TO CREDAPMSGOUT
               GO TO 1100-EXIT
           END-IF.

           EXEC SQL
               SELECT DEALERID, SOLDFLAG
                   INTO :WORK-UNIT-DEALERID, :WORK-SOLDFLAG
                   FROM INVENTORY
                   WHERE VIN = :WORK-VIN
           END-EXEC.
           IF SQLCODE = 100
               MOVE "VIN NOT IN INVENTORY" TO CREDAPMSGOUT
               GO TO 1100-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE "SQL ERROR LOOKING UP VEHICLE" TO CREDAPMSGOUT
               GO TO 1100-EXIT
           END-IF.
           IF WORK-UNIT-DEALERID NOT = WORK-DEALERID
               MOVE "VEHICLE BELONGS TO ANOTHER DEALER" TO
                   CREDAPMSGOUT
               GO TO 1100-EXIT
           END-IF.
           IF WORK-SOLDFLAG = "Y"
               MOVE "VEHICLE ALREADY SOLD" TO CREDAPMSGOUT
               GO TO 1100-EXIT
           END-IF.

           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.

           EXEC SQL
               SELECT COALESCE(MAX(APPID), 0) + 1
                   INTO :CRA-APPID
                   FROM CREDIT_APPLICATIONS
           END-EXEC.

           MOVE 10 TO CRA-CUSTOMERID-LEN.
           MOVE WORK-CUSTOMERID TO CRA-CUSTOMERID-TEXT.
           MOVE 17 TO CRA-VIN-LEN.
           MOVE WORK-VIN TO CRA-VIN-TEXT.
           MOVE WORK-DEALERID TO CRA-DEALERID.
           MOVE WORK-AMOUNT TO CRA-AMOUNTREQUESTED.
           MOVE AUDIT-USER TO CRA-CREATEDUSER.

           EXEC SQL
               INSERT INTO CREDIT_APPLICATIONS
                   (APPID, CUSTOMERID, VIN, DEALERID,
                    AMOUNTREQUESTED, APPDATE, STATUS, CHOSENLENDER,
                    DECIDEDDATE, NOTICEDATE, CREATEDUSER)
                   VALUES
                   (:CRA-APPID, :CRA-CUSTOMERID, :CRA-VIN,
                    :CRA-DEALERID, :CRA-AMOUNTREQUESTED,
                    CURRENT DATE, 'O', NULL, NULL, NULL,
                    :CRA-CREATEDUSER)
           END-EXEC.

           IF SQLCODE = 0
               MOVE CRA-APPID TO CONVERT-APPID
               MOVE CONVERT-APPID TO AUDIT-KEY
               MOVE "(NEW)" TO AUDIT-BEFORE
               MOVE SPACES TO AUDIT-AFTER
               STRING "CREDIT APP " WORK-CUSTOMERID " VIN " WORK-VIN
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE CONVERT-APPID TO CQAPPIDOUT
               MOVE SPACES TO CREDAPMSGOUT
               STRING "APPLICATION " CONVERT-APPID
                      " TAKEN - PF5 TO SUBMIT TO A LENDER"
                   DELIMITED BY SIZE INTO CREDAPMSGOUT
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR SAVING APPLICATION" TO CREDAPMSGOUT
           END-IF.

       1100-EXIT.
           CONTINUE.

       1200-SUBMIT-TO-LENDER.
           MOVE SPACES TO CREDAPMSGOUT.
           PERFORM 1250-GET-APPLICATION THRU 1250-EXIT.
           IF CREDAPMSGOUT NOT = SPACES
               GO TO 1200-EXIT
           END-IF.
           IF CRA-STATUS NOT = "O"
               MOVE "APPLICATION IS NO LONGER OPEN" TO CREDAPMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE 0 TO LENDER-ROW-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :LENDER-ROW-COUNT
                   FROM LENDER_SUBMISSIONS
                   WHERE APPID = :WORK-APPID
                     AND LENDERCODE = :WORK-LENDER
           END-EXEC.
           IF LENDER-ROW-COUNT > 0
               MOVE "ALREADY SUBMITTED TO THIS LENDER" TO CREDAPMSGOUT
               GO TO 1200-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO LENDER_SUBMISSIONS
                   (APPID, LENDERCODE, SUBMITDATE, DECISION,
                    DECISIONDATE, APPROVEDAMOUNT, BUYRATE,
                    STIPULATIONS, DECLINEREASON)
                   VALUES
                   (:WORK-APPID, :WORK-LENDER, CURRENT DATE, 'P',
                    NULL, NULL, NULL, NULL, NULL)
           END-EXEC.

           IF SQLCODE = 0
               MOVE WORK-APPID TO CONVERT-APPID
               MOVE CONVERT-APPID TO AUDIT-KEY
               MOVE "(NEW)" TO AUDIT-BEFORE
               MOVE SPACES TO AUDIT-AFTER
               STRING "SUBMITTED TO LENDER " WORK-LENDER
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE "SUBMISSION LOGGED - PF6 WHEN THE LENDER ANSWERS" TO
                   CREDAPMSGOUT
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR LOGGING SUBMISSION" TO CREDAPMSGOUT
           END-IF.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * COMMON TO PF5/PF6/PF7 - THE KEYED APPLICATION MUST EXIST AND
      * A LENDER CODE MUST BE KEYED.
      *---------------------------------------
       1250-GET-APPLICATION.
           IF CQAPPIDOUT = SPACES OR CQAPPIDOUT = LOW-VALUE
               MOVE "ENTER THE APPLICATION NUMBER" TO CREDAPMSGOUT
               GO TO 1250-EXIT
           END-IF.
           COMPUTE WORK-APPID = FUNCTION NUMVAL(CQAPPIDOUT).

           MOVE CQLENDEROUT TO WORK-LENDER.
           IF WORK-LENDER = SPACES OR WORK-LENDER = LOW-VALUE
               MOVE "ENTER THE LENDER CODE" TO CREDAPMSGOUT
               GO TO 1250-EXIT
           END-IF.

           EXEC SQL
               SELECT VIN, STATUS
                   INTO :CRA-VIN, :CRA-STATUS
                   FROM CREDIT_APPLICATIONS
                   WHERE APPID = :WORK-APPID
           END-EXEC.
           IF SQLCODE = 100
               MOVE "APPLICATION NOT ON FILE" TO CREDAPMSGOUT
               GO TO 1250-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE "SQL ERROR READING APPLICATION" TO CREDAPMSGOUT
           END-IF.

       1250-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE LENDER'S ANSWER. ONCE EVERY LENDER THE APPLICATION WENT
      * TO HAS DECLINED IT, THE APPLICATION ITSELF IS DECLINED AND
      * WAITS FOR ITS ADVERSE-ACTION NOTICE (GAM0VAN).
      *---------------------------------------
       1300-RECORD-DECISION.
           MOVE SPACES TO CREDAPMSGOUT.
           PERFORM 1250-GET-APPLICATION THRU 1250-EXIT.
           IF CREDAPMSGOUT NOT = SPACES
               GO TO 1300-EXIT
           END-IF.
           IF CRA-STATUS NOT = "O"
               MOVE "APPLICATION IS NO LONGER OPEN" TO CREDAPMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE CQDECISIONOUT TO WORK-DECISION.
           IF WORK-DECISION NOT = "A" AND WORK-DECISION NOT = "D"
               MOVE "DECISION MUST BE A (APPROVED) OR D (DECLINED)" TO
                   CREDAPMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE -1 TO IND-APPRAMT.
           MOVE -1 TO IND-RATE.
           MOVE -1 TO IND-STIPS.
           MOVE 0 TO WORK-APPRAMT.
           MOVE 0 TO WORK-RATE.
           MOVE SPACES TO WORK-STIPS.
           MOVE SPACES TO WORK-REASON.

           IF WORK-DECISION = "A"
               IF CQAPPRAMTOUT = SPACES OR CQAPPRAMTOUT = LOW-VALUE
                   MOVE "ENTER THE APPROVED AMOUNT" TO CREDAPMSGOUT
                   GO TO 1300-EXIT
               END-IF
               IF CQRATEOUT = SPACES OR CQRATEOUT = LOW-VALUE
                   MOVE "ENTER THE BUY RATE" TO CREDAPMSGOUT
                   GO TO 1300-EXIT
               END-IF
               COMPUTE WORK-APPRAMT = FUNCTION NUMVAL(CQAPPRAMTOUT)
               COMPUTE WORK-RATE = FUNCTION NUMVAL(CQRATEOUT)
               MOVE 0 TO IND-APPRAMT
               MOVE 0 TO IND-RATE
               MOVE CQSTIPSOUT TO WORK-STIPS
               IF WORK-STIPS NOT = SPACES AND WORK-STIPS NOT = LOW-VALUE
                   MOVE 0 TO IND-STIPS
               END-IF
           ELSE
               MOVE CQREASONOUT TO WORK-REASON
               IF WORK-REASON = SPACES OR WORK-REASON = LOW-VALUE
                   MOVE "ENTER THE LENDER'S DECLINE REASON" TO
                       CREDAPMSGOUT
                   GO TO 1300-EXIT
               END-IF
           END-IF.

           MOVE 60 TO CRL-STIPULATIONS-LEN.
           MOVE WORK-STIPS TO CRL-STIPULATIONS-TEXT.
           MOVE 40 TO CRL-DECLINEREASON-LEN.
           MOVE WORK-REASON TO CRL-DECLINEREASON-TEXT.

           MOVE 0 TO ROWS-UPDATED.
           IF WORK-DECISION = "A"
               EXEC SQL
                   UPDATE LENDER_SUBMISSIONS
                      SET DECISION = 'A',
                          DECISIONDATE = CURRENT DATE,
                          APPROVEDAMOUNT = :WORK-APPRAMT :IND-APPRAMT,
                          BUYRATE = :WORK-RATE :IND-RATE,
                          STIPULATIONS =
                              :CRL-STIPULATIONS :IND-STIPS,
                          DECLINEREASON = NULL
                    WHERE APPID = :WORK-APPID
                      AND LENDERCODE = :WORK-LENDER
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE LENDER_SUBMISSIONS
                      SET DECISION = 'D',
                          DECISIONDATE = CURRENT DATE,
                          APPROVEDAMOUNT = NULL,
                          BUYRATE = NULL,
                          STIPULATIONS = NULL,
                          DECLINEREASON = :CRL-DECLINEREASON
                    WHERE APPID = :WORK-APPID
                      AND LENDERCODE = :WORK-LENDER
               END-EXEC
           END-IF.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           IF ROWS-UPDATED = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "NOT SUBMITTED TO THIS LENDER - PF5 FIRST" TO
                   CREDAPMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE 0 TO WORK-SUB-COUNT.
           MOVE 0 TO WORK-DECL-COUNT.
           EXEC SQL
               SELECT COUNT(*),
                      SUM(CASE WHEN DECISION = 'D' THEN 1 ELSE 0 END)
                   INTO :WORK-SUB-COUNT, :WORK-DECL-COUNT
                   FROM LENDER_SUBMISSIONS
                   WHERE APPID = :WORK-APPID
           END-EXEC.
           IF WORK-SUB-COUNT > 0 AND WORK-DECL-COUNT = WORK-SUB-COUNT
               EXEC SQL
                   UPDATE CREDIT_APPLICATIONS
                      SET STATUS = 'D',
                          DECIDEDDATE = CURRENT DATE
                    WHERE APPID = :WORK-APPID
                      AND STATUS = 'O'
               END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.

           MOVE WORK-APPID TO CONVERT-APPID.
           MOVE CONVERT-APPID TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "LENDER " WORK-LENDER " DECISION=P"
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "LENDER " WORK-LENDER " DECISION=" WORK-DECISION
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           IF WORK-DECISION = "A"
               MOVE "APPROVAL RECORDED - PF7 TO CHOOSE THIS LENDER" TO
                   CREDAPMSGOUT
           ELSE
               IF WORK-SUB-COUNT > 0
                  AND WORK-DECL-COUNT = WORK-SUB-COUNT
                   MOVE "DECLINED BY EVERY LENDER - NOTICE WILL BE SENT"
                       TO CREDAPMSGOUT
               ELSE
                   MOVE "DECLINE RECORDED" TO CREDAPMSGOUT
               END-IF
           END-IF.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE DEAL GOES TO THIS LENDER. ONLY AN APPROVING LENDER CAN BE
      * CHOSEN. IF THE DEAL WAS ALREADY SOLD WITH NO LENDER KNOWN,
      * ITS UNFUNDED CONTRACTS-IN-TRANSIT ROW IS POINTED AT THE
      * CHOSEN LENDER IN THE SAME UNIT OF WORK.
      *---------------------------------------
       1400-CHOOSE-LENDER.
           MOVE SPACES TO CREDAPMSGOUT.
           PERFORM 1250-GET-APPLICATION THRU 1250-EXIT.
           IF CREDAPMSGOUT NOT = SPACES
               GO TO 1400-EXIT
           END-IF.
           IF CRA-STATUS = "D"
               MOVE "APPLICATION WAS DECLINED BY EVERY LENDER" TO
                   CREDAPMSGOUT
               GO TO 1400-EXIT
           END-IF.

           MOVE 0 TO LENDER-ROW-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :LENDER-ROW-COUNT
                   FROM LENDER_SUBMISSIONS
                   WHERE APPID = :WORK-APPID
                     AND LENDERCODE = :WORK-LENDER
                     AND DECISION = 'A'
           END-EXEC.
           IF LENDER-ROW-COUNT = 0
               MOVE "THIS LENDER HAS NOT APPROVED THE APPLICATION" TO
                   CREDAPMSGOUT
               GO TO 1400-EXIT
           END-IF.

           EXEC SQL
               UPDATE CREDIT_APPLICATIONS
                  SET STATUS = 'A',
                      CHOSENLENDER = :WORK-LENDER,
                      DECIDEDDATE = CURRENT DATE
                WHERE APPID = :WORK-APPID
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR CHOOSING LENDER" TO CREDAPMSGOUT
               GO TO 1400-EXIT
           END-IF.

           EXEC SQL
               UPDATE CONTRACTS_IN_TRANSIT
                  SET LENDERCODE = :WORK-LENDER
                WHERE VIN = :CRA-VIN
                  AND STATUS = 'U'
           END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE WORK-APPID TO CONVERT-APPID.
           MOVE CONVERT-APPID TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "STATUS=" CRA-STATUS
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "STATUS=A LENDER=" WORK-LENDER
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE "LENDER CHOSEN - SALE ENTRY WILL USE IT" TO
               CREDAPMSGOUT.

       1400-EXIT.
           CONTINUE.

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
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VCQ',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVCQ1')
               MAPSET('GAM0MDE')
               FROM(CREDAPO)
               ERASE
           END-EXEC.
