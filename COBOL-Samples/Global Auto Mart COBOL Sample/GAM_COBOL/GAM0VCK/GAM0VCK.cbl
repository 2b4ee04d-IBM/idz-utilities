      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VCK.cbl                                     *
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
      * CUSTOMER COMPLAINT LOG AND OVERDUE CASE ESCALATION. BATCH
      * PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY
      * GAM0VIV IS). EVERY COMPLAINT CASE OPENED IN THE MONTH (SYSIN
      * YYYY/MM, DEFAULT THE CURRENT MONTH) PRINTS BY DEALER WITH
      * ITS CATEGORY, SEVERITY, HOW IT CAME IN, WHERE IT STANDS, THE
      * DAYS IT TOOK (OR HAS BEEN OPEN) AND THE GOODWILL GIVEN - THE
      * LOG THE MANUFACTURER ASKS FOR AT THE DEALER REVIEW. THEN
      * EVERY OPEN CASE PAST ITS DUE DATE RAISES A 'CMPL' EXCEPTION
      * KEYED 'CASE-' AND THE CASE NUMBER, SO IT LANDS ON THE GAM0VEA
      * ESCALATION REPORT; RESOLVING THE CASE IN GAM0VCP CLOSES IT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-RPT-YEAR           PIC 9(4).
           05 FILLER                PIC X(1).
           05 CC-RPT-MONTH          PIC 9(2).
           05 FILLER                PIC X(73).

       WORKING-STORAGE SECTION.

       COPY GAM0BCP.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 RPT-YEAR              PIC S9(9) USAGE COMP.
       01 RPT-MONTH             PIC S9(9) USAGE COMP.
       01 CURRENT-DATE-FIELDS.
          05 CD-YYYY            PIC 9(4).
          05 CD-MM              PIC 9(2).
          05 FILLER             PIC X(15).

       01 CK-DEALERNAME         PIC X(35).
       01 CK-PREV-DEALERNAME    PIC X(35) VALUE SPACES.
       01 CK-DAYS               PIC S9(9) USAGE COMP.
       01 CK-OVERDUE-DAYS       PIC S9(9) USAGE COMP.
       01 CK-PSEUDO-VIN.
          05 FILLER             PIC X(5) VALUE "CASE-".
          05 CK-PSEUDO-ID       PIC 9(9).

       01 DLR-CASE-COUNT        PIC S9(9) USAGE COMP VALUE 0.
       01 DLR-OPEN-COUNT        PIC S9(9) USAGE COMP VALUE 0.
       01 DLR-GOODWILL          PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 GRAND-CASE-COUNT      PIC S9(9) USAGE COMP VALUE 0.
       01 GRAND-OPEN-COUNT      PIC S9(9) USAGE COMP VALUE 0.
       01 GRAND-GOODWILL        PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 ESC-DUP-COUNT         PIC S9(9) USAGE COMP.
       01 ESC-NEXT-EXCID        PIC S9(9) USAGE COMP.
       01 ESCALATED-COUNT       PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-CASEID        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-DAYS          PIC ZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE CKLOGCURSOR CURSOR FOR
               SELECT D.DEALERNAME, C.CASEID, C.CUSTNAME,
                      CHAR(C.OPENDATE, ISO), C.CATEGORY, C.SEVERITY,
                      C.SOURCE, C.STATUS,
                      DAYS(COALESCE(C.RESOLVEDDATE, CURRENT DATE))
                        - DAYS(C.OPENDATE),
                      COALESCE(C.GOODWILLAMOUNT, 0)
                   FROM COMPLAINT_CASES C
                   INNER JOIN DEALERSHIP D
                           ON C.DEALERID = D.DEALERID
                   WHERE YEAR(C.OPENDATE) = :RPT-YEAR
                     AND MONTH(C.OPENDATE) = :RPT-MONTH
                   ORDER BY D.DEALERNAME, C.CASEID
           END-EXEC.

       EXEC SQL
           DECLARE CKLATECURSOR CURSOR FOR
               SELECT CASEID, DEALERID, CUSTNAME,
                      COALESCE(ASSIGNEDTO, ' '),
                      DAYS(CURRENT DATE) - DAYS(DUEDATE)
                   FROM COMPLAINT_CASES
                   WHERE STATUS = 'O'
                     AND DUEDATE < CURRENT DATE
                   ORDER BY DUEDATE, CASEID
           END-EXEC.

       LINKAGE SECTION.

       01 LINKSCHEMA.
          05 LINKSCHEMA-LENGTH     PIC S9(4) COMP.
          05 LINKSCHEMA-TXT        PIC X(8).

       PROCEDURE DIVISION USING LINKSCHEMA.

           MOVE SPACES TO SCHEMA-CONNECT.
           MOVE LINKSCHEMA-TXT TO SCHEMA-CONNECT.

           IF SCHEMA-CONNECT NOT = SPACES
              EXEC SQL CONNECT TO :SCHEMA-CONNECT END-EXEC
           END-IF.

           PERFORM 0100-READ-CONTROL-CARD.

           DISPLAY "CUSTOMER COMPLAINT LOG - " RPT-YEAR "/"
              RPT-MONTH.

           PERFORM 1000-PRINT-COMPLAINT-LOG.
           PERFORM 2000-ESCALATE-OVERDUE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY " ".
           MOVE GRAND-CASE-COUNT TO DISPLAY-COUNT.
           DISPLAY "CASES OPENED IN MONTH: " DISPLAY-COUNT.
           MOVE GRAND-OPEN-COUNT TO DISPLAY-COUNT.
           DISPLAY "STILL OPEN:            " DISPLAY-COUNT.
           MOVE GRAND-GOODWILL TO DISPLAY-MONEY.
           DISPLAY "GOODWILL GIVEN:  " DISPLAY-MONEY.
           MOVE ESCALATED-COUNT TO DISPLAY-COUNT.
           DISPLAY "OVERDUE ESCALATIONS:   " DISPLAY-COUNT.
           DISPLAY "COMPLAINT LOG COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           MOVE CD-YYYY TO RPT-YEAR.
           MOVE CD-MM TO RPT-MONTH.

           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-RPT-YEAR NUMERIC AND CC-RPT-MONTH NUMERIC
                 AND CC-RPT-MONTH >= 1 AND CC-RPT-MONTH <= 12
                 MOVE CC-RPT-YEAR TO RPT-YEAR
                 MOVE CC-RPT-MONTH TO RPT-MONTH
              END-IF
           END-IF.

      *---------------------------------------
      * ONE LINE PER CASE OPENED IN THE MONTH, WITH A TOTAL AT EACH
      * CHANGE OF DEALER. SOURCE P IS A CUSTOMER CALL OR VISIT, S A
      * LOW CSI SURVEY. DAYS IS TIME TO RESOLVE, OR AGE IF OPEN.
      *---------------------------------------
       1000-PRINT-COMPLAINT-LOG.

           EXEC SQL OPEN CKLOGCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING CKLOGCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH CKLOGCURSOR
                      INTO :CK-DEALERNAME, :CP-CASEID, :CP-CUSTNAME,
                           :CP-OPENDATE, :CP-CATEGORY, :CP-SEVERITY,
                           :CP-SOURCE, :CP-STATUS, :CK-DAYS,
                           :CP-GOODWILLAMOUNT
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING CKLOGCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 IF CK-DEALERNAME NOT = CK-PREV-DEALERNAME
                    PERFORM 1100-DEALER-TOTAL
                    MOVE CK-DEALERNAME TO CK-PREV-DEALERNAME
                    DISPLAY " "
                    DISPLAY CK-DEALERNAME
                    DISPLAY "     CASE OPENED     CUSTOMER"
                       "                 CAT  S SRC ST  DAYS"
                       "        GOODWILL"
                 END-IF
                 PERFORM 1200-PRINT-CASE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CKLOGCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

           PERFORM 1100-DEALER-TOTAL.

       1100-DEALER-TOTAL.
           IF DLR-CASE-COUNT > 0
              MOVE DLR-CASE-COUNT TO DISPLAY-COUNT
              DISPLAY "   CASES " DISPLAY-COUNT WITH NO ADVANCING
              MOVE DLR-OPEN-COUNT TO DISPLAY-COUNT
              DISPLAY "   OPEN " DISPLAY-COUNT WITH NO ADVANCING
              MOVE DLR-GOODWILL TO DISPLAY-MONEY
              DISPLAY "   GOODWILL " DISPLAY-MONEY
           END-IF.
           MOVE 0 TO DLR-CASE-COUNT.
           MOVE 0 TO DLR-OPEN-COUNT.
           MOVE 0 TO DLR-GOODWILL.

       1200-PRINT-CASE.
           MOVE CP-CASEID TO DISPLAY-CASEID.
           MOVE CK-DAYS TO DISPLAY-DAYS.
           MOVE CP-GOODWILLAMOUNT TO DISPLAY-MONEY.
           DISPLAY DISPLAY-CASEID " " CP-OPENDATE " "
              CP-CUSTNAME-TEXT(1:24) " " CP-CATEGORY " "
              CP-SEVERITY "  " CP-SOURCE "  " CP-STATUS " "
              DISPLAY-DAYS " " DISPLAY-MONEY.

           ADD 1 TO DLR-CASE-COUNT GRAND-CASE-COUNT.
           IF CP-STATUS = "O"
              ADD 1 TO DLR-OPEN-COUNT GRAND-OPEN-COUNT
           END-IF.
           ADD CP-GOODWILLAMOUNT TO DLR-GOODWILL GRAND-GOODWILL.

      *---------------------------------------
      * AN OPEN CASE PAST ITS DUE DATE RAISES ONE OPEN 'CMPL'
      * EXCEPTION (DEDUPED ON THE CASE) FOR THE GAM0VEA ESCALATION
      * REPORT, WHICH SHOWS IT THE SAME NIGHT.
      *---------------------------------------
       2000-ESCALATE-OVERDUE.
           DISPLAY " ".
           DISPLAY "OPEN CASES PAST THEIR DUE DATE".

           EXEC SQL OPEN CKLATECURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH CKLATECURSOR
                      INTO :CP-CASEID, :CP-DEALERID, :CP-CUSTNAME,
                           :CP-ASSIGNEDTO, :CK-OVERDUE-DAYS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 2100-ESCALATE-ONE THRU 2100-EXIT
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CKLATECURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

       2100-ESCALATE-ONE.
           MOVE CP-CASEID TO DISPLAY-CASEID.
           MOVE CK-OVERDUE-DAYS TO DISPLAY-DAYS.
           DISPLAY "OVERDUE CASE " DISPLAY-CASEID " "
              CP-CUSTNAME-TEXT(1:25) " " CP-ASSIGNEDTO " "
              DISPLAY-DAYS " DAYS LATE".

           MOVE CP-CASEID TO CK-PSEUDO-ID.
           MOVE 0 TO ESC-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :ESC-DUP-COUNT
                   FROM EXCEPTIONS
                   WHERE EXCTYPE = 'CMPL'
                     AND VIN = :CK-PSEUDO-VIN
                     AND STATUS = 'O'
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF ESC-DUP-COUNT > 0
              GO TO 2100-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(EXCEPTIONID), 0) + 1
                   INTO :ESC-NEXT-EXCID
                   FROM EXCEPTIONS
           END-EXEC.
           EXEC SQL
               INSERT INTO EXCEPTIONS
                   (EXCEPTIONID, EXCTYPE, VIN, DEALERID, STATUS,
                    DATEFOUND, REASON)
                   VALUES
                   (:ESC-NEXT-EXCID, 'CMPL', :CK-PSEUDO-VIN,
                    :CP-DEALERID, 'O', CURRENT DATE,
                    'COMPLAINT CASE PAST DUE DATE')
           END-EXEC.
           MOVE 0 TO SQLCODE.

           ADD 1 TO ESCALATED-COUNT.

       2100-EXIT.
           CONTINUE.
