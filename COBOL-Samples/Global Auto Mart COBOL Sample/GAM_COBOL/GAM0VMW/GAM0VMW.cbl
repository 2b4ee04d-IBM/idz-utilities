      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VMW.cbl                                     *
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
      * NIGHTLY MANUFACTURER WARRANTY CLAIM CYCLE. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS)
      * THAT WORKS THE WARRANTY_CLAIMS GAM0VSO QUEUES WHEN A REPAIR
      * ORDER WITH FACTORY-PAY LINES IS CLOSED:
      *   1. LOADS THE MANUFACTURER'S RESPONSE FILE (WTYRESP) - PAID
      *      CLAIMS CLOSE THE RECEIVABLE, REJECTED AND CHARGED-BACK
      *      CLAIMS RAISE A 'WCRJ' EXCEPTION.
      *   2. WRITES EVERY PENDING CLAIM TO THE CLAIM-SUBMISSION FILE
      *      (WTYCLAIM) IN THE MANUFACTURER'S HEADER/DETAIL/TRAILER
      *      LAYOUT AND MARKS IT SUBMITTED.
      *   3. AGES THE OPEN RECEIVABLE - A SUBMITTED CLAIM STILL
      *      UNPAID AFTER 30 DAYS RAISES A 'WCAG' EXCEPTION.
      * BOTH EXCEPTION TYPES LAND ON THE GAM0VEW WORKBENCH AND THE
      * GAM0VEA ESCALATION REPORT, DEDUPED ON THE VIN.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VMW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-RESPONSE-FILE ASSIGN TO WTYRESP
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLAIM-SUBMIT-FILE ASSIGN TO WTYCLAIM
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CLAIM-RESPONSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-RESPONSE-RECORD.
           05 CRR-CLAIMID          PIC 9(9).
           05 CRR-VIN              PIC X(17).
           05 CRR-DISPOSITION      PIC X(1).
              88 CRR-PAID             VALUE 'P'.
              88 CRR-REJECTED         VALUE 'R'.
              88 CRR-CHARGEBACK       VALUE 'C'.
           05 CRR-PAIDAMOUNT       PIC 9(7)V99.
           05 CRR-REJECTCODE       PIC X(4).
           05 CRR-REASON           PIC X(30).
           05 FILLER               PIC X(10).

       FD  CLAIM-SUBMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-SUBMIT-RECORD.
           05 CSR-RECTYPE          PIC X(1).
           05 CSR-DATA             PIC X(99).
       01  CLAIM-SUBMIT-HEADER.
           05 FILLER               PIC X(1).
           05 CSH-SUBMITTER        PIC X(8).
           05 CSH-RUNDATE          PIC X(10).
           05 FILLER               PIC X(81).
       01  CLAIM-SUBMIT-DETAIL.
           05 FILLER               PIC X(1).
           05 CSD-DEALERID         PIC 9(5).
           05 CSD-CLAIMID          PIC 9(9).
           05 CSD-RONUMBER         PIC 9(9).
           05 CSD-VIN              PIC X(17).
           05 CSD-MILESIN          PIC 9(7).
           05 CSD-REPAIRDATE       PIC X(10).
           05 CSD-LABORAMOUNT      PIC 9(7)V99.
           05 CSD-PARTSAMOUNT      PIC 9(7)V99.
           05 CSD-CLAIMAMOUNT      PIC 9(7)V99.
           05 FILLER               PIC X(15).
       01  CLAIM-SUBMIT-TRAILER.
           05 FILLER               PIC X(1).
           05 CST-CLAIM-COUNT      PIC 9(9).
           05 CST-CLAIM-TOTAL      PIC 9(11)V99.
           05 FILLER               PIC X(77).

       WORKING-STORAGE SECTION.

       COPY GAM0BWY.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CLAIM-RESPONSE-EOF-SW PIC X VALUE 'N'.
          88 CLAIM-RESPONSE-EOF    VALUE 'Y'.

       01 MW-CLAIMID            PIC S9(9) USAGE COMP.
       01 MW-STATUS             PIC X(1).
       01 MW-NEW-STATUS         PIC X(1).
       01 MW-PAIDAMOUNT         PIC S9(7)V99 USAGE COMP-3.
       01 MW-REJECTCODE         PIC X(4).
       01 MW-REASON             PIC X(30).
       01 MW-EXC-REASON         PIC X(30).
       01 MW-EXCTYPE            PIC X(4).
       01 MW-VIN                PIC X(17).
       01 MW-DEALERID           PIC S9(9) USAGE COMP.
       01 MW-MILESIN            PIC S9(9) USAGE COMP.
       01 MW-AGE-DAYS           PIC S9(9) USAGE COMP.
       01 MW-OPEN-AMOUNT        PIC S9(9)V99 USAGE COMP-3.

       01 ESC-DUP-COUNT         PIC S9(9) USAGE COMP.
       01 ESC-NEXT-EXCID        PIC S9(9) USAGE COMP.

       01 RESPONSES-READ        PIC S9(9) USAGE COMP VALUE 0.
       01 CLAIMS-PAID           PIC S9(9) USAGE COMP VALUE 0.
       01 CLAIMS-REJECTED       PIC S9(9) USAGE COMP VALUE 0.
       01 RESPONSES-UNMATCHED   PIC S9(9) USAGE COMP VALUE 0.
       01 CLAIMS-SUBMITTED      PIC S9(9) USAGE COMP VALUE 0.
       01 CLAIMS-AGED           PIC S9(9) USAGE COMP VALUE 0.
       01 ESCALATED-COUNT       PIC S9(9) USAGE COMP VALUE 0.
       01 SUBMIT-TOTAL          PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 PAID-TOTAL            PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 OPEN-RECEIVABLE       PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-DAYS          PIC ZZZZ9.
       01 DISPLAY-CLAIMID       PIC 9(9).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE WCPENDCURSOR CURSOR FOR
               SELECT C.CLAIMID, C.RONUMBER, C.VIN, C.DEALERID,
                      R.MILESIN, CHAR(R.OPENDATE, ISO),
                      C.LABORAMOUNT, C.PARTSAMOUNT, C.CLAIMAMOUNT
                   FROM WARRANTY_CLAIMS C
                   INNER JOIN REPAIR_ORDERS R
                           ON C.RONUMBER = R.RONUMBER
                   WHERE C.STATUS = 'P'
                   ORDER BY C.DEALERID, C.CLAIMID
           END-EXEC.

       EXEC SQL
           DECLARE WCAGECURSOR CURSOR FOR
               SELECT CLAIMID, VIN, DEALERID,
                      CLAIMAMOUNT - PAIDAMOUNT,
                      DAYS(CURRENT DATE) - DAYS(SUBMITDATE)
                   FROM WARRANTY_CLAIMS
                   WHERE STATUS = 'S'
                   ORDER BY SUBMITDATE, CLAIMID
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

           DISPLAY "MANUFACTURER WARRANTY CLAIM CYCLE".

           PERFORM 1000-LOAD-RESPONSES.
           PERFORM 2000-SUBMIT-PENDING.
           PERFORM 3000-AGE-RECEIVABLES.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY " ".
           MOVE RESPONSES-READ TO DISPLAY-COUNT.
           DISPLAY "RESPONSES READ:        " DISPLAY-COUNT.
           MOVE CLAIMS-PAID TO DISPLAY-COUNT.
           MOVE PAID-TOTAL TO DISPLAY-MONEY.
           DISPLAY "CLAIMS PAID:           " DISPLAY-COUNT
              " " DISPLAY-MONEY.
           MOVE CLAIMS-REJECTED TO DISPLAY-COUNT.
           DISPLAY "REJECTED/CHARGED BACK: " DISPLAY-COUNT.
           MOVE RESPONSES-UNMATCHED TO DISPLAY-COUNT.
           DISPLAY "RESPONSES UNMATCHED:   " DISPLAY-COUNT.
           MOVE CLAIMS-SUBMITTED TO DISPLAY-COUNT.
           MOVE SUBMIT-TOTAL TO DISPLAY-MONEY.
           DISPLAY "CLAIMS SUBMITTED:      " DISPLAY-COUNT
              " " DISPLAY-MONEY.
           MOVE CLAIMS-AGED TO DISPLAY-COUNT.
           DISPLAY "PAST 30 DAYS UNPAID:   " DISPLAY-COUNT.
           MOVE OPEN-RECEIVABLE TO DISPLAY-MONEY.
           DISPLAY "OPEN WARRANTY RECEIVABLE: " DISPLAY-MONEY.
           MOVE ESCALATED-COUNT TO DISPLAY-COUNT.
           DISPLAY "EXCEPTIONS RAISED:     " DISPLAY-COUNT.
           DISPLAY "WARRANTY CLAIM CYCLE COMPLETE".

           GOBACK.

      *---------------------------------------
      * PASS 1 - THE FACTORY'S ANSWERS TO CLAIMS WE SUBMITTED. ONLY
      * A SUBMITTED CLAIM CAN BE PAID OR REJECTED; A CHARGEBACK
      * REVERSES A CLAIM ALREADY PAID.
      *---------------------------------------
       1000-LOAD-RESPONSES.
           OPEN INPUT CLAIM-RESPONSE-FILE.

           READ CLAIM-RESPONSE-FILE
               AT END MOVE 'Y' TO CLAIM-RESPONSE-EOF-SW
           END-READ.

           PERFORM UNTIL CLAIM-RESPONSE-EOF
              ADD 1 TO RESPONSES-READ
              PERFORM 1100-APPLY-RESPONSE THRU 1100-EXIT

              READ CLAIM-RESPONSE-FILE
                  AT END MOVE 'Y' TO CLAIM-RESPONSE-EOF-SW
              END-READ
           END-PERFORM.

           CLOSE CLAIM-RESPONSE-FILE.

       1100-APPLY-RESPONSE.
           IF CRR-CLAIMID NOT NUMERIC
              ADD 1 TO RESPONSES-UNMATCHED
              DISPLAY "RESPONSE WITH INVALID CLAIM ID SKIPPED"
              GO TO 1100-EXIT
           END-IF.
           MOVE CRR-CLAIMID TO MW-CLAIMID.
           MOVE CRR-CLAIMID TO DISPLAY-CLAIMID.

           MOVE SPACES TO MW-STATUS MW-VIN.
           EXEC SQL
               SELECT STATUS, VIN, DEALERID
                   INTO :MW-STATUS, :MW-VIN, :MW-DEALERID
                   FROM WARRANTY_CLAIMS
                   WHERE CLAIMID = :MW-CLAIMID
           END-EXEC.

           IF SQLCODE NOT = 0 OR MW-VIN NOT = CRR-VIN
              MOVE 0 TO SQLCODE
              ADD 1 TO RESPONSES-UNMATCHED
              DISPLAY "RESPONSE FOR UNKNOWN CLAIM " DISPLAY-CLAIMID
                 " " CRR-VIN
              GO TO 1100-EXIT
           END-IF.

           EVALUATE TRUE
           WHEN CRR-PAID AND MW-STATUS = "S"
              MOVE "A" TO MW-NEW-STATUS
              IF CRR-PAIDAMOUNT NUMERIC
                 MOVE CRR-PAIDAMOUNT TO MW-PAIDAMOUNT
              ELSE
                 MOVE 0 TO MW-PAIDAMOUNT
              END-IF
              MOVE SPACES TO MW-REJECTCODE MW-REASON
           WHEN CRR-REJECTED AND MW-STATUS = "S"
              MOVE "R" TO MW-NEW-STATUS
              MOVE 0 TO MW-PAIDAMOUNT
              MOVE CRR-REJECTCODE TO MW-REJECTCODE
              MOVE CRR-REASON TO MW-REASON
           WHEN CRR-CHARGEBACK AND MW-STATUS = "A"
              MOVE "B" TO MW-NEW-STATUS
              MOVE 0 TO MW-PAIDAMOUNT
              MOVE CRR-REJECTCODE TO MW-REJECTCODE
              MOVE CRR-REASON TO MW-REASON
           WHEN OTHER
              ADD 1 TO RESPONSES-UNMATCHED
              DISPLAY "RESPONSE " CRR-DISPOSITION " NOT VALID FOR "
                 "CLAIM " DISPLAY-CLAIMID " IN STATUS " MW-STATUS
              GO TO 1100-EXIT
           END-EVALUATE.

           EXEC SQL
               UPDATE WARRANTY_CLAIMS
                  SET STATUS = :MW-NEW-STATUS,
                      RESPONSEDATE = CURRENT DATE,
                      PAIDAMOUNT = :MW-PAIDAMOUNT,
                      REJECTCODE = :MW-REJECTCODE,
                      REJECTREASON = :MW-REASON
                WHERE CLAIMID = :MW-CLAIMID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR UPDATING CLAIM " DISPLAY-CLAIMID
                 ", SQLCODE " DISPLAYSQLCODE
              MOVE 0 TO SQLCODE
              GO TO 1100-EXIT
           END-IF.

           IF MW-NEW-STATUS = "A"
              ADD 1 TO CLAIMS-PAID
              ADD MW-PAIDAMOUNT TO PAID-TOTAL
           ELSE
              ADD 1 TO CLAIMS-REJECTED
              DISPLAY "CLAIM " DISPLAY-CLAIMID " " MW-VIN " "
                 CRR-DISPOSITION " " MW-REJECTCODE " " MW-REASON
              MOVE "WCRJ" TO MW-EXCTYPE
              MOVE SPACES TO MW-EXC-REASON
              IF MW-NEW-STATUS = "B"
                 STRING "WTY CHARGEBACK " MW-REJECTCODE
                    DELIMITED BY SIZE INTO MW-EXC-REASON
              ELSE
                 STRING "WTY CLAIM REJECTED " MW-REJECTCODE
                    DELIMITED BY SIZE INTO MW-EXC-REASON
              END-IF
              PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT
           END-IF.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * PASS 2 - EVERY PENDING CLAIM GOES ON TONIGHT'S SUBMISSION
      * FILE AND BECOMES A SUBMITTED RECEIVABLE.
      *---------------------------------------
       2000-SUBMIT-PENDING.
           OPEN OUTPUT CLAIM-SUBMIT-FILE.

           MOVE SPACES TO CLAIM-SUBMIT-HEADER.
           MOVE "H" TO CSR-RECTYPE.
           MOVE "GAM0VMW" TO CSH-SUBMITTER.
           MOVE FUNCTION CURRENT-DATE(1:4) TO CSH-RUNDATE(1:4).
           MOVE "-" TO CSH-RUNDATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO CSH-RUNDATE(6:2).
           MOVE "-" TO CSH-RUNDATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO CSH-RUNDATE(9:2).
           WRITE CLAIM-SUBMIT-HEADER.

           EXEC SQL OPEN WCPENDCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING WCPENDCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              CLOSE CLAIM-SUBMIT-FILE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH WCPENDCURSOR
                      INTO :WY-CLAIMID, :WY-RONUMBER, :WY-VIN,
                           :WY-DEALERID, :MW-MILESIN,
                           :WY-CREATEDATE, :WY-LABORAMOUNT,
                           :WY-PARTSAMOUNT, :WY-CLAIMAMOUNT
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING WCPENDCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 CLOSE CLAIM-SUBMIT-FILE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2100-SUBMIT-ONE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE WCPENDCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE SPACES TO CLAIM-SUBMIT-TRAILER.
           MOVE "T" TO CSR-RECTYPE.
           MOVE CLAIMS-SUBMITTED TO CST-CLAIM-COUNT.
           MOVE SUBMIT-TOTAL TO CST-CLAIM-TOTAL.
           WRITE CLAIM-SUBMIT-TRAILER.

           CLOSE CLAIM-SUBMIT-FILE.

       2100-SUBMIT-ONE.
           MOVE SPACES TO CLAIM-SUBMIT-DETAIL.
           MOVE "D" TO CSR-RECTYPE.
           MOVE WY-DEALERID TO CSD-DEALERID.
           MOVE WY-CLAIMID TO CSD-CLAIMID.
           MOVE WY-RONUMBER TO CSD-RONUMBER.
           MOVE WY-VIN-TEXT TO CSD-VIN.
           MOVE MW-MILESIN TO CSD-MILESIN.
           MOVE WY-CREATEDATE TO CSD-REPAIRDATE.
           MOVE WY-LABORAMOUNT TO CSD-LABORAMOUNT.
           MOVE WY-PARTSAMOUNT TO CSD-PARTSAMOUNT.
           MOVE WY-CLAIMAMOUNT TO CSD-CLAIMAMOUNT.
           WRITE CLAIM-SUBMIT-DETAIL.

           EXEC SQL
               UPDATE WARRANTY_CLAIMS
                  SET STATUS = 'S',
                      SUBMITDATE = CURRENT DATE
                WHERE CLAIMID = :WY-CLAIMID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              MOVE WY-CLAIMID TO DISPLAY-CLAIMID
              DISPLAY "ERROR MARKING CLAIM " DISPLAY-CLAIMID
                 " SUBMITTED, SQLCODE " DISPLAYSQLCODE
           ELSE
              ADD 1 TO CLAIMS-SUBMITTED
              ADD WY-CLAIMAMOUNT TO SUBMIT-TOTAL
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * PASS 3 - THE OPEN RECEIVABLE. A SUBMITTED CLAIM THE FACTORY
      * HAS NOT PAID WITHIN 30 DAYS RAISES ONE OPEN 'WCAG' EXCEPTION.
      *---------------------------------------
       3000-AGE-RECEIVABLES.
           DISPLAY " ".
           DISPLAY "SUBMITTED CLAIMS PAST 30 DAYS UNPAID".

           EXEC SQL OPEN WCAGECURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH WCAGECURSOR
                      INTO :MW-CLAIMID, :MW-VIN, :MW-DEALERID,
                           :MW-OPEN-AMOUNT, :MW-AGE-DAYS
              END-EXEC
              IF SQLCODE = 0
                 ADD MW-OPEN-AMOUNT TO OPEN-RECEIVABLE
                 IF MW-AGE-DAYS > 30
                    PERFORM 3100-AGE-ONE
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE WCAGECURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

       3100-AGE-ONE.
           ADD 1 TO CLAIMS-AGED.
           MOVE MW-CLAIMID TO DISPLAY-CLAIMID.
           MOVE MW-AGE-DAYS TO DISPLAY-DAYS.
           MOVE MW-OPEN-AMOUNT TO DISPLAY-MONEY.
           DISPLAY "CLAIM " DISPLAY-CLAIMID " " MW-VIN " "
              DISPLAY-DAYS " DAYS " DISPLAY-MONEY.

           MOVE "WCAG" TO MW-EXCTYPE.
           MOVE "WTY CLAIM UNPAID OVER 30 DAYS" TO MW-EXC-REASON.
           PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT.

      *---------------------------------------
      * ONE OPEN EXCEPTION PER VIN AND TYPE FOR THE GAM0VEW
      * WORKBENCH - A SECOND BAD CLAIM ON THE SAME UNIT RIDES ON
      * THE ROW ALREADY BEING WORKED.
      *---------------------------------------
       9000-RAISE-EXCEPTION.
           MOVE 0 TO ESC-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :ESC-DUP-COUNT
                   FROM EXCEPTIONS
                   WHERE EXCTYPE = :MW-EXCTYPE
                     AND VIN = :MW-VIN
                     AND STATUS = 'O'
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF ESC-DUP-COUNT > 0
              GO TO 9000-EXIT
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
                   (:ESC-NEXT-EXCID, :MW-EXCTYPE, :MW-VIN,
                    :MW-DEALERID, 'O', CURRENT DATE,
                    :MW-EXC-REASON)
           END-EXEC.
           MOVE 0 TO SQLCODE.

           ADD 1 TO ESCALATED-COUNT.

       9000-EXIT.
           CONTINUE.
