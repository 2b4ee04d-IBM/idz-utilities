      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VIC.cbl                                     *
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
      * NIGHTLY MANUFACTURER INCENTIVE CLAIM CYCLE. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VMW IS)
      * THAT WORKS THE INCENTIVE_CLAIMS GAM0VSE QUEUES FOR EVERY
      * FACTORY REBATE TAKEN OFF A DEAL AND THE REVERSALS GAM0VUW
      * QUEUES WHEN A CLAIMED DEAL IS UNWOUND:
      *   1. LOADS THE MANUFACTURER'S INCENTIVE PAYMENT STATEMENT
      *      (INCSTMT) - PAYMENTS CLOSE OR REDUCE THE RECEIVABLE, A
      *      SHORT PAYMENT, REJECTION OR CHARGEBACK RAISES AN 'ICRJ'
      *      EXCEPTION.
      *   2. WRITES EVERY PENDING CLAIM AND REVERSAL TO THE CLAIM
      *      FILE (INCCLAIM) IN THE MANUFACTURER'S HEADER/DETAIL/
      *      TRAILER LAYOUT AND MARKS IT SUBMITTED.
      *   3. AGES THE OPEN RECEIVABLE - A CLAIM STILL UNPAID 60 DAYS
      *      AFTER SUBMISSION RAISES AN 'ICAG' EXCEPTION.
      *   4. SWEEPS THE LAST 90 DAYS OF RETAIL DEALS FOR ONES THAT
      *      HAD A FACTORY PROGRAM IN EFFECT BUT NO CLAIM ON FILE -
      *      MONEY WE HAVE NOT ASKED FOR - AND RAISES 'ICUN'.
      * ALL THREE EXCEPTION TYPES LAND ON THE GAM0VEW WORKBENCH AND
      * THE GAM0VEA ESCALATION REPORT, DEDUPED ON THE VIN.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCENTIVE-STMT-FILE ASSIGN TO INCSTMT
               ORGANIZATION IS SEQUENTIAL.

           SELECT INCENTIVE-CLAIM-FILE ASSIGN TO INCCLAIM
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  INCENTIVE-STMT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INCENTIVE-STMT-RECORD.
           05 ISR-CLAIMID          PIC 9(9).
           05 ISR-VIN              PIC X(17).
           05 ISR-DISPOSITION      PIC X(1).
              88 ISR-PAID             VALUE 'P'.
              88 ISR-REJECTED         VALUE 'R'.
              88 ISR-CHARGEBACK       VALUE 'C'.
           05 ISR-AMOUNT           PIC 9(7)V99.
           05 ISR-CODE             PIC X(4).
           05 ISR-REASON           PIC X(30).
           05 FILLER               PIC X(10).

       FD  INCENTIVE-CLAIM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INCENTIVE-CLAIM-RECORD.
           05 ICR-RECTYPE          PIC X(1).
           05 ICR-DATA             PIC X(99).
       01  INCENTIVE-CLAIM-HEADER.
           05 FILLER               PIC X(1).
           05 ICH-SUBMITTER        PIC X(8).
           05 ICH-RUNDATE          PIC X(10).
           05 FILLER               PIC X(81).
       01  INCENTIVE-CLAIM-DETAIL.
           05 FILLER               PIC X(1).
           05 ICD-DEALERID         PIC 9(5).
           05 ICD-CLAIMID          PIC 9(9).
           05 ICD-CLAIMTYPE        PIC X(1).
           05 ICD-ORIGCLAIMID      PIC 9(9).
           05 ICD-VIN              PIC X(17).
           05 ICD-SALEDATE         PIC X(10).
           05 ICD-INCENTIVEID      PIC 9(9).
           05 ICD-INCENTIVETYPE    PIC X(4).
           05 ICD-CLAIMAMOUNT      PIC 9(7)V99.
           05 ICD-PROGRAMNAME      PIC X(25).
       01  INCENTIVE-CLAIM-TRAILER.
           05 FILLER               PIC X(1).
           05 ICT-CLAIM-COUNT      PIC 9(9).
           05 ICT-CLAIM-TOTAL      PIC 9(11)V99.
           05 ICT-REVERSAL-COUNT   PIC 9(9).
           05 ICT-REVERSAL-TOTAL   PIC 9(11)V99.
           05 FILLER               PIC X(55).

       WORKING-STORAGE SECTION.

       COPY GAM0BIC.

       01 SCHEMA-CONNECT        PIC X(8).

       01 INCENTIVE-STMT-EOF-SW PIC X VALUE 'N'.
          88 INCENTIVE-STMT-EOF    VALUE 'Y'.

       01 IV-CLAIMID            PIC S9(9) USAGE COMP.
       01 IV-CLAIMTYPE          PIC X(1).
       01 IV-STATUS             PIC X(1).
       01 IV-NEW-STATUS         PIC X(1).
       01 IV-CLAIMAMOUNT        PIC S9(7)V99 USAGE COMP-3.
       01 IV-PAIDAMOUNT         PIC S9(7)V99 USAGE COMP-3.
       01 IV-STMT-AMOUNT        PIC S9(7)V99 USAGE COMP-3.
       01 IV-RESPONSECODE       PIC X(4).
       01 IV-REASON             PIC X(30).
       01 IV-EXC-REASON         PIC X(30).
       01 IV-EXCTYPE            PIC X(4).
       01 IV-VIN                PIC X(17).
       01 IV-DEALERID           PIC S9(9) USAGE COMP.
       01 IV-SALEDATE           PIC X(10).
       01 IV-PROGRAMNAME        PIC X(30).
       01 IV-AGE-DAYS           PIC S9(9) USAGE COMP.
       01 IV-OPEN-AMOUNT        PIC S9(9)V99 USAGE COMP-3.
       01 IND-ORIGCLAIMID       PIC S9(4) USAGE COMP.
       01 IND-PROGRAMNAME       PIC S9(4) USAGE COMP.

       01 ESC-DUP-COUNT         PIC S9(9) USAGE COMP.
       01 ESC-NEXT-EXCID        PIC S9(9) USAGE COMP.

       01 LINES-READ            PIC S9(9) USAGE COMP VALUE 0.
       01 CLAIMS-PAID           PIC S9(9) USAGE COMP VALUE 0.
       01 CLAIMS-SHORT-PAID     PIC S9(9) USAGE COMP VALUE 0.
       01 CLAIMS-REJECTED       PIC S9(9) USAGE COMP VALUE 0.
       01 REVERSALS-RECOVERED   PIC S9(9) USAGE COMP VALUE 0.
       01 LINES-UNMATCHED       PIC S9(9) USAGE COMP VALUE 0.
       01 CLAIMS-SUBMITTED      PIC S9(9) USAGE COMP VALUE 0.
       01 REVERSALS-SUBMITTED   PIC S9(9) USAGE COMP VALUE 0.
       01 CLAIMS-AGED           PIC S9(9) USAGE COMP VALUE 0.
       01 DEALS-UNCLAIMED       PIC S9(9) USAGE COMP VALUE 0.
       01 ESCALATED-COUNT       PIC S9(9) USAGE COMP VALUE 0.
       01 SUBMIT-TOTAL          PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 REVERSAL-TOTAL        PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 PAID-TOTAL            PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 OPEN-RECEIVABLE       PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 OPEN-REVERSALS        PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-DAYS          PIC ZZZZ9.
       01 DISPLAY-CLAIMID       PIC 9(9).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE ICPENDCURSOR CURSOR FOR
               SELECT C.CLAIMID, C.CLAIMTYPE, C.ORIGCLAIMID, C.VIN,
                      C.DEALERID, CHAR(C.SALEDATE, ISO),
                      C.INCENTIVEID, C.INCENTIVETYPE, C.CLAIMAMOUNT,
                      M.PROGRAMNAME
                   FROM INCENTIVE_CLAIMS C
                   LEFT OUTER JOIN MFR_INCENTIVES M
                           ON C.INCENTIVEID = M.INCENTIVEID
                   WHERE C.STATUS = 'P'
                   ORDER BY C.DEALERID, C.CLAIMID
           END-EXEC.

       EXEC SQL
           DECLARE ICAGECURSOR CURSOR FOR
               SELECT CLAIMID, CLAIMTYPE, VIN, DEALERID,
                      CLAIMAMOUNT - PAIDAMOUNT,
                      DAYS(CURRENT DATE) - DAYS(SUBMITDATE)
                   FROM INCENTIVE_CLAIMS
                   WHERE STATUS IN ('S', 'H')
                   ORDER BY SUBMITDATE, CLAIMID
           END-EXEC.

      *---------------------------------------
      * A LIVE RETAIL DEAL WHOSE YEAR/MAKE/MODEL HAD A FACTORY
      * PROGRAM IN EFFECT ON THE SALE DATE, BUT NOT ONE CLAIM ROW.
      *---------------------------------------
       EXEC SQL
           DECLARE ICUNCLAIMED CURSOR FOR
               SELECT S.VIN, S.DEALERID, CHAR(S.SALEDATE, ISO)
                   FROM SALES S
                   INNER JOIN INVENTORY V
                           ON S.VIN = V.VIN
                   WHERE (S.SALESTATUS IS NULL OR S.SALESTATUS = 'A')
                     AND S.SALETYPE <> 'W'
                     AND S.SALEDATE >= CURRENT DATE - 90 DAYS
                     AND EXISTS
                         (SELECT 1 FROM MFR_INCENTIVES M
                              WHERE M.AUTOYEAR = V.AUTOYEAR
                                AND M.MAKE = V.MAKE
                                AND M.MODEL = V.MODEL
                                AND M.AMOUNT > 0
                                AND M.EFFECTIVEFROM <= S.SALEDATE
                                AND (M.EFFECTIVETO IS NULL
                                     OR M.EFFECTIVETO >= S.SALEDATE))
                     AND NOT EXISTS
                         (SELECT 1 FROM INCENTIVE_CLAIMS C
                              WHERE C.VIN = S.VIN
                                AND C.SALEDATE = S.SALEDATE)
                   ORDER BY S.DEALERID, S.SALEDATE
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

           DISPLAY "MANUFACTURER INCENTIVE CLAIM CYCLE".

           PERFORM 1000-LOAD-STATEMENT.
           PERFORM 2000-SUBMIT-PENDING.
           PERFORM 3000-AGE-RECEIVABLES.
           PERFORM 4000-FIND-UNCLAIMED.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY " ".
           MOVE LINES-READ TO DISPLAY-COUNT.
           DISPLAY "STATEMENT LINES READ:  " DISPLAY-COUNT.
           MOVE CLAIMS-PAID TO DISPLAY-COUNT.
           MOVE PAID-TOTAL TO DISPLAY-MONEY.
           DISPLAY "CLAIM PAYMENTS:        " DISPLAY-COUNT
              " " DISPLAY-MONEY.
           MOVE CLAIMS-SHORT-PAID TO DISPLAY-COUNT.
           DISPLAY "SHORT PAID:            " DISPLAY-COUNT.
           MOVE CLAIMS-REJECTED TO DISPLAY-COUNT.
           DISPLAY "REJECTED/CHARGED BACK: " DISPLAY-COUNT.
           MOVE REVERSALS-RECOVERED TO DISPLAY-COUNT.
           DISPLAY "REVERSALS RECOVERED:   " DISPLAY-COUNT.
           MOVE LINES-UNMATCHED TO DISPLAY-COUNT.
           DISPLAY "LINES UNMATCHED:       " DISPLAY-COUNT.
           MOVE CLAIMS-SUBMITTED TO DISPLAY-COUNT.
           MOVE SUBMIT-TOTAL TO DISPLAY-MONEY.
           DISPLAY "CLAIMS SUBMITTED:      " DISPLAY-COUNT
              " " DISPLAY-MONEY.
           MOVE REVERSALS-SUBMITTED TO DISPLAY-COUNT.
           MOVE REVERSAL-TOTAL TO DISPLAY-MONEY.
           DISPLAY "REVERSALS SUBMITTED:   " DISPLAY-COUNT
              " " DISPLAY-MONEY.
           MOVE CLAIMS-AGED TO DISPLAY-COUNT.
           DISPLAY "PAST 60 DAYS UNPAID:   " DISPLAY-COUNT.
           MOVE DEALS-UNCLAIMED TO DISPLAY-COUNT.
           DISPLAY "DEALS NEVER CLAIMED:   " DISPLAY-COUNT.
           MOVE OPEN-RECEIVABLE TO DISPLAY-MONEY.
           DISPLAY "OPEN INCENTIVE RECEIVABLE: " DISPLAY-MONEY.
           MOVE OPEN-REVERSALS TO DISPLAY-MONEY.
           DISPLAY "REVERSALS OWED BACK:       " DISPLAY-MONEY.
           MOVE ESCALATED-COUNT TO DISPLAY-COUNT.
           DISPLAY "EXCEPTIONS RAISED:     " DISPLAY-COUNT.
           DISPLAY "INCENTIVE CLAIM CYCLE COMPLETE".

           GOBACK.

      *---------------------------------------
      * PASS 1 - THE FACTORY'S PAYMENT STATEMENT. A PAYMENT ON A
      * SUBMITTED OR PART-PAID CLAIM ADDS TO WHAT HAS BEEN PAID AND
      * CLOSES THE CLAIM ONCE IT COVERS THE AMOUNT CLAIMED; A
      * REJECTION CAN ONLY HIT A CLAIM NOT YET PAID; A CHARGEBACK
      * TAKES BACK MONEY ALREADY PAID. A 'P' LINE AGAINST ONE OF OUR
      * REVERSALS IS THE FACTORY RECOVERING THE REBATE AND CLOSES IT.
      *---------------------------------------
       1000-LOAD-STATEMENT.
           OPEN INPUT INCENTIVE-STMT-FILE.

           READ INCENTIVE-STMT-FILE
               AT END MOVE 'Y' TO INCENTIVE-STMT-EOF-SW
           END-READ.

           PERFORM UNTIL INCENTIVE-STMT-EOF
              ADD 1 TO LINES-READ
              PERFORM 1100-APPLY-STATEMENT-LINE THRU 1100-EXIT

              READ INCENTIVE-STMT-FILE
                  AT END MOVE 'Y' TO INCENTIVE-STMT-EOF-SW
              END-READ
           END-PERFORM.

           CLOSE INCENTIVE-STMT-FILE.

       1100-APPLY-STATEMENT-LINE.
           IF ISR-CLAIMID NOT NUMERIC
              ADD 1 TO LINES-UNMATCHED
              DISPLAY "STATEMENT LINE WITH INVALID CLAIM ID SKIPPED"
              GO TO 1100-EXIT
           END-IF.
           MOVE ISR-CLAIMID TO IV-CLAIMID.
           MOVE ISR-CLAIMID TO DISPLAY-CLAIMID.
           IF ISR-AMOUNT NUMERIC
              MOVE ISR-AMOUNT TO IV-STMT-AMOUNT
           ELSE
              MOVE 0 TO IV-STMT-AMOUNT
           END-IF.

           MOVE SPACES TO IV-STATUS IV-VIN.
           EXEC SQL
               SELECT CLAIMTYPE, STATUS, VIN, DEALERID,
                      CLAIMAMOUNT, PAIDAMOUNT
                   INTO :IV-CLAIMTYPE, :IV-STATUS, :IV-VIN,
                        :IV-DEALERID, :IV-CLAIMAMOUNT,
                        :IV-PAIDAMOUNT
                   FROM INCENTIVE_CLAIMS
                   WHERE CLAIMID = :IV-CLAIMID
           END-EXEC.

           IF SQLCODE NOT = 0 OR IV-VIN NOT = ISR-VIN
              MOVE 0 TO SQLCODE
              ADD 1 TO LINES-UNMATCHED
              DISPLAY "STATEMENT LINE FOR UNKNOWN CLAIM "
                 DISPLAY-CLAIMID " " ISR-VIN
              GO TO 1100-EXIT
           END-IF.

           MOVE SPACES TO IV-RESPONSECODE IV-REASON.
           EVALUATE TRUE
           WHEN ISR-PAID AND IV-CLAIMTYPE = "R" AND IV-STATUS = "S"
              MOVE "A" TO IV-NEW-STATUS
              MOVE IV-STMT-AMOUNT TO IV-PAIDAMOUNT
           WHEN ISR-PAID AND IV-CLAIMTYPE = "C"
                AND (IV-STATUS = "S" OR IV-STATUS = "H")
              ADD IV-STMT-AMOUNT TO IV-PAIDAMOUNT
              IF IV-PAIDAMOUNT < IV-CLAIMAMOUNT
                 MOVE "H" TO IV-NEW-STATUS
                 MOVE ISR-CODE TO IV-RESPONSECODE
                 MOVE ISR-REASON TO IV-REASON
              ELSE
                 MOVE "A" TO IV-NEW-STATUS
              END-IF
           WHEN ISR-REJECTED AND IV-CLAIMTYPE = "C"
                AND IV-STATUS = "S"
              MOVE "R" TO IV-NEW-STATUS
              MOVE 0 TO IV-PAIDAMOUNT
              MOVE ISR-CODE TO IV-RESPONSECODE
              MOVE ISR-REASON TO IV-REASON
           WHEN ISR-CHARGEBACK AND IV-CLAIMTYPE = "C"
                AND (IV-STATUS = "A" OR IV-STATUS = "H")
              MOVE "B" TO IV-NEW-STATUS
              SUBTRACT IV-STMT-AMOUNT FROM IV-PAIDAMOUNT
              IF IV-PAIDAMOUNT < 0
                 MOVE 0 TO IV-PAIDAMOUNT
              END-IF
              MOVE ISR-CODE TO IV-RESPONSECODE
              MOVE ISR-REASON TO IV-REASON
           WHEN OTHER
              ADD 1 TO LINES-UNMATCHED
              DISPLAY "STATEMENT " ISR-DISPOSITION " NOT VALID FOR "
                 "CLAIM " DISPLAY-CLAIMID " IN STATUS " IV-STATUS
              GO TO 1100-EXIT
           END-EVALUATE.

           EXEC SQL
               UPDATE INCENTIVE_CLAIMS
                  SET STATUS = :IV-NEW-STATUS,
                      RESPONSEDATE = CURRENT DATE,
                      PAIDAMOUNT = :IV-PAIDAMOUNT,
                      RESPONSECODE = :IV-RESPONSECODE,
                      RESPONSEREASON = :IV-REASON
                WHERE CLAIMID = :IV-CLAIMID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR UPDATING CLAIM " DISPLAY-CLAIMID
                 ", SQLCODE " DISPLAYSQLCODE
              MOVE 0 TO SQLCODE
              GO TO 1100-EXIT
           END-IF.

           EVALUATE TRUE
           WHEN IV-CLAIMTYPE = "R"
              ADD 1 TO REVERSALS-RECOVERED
           WHEN IV-NEW-STATUS = "A"
              ADD 1 TO CLAIMS-PAID
              ADD IV-STMT-AMOUNT TO PAID-TOTAL
           WHEN IV-NEW-STATUS = "H"
              ADD 1 TO CLAIMS-PAID
              ADD 1 TO CLAIMS-SHORT-PAID
              ADD IV-STMT-AMOUNT TO PAID-TOTAL
              MOVE "ICRJ" TO IV-EXCTYPE
              MOVE SPACES TO IV-EXC-REASON
              STRING "INCENTIVE SHORT PAID " IV-RESPONSECODE
                 DELIMITED BY SIZE INTO IV-EXC-REASON
              PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT
           WHEN OTHER
              ADD 1 TO CLAIMS-REJECTED
              DISPLAY "CLAIM " DISPLAY-CLAIMID " " IV-VIN " "
                 ISR-DISPOSITION " " IV-RESPONSECODE " " IV-REASON
              MOVE "ICRJ" TO IV-EXCTYPE
              MOVE SPACES TO IV-EXC-REASON
              IF IV-NEW-STATUS = "B"
                 STRING "INCENTIVE CHARGEBACK " IV-RESPONSECODE
                    DELIMITED BY SIZE INTO IV-EXC-REASON
              ELSE
                 STRING "INCENTIVE REJECTED " IV-RESPONSECODE
                    DELIMITED BY SIZE INTO IV-EXC-REASON
              END-IF
              PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT
           END-EVALUATE.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * PASS 2 - EVERY PENDING CLAIM AND REVERSAL GOES ON TONIGHT'S
      * CLAIM FILE AND BECOMES SUBMITTED. A REVERSAL CARRIES THE
      * CLAIM IT TAKES BACK SO THE FACTORY CAN MATCH THEM.
      *---------------------------------------
       2000-SUBMIT-PENDING.
           OPEN OUTPUT INCENTIVE-CLAIM-FILE.

           MOVE SPACES TO INCENTIVE-CLAIM-HEADER.
           MOVE "H" TO ICR-RECTYPE.
           MOVE "GAM0VIC" TO ICH-SUBMITTER.
           MOVE FUNCTION CURRENT-DATE(1:4) TO ICH-RUNDATE(1:4).
           MOVE "-" TO ICH-RUNDATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO ICH-RUNDATE(6:2).
           MOVE "-" TO ICH-RUNDATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO ICH-RUNDATE(9:2).
           WRITE INCENTIVE-CLAIM-HEADER.

           EXEC SQL OPEN ICPENDCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING ICPENDCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              CLOSE INCENTIVE-CLAIM-FILE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH ICPENDCURSOR
                      INTO :IC-CLAIMID, :IC-CLAIMTYPE,
                           :IC-ORIGCLAIMID :IND-ORIGCLAIMID,
                           :IC-VIN, :IC-DEALERID, :IC-SALEDATE,
                           :IC-INCENTIVEID, :IC-INCENTIVETYPE,
                           :IC-CLAIMAMOUNT,
                           :IV-PROGRAMNAME :IND-PROGRAMNAME
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING ICPENDCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 CLOSE INCENTIVE-CLAIM-FILE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2100-SUBMIT-ONE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ICPENDCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE SPACES TO INCENTIVE-CLAIM-TRAILER.
           MOVE "T" TO ICR-RECTYPE.
           MOVE CLAIMS-SUBMITTED TO ICT-CLAIM-COUNT.
           MOVE SUBMIT-TOTAL TO ICT-CLAIM-TOTAL.
           MOVE REVERSALS-SUBMITTED TO ICT-REVERSAL-COUNT.
           MOVE REVERSAL-TOTAL TO ICT-REVERSAL-TOTAL.
           WRITE INCENTIVE-CLAIM-TRAILER.

           CLOSE INCENTIVE-CLAIM-FILE.

       2100-SUBMIT-ONE.
           IF IND-ORIGCLAIMID < 0
              MOVE 0 TO IC-ORIGCLAIMID
           END-IF.
           IF IND-PROGRAMNAME < 0
              MOVE SPACES TO IV-PROGRAMNAME
           END-IF.

           MOVE SPACES TO INCENTIVE-CLAIM-DETAIL.
           MOVE "D" TO ICR-RECTYPE.
           MOVE IC-DEALERID TO ICD-DEALERID.
           MOVE IC-CLAIMID TO ICD-CLAIMID.
           MOVE IC-CLAIMTYPE TO ICD-CLAIMTYPE.
           MOVE IC-ORIGCLAIMID TO ICD-ORIGCLAIMID.
           MOVE IC-VIN-TEXT TO ICD-VIN.
           MOVE IC-SALEDATE TO ICD-SALEDATE.
           MOVE IC-INCENTIVEID TO ICD-INCENTIVEID.
           MOVE IC-INCENTIVETYPE TO ICD-INCENTIVETYPE.
           MOVE IC-CLAIMAMOUNT TO ICD-CLAIMAMOUNT.
           MOVE IV-PROGRAMNAME TO ICD-PROGRAMNAME.
           WRITE INCENTIVE-CLAIM-DETAIL.

           EXEC SQL
               UPDATE INCENTIVE_CLAIMS
                  SET STATUS = 'S',
                      SUBMITDATE = CURRENT DATE
                WHERE CLAIMID = :IC-CLAIMID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              MOVE IC-CLAIMID TO DISPLAY-CLAIMID
              DISPLAY "ERROR MARKING CLAIM " DISPLAY-CLAIMID
                 " SUBMITTED, SQLCODE " DISPLAYSQLCODE
           ELSE
              IF IC-CLAIMTYPE = "R"
                 ADD 1 TO REVERSALS-SUBMITTED
                 ADD IC-CLAIMAMOUNT TO REVERSAL-TOTAL
              ELSE
                 ADD 1 TO CLAIMS-SUBMITTED
                 ADD IC-CLAIMAMOUNT TO SUBMIT-TOTAL
              END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * PASS 3 - THE OPEN RECEIVABLE. A CLAIM THE FACTORY HAS NOT
      * PAID IN FULL WITHIN 60 DAYS OF SUBMISSION RAISES ONE OPEN
      * 'ICAG' EXCEPTION. OPEN REVERSALS ARE TOTALLED SEPARATELY AS
      * MONEY THE FACTORY WILL TAKE BACK.
      *---------------------------------------
       3000-AGE-RECEIVABLES.
           DISPLAY " ".
           DISPLAY "INCENTIVE CLAIMS PAST 60 DAYS UNPAID".

           EXEC SQL OPEN ICAGECURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH ICAGECURSOR
                      INTO :IV-CLAIMID, :IV-CLAIMTYPE, :IV-VIN,
                           :IV-DEALERID, :IV-OPEN-AMOUNT,
                           :IV-AGE-DAYS
              END-EXEC
              IF SQLCODE = 0
                 IF IV-CLAIMTYPE = "R"
                    ADD IV-OPEN-AMOUNT TO OPEN-REVERSALS
                 ELSE
                    ADD IV-OPEN-AMOUNT TO OPEN-RECEIVABLE
                    IF IV-AGE-DAYS > 60
                       PERFORM 3100-AGE-ONE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ICAGECURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

       3100-AGE-ONE.
           ADD 1 TO CLAIMS-AGED.
           MOVE IV-CLAIMID TO DISPLAY-CLAIMID.
           MOVE IV-AGE-DAYS TO DISPLAY-DAYS.
           MOVE IV-OPEN-AMOUNT TO DISPLAY-MONEY.
           DISPLAY "CLAIM " DISPLAY-CLAIMID " " IV-VIN " "
              DISPLAY-DAYS " DAYS " DISPLAY-MONEY.

           MOVE "ICAG" TO IV-EXCTYPE.
           MOVE "INCENTIVE UNPAID OVER 60 DAYS" TO IV-EXC-REASON.
           PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT.

      *---------------------------------------
      * PASS 4 - DEALS THAT CARRIED A FACTORY PROGRAM BUT WERE
      * NEVER CLAIMED. 90 DAYS IS AS FAR BACK AS THE FACTORY STILL
      * ACCEPTS A LATE CLAIM.
      *---------------------------------------
       4000-FIND-UNCLAIMED.
           DISPLAY " ".
           DISPLAY "DEALS WITH A FACTORY PROGRAM AND NO CLAIM".

           EXEC SQL OPEN ICUNCLAIMED END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH ICUNCLAIMED
                      INTO :IV-VIN, :IV-DEALERID, :IV-SALEDATE
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO DEALS-UNCLAIMED
                 MOVE IV-DEALERID TO DISPLAY-COUNT
                 DISPLAY "DEALER " DISPLAY-COUNT " " IV-VIN
                    " SOLD " IV-SALEDATE
                 MOVE "ICUN" TO IV-EXCTYPE
                 MOVE "INCENTIVE NEVER CLAIMED" TO IV-EXC-REASON
                 PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ICUNCLAIMED END-EXEC.
           MOVE 0 TO SQLCODE.

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
                   WHERE EXCTYPE = :IV-EXCTYPE
                     AND VIN = :IV-VIN
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
                   (:ESC-NEXT-EXCID, :IV-EXCTYPE, :IV-VIN,
                    :IV-DEALERID, 'O', CURRENT DATE,
                    :IV-EXC-REASON)
           END-EXEC.
           MOVE 0 TO SQLCODE.

           ADD 1 TO ESCALATED-COUNT.

       9000-EXIT.
           CONTINUE.
