      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VHW.cbl                                     *
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
      * DAILY IN-HOUSE (BHPH) COLLECTIONS WORKLIST. BATCH PROGRAM
      * (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VSC
      * IS), RUN AFTER GAM0VHA HAS AGED THE BOOK. EVERY ACTIVE
      * CONTRACT BEHIND ON ITS SCHEDULE IS LISTED UNDER ITS STORE,
      * WORST FIRST, IN DAYS-PAST-DUE BUCKETS: 1-30, 31-60, 61-90
      * AND OVER 90, WHICH IS THE REPOSSESSION REVIEW LIST. EACH
      * ACCOUNT SHOWS THE BUYER (MASKED - GAM0VHP SHOWS THE WHOLE
      * NAME), THE PHONE TO CALL, THE CAR, THE AMOUNT PAST DUE AND
      * LATE FEES OWED, WHEN THEY LAST PAID AND THE PRINCIPAL STILL
      * OUT. EACH STORE'S LINES ALSO GO TO
      * REPORT_REPOSITORY (TYPE "BHPHCOLL") SCOPED TO THAT STORE SO
      * ITS COLLECTOR WORKS THE LIST ON GAM0VRB. AN OPTIONAL SYSIN
      * CARD (COLUMNS 1-3) RAISES THE MINIMUM DAYS PAST DUE LISTED.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VHW.

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
           05 CC-MIN-DPD            PIC X(3).
           05 FILLER                PIC X(77).

       WORKING-STORAGE SECTION.

       COPY GAM0BHC.
       COPY GAM0BRP.
       COPY GAM0BMK.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 MIN-DPD               PIC S9(4) USAGE COMP VALUE 1.

       01 WL-DEALERNAME         PIC X(35).
       01 WL-PHONE              PIC X(12).
       01 WL-LASTPAID           PIC X(10).
       01 WL-PAST-DUE           PIC S9(7)V99 USAGE COMP-3.
       01 WL-BUCKET             PIC X(1).
       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.
       01 PRIOR-BUCKET          PIC X(1) VALUE SPACE.

       01 STORE-ACCOUNTS        PIC S9(9) USAGE COMP VALUE 0.
       01 STORE-PAST-DUE        PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 STORE-PRINCIPAL       PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 TOTAL-ACCOUNTS        PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-PAST-DUE        PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 TOTAL-PRINCIPAL       PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 REPO-REVIEW-COUNT     PIC S9(9) USAGE COMP VALUE 0.

       01 WL-LINE-1.
          05 FILLER             PIC X(2) VALUE SPACE.
          05 WL1-CONTRACT       PIC Z(8)9.
          05 FILLER             PIC X(2) VALUE SPACE.
          05 WL1-NAME           PIC X(30).
          05 FILLER             PIC X(2) VALUE SPACE.
          05 WL1-PHONE          PIC X(12).
          05 FILLER             PIC X(2) VALUE SPACE.
          05 WL1-DPD            PIC ZZZ9.
          05 FILLER             PIC X(4) VALUE " DPD".

       01 WL-LINE-2.
          05 FILLER             PIC X(4) VALUE SPACE.
          05 WL2-VIN            PIC X(17).
          05 FILLER             PIC X(5) VALUE " DUE ".
          05 WL2-PAST-DUE       PIC ZZ,ZZ9.99.
          05 FILLER             PIC X(6) VALUE " FEES ".
          05 WL2-FEES           PIC ZZ9.99.
          05 FILLER             PIC X(6) VALUE " PAID ".
          05 WL2-LASTPAID       PIC X(10).
          05 FILLER             PIC X(6) VALUE " OWES ".
          05 WL2-PRINCIPAL      PIC ZZZ,ZZ9.99.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.
       01 LINE-LABEL            PIC X(32).
       01 LINE-AMOUNT           PIC S9(13)V99 USAGE COMP-3.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZZ,ZZ9.99-.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE HWACCOUNTS CURSOR FOR
               SELECT C.DEALERID, COALESCE(D.DEALERNAME, ' '),
                      C.CONTRACTID, C.BUYERNAME,
                      COALESCE(C.BUYERPHONE, ' '), C.VIN,
                      C.DAYSPASTDUE, C.PRINCIPALBAL, C.LATEFEEBAL,
                      COALESCE(CHAR(C.LASTPAYDATE, ISO), 'NEVER PAID'),
                      (SELECT COALESCE(SUM(S.PAYMENTDUE
                                           - S.AMOUNTPAID), 0)
                           FROM BHPH_SCHEDULE S
                           WHERE S.CONTRACTID = C.CONTRACTID
                             AND S.STATUS IN ('O', 'H')
                             AND S.DUEDATE < CURRENT DATE)
                   FROM BHPH_CONTRACTS C
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = C.DEALERID
                   WHERE C.STATUS = 'A'
                     AND C.DAYSPASTDUE >= :MIN-DPD
                   ORDER BY C.DEALERID, C.DAYSPASTDUE DESC,
                            C.CONTRACTID
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

           MOVE "BHPHCOLL" TO RP-REPORTTYPE.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE 0 TO RP-DEALERID.
           MOVE "IN-HOUSE CONTRACT COLLECTIONS WORKLIST - WORST FIRST"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-ACCOUNTS.

           IF PRIOR-DEALERID NOT = -1
              PERFORM 2000-STORE-TOTAL
           END-IF.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE "ACCOUNTS PAST DUE" TO LINE-LABEL.
           MOVE TOTAL-ACCOUNTS TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  OVER 90 - REPOSSESSION REVIEW" TO LINE-LABEL.
           MOVE REPO-REVIEW-COUNT TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "AMOUNT PAST DUE" TO LINE-LABEL.
           MOVE TOTAL-PAST-DUE TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "PRINCIPAL ON PAST-DUE ACCOUNTS" TO LINE-LABEL.
           MOVE TOTAL-PRINCIPAL TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "COLLECTIONS WORKLIST COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-MIN-DPD NUMERIC
                 MOVE CC-MIN-DPD TO MIN-DPD
              END-IF
           END-IF.
           IF MIN-DPD < 1
              MOVE 1 TO MIN-DPD
           END-IF.

       1000-LIST-ACCOUNTS.

           EXEC SQL OPEN HWACCOUNTS END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING HWACCOUNTS, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH HWACCOUNTS
                      INTO :HC-DEALERID, :WL-DEALERNAME,
                           :HC-CONTRACTID, :HC-BUYERNAME, :WL-PHONE,
                           :HC-VIN, :HC-DAYSPASTDUE, :HC-PRINCIPALBAL,
                           :HC-LATEFEEBAL, :WL-LASTPAID, :WL-PAST-DUE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING HWACCOUNTS, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-PRINT-ACCOUNT
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE HWACCOUNTS END-EXEC.

      *---------------------------------------
      * A NEW STORE CLOSES THE LAST ONE'S TOTALS AND STARTS A NEW
      * HEADING; WITHIN A STORE A BUCKET HEADING PRINTS EACH TIME THE
      * DAYS PAST DUE DROP INTO THE NEXT BAND.
      *---------------------------------------
       1100-PRINT-ACCOUNT.
           IF HC-DEALERID NOT = PRIOR-DEALERID
              IF PRIOR-DEALERID NOT = -1
                 PERFORM 2000-STORE-TOTAL
              END-IF
              MOVE HC-DEALERID TO PRIOR-DEALERID
              MOVE SPACE TO PRIOR-BUCKET
              MOVE HC-DEALERID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE HC-DEALERID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " WL-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           EVALUATE TRUE
              WHEN HC-DAYSPASTDUE > 90
                 MOVE "4" TO WL-BUCKET
              WHEN HC-DAYSPASTDUE > 60
                 MOVE "3" TO WL-BUCKET
              WHEN HC-DAYSPASTDUE > 30
                 MOVE "2" TO WL-BUCKET
              WHEN OTHER
                 MOVE "1" TO WL-BUCKET
           END-EVALUATE.

           IF WL-BUCKET NOT = PRIOR-BUCKET
              MOVE WL-BUCKET TO PRIOR-BUCKET
              EVALUATE WL-BUCKET
                 WHEN "4"
                    MOVE " OVER 90 DAYS - REPOSSESSION REVIEW" TO
                       RP-LINETEXT-TEXT
                 WHEN "3"
                    MOVE " 61-90 DAYS PAST DUE" TO RP-LINETEXT-TEXT
                 WHEN "2"
                    MOVE " 31-60 DAYS PAST DUE" TO RP-LINETEXT-TEXT
                 WHEN OTHER
                    MOVE " 1-30 DAYS PAST DUE" TO RP-LINETEXT-TEXT
              END-EVALUATE
              PERFORM 8000-PUT-LINE
           END-IF.

           MOVE HC-CONTRACTID TO WL1-CONTRACT.
           MOVE HC-BUYERNAME-TEXT TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE MASK-OUT TO WL1-NAME.
           MOVE WL-PHONE TO WL1-PHONE.
           MOVE HC-DAYSPASTDUE TO WL1-DPD.
           MOVE WL-LINE-1 TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           MOVE HC-VIN-TEXT TO WL2-VIN.
           MOVE WL-PAST-DUE TO WL2-PAST-DUE.
           MOVE HC-LATEFEEBAL TO WL2-FEES.
           MOVE WL-LASTPAID TO WL2-LASTPAID.
           MOVE HC-PRINCIPALBAL TO WL2-PRINCIPAL.
           MOVE WL-LINE-2 TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           ADD 1 TO STORE-ACCOUNTS TOTAL-ACCOUNTS.
           ADD WL-PAST-DUE TO STORE-PAST-DUE TOTAL-PAST-DUE.
           ADD HC-PRINCIPALBAL TO STORE-PRINCIPAL TOTAL-PRINCIPAL.
           IF WL-BUCKET = "4"
              ADD 1 TO REPO-REVIEW-COUNT
           END-IF.

       2000-STORE-TOTAL.
           MOVE "  STORE ACCOUNTS PAST DUE" TO LINE-LABEL.
           MOVE STORE-ACCOUNTS TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  STORE AMOUNT PAST DUE" TO LINE-LABEL.
           MOVE STORE-PAST-DUE TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  STORE PRINCIPAL PAST DUE" TO LINE-LABEL.
           MOVE STORE-PRINCIPAL TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE 0 TO STORE-ACCOUNTS.
           MOVE 0 TO STORE-PAST-DUE.
           MOVE 0 TO STORE-PRINCIPAL.

       8000-PUT-LINE.
           DISPLAY RP-LINETEXT-TEXT.
           PERFORM 9600-WRITE-REPO-LINE.
           MOVE SPACES TO RP-LINETEXT-TEXT.

       8100-PUT-AMOUNT-LINE.
           MOVE LINE-AMOUNT TO DISPLAY-MONEY.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING LINE-LABEL " " DISPLAY-MONEY
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

      *---------------------------------------
      * THE LIST ALSO LANDS IN REPORT_REPOSITORY SO EACH STORE'S
      * COLLECTOR READS ONLY THEIR OWN ACCOUNTS FROM THE GAM0VRB
      * VIEWER. A RERUN REPLACES THE SAME DAY'S ROWS.
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
