      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VHT.cbl                                     *
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
      * MONTH-END IN-HOUSE (BHPH) RECEIVABLES TRIAL BALANCE. BATCH
      * PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY
      * GAM0VSX IS; MONTH ON THE SYSIN CARD AS YYYY MM, DEFAULT
      * CURRENT MONTH). EVERY CONTRACT WITH A BALANCE AT MONTH END
      * IS LISTED UNDER ITS STORE - PRINCIPAL AND LATE FEES RECOMPUTED
      * FROM BHPH_TRANSACTIONS UP TO THE LAST DAY OF THE MONTH, SO A
      * RERUN AFTER THE MONTH HAS MOVED ON STILL GIVES THE MONTH-END
      * FIGURES. THE MONTH IS THEN ROLLED FORWARD (OPENING, BOOKED,
      * COLLECTED, CANCELLED BY UNWINDS, FEES, CLOSING) WITH THE SAME
      * RULES GAM0VGL JOURNALS 1150 AND 1155 BY, AND THE CLOSING IS
      * TIED BACK TO THE CONTRACT BALANCES THE ONLINE AND NIGHTLY
      * PROGRAMS KEEP. LINES GO TO REPORT_REPOSITORY (TYPE
      * "BHPHTB"), EACH STORE'S CONTRACTS SCOPED TO THAT STORE.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VHT.

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

       COPY GAM0BHC.
       COPY GAM0BRP.
       COPY GAM0BMK.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 RPT-YEAR              PIC S9(9) USAGE COMP.
       01 RPT-MONTH             PIC S9(9) USAGE COMP.
       01 CURRENT-DATE-FIELDS.
          05 CD-YYYY            PIC 9(4).
          05 CD-MM              PIC 9(2).
          05 FILLER             PIC X(15).
       01 DISPLAY-YEAR          PIC 9(4).
       01 DISPLAY-MONTH         PIC 9(2).
       01 PERIOD-START          PIC X(10).
       01 PERIOD-END            PIC X(10).

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

      *---------------------------------------
      * ONE CONTRACT AS THE CURSOR HANDS IT BACK, THE STORE AND
      * COMPANY TOTALS, THE ROLL-FORWARD AND THE TIE-OUT.
      *---------------------------------------
       01 TB-PRINCIPAL          PIC S9(11)V99 USAGE COMP-3.
       01 TB-FEES               PIC S9(11)V99 USAGE COMP-3.
       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.
       01 STORE-CONTRACTS       PIC S9(9) USAGE COMP VALUE 0.
       01 STORE-PRINCIPAL       PIC S9(13)V99 USAGE COMP-3 VALUE 0.
       01 STORE-FEES            PIC S9(13)V99 USAGE COMP-3 VALUE 0.
       01 TOTAL-CONTRACTS       PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-PRINCIPAL       PIC S9(13)V99 USAGE COMP-3 VALUE 0.
       01 TOTAL-FEES            PIC S9(13)V99 USAGE COMP-3 VALUE 0.

       01 RF-OPEN-PRINCIPAL     PIC S9(13)V99 USAGE COMP-3.
       01 RF-OPEN-FEES          PIC S9(13)V99 USAGE COMP-3.
       01 RF-BOOKED             PIC S9(13)V99 USAGE COMP-3.
       01 RF-COLLECTED          PIC S9(13)V99 USAGE COMP-3.
       01 RF-CANCELLED          PIC S9(13)V99 USAGE COMP-3.
       01 RF-FEES-ASSESSED      PIC S9(13)V99 USAGE COMP-3.
       01 RF-FEES-COLLECTED     PIC S9(13)V99 USAGE COMP-3.
       01 RF-FEES-CANCELLED     PIC S9(13)V99 USAGE COMP-3.
       01 RF-INTEREST           PIC S9(13)V99 USAGE COMP-3.
       01 RF-CLOSE-PRINCIPAL    PIC S9(13)V99 USAGE COMP-3.
       01 RF-CLOSE-FEES         PIC S9(13)V99 USAGE COMP-3.

       01 MS-PRINCIPAL          PIC S9(13)V99 USAGE COMP-3.
       01 MS-FEES               PIC S9(13)V99 USAGE COMP-3.
       01 MS-LATER-PRINCIPAL    PIC S9(13)V99 USAGE COMP-3.
       01 MS-LATER-FEES         PIC S9(13)V99 USAGE COMP-3.
       01 TIE-DIFFERENCE        PIC S9(13)V99 USAGE COMP-3.
       01 TIE-FEE-DIFFERENCE    PIC S9(13)V99 USAGE COMP-3.

       01 TB-LINE.
          05 FILLER             PIC X(2) VALUE SPACE.
          05 TBL-CONTRACT       PIC Z(8)9.
          05 FILLER             PIC X(2) VALUE SPACE.
          05 TBL-NAME           PIC X(30).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 TBL-PRINCIPAL      PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 TBL-FEES           PIC Z,ZZ9.99-.

       01 LINE-LABEL            PIC X(32).
       01 LINE-AMOUNT           PIC S9(13)V99 USAGE COMP-3.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZZ,ZZ9.99-.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * PRINCIPAL IS BOOKED BY 'O' AND RELIEVED BY 'P' AND 'X'; FEES
      * ARE ASSESSED BY 'L' AND RELIEVED BY 'P' AND 'X' - THE SAME
      * DEBITS AND CREDITS GAM0VGL WRITES TO 1150 AND 1155.
      *---------------------------------------
       EXEC SQL
           DECLARE HTCONTRACTS CURSOR FOR
               SELECT C.DEALERID, C.CONTRACTID, C.BUYERNAME,
                      SUM(CASE WHEN T.TXNTYPE = 'O'
                               THEN T.PRINCIPALAMT
                               WHEN T.TXNTYPE IN ('P', 'X')
                               THEN 0 - T.PRINCIPALAMT
                               ELSE 0 END),
                      SUM(CASE WHEN T.TXNTYPE = 'L'
                               THEN T.LATEFEEAMT
                               WHEN T.TXNTYPE IN ('P', 'X')
                               THEN 0 - T.LATEFEEAMT
                               ELSE 0 END)
                   FROM BHPH_CONTRACTS C
                   INNER JOIN BHPH_TRANSACTIONS T
                           ON T.CONTRACTID = C.CONTRACTID
                   WHERE T.TXNDATE <= DATE(:PERIOD-END)
                   GROUP BY C.DEALERID, C.CONTRACTID, C.BUYERNAME
                   HAVING SUM(CASE WHEN T.TXNTYPE = 'O'
                                   THEN T.PRINCIPALAMT
                                   WHEN T.TXNTYPE IN ('P', 'X')
                                   THEN 0 - T.PRINCIPALAMT
                                   ELSE 0 END) <> 0
                       OR SUM(CASE WHEN T.TXNTYPE = 'L'
                                   THEN T.LATEFEEAMT
                                   WHEN T.TXNTYPE IN ('P', 'X')
                                   THEN 0 - T.LATEFEEAMT
                                   ELSE 0 END) <> 0
                   ORDER BY C.DEALERID, C.CONTRACTID
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

           MOVE "BHPHTB" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE RPT-YEAR TO DISPLAY-YEAR.
           MOVE RPT-MONTH TO DISPLAY-MONTH.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING "IN-HOUSE RECEIVABLES TRIAL BALANCE - PERIOD "
              DISPLAY-YEAR "/" DISPLAY-MONTH
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "   CONTRACT  BUYER                              "
              TO RP-LINETEXT-TEXT.
           MOVE "PRINCIPAL  LATE FEES" TO RP-LINETEXT-TEXT(51:20).
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-CONTRACTS.

           PERFORM 2000-ROLL-FORWARD.

           PERFORM 3000-TIE-TO-CONTRACTS.

           EXEC SQL COMMIT END-EXEC.

           MOVE TOTAL-CONTRACTS TO DISPLAY-COUNT.
           DISPLAY "CONTRACTS WITH A BALANCE: " DISPLAY-COUNT.
           DISPLAY "IN-HOUSE TRIAL BALANCE COMPLETE".

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

           MOVE RPT-YEAR TO DISPLAY-YEAR.
           MOVE RPT-MONTH TO DISPLAY-MONTH.
           MOVE SPACES TO PERIOD-START.
           STRING DISPLAY-YEAR "-" DISPLAY-MONTH "-01"
              DELIMITED BY SIZE INTO PERIOD-START.
           EXEC SQL
               SELECT CHAR(LAST_DAY(DATE(:PERIOD-START)), ISO)
                   INTO :PERIOD-END
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

       1000-LIST-CONTRACTS.

           EXEC SQL OPEN HTCONTRACTS END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING HTCONTRACTS, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH HTCONTRACTS
                      INTO :HC-DEALERID, :HC-CONTRACTID,
                           :HC-BUYERNAME, :TB-PRINCIPAL, :TB-FEES
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING HTCONTRACTS, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-LIST-ONE-CONTRACT
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE HTCONTRACTS END-EXEC.

           IF PRIOR-DEALERID NOT = -1
              PERFORM 1200-STORE-TOTAL
           END-IF.

           MOVE 0 TO RP-DEALERID.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "ALL STORES - PRINCIPAL" TO LINE-LABEL.
           MOVE TOTAL-PRINCIPAL TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "ALL STORES - LATE FEES" TO LINE-LABEL.
           MOVE TOTAL-FEES TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.

       1100-LIST-ONE-CONTRACT.
           IF HC-DEALERID NOT = PRIOR-DEALERID
              IF PRIOR-DEALERID NOT = -1
                 PERFORM 1200-STORE-TOTAL
              END-IF
              MOVE HC-DEALERID TO PRIOR-DEALERID
              MOVE HC-DEALERID TO RP-DEALERID
              MOVE HC-DEALERID TO DISPLAY-COUNT
              MOVE SPACES TO RP-LINETEXT-TEXT
              STRING "DEALER " DISPLAY-COUNT
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           MOVE HC-CONTRACTID TO TBL-CONTRACT.
           MOVE HC-BUYERNAME-TEXT TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE MASK-OUT TO TBL-NAME.
           MOVE TB-PRINCIPAL TO TBL-PRINCIPAL.
           MOVE TB-FEES TO TBL-FEES.
           MOVE TB-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           ADD 1 TO STORE-CONTRACTS TOTAL-CONTRACTS.
           ADD TB-PRINCIPAL TO STORE-PRINCIPAL TOTAL-PRINCIPAL.
           ADD TB-FEES TO STORE-FEES TOTAL-FEES.

       1200-STORE-TOTAL.
           MOVE STORE-CONTRACTS TO DISPLAY-COUNT.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING "  STORE CONTRACTS                " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  STORE PRINCIPAL" TO LINE-LABEL.
           MOVE STORE-PRINCIPAL TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  STORE LATE FEES" TO LINE-LABEL.
           MOVE STORE-FEES TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE 0 TO STORE-CONTRACTS.
           MOVE 0 TO STORE-PRINCIPAL.
           MOVE 0 TO STORE-FEES.

      *---------------------------------------
      * THE MONTH'S MOVEMENT, COMPANY-WIDE. INTEREST IS A MEMO LINE -
      * IT IS INCOME (4700), NOT PART OF THE RECEIVABLE.
      *---------------------------------------
       2000-ROLL-FORWARD.
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                          WHEN TXNDATE >= DATE(:PERIOD-START) THEN 0
                          WHEN TXNTYPE = 'O' THEN PRINCIPALAMT
                          WHEN TXNTYPE IN ('P', 'X')
                          THEN 0 - PRINCIPALAMT
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN TXNDATE >= DATE(:PERIOD-START) THEN 0
                          WHEN TXNTYPE = 'L' THEN LATEFEEAMT
                          WHEN TXNTYPE IN ('P', 'X')
                          THEN 0 - LATEFEEAMT
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN TXNDATE < DATE(:PERIOD-START) THEN 0
                          WHEN TXNTYPE = 'O' THEN PRINCIPALAMT
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN TXNDATE < DATE(:PERIOD-START) THEN 0
                          WHEN TXNTYPE = 'P' THEN PRINCIPALAMT
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN TXNDATE < DATE(:PERIOD-START) THEN 0
                          WHEN TXNTYPE = 'X' THEN PRINCIPALAMT
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN TXNDATE < DATE(:PERIOD-START) THEN 0
                          WHEN TXNTYPE = 'L' THEN LATEFEEAMT
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN TXNDATE < DATE(:PERIOD-START) THEN 0
                          WHEN TXNTYPE = 'P' THEN LATEFEEAMT
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN TXNDATE < DATE(:PERIOD-START) THEN 0
                          WHEN TXNTYPE = 'X' THEN LATEFEEAMT
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN TXNDATE < DATE(:PERIOD-START) THEN 0
                          WHEN TXNTYPE = 'P' THEN INTERESTAMT
                          ELSE 0 END), 0)
                   INTO :RF-OPEN-PRINCIPAL, :RF-OPEN-FEES,
                        :RF-BOOKED, :RF-COLLECTED, :RF-CANCELLED,
                        :RF-FEES-ASSESSED, :RF-FEES-COLLECTED,
                        :RF-FEES-CANCELLED, :RF-INTEREST
                   FROM BHPH_TRANSACTIONS
                   WHERE TXNDATE <= DATE(:PERIOD-END)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR READING THE MONTH'S ACTIVITY, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           COMPUTE RF-CLOSE-PRINCIPAL = RF-OPEN-PRINCIPAL
              + RF-BOOKED - RF-COLLECTED - RF-CANCELLED.
           COMPUTE RF-CLOSE-FEES = RF-OPEN-FEES
              + RF-FEES-ASSESSED - RF-FEES-COLLECTED
              - RF-FEES-CANCELLED.

           MOVE SPACES TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "1150 INSTALLMENT RECEIVABLE ROLL-FORWARD"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  OPENING PRINCIPAL" TO LINE-LABEL.
           MOVE RF-OPEN-PRINCIPAL TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  CONTRACTS BOOKED - DR" TO LINE-LABEL.
           MOVE RF-BOOKED TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  PRINCIPAL COLLECTED - CR" TO LINE-LABEL.
           MOVE RF-COLLECTED TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  CANCELLED BY UNWINDS - CR" TO LINE-LABEL.
           MOVE RF-CANCELLED TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  CLOSING PRINCIPAL" TO LINE-LABEL.
           MOVE RF-CLOSE-PRINCIPAL TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.

           MOVE "1155 LATE FEES RECEIVABLE ROLL-FORWARD"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  OPENING LATE FEES" TO LINE-LABEL.
           MOVE RF-OPEN-FEES TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  FEES ASSESSED - DR" TO LINE-LABEL.
           MOVE RF-FEES-ASSESSED TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  FEES COLLECTED - CR" TO LINE-LABEL.
           MOVE RF-FEES-COLLECTED TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  FEES CANCELLED BY UNWINDS - CR" TO LINE-LABEL.
           MOVE RF-FEES-CANCELLED TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  CLOSING LATE FEES" TO LINE-LABEL.
           MOVE RF-CLOSE-FEES TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.

           MOVE "4700 INTEREST EARNED (MEMO)" TO LINE-LABEL.
           MOVE RF-INTEREST TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.

      *---------------------------------------
      * THE LEDGER CLOSING MUST AGREE WITH THE CONTRACT LIST AND
      * WITH THE BALANCES ON BHPH_CONTRACTS AS THEY STOOD AT MONTH
      * END (TODAY'S BALANCES LESS ANYTHING POSTED SINCE). A
      * DIFFERENCE MEANS A BALANCE WAS CHANGED WITHOUT A
      * TRANSACTION, AND SO WITHOUT A JOURNAL.
      *---------------------------------------
       3000-TIE-TO-CONTRACTS.
           MOVE 0 TO MS-PRINCIPAL.
           MOVE 0 TO MS-FEES.
           EXEC SQL
               SELECT COALESCE(SUM(PRINCIPALBAL), 0),
                      COALESCE(SUM(LATEFEEBAL), 0)
                   INTO :MS-PRINCIPAL, :MS-FEES
                   FROM BHPH_CONTRACTS
           END-EXEC.

           MOVE 0 TO MS-LATER-PRINCIPAL.
           MOVE 0 TO MS-LATER-FEES.
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                          WHEN TXNTYPE = 'O' THEN PRINCIPALAMT
                          WHEN TXNTYPE IN ('P', 'X')
                          THEN 0 - PRINCIPALAMT
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN TXNTYPE = 'L' THEN LATEFEEAMT
                          WHEN TXNTYPE IN ('P', 'X')
                          THEN 0 - LATEFEEAMT
                          ELSE 0 END), 0)
                   INTO :MS-LATER-PRINCIPAL, :MS-LATER-FEES
                   FROM BHPH_TRANSACTIONS
                   WHERE TXNDATE > DATE(:PERIOD-END)
           END-EXEC.
           MOVE 0 TO SQLCODE.

           SUBTRACT MS-LATER-PRINCIPAL FROM MS-PRINCIPAL.
           SUBTRACT MS-LATER-FEES FROM MS-FEES.
           COMPUTE TIE-DIFFERENCE = RF-CLOSE-PRINCIPAL - MS-PRINCIPAL.
           COMPUTE TIE-FEE-DIFFERENCE = RF-CLOSE-FEES - MS-FEES.

           MOVE SPACES TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "CONTRACT PRINCIPAL AT MONTH END" TO LINE-LABEL.
           MOVE MS-PRINCIPAL TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "GL 1150 LESS CONTRACTS" TO LINE-LABEL.
           MOVE TIE-DIFFERENCE TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "CONTRACT LATE FEES AT MONTH END" TO LINE-LABEL.
           MOVE MS-FEES TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "GL 1155 LESS CONTRACTS" TO LINE-LABEL.
           MOVE TIE-FEE-DIFFERENCE TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.

           MOVE SPACES TO RP-LINETEXT-TEXT.
           IF TIE-DIFFERENCE = 0 AND TIE-FEE-DIFFERENCE = 0
              AND RF-CLOSE-PRINCIPAL = TOTAL-PRINCIPAL
              AND RF-CLOSE-FEES = TOTAL-FEES
              MOVE "TRIAL BALANCE TIES TO GL 1150 AND 1155"
                 TO RP-LINETEXT-TEXT
           ELSE
              MOVE "**TRIAL BALANCE DOES NOT TIE TO GL - REVIEW IT"
                 TO RP-LINETEXT-TEXT
           END-IF.
           PERFORM 8000-PUT-LINE.

       8000-PUT-LINE.
           DISPLAY RP-LINETEXT-TEXT.
           PERFORM 9600-WRITE-REPO-LINE.

       8100-PUT-AMOUNT-LINE.
           MOVE LINE-AMOUNT TO DISPLAY-MONEY.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING LINE-LABEL " " DISPLAY-MONEY
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

      *---------------------------------------
      * A RERUN THE SAME DAY REPLACES THE EARLIER RUN'S LINES.
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
