      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VSX.cbl                                     *
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
      * MONTHLY SALES TAX REMITTANCE RETURN. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VSR IS;
      * MONTH ON THE SYSIN CARD AS YYYY MM, DEFAULT CURRENT MONTH)
      * THAT TOTALS, STATE BY STATE, THE DEAL_TAX ROWS GAM0VSE KEPT
      * FOR THE MONTH'S SALES - GROSS, THE WHOLESALE (RESALE),
      * EXEMPT, REBATE AND TRADE-IN DEDUCTIONS, TAXABLE SALES AND
      * TAX COLLECTED - NETS OUT THE EARLIER SALES GAM0VUW UNWOUND
      * IN THE MONTH, AND LEAVES A RETURN-READY PAGE PER STATE IN
      * REPORT_REPOSITORY (REPORT TAXRTN) FOR THE OFFICE TO FILE.
      * THE NET TAX DUE IS THEN TIED BACK TO THE MONTH'S 2200 SALES
      * TAX PAYABLE ACTIVITY AS GAM0VGL POSTED IT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VSX.

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

       COPY GAM0BDX.
       COPY GAM0BRP.

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

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

      *---------------------------------------
      * ONE STATE'S RETURN AS THE CURSOR HANDS IT BACK, THEN THE
      * ALL-STATES TOTALS AND THE GL TIE-OUT.
      *---------------------------------------
       01 SX-DEAL-COUNT         PIC S9(9) USAGE COMP.
       01 SX-GROSS              PIC S9(11)V99 USAGE COMP-3.
       01 SX-WHOLESALE          PIC S9(11)V99 USAGE COMP-3.
       01 SX-EXEMPT             PIC S9(11)V99 USAGE COMP-3.
       01 SX-REBATE             PIC S9(11)V99 USAGE COMP-3.
       01 SX-TRADE-ALLOW        PIC S9(11)V99 USAGE COMP-3.
       01 SX-TRADE-CREDIT       PIC S9(11)V99 USAGE COMP-3.
       01 SX-TAXABLE            PIC S9(11)V99 USAGE COMP-3.
       01 SX-TAX                PIC S9(11)V99 USAGE COMP-3.
       01 SX-UNWIND-COUNT       PIC S9(9) USAGE COMP.
       01 SX-UNWIND-TAXABLE     PIC S9(11)V99 USAGE COMP-3.
       01 SX-UNWIND-TAX         PIC S9(11)V99 USAGE COMP-3.
       01 SX-NET-TAXABLE        PIC S9(11)V99 USAGE COMP-3.
       01 SX-NET-TAX            PIC S9(11)V99 USAGE COMP-3.

       01 STATE-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-GROSS           PIC S9(13)V99 USAGE COMP-3 VALUE 0.
       01 TOTAL-NET-TAXABLE     PIC S9(13)V99 USAGE COMP-3 VALUE 0.
       01 TOTAL-NET-TAX         PIC S9(13)V99 USAGE COMP-3 VALUE 0.
       01 GL-TAX-CREDITS        PIC S9(13)V99 USAGE COMP-3.
       01 GL-TAX-DEBITS         PIC S9(13)V99 USAGE COMP-3.
       01 GL-TAX-NET            PIC S9(13)V99 USAGE COMP-3.
       01 GL-TAX-DIFFERENCE     PIC S9(13)V99 USAGE COMP-3.

       01 LINE-LABEL            PIC X(32).
       01 LINE-AMOUNT           PIC S9(13)V99 USAGE COMP-3.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZZ,ZZ9.99-.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * A SALE COUNTS IN THE MONTH IT WAS MADE UNLESS IT WAS UNWOUND
      * THE SAME DAY (IT NEVER POSTED). AN EARLIER SALE UNWOUND IN
      * THE MONTH COMES BACK OFF - THE SAME TWO RULES GAM0VGL POSTS
      * 2200 BY, SO THE RETURN AND THE LEDGER AGREE.
      *---------------------------------------
       EXEC SQL
           DECLARE SXCURSOR CURSOR FOR
               SELECT X.STATEABBR,
                      SUM(X.SOLD),
                      SUM(X.SOLD * X.GROSSAMOUNT),
                      SUM(X.SOLD * X.WHOLESALEAMOUNT),
                      SUM(X.SOLD * X.EXEMPTAMOUNT),
                      SUM(X.SOLD * X.REBATEAMOUNT),
                      SUM(X.SOLD * X.TRADEALLOWANCE),
                      SUM(X.SOLD * X.TRADECREDIT),
                      SUM(X.SOLD * X.TAXABLEAMOUNT),
                      SUM(X.SOLD * X.TAXAMOUNT),
                      SUM(X.UNWOUND),
                      SUM(X.UNWOUND * X.TAXABLEAMOUNT),
                      SUM(X.UNWOUND * X.TAXAMOUNT)
                   FROM
                   ( SELECT T.STATEABBR, T.GROSSAMOUNT,
                            T.WHOLESALEAMOUNT, T.EXEMPTAMOUNT,
                            T.REBATEAMOUNT, T.TRADEALLOWANCE,
                            T.TRADECREDIT, T.TAXABLEAMOUNT,
                            T.TAXAMOUNT,
                            CASE WHEN YEAR(T.SALEDATE) = :RPT-YEAR
                                  AND MONTH(T.SALEDATE) = :RPT-MONTH
                                  AND (S.SALESTATUS IS NULL
                                       OR S.SALESTATUS = 'A'
                                       OR S.UNWINDDATE > T.SALEDATE)
                                 THEN 1 ELSE 0 END AS SOLD,
                            CASE WHEN S.SALESTATUS = 'U'
                                  AND YEAR(S.UNWINDDATE) = :RPT-YEAR
                                  AND MONTH(S.UNWINDDATE) = :RPT-MONTH
                                  AND S.UNWINDDATE > T.SALEDATE
                                 THEN 1 ELSE 0 END AS UNWOUND
                         FROM DEAL_TAX T
                         INNER JOIN SALES S
                                 ON T.VIN = S.VIN
                                AND T.SALEDATE = S.SALEDATE
                   ) AS X
                   WHERE X.SOLD = 1 OR X.UNWOUND = 1
                   GROUP BY X.STATEABBR
                   ORDER BY X.STATEABBR
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

           MOVE "TAXRTN" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE RPT-YEAR TO DISPLAY-YEAR.
           MOVE RPT-MONTH TO DISPLAY-MONTH.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING "SALES TAX RETURN BY STATE - PERIOD " DISPLAY-YEAR
              "/" DISPLAY-MONTH
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-REPORT-STATES.

           PERFORM 3000-TIE-TO-GL.

           EXEC SQL COMMIT END-EXEC.

           MOVE STATE-COUNT TO DISPLAY-COUNT.
           DISPLAY "STATES REPORTED:     " DISPLAY-COUNT.
           DISPLAY "SALES TAX RETURN COMPLETE".

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

       1000-REPORT-STATES.

           EXEC SQL OPEN SXCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING SXCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH SXCURSOR
                      INTO :DX-STATEABBR, :SX-DEAL-COUNT,
                           :SX-GROSS, :SX-WHOLESALE, :SX-EXEMPT,
                           :SX-REBATE, :SX-TRADE-ALLOW,
                           :SX-TRADE-CREDIT, :SX-TAXABLE, :SX-TAX,
                           :SX-UNWIND-COUNT, :SX-UNWIND-TAXABLE,
                           :SX-UNWIND-TAX
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING SXCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2000-REPORT-ONE-STATE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE SXCURSOR END-EXEC.

           MOVE SPACES TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "ALL STATES - GROSS SALES" TO LINE-LABEL.
           MOVE TOTAL-GROSS TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "ALL STATES - NET TAXABLE SALES" TO LINE-LABEL.
           MOVE TOTAL-NET-TAXABLE TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "ALL STATES - NET TAX DUE" TO LINE-LABEL.
           MOVE TOTAL-NET-TAX TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.

      *---------------------------------------
      * ONE RETURN PAGE: THE LINES THE STATE FORM ASKS FOR, IN ITS
      * ORDER. THE TRADE ALLOWANCE IS SHOWN FOR REFERENCE; ONLY THE
      * TRADE CREDIT THE STATE ALLOWS COMES OFF TAXABLE SALES.
      *---------------------------------------
       2000-REPORT-ONE-STATE.
           ADD 1 TO STATE-COUNT.
           COMPUTE SX-NET-TAXABLE = SX-TAXABLE - SX-UNWIND-TAXABLE.
           COMPUTE SX-NET-TAX = SX-TAX - SX-UNWIND-TAX.
           ADD SX-GROSS TO TOTAL-GROSS.
           ADD SX-NET-TAXABLE TO TOTAL-NET-TAXABLE.
           ADD SX-NET-TAX TO TOTAL-NET-TAX.

           MOVE SPACES TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE SX-DEAL-COUNT TO DISPLAY-COUNT.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING "STATE " DX-STATEABBR "   DEALS REPORTED "
              DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           MOVE "  GROSS SALES" TO LINE-LABEL.
           MOVE SX-GROSS TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  LESS WHOLESALE FOR RESALE" TO LINE-LABEL.
           MOVE SX-WHOLESALE TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  LESS EXEMPT SALES" TO LINE-LABEL.
           MOVE SX-EXEMPT TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  LESS MFR REBATES" TO LINE-LABEL.
           MOVE SX-REBATE TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  LESS TRADE-IN CREDIT" TO LINE-LABEL.
           MOVE SX-TRADE-CREDIT TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "    (TRADE ALLOWANCES TAKEN)" TO LINE-LABEL.
           MOVE SX-TRADE-ALLOW TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  TAXABLE SALES" TO LINE-LABEL.
           MOVE SX-TAXABLE TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  TAX COLLECTED" TO LINE-LABEL.
           MOVE SX-TAX TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.

           IF SX-UNWIND-COUNT > 0
              MOVE SX-UNWIND-COUNT TO DISPLAY-COUNT
              MOVE SPACES TO RP-LINETEXT-TEXT
              STRING "  PRIOR SALES UNWOUND IN PERIOD " DISPLAY-COUNT
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
              MOVE "  LESS UNWOUND TAXABLE SALES" TO LINE-LABEL
              MOVE SX-UNWIND-TAXABLE TO LINE-AMOUNT
              PERFORM 8100-PUT-AMOUNT-LINE
              MOVE "  LESS UNWOUND TAX REFUNDED" TO LINE-LABEL
              MOVE SX-UNWIND-TAX TO LINE-AMOUNT
              PERFORM 8100-PUT-AMOUNT-LINE
           END-IF.

           MOVE "  NET TAXABLE SALES" TO LINE-LABEL.
           MOVE SX-NET-TAXABLE TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "  NET TAX DUE" TO LINE-LABEL.
           MOVE SX-NET-TAX TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.

      *---------------------------------------
      * THE MONTH'S 2200 ACTIVITY AS GAM0VGL POSTED IT, DAY BY DAY:
      * CREDITS ON EACH SALE DATE FOR DEALS STILL LIVE AT THE END
      * OF THAT DAY, DEBITS ON EACH UNWIND DATE FOR EARLIER DEALS.
      * ANY DIFFERENCE FROM THE RETURN IS FLAGGED FOR THE
      * CONTROLLER BEFORE THE RETURN IS FILED.
      *---------------------------------------
       3000-TIE-TO-GL.
           MOVE 0 TO GL-TAX-CREDITS.
           EXEC SQL
               SELECT COALESCE(SUM(T.TAXAMOUNT), 0)
                   INTO :GL-TAX-CREDITS
                   FROM DEAL_TAX T
                   INNER JOIN SALES S
                           ON T.VIN = S.VIN
                          AND T.SALEDATE = S.SALEDATE
                   WHERE YEAR(T.SALEDATE) = :RPT-YEAR
                     AND MONTH(T.SALEDATE) = :RPT-MONTH
                     AND T.TAXAMOUNT > 0
                     AND (S.UNWINDDATE IS NULL
                          OR S.UNWINDDATE > T.SALEDATE)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO GL-TAX-CREDITS
           END-IF.

           MOVE 0 TO GL-TAX-DEBITS.
           EXEC SQL
               SELECT COALESCE(SUM(T.TAXAMOUNT), 0)
                   INTO :GL-TAX-DEBITS
                   FROM DEAL_TAX T
                   INNER JOIN SALES S
                           ON T.VIN = S.VIN
                          AND T.SALEDATE = S.SALEDATE
                   WHERE S.SALESTATUS = 'U'
                     AND YEAR(S.UNWINDDATE) = :RPT-YEAR
                     AND MONTH(S.UNWINDDATE) = :RPT-MONTH
                     AND S.UNWINDDATE > T.SALEDATE
                     AND T.TAXAMOUNT > 0
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO GL-TAX-DEBITS
           END-IF.
           MOVE 0 TO SQLCODE.

           COMPUTE GL-TAX-NET = GL-TAX-CREDITS - GL-TAX-DEBITS.
           COMPUTE GL-TAX-DIFFERENCE = TOTAL-NET-TAX - GL-TAX-NET.

           MOVE SPACES TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "GL 2200 SALES TAX PAYABLE - CR" TO LINE-LABEL.
           MOVE GL-TAX-CREDITS TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "GL 2200 SALES TAX PAYABLE - DR" TO LINE-LABEL.
           MOVE GL-TAX-DEBITS TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "GL 2200 NET FOR PERIOD" TO LINE-LABEL.
           MOVE GL-TAX-NET TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.
           MOVE "RETURN LESS GL DIFFERENCE" TO LINE-LABEL.
           MOVE GL-TAX-DIFFERENCE TO LINE-AMOUNT.
           PERFORM 8100-PUT-AMOUNT-LINE.

           MOVE SPACES TO RP-LINETEXT-TEXT.
           IF GL-TAX-DIFFERENCE = 0
              MOVE "RETURN TIES TO GL 2200" TO RP-LINETEXT-TEXT
           ELSE
              MOVE "**RETURN DOES NOT TIE TO GL 2200 - REVIEW IT"
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
      * THE RETURN ALSO LANDS IN REPORT_REPOSITORY SO THE OFFICE
      * CAN READ IT FROM THE GAM0VRB VIEWER. A RERUN REPLACES THE
      * SAME DAY'S ROWS.
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
