      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VFR.cbl                                     *
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
      * MONTHLY FINANCE RESERVE INCOME AND RATE-MARKUP REPORT. BATCH
      * PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY
      * GAM0VSR IS; MONTH ON THE SYSIN CARD AS YYYY MM, DEFAULT
      * CURRENT MONTH) LISTING EVERY FINANCED DEAL SOLD IN THE MONTH
      * BY DEALER AND LENDER - BUY RATE, CONTRACT RATE, MARKUP, THE
      * RESERVE WE EXPECTED AND WHAT THE LENDER PAID - WITH LENDER
      * AND DEALER SUBTOTALS. EVERY DEAL WHOSE MARKUP IS OVER THE
      * LENDER'S CAP (RETAIL_LENDERS) OR OUR OWN FAIR-LENDING LIMIT
      * (PRICING_CONTROLS) IS FLAGGED SO THE F+I OFFICE IS REVIEWED
      * BEFORE A REGULATOR DOES IT FOR US.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VFR.

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

       COPY GAM0BCT.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 RPT-YEAR              PIC S9(9) USAGE COMP.
       01 RPT-MONTH             PIC S9(9) USAGE COMP.
       01 CURRENT-DATE-FIELDS.
          05 CD-YYYY            PIC 9(4).
          05 CD-MM              PIC 9(2).
          05 FILLER             PIC X(15).

       01 FR-DEALERNAME         PIC X(35).
       01 FR-LENDERCAP          PIC S9(2)V999 USAGE COMP-3.
       01 IND-FR-LENDERCAP      PIC S9(4) USAGE COMP.
       01 IND-FR-RESERVEPAID    PIC S9(4) USAGE COMP.
       01 FR-MARKUP             PIC S9(2)V999 USAGE COMP-3.
       01 FR-POLICY-LIMIT       PIC S9(2)V999 USAGE COMP-3.
       01 FR-FLAG               PIC X(20).
       01 PREV-DEALERID         PIC S9(9) USAGE COMP VALUE -1.
       01 PREV-LENDERCODE       PIC X(4) VALUE SPACES.

       01 LENDER-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 LENDER-EXPECTED       PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 LENDER-PAID           PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 DEALER-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 DEALER-EXPECTED       PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 DEALER-PAID           PIC S9(9)V99 USAGE COMP-3 VALUE 0.
       01 DEAL-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 FLAGGED-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-EXPECTED        PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 TOTAL-PAID            PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-RATE          PIC Z9.999.
       01 DISPLAY-CONTRACT      PIC Z9.999.
       01 DISPLAY-MARKUP        PIC Z9.999.
       01 DISPLAY-RESERVE       PIC ZZ,ZZ9.99.
       01 DISPLAY-PAID          PIC ZZ,ZZ9.99.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-MONEY-PAID    PIC $ZZZ,ZZZ,ZZ9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * AN UNWOUND SALE'S CONTRACT NEVER EARNS RESERVE AND IS LEFT
      * OUT WITH THE SAME SALESTATUS RULE THE OTHER REPORTS USE.
      * DEALS SOLD BEFORE RATES WERE CAPTURED HAVE NO CONTRACT RATE
      * AND ARE SKIPPED.
      *---------------------------------------
       EXEC SQL
           DECLARE FRCURSOR CURSOR FOR
               SELECT C.DEALERID, D.DEALERNAME, C.LENDERCODE, C.VIN,
                      CHAR(C.SALEDATE, ISO), C.BUYRATE,
                      C.CONTRACTRATE,
                      COALESCE(C.EXPECTEDRESERVE, 0),
                      C.RESERVEPAID,
                      COALESCE(C.RESERVESTATUS, ' '),
                      L.MAXMARKUP
                   FROM CONTRACTS_IN_TRANSIT C
                   INNER JOIN DEALERSHIP D
                           ON C.DEALERID = D.DEALERID
                   LEFT OUTER JOIN RETAIL_LENDERS L
                           ON C.LENDERCODE = L.LENDERCODE
                   LEFT OUTER JOIN SALES S
                           ON C.VIN = S.VIN
                          AND C.SALEDATE = S.SALEDATE
                   WHERE YEAR(C.SALEDATE) = :RPT-YEAR
                     AND MONTH(C.SALEDATE) = :RPT-MONTH
                     AND C.CONTRACTRATE IS NOT NULL
                     AND C.BUYRATE IS NOT NULL
                     AND (S.SALESTATUS IS NULL
                          OR S.SALESTATUS = 'A')
                   ORDER BY C.DEALERID, C.LENDERCODE, C.SALEDATE,
                            C.VIN
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
           PERFORM 0200-GET-POLICY-LIMIT.

           MOVE FR-POLICY-LIMIT TO DISPLAY-MARKUP.
           DISPLAY "FINANCE RESERVE AND MARKUP - " RPT-YEAR "/"
              RPT-MONTH " - POLICY MARKUP LIMIT " DISPLAY-MARKUP.

           PERFORM 1000-REPORT-RESERVE.

           IF PREV-DEALERID NOT = -1
              PERFORM 2100-LENDER-TOTAL
              PERFORM 2200-DEALER-TOTAL
           END-IF.

           DISPLAY " ".
           MOVE DEAL-COUNT TO DISPLAY-COUNT.
           DISPLAY "FINANCED DEALS:      " DISPLAY-COUNT.
           MOVE TOTAL-EXPECTED TO DISPLAY-MONEY.
           DISPLAY "RESERVE EXPECTED:    " DISPLAY-MONEY.
           MOVE TOTAL-PAID TO DISPLAY-MONEY.
           DISPLAY "RESERVE PAID:        " DISPLAY-MONEY.
           MOVE FLAGGED-COUNT TO DISPLAY-COUNT.
           DISPLAY "MARKUPS FLAGGED:     " DISPLAY-COUNT.
           DISPLAY "FINANCE RESERVE REPORT COMPLETE".

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
      * OUR OWN FAIR-LENDING LIMIT ON MARKUP, IN POINTS. NO ROW OR
      * NO VALUE SET MEANS THE 2.000-POINT HOUSE DEFAULT.
      *---------------------------------------
       0200-GET-POLICY-LIMIT.
           MOVE 2 TO FR-POLICY-LIMIT.
           EXEC SQL
               SELECT COALESCE(MAXRATEMARKUP, 2.000)
                   INTO :FR-POLICY-LIMIT
                   FROM PRICING_CONTROLS
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 2 TO FR-POLICY-LIMIT
           END-IF.
           MOVE 0 TO SQLCODE.

       1000-REPORT-RESERVE.

           EXEC SQL OPEN FRCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING FRCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH FRCURSOR
                      INTO :CT-DEALERID, :FR-DEALERNAME,
                           :CT-LENDERCODE, :CT-VIN, :CT-SALEDATE,
                           :CT-BUYRATE, :CT-CONTRACTRATE,
                           :CT-EXPECTEDRESERVE,
                           :CT-RESERVEPAID :IND-FR-RESERVEPAID,
                           :CT-RESERVESTATUS,
                           :FR-LENDERCAP :IND-FR-LENDERCAP
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING FRCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2000-REPORT-ONE-DEAL
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE FRCURSOR END-EXEC.

       2000-REPORT-ONE-DEAL.
           IF CT-DEALERID NOT = PREV-DEALERID
              IF PREV-DEALERID NOT = -1
                 PERFORM 2100-LENDER-TOTAL
                 PERFORM 2200-DEALER-TOTAL
              END-IF
              DISPLAY " "
              DISPLAY "DEALER: " FR-DEALERNAME
              MOVE CT-DEALERID TO PREV-DEALERID
              MOVE CT-LENDERCODE TO PREV-LENDERCODE
              DISPLAY "  LENDER " CT-LENDERCODE
           ELSE
              IF CT-LENDERCODE NOT = PREV-LENDERCODE
                 PERFORM 2100-LENDER-TOTAL
                 MOVE CT-LENDERCODE TO PREV-LENDERCODE
                 DISPLAY "  LENDER " CT-LENDERCODE
              END-IF
           END-IF.

           IF IND-FR-RESERVEPAID < 0
              MOVE 0 TO CT-RESERVEPAID
              MOVE "U" TO CT-RESERVESTATUS
           END-IF.

           COMPUTE FR-MARKUP = CT-CONTRACTRATE - CT-BUYRATE.
           MOVE SPACES TO FR-FLAG.
           IF IND-FR-LENDERCAP NOT < 0 AND FR-MARKUP > FR-LENDERCAP
              MOVE "**OVER LENDER CAP" TO FR-FLAG
           END-IF.
           IF FR-MARKUP > FR-POLICY-LIMIT
              IF FR-FLAG = SPACES
                 MOVE "**OVER POLICY" TO FR-FLAG
              ELSE
                 MOVE "**OVER CAP+POLICY" TO FR-FLAG
              END-IF
           END-IF.
           IF FR-FLAG NOT = SPACES
              ADD 1 TO FLAGGED-COUNT
           END-IF.

           MOVE CT-BUYRATE TO DISPLAY-RATE.
           MOVE CT-CONTRACTRATE TO DISPLAY-CONTRACT.
           MOVE FR-MARKUP TO DISPLAY-MARKUP.
           MOVE CT-EXPECTEDRESERVE TO DISPLAY-RESERVE.
           MOVE CT-RESERVEPAID TO DISPLAY-PAID.
           DISPLAY "    " CT-VIN-TEXT " " CT-SALEDATE " BUY "
              DISPLAY-RATE " K " DISPLAY-CONTRACT " UP "
              DISPLAY-MARKUP " EXP " DISPLAY-RESERVE " PD "
              DISPLAY-PAID " " CT-RESERVESTATUS " " FR-FLAG.

           ADD 1 TO LENDER-COUNT DEALER-COUNT DEAL-COUNT.
           ADD CT-EXPECTEDRESERVE TO LENDER-EXPECTED DEALER-EXPECTED
              TOTAL-EXPECTED.
           ADD CT-RESERVEPAID TO LENDER-PAID DEALER-PAID TOTAL-PAID.

       2100-LENDER-TOTAL.
           MOVE LENDER-COUNT TO DISPLAY-COUNT.
           MOVE LENDER-EXPECTED TO DISPLAY-MONEY.
           MOVE LENDER-PAID TO DISPLAY-MONEY-PAID.
           DISPLAY "  LENDER " PREV-LENDERCODE " DEALS " DISPLAY-COUNT
              " EXPECTED " DISPLAY-MONEY " PAID " DISPLAY-MONEY-PAID.
           MOVE 0 TO LENDER-COUNT.
           MOVE 0 TO LENDER-EXPECTED.
           MOVE 0 TO LENDER-PAID.

       2200-DEALER-TOTAL.
           MOVE DEALER-COUNT TO DISPLAY-COUNT.
           MOVE DEALER-EXPECTED TO DISPLAY-MONEY.
           MOVE DEALER-PAID TO DISPLAY-MONEY-PAID.
           DISPLAY "DEALER TOTAL DEALS " DISPLAY-COUNT
              " EXPECTED " DISPLAY-MONEY " PAID " DISPLAY-MONEY-PAID.
           MOVE 0 TO DEALER-COUNT.
           MOVE 0 TO DEALER-EXPECTED.
           MOVE 0 TO DEALER-PAID.
