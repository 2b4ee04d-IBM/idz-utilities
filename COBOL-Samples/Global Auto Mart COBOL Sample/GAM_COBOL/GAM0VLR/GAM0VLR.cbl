      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VLR.cbl                                     *
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
      * MONTHLY FLOOR-PLAN LENDER STATEMENT RECONCILIATION. BATCH
      * PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY
      * GAM0VFL IS), RUN WHEN THE LENDERS' STATEMENT FILES ARRIVE:
      *   1. LOADS THE STATEMENT FILE (LENDSTMT) - ONE LINE PER UNIT
      *      A LENDER SAYS IT IS FLOORING ON ITS STATEMENT DATE -
      *      INTO FLOORPLAN_STATEMENT. A RELOAD OF THE SAME LENDER
      *      AND STATEMENT DATE REPLACES THE EARLIER ROWS.
      *   2. RECONCILES WHAT WAS LOADED TODAY VIN BY VIN AGAINST THE
      *      FLOORPLAN LINES WE HAD OPEN WITH THAT LENDER ON THE
      *      STATEMENT DATE, AND RAISES THE BREAKS ON EXCEPTIONS:
      *        'FPLO' - THE LENDER SHOWS THE UNIT, WE DO NOT;
      *        'FPWO' - WE SHOW THE UNIT, THE LENDER DOES NOT;
      *        'FPPR' - PRINCIPAL DIFFERS BY MORE THAN A DOLLAR;
      *        'FPIN' - INTEREST DIFFERS BY MORE THAN A DOLLAR.
      * A LINE COUNTS AS OPEN ON THE STATEMENT DATE IF THE UNIT WAS
      * IN STOCK BY THEN AND THE LINE IS STILL OPEN OR WAS PAID OFF
      * AFTER IT. OUR PRINCIPAL IS THE AMOUNT FLOORED LESS THE
      * CURTAILMENTS PAID; OUR INTEREST IS WHAT GAM0VFL HAS ACCRUED.
      * THE EXCEPTIONS LAND ON THE GAM0VEW WORKBENCH, DEDUPED ON THE
      * VIN.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VLR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LENDER-STMT-FILE ASSIGN TO LENDSTMT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  LENDER-STMT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LENDER-STMT-RECORD.
           05 LSR-LENDERCODE       PIC X(4).
           05 LSR-STMTDATE         PIC X(10).
           05 LSR-VIN              PIC X(17).
           05 LSR-PRINCIPAL        PIC 9(7)V99.
           05 LSR-INTEREST         PIC 9(7)V99.
           05 FILLER               PIC X(31).

       WORKING-STORAGE SECTION.

       COPY GAM0BFL.

       01 SCHEMA-CONNECT        PIC X(8).

       01 LENDER-STMT-EOF-SW    PIC X VALUE 'N'.
          88 LENDER-STMT-EOF       VALUE 'Y'.

       01 PRIOR-LENDERCODE      PIC X(4) VALUE SPACES.
       01 PRIOR-STMTDATE        PIC X(10) VALUE SPACES.
       01 LENDER-OK-SW          PIC X VALUE 'N'.
          88 LENDER-OK             VALUE 'Y'.

       01 LR-VIN                PIC X(17).
       01 LR-DEALERID           PIC S9(9) USAGE COMP.
       01 LR-OUR-PRINCIPAL      PIC S9(7)V99 USAGE COMP-3.
       01 LR-OUR-INTEREST       PIC S9(7)V99 USAGE COMP-3.
       01 LR-DIFF               PIC S9(7)V99 USAGE COMP-3.
       01 LR-TOLERANCE          PIC S9(3)V99 USAGE COMP-3
                                VALUE 1.00.
       01 LR-EXCTYPE            PIC X(4).
       01 LR-EXC-REASON         PIC X(30).
       01 LR-COUNT              PIC S9(9) USAGE COMP.

       01 ESC-DUP-COUNT         PIC S9(9) USAGE COMP.
       01 ESC-NEXT-EXCID        PIC S9(9) USAGE COMP.

       01 LINES-READ            PIC S9(9) USAGE COMP VALUE 0.
       01 LINES-LOADED          PIC S9(9) USAGE COMP VALUE 0.
       01 LINES-REJECTED        PIC S9(9) USAGE COMP VALUE 0.
       01 STATEMENTS-LOADED     PIC S9(9) USAGE COMP VALUE 0.
       01 LENDER-ONLY-COUNT     PIC S9(9) USAGE COMP VALUE 0.
       01 WE-ONLY-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 PRINCIPAL-BREAKS      PIC S9(9) USAGE COMP VALUE 0.
       01 INTEREST-BREAKS       PIC S9(9) USAGE COMP VALUE 0.
       01 ESCALATED-COUNT       PIC S9(9) USAGE COMP VALUE 0.
       01 STMT-PRINCIPAL-TOTAL  PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-DIFF          PIC -ZZZ,ZZ9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * STATEMENT LINES LOADED TODAY WITH NO LINE OF OURS OPEN WITH
      * THAT LENDER ON THE STATEMENT DATE.
      *---------------------------------------
       EXEC SQL
           DECLARE LRLENDERONLY CURSOR FOR
               SELECT S.VIN, S.LENDERCODE, CHAR(S.STMTDATE, ISO),
                      S.PRINCIPAL, COALESCE(I.DEALERID, 0)
                   FROM FLOORPLAN_STATEMENT S
                   LEFT OUTER JOIN INVENTORY I
                           ON I.VIN = S.VIN
                   WHERE S.LOADDATE = CURRENT DATE
                     AND NOT EXISTS
                         (SELECT 1 FROM FLOORPLAN F
                              WHERE F.VIN = S.VIN
                                AND F.LENDERCODE = S.LENDERCODE
                                AND (F.STATUS = 'A'
                                     OR F.PAYOFFDATE > S.STMTDATE))
                   ORDER BY 2, 1
           END-EXEC.

      *---------------------------------------
      * OUR LINES OPEN WITH A LENDER ON ITS STATEMENT DATE THAT ITS
      * STATEMENT LOADED TODAY DOES NOT CARRY.
      *---------------------------------------
       EXEC SQL
           DECLARE LRWEONLY CURSOR FOR
               SELECT F.VIN, F.LENDERCODE, CHAR(K.STMTDATE, ISO),
                      F.PRINCIPAL
                      - CASE WHEN F.CURT90PAIDDATE IS NULL THEN 0
                             ELSE COALESCE(F.CURT90AMOUNT, 0)
                        END
                      - CASE WHEN F.CURT120PAIDDATE IS NULL THEN 0
                             ELSE COALESCE(F.CURT120AMOUNT, 0)
                        END,
                      I.DEALERID
                   FROM FLOORPLAN F
                   INNER JOIN INVENTORY I
                           ON I.VIN = F.VIN
                   INNER JOIN (SELECT DISTINCT LENDERCODE, STMTDATE
                                   FROM FLOORPLAN_STATEMENT
                                   WHERE LOADDATE = CURRENT DATE) K
                           ON K.LENDERCODE = F.LENDERCODE
                   WHERE I.DATEADDED <= K.STMTDATE
                     AND (F.STATUS = 'A'
                          OR F.PAYOFFDATE > K.STMTDATE)
                     AND NOT EXISTS
                         (SELECT 1 FROM FLOORPLAN_STATEMENT S
                              WHERE S.LENDERCODE = K.LENDERCODE
                                AND S.STMTDATE = K.STMTDATE
                                AND S.VIN = F.VIN)
                   ORDER BY 2, 1
           END-EXEC.

      *---------------------------------------
      * UNITS ON BOTH SIDES - THE LENDER'S FIGURES AGAINST OURS.
      *---------------------------------------
       EXEC SQL
           DECLARE LRBOTH CURSOR FOR
               SELECT S.VIN, S.LENDERCODE, CHAR(S.STMTDATE, ISO),
                      S.PRINCIPAL, S.INTEREST,
                      F.PRINCIPAL
                      - CASE WHEN F.CURT90PAIDDATE IS NULL THEN 0
                             ELSE COALESCE(F.CURT90AMOUNT, 0)
                        END
                      - CASE WHEN F.CURT120PAIDDATE IS NULL THEN 0
                             ELSE COALESCE(F.CURT120AMOUNT, 0)
                        END,
                      F.ACCRUEDINTEREST, I.DEALERID
                   FROM FLOORPLAN_STATEMENT S
                   INNER JOIN FLOORPLAN F
                           ON F.VIN = S.VIN
                          AND F.LENDERCODE = S.LENDERCODE
                   INNER JOIN INVENTORY I
                           ON I.VIN = F.VIN
                   WHERE S.LOADDATE = CURRENT DATE
                     AND (F.STATUS = 'A'
                          OR F.PAYOFFDATE > S.STMTDATE)
                   ORDER BY 2, 1
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

           DISPLAY "FLOOR-PLAN LENDER STATEMENT RECONCILIATION".

           PERFORM 1000-LOAD-STATEMENT.
           PERFORM 2000-FIND-LENDER-ONLY.
           PERFORM 3000-FIND-WE-ONLY.
           PERFORM 4000-COMPARE-AMOUNTS.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY " ".
           MOVE LINES-READ TO DISPLAY-COUNT.
           DISPLAY "STATEMENT LINES READ:  " DISPLAY-COUNT.
           MOVE LINES-LOADED TO DISPLAY-COUNT.
           MOVE STMT-PRINCIPAL-TOTAL TO DISPLAY-MONEY.
           DISPLAY "LINES LOADED:          " DISPLAY-COUNT
              " " DISPLAY-MONEY.
           MOVE LINES-REJECTED TO DISPLAY-COUNT.
           DISPLAY "LINES REJECTED:        " DISPLAY-COUNT.
           MOVE STATEMENTS-LOADED TO DISPLAY-COUNT.
           DISPLAY "STATEMENTS LOADED:     " DISPLAY-COUNT.
           MOVE LENDER-ONLY-COUNT TO DISPLAY-COUNT.
           DISPLAY "ON LENDER'S, NOT OURS: " DISPLAY-COUNT.
           MOVE WE-ONLY-COUNT TO DISPLAY-COUNT.
           DISPLAY "ON OURS, NOT LENDER'S: " DISPLAY-COUNT.
           MOVE PRINCIPAL-BREAKS TO DISPLAY-COUNT.
           DISPLAY "PRINCIPAL DIFFERENCES: " DISPLAY-COUNT.
           MOVE INTEREST-BREAKS TO DISPLAY-COUNT.
           DISPLAY "INTEREST DIFFERENCES:  " DISPLAY-COUNT.
           MOVE ESCALATED-COUNT TO DISPLAY-COUNT.
           DISPLAY "EXCEPTIONS RAISED:     " DISPLAY-COUNT.
           DISPLAY "LENDER STATEMENT RECONCILIATION COMPLETE".

           GOBACK.

      *---------------------------------------
      * PASS 1 - LOAD THE FILE. THE FILE IS GROUPED BY LENDER AND
      * STATEMENT DATE; THE FIRST LINE OF EACH GROUP CLEARS ANY
      * EARLIER LOAD OF THE SAME STATEMENT. A GROUP FOR A LENDER
      * NOT ON FLOORPLAN_LENDER IS SKIPPED WHOLE.
      *---------------------------------------
       1000-LOAD-STATEMENT.
           OPEN INPUT LENDER-STMT-FILE.

           READ LENDER-STMT-FILE
               AT END MOVE 'Y' TO LENDER-STMT-EOF-SW
           END-READ.

           PERFORM UNTIL LENDER-STMT-EOF
              ADD 1 TO LINES-READ
              PERFORM 1100-LOAD-STATEMENT-LINE THRU 1100-EXIT

              READ LENDER-STMT-FILE
                  AT END MOVE 'Y' TO LENDER-STMT-EOF-SW
              END-READ
           END-PERFORM.

           CLOSE LENDER-STMT-FILE.

       1100-LOAD-STATEMENT-LINE.
           IF LSR-LENDERCODE NOT = PRIOR-LENDERCODE
              OR LSR-STMTDATE NOT = PRIOR-STMTDATE
              PERFORM 1200-START-STATEMENT
           END-IF.
           IF NOT LENDER-OK
              ADD 1 TO LINES-REJECTED
              GO TO 1100-EXIT
           END-IF.

           IF LSR-VIN = SPACES
              OR LSR-PRINCIPAL NOT NUMERIC
              OR LSR-INTEREST NOT NUMERIC
              ADD 1 TO LINES-REJECTED
              DISPLAY "STATEMENT LINE INVALID, SKIPPED "
                 LSR-LENDERCODE " " LSR-VIN
              GO TO 1100-EXIT
           END-IF.

           MOVE LSR-LENDERCODE TO FLS-LENDERCODE.
           MOVE LSR-STMTDATE TO FLS-STMTDATE.
           MOVE LSR-VIN TO LR-VIN.
           MOVE LSR-PRINCIPAL TO FLS-PRINCIPAL.
           MOVE LSR-INTEREST TO FLS-INTEREST.
           EXEC SQL
               INSERT INTO FLOORPLAN_STATEMENT
                   (LENDERCODE, STMTDATE, VIN, PRINCIPAL, INTEREST,
                    LOADDATE)
                   VALUES
                   (:FLS-LENDERCODE, :FLS-STMTDATE, :LR-VIN,
                    :FLS-PRINCIPAL, :FLS-INTEREST, CURRENT DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR LOADING " LSR-LENDERCODE " " LSR-VIN
                 ", SQLCODE " DISPLAYSQLCODE
              MOVE 0 TO SQLCODE
              ADD 1 TO LINES-REJECTED
              GO TO 1100-EXIT
           END-IF.

           ADD 1 TO LINES-LOADED.
           ADD FLS-PRINCIPAL TO STMT-PRINCIPAL-TOTAL.

       1100-EXIT.
           CONTINUE.

       1200-START-STATEMENT.
           MOVE LSR-LENDERCODE TO PRIOR-LENDERCODE.
           MOVE LSR-STMTDATE TO PRIOR-STMTDATE.
           MOVE LSR-LENDERCODE TO FLS-LENDERCODE.
           MOVE LSR-STMTDATE TO FLS-STMTDATE.

           MOVE 0 TO LR-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :LR-COUNT
                   FROM FLOORPLAN_LENDER
                   WHERE LENDERCODE = :FLS-LENDERCODE
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF LR-COUNT = 0
              MOVE 'N' TO LENDER-OK-SW
              DISPLAY "STATEMENT FOR UNKNOWN LENDER " LSR-LENDERCODE
                 " SKIPPED"
           ELSE
              MOVE 'Y' TO LENDER-OK-SW
              ADD 1 TO STATEMENTS-LOADED
              DISPLAY "LOADING " LSR-LENDERCODE " STATEMENT OF "
                 LSR-STMTDATE
              EXEC SQL
                  DELETE FROM FLOORPLAN_STATEMENT
                      WHERE LENDERCODE = :FLS-LENDERCODE
                        AND STMTDATE = :FLS-STMTDATE
              END-EXEC
              MOVE 0 TO SQLCODE
           END-IF.

      *---------------------------------------
      * PASS 2 - UNITS THE LENDER IS FLOORING THAT WE HAVE NO OPEN
      * LINE FOR. A VIN NOT IN INVENTORY AT ALL GOES TO DEALER 0.
      *---------------------------------------
       2000-FIND-LENDER-ONLY.
           DISPLAY " ".
           DISPLAY "ON THE LENDER'S STATEMENT, NOT ON OUR BOOKS".

           EXEC SQL OPEN LRLENDERONLY END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING LRLENDERONLY, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH LRLENDERONLY
                      INTO :LR-VIN, :FLS-LENDERCODE, :FLS-STMTDATE,
                           :FLS-PRINCIPAL, :LR-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO LENDER-ONLY-COUNT
                 MOVE FLS-PRINCIPAL TO DISPLAY-MONEY
                 DISPLAY FLS-LENDERCODE " " LR-VIN " "
                    FLS-STMTDATE " " DISPLAY-MONEY
                 MOVE "FPLO" TO LR-EXCTYPE
                 MOVE "ON LENDER STMT, NOT OUR BOOKS" TO LR-EXC-REASON
                 PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE LRLENDERONLY END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * PASS 3 - LINES WE ARE PAYING INTEREST ON THAT THE LENDER
      * DOES NOT SHOW - USUALLY A PAYOFF THE LENDER NEVER APPLIED
      * OR A UNIT FLOORED WITH THE WRONG LENDER.
      *---------------------------------------
       3000-FIND-WE-ONLY.
           DISPLAY " ".
           DISPLAY "ON OUR BOOKS, NOT ON THE LENDER'S STATEMENT".

           EXEC SQL OPEN LRWEONLY END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING LRWEONLY, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH LRWEONLY
                      INTO :LR-VIN, :FLS-LENDERCODE, :FLS-STMTDATE,
                           :LR-OUR-PRINCIPAL, :LR-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WE-ONLY-COUNT
                 MOVE LR-OUR-PRINCIPAL TO DISPLAY-MONEY
                 DISPLAY FLS-LENDERCODE " " LR-VIN " "
                    FLS-STMTDATE " " DISPLAY-MONEY
                 MOVE "FPWO" TO LR-EXCTYPE
                 MOVE SPACES TO LR-EXC-REASON
                 STRING "ON OUR LINE, NOT ON " FLS-LENDERCODE
                        " STMT"
                    DELIMITED BY SIZE INTO LR-EXC-REASON
                 PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE LRWEONLY END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * PASS 4 - UNITS ON BOTH SIDES. A PRINCIPAL OR INTEREST
      * DIFFERENCE OF MORE THAN A DOLLAR EITHER WAY IS A BREAK.
      *---------------------------------------
       4000-COMPARE-AMOUNTS.
           DISPLAY " ".
           DISPLAY "PRINCIPAL AND INTEREST DIFFERENCES".

           EXEC SQL OPEN LRBOTH END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING LRBOTH, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH LRBOTH
                      INTO :LR-VIN, :FLS-LENDERCODE, :FLS-STMTDATE,
                           :FLS-PRINCIPAL, :FLS-INTEREST,
                           :LR-OUR-PRINCIPAL, :LR-OUR-INTEREST,
                           :LR-DEALERID
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 4100-COMPARE-ONE
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE LRBOTH END-EXEC.
           MOVE 0 TO SQLCODE.

       4100-COMPARE-ONE.
           COMPUTE LR-DIFF = FLS-PRINCIPAL - LR-OUR-PRINCIPAL.
           IF LR-DIFF > LR-TOLERANCE
              OR LR-DIFF < 0 - LR-TOLERANCE
              ADD 1 TO PRINCIPAL-BREAKS
              MOVE LR-DIFF TO DISPLAY-DIFF
              DISPLAY FLS-LENDERCODE " " LR-VIN " PRINCIPAL "
                 DISPLAY-DIFF
              MOVE "FPPR" TO LR-EXCTYPE
              MOVE SPACES TO LR-EXC-REASON
              STRING "PRINCIPAL OFF " DISPLAY-DIFF
                 DELIMITED BY SIZE INTO LR-EXC-REASON
              PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT
           END-IF.

           COMPUTE LR-DIFF = FLS-INTEREST - LR-OUR-INTEREST.
           IF LR-DIFF > LR-TOLERANCE
              OR LR-DIFF < 0 - LR-TOLERANCE
              ADD 1 TO INTEREST-BREAKS
              MOVE LR-DIFF TO DISPLAY-DIFF
              DISPLAY FLS-LENDERCODE " " LR-VIN " INTEREST  "
                 DISPLAY-DIFF
              MOVE "FPIN" TO LR-EXCTYPE
              MOVE SPACES TO LR-EXC-REASON
              STRING "INTEREST OFF " DISPLAY-DIFF
                 DELIMITED BY SIZE INTO LR-EXC-REASON
              PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT
           END-IF.

      *---------------------------------------
      * ONE OPEN EXCEPTION PER VIN AND TYPE FOR THE GAM0VEW
      * WORKBENCH - THE SAME BREAK ON NEXT MONTH'S STATEMENT RIDES
      * ON THE ROW ALREADY BEING WORKED.
      *---------------------------------------
       9000-RAISE-EXCEPTION.
           MOVE 0 TO ESC-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :ESC-DUP-COUNT
                   FROM EXCEPTIONS
                   WHERE EXCTYPE = :LR-EXCTYPE
                     AND VIN = :LR-VIN
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
                   (:ESC-NEXT-EXCID, :LR-EXCTYPE, :LR-VIN,
                    :LR-DEALERID, 'O', CURRENT DATE,
                    :LR-EXC-REASON)
           END-EXEC.
           MOVE 0 TO SQLCODE.

           ADD 1 TO ESCALATED-COUNT.

       9000-EXIT.
           CONTINUE.
