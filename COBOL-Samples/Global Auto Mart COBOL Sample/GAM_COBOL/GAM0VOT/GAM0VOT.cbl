      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VOT.cbl                                     *
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
      * DAILY SOLD-OUT-OF-TRUST WATCH FOR THE OFFICE. BATCH PROGRAM
      * (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VFL
      * IS), RUN AFTER THE NIGHTLY GAM0VFL ACCRUAL. EVERY SOLD UNIT
      * WHOSE FLOOR-PLAN LINE IS STILL OPEN - GAM0VSE STAMPED A
      * PAYOFF DUE DATE AT SALE BUT NO PAYOFF HAS BEEN RECORDED ON
      * GAM0VCT - IS LISTED BY STORE, FEWEST DAYS LEFT FIRST, WITH
      * THE LENDER, THE DUE DATE AND THE BALANCE OWED (PRINCIPAL
      * LESS CURTAILMENTS PAID PLUS INTEREST ACCRUED). A UNIT PAST
      * ITS DUE DATE IS SOLD OUT OF TRUST AND SHOWS PAST DUE. THE
      * PAGE LANDS IN REPORT_REPOSITORY (TYPE "SOTPAYOF") SCOPED TO
      * EACH STORE, WITH THE ALL-STORES TOTALS UNDER DEALER 0.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VOT.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY GAM0BFL.
       COPY GAM0BRP.

       01 SCHEMA-CONNECT        PIC X(8).

       01 OT-DEALERID           PIC S9(9) USAGE COMP.
       01 OT-DEALERNAME         PIC X(35).
       01 OT-DAYS-LEFT          PIC S9(9) USAGE COMP.
       01 OT-OWED               PIC S9(9)V99 USAGE COMP-3.
       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.

       01 UNIT-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 PAST-DUE-COUNT        PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-OWED            PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 PAST-DUE-OWED         PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 OT-LINE.
          05 FILLER             PIC X(2) VALUE SPACE.
          05 OT-VIN-OUT         PIC X(17).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 OT-LENDER-OUT      PIC X(4).
          05 FILLER             PIC X(5) VALUE " DUE ".
          05 OT-DUE-OUT         PIC X(10).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 OT-LEFT-OUT        PIC X(13).
          05 FILLER             PIC X(6) VALUE " OWED ".
          05 OT-OWED-OUT        PIC Z,ZZZ,ZZ9.99.

       01 OT-TOTAL-LINE.
          05 FILLER             PIC X(12) VALUE "TOTAL OWED  ".
          05 OT-TOT-OWED-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER             PIC X(11) VALUE " PAST DUE  ".
          05 OT-TOT-PAST-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 CONVERT-DAYS          PIC ZZZ9.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * EVERY OPEN LINE WITH A PAYOFF DUE DATE, I.E. EVERY SOLD UNIT
      * THE LENDER HAS NOT YET BEEN PAID FOR.
      *---------------------------------------
       EXEC SQL
           DECLARE OTPAYOFFDUE CURSOR FOR
               SELECT I.DEALERID, COALESCE(D.DEALERNAME, ' '),
                      F.VIN, F.LENDERCODE,
                      CHAR(F.PAYOFFDUEDATE, ISO),
                      DAYS(F.PAYOFFDUEDATE) - DAYS(CURRENT DATE),
                      F.PRINCIPAL
                      - CASE WHEN F.CURT90PAIDDATE IS NULL THEN 0
                             ELSE COALESCE(F.CURT90AMOUNT, 0)
                        END
                      - CASE WHEN F.CURT120PAIDDATE IS NULL THEN 0
                             ELSE COALESCE(F.CURT120AMOUNT, 0)
                        END
                      + F.ACCRUEDINTEREST
                   FROM FLOORPLAN F
                   INNER JOIN INVENTORY I
                           ON I.VIN = F.VIN
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = I.DEALERID
                   WHERE F.STATUS = 'A'
                     AND F.PAYOFFDUEDATE IS NOT NULL
                   ORDER BY 1, 6, 3
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

           MOVE "SOTPAYOF" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE "SOLD UNITS AWAITING FLOOR-PLAN PAYOFF BY DAYS LEFT"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "PAST DUE = SOLD OUT OF TRUST, PAY THE LENDER TODAY" TO
              RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-PAYOFFS-DUE.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE "ALL STORES" TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE TOTAL-OWED TO OT-TOT-OWED-OUT.
           MOVE PAST-DUE-OWED TO OT-TOT-PAST-OUT.
           MOVE OT-TOTAL-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE UNIT-COUNT TO DISPLAY-COUNT.
           STRING "UNITS AWAITING PAYOFF:" DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE PAST-DUE-COUNT TO DISPLAY-COUNT.
           STRING "SOLD OUT OF TRUST:    " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "SOLD-OUT-OF-TRUST PAYOFF REPORT COMPLETE".

           GOBACK.

       1000-LIST-PAYOFFS-DUE.

           EXEC SQL OPEN OTPAYOFFDUE END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING OTPAYOFFDUE, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH OTPAYOFFDUE
                      INTO :OT-DEALERID, :OT-DEALERNAME,
                           :FL-VIN, :FL-LENDERCODE,
                           :FL-PAYOFFDUEDATE, :OT-DAYS-LEFT,
                           :OT-OWED
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING OTPAYOFFDUE, SQLCODE "
                    DISPLAYSQLCODE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-CHECK-BREAKS
                 PERFORM 1200-PRINT-UNIT
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE OTPAYOFFDUE END-EXEC.

      *---------------------------------------
      * A NEW STORE STARTS A NEW HEADING.
      *---------------------------------------
       1100-CHECK-BREAKS.
           IF OT-DEALERID NOT = PRIOR-DEALERID
              MOVE OT-DEALERID TO PRIOR-DEALERID
              MOVE OT-DEALERID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE OT-DEALERID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " OT-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

      *---------------------------------------
      * ONE SOLD UNIT. DUE TODAY SHOWS 0 DAYS LEFT; ANY DAY AFTER
      * THAT IS PAST DUE.
      *---------------------------------------
       1200-PRINT-UNIT.
           ADD 1 TO UNIT-COUNT.
           ADD OT-OWED TO TOTAL-OWED.

           MOVE SPACES TO OT-LEFT-OUT.
           IF OT-DAYS-LEFT < 0
              ADD 1 TO PAST-DUE-COUNT
              ADD OT-OWED TO PAST-DUE-OWED
              COMPUTE CONVERT-DAYS = 0 - OT-DAYS-LEFT
              STRING "PAST DUE " CONVERT-DAYS
                 DELIMITED BY SIZE INTO OT-LEFT-OUT
           ELSE
              MOVE OT-DAYS-LEFT TO CONVERT-DAYS
              STRING CONVERT-DAYS " DAYS LEFT"
                 DELIMITED BY SIZE INTO OT-LEFT-OUT
           END-IF.

           MOVE FL-VIN-TEXT TO OT-VIN-OUT.
           MOVE FL-LENDERCODE TO OT-LENDER-OUT.
           MOVE FL-PAYOFFDUEDATE TO OT-DUE-OUT.
           MOVE OT-OWED TO OT-OWED-OUT.
           MOVE OT-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

       8000-PUT-LINE.
           DISPLAY RP-LINETEXT-TEXT.
           PERFORM 9600-WRITE-REPO-LINE.
           MOVE SPACES TO RP-LINETEXT-TEXT.

      *---------------------------------------
      * A RERUN THE SAME DAY REPLACES THE DAY'S ROWS.
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
