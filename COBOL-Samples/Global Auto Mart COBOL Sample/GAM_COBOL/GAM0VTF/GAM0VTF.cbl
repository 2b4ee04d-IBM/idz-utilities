      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VTF.cbl                                     *
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
      * DAILY SHOWROOM TRAFFIC REPORT FROM THE GAM0VSW FLOOR LOG.
      * BATCH PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE
      * SAME WAY GAM0VIO IS; REPORT DATE ON THE SYSIN CARD AS
      * YYYY-MM-DD, DEFAULT TODAY). FOR EACH STORE AND SALESPERSON,
      * FOR THE DAY AND FOR THE MONTH TO DATE: UPS TAKEN, HOW MANY
      * OF THEM DROVE (A TEST_DRIVE LINKED TO THE VISIT) AND HOW MANY
      * BOUGHT (A SALES ROW LINKED TO THE VISIT), WITH THE DRIVE
      * RATIO AND THE CLOSING RATIO - SALES OVER UPS, THE REAL
      * NUMBER RATHER THAN SALES OVER WHOEVER THE SALESPERSON
      * REMEMBERED TO WRITE UP. A SALE COUNTS ON THE DAY OF THE
      * VISIT THAT LED TO IT, SO A BE-BACK CLOSED LATER IN THE MONTH
      * RAISES THAT DAY'S RATIO WHEN THE REPORT IS RERUN. THE DAY'S
      * VISITS NEVER CLOSED OUT ON THE FLOOR ARE COUNTED AS OPEN FOR
      * THE FLOOR MANAGER TO CHASE. THE PAGE LANDS IN
      * REPORT_REPOSITORY (TYPE "TRAFFIC") SCOPED TO EACH STORE, WITH
      * THE ALL-STORES TOTALS UNDER DEALER 0.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VTF.

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
           05 CC-RPT-DATE.
              10 CC-RPT-YYYY        PIC X(4).
              10 CC-RPT-DASH1       PIC X(1).
              10 CC-RPT-MM          PIC X(2).
              10 CC-RPT-DASH2       PIC X(1).
              10 CC-RPT-DD          PIC X(2).
           05 FILLER                PIC X(70).

       WORKING-STORAGE SECTION.

       COPY GAM0BSW.
       COPY GAM0BRP.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 RPT-DATE              PIC X(10).
       01 CURRENT-DATE-FIELDS.
          05 CD-YYYY            PIC 9(4).
          05 CD-MM              PIC 9(2).
          05 CD-DD              PIC 9(2).
          05 FILLER             PIC X(13).

       01 TF-DEALERNAME         PIC X(35).
       01 TF-SPNAME             PIC X(35).
       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.

      *---------------------------------------
      * ONE SET OF COUNTERS PER LEVEL: 1 SALESPERSON, 2 STORE,
      * 3 ALL STORES.
      *---------------------------------------
       01 TF-TOTALS.
          05 TF-LEVEL OCCURS 3 TIMES.
             10 TF-DAY-UPS      PIC S9(9) USAGE COMP.
             10 TF-DAY-DRIVES   PIC S9(9) USAGE COMP.
             10 TF-DAY-SALES    PIC S9(9) USAGE COMP.
             10 TF-DAY-OPEN     PIC S9(9) USAGE COMP.
             10 TF-MTD-UPS      PIC S9(9) USAGE COMP.
             10 TF-MTD-DRIVES   PIC S9(9) USAGE COMP.
             10 TF-MTD-SALES    PIC S9(9) USAGE COMP.
       01 ROW-DAY-UPS           PIC S9(9) USAGE COMP.
       01 ROW-DAY-DRIVES        PIC S9(9) USAGE COMP.
       01 ROW-DAY-SALES         PIC S9(9) USAGE COMP.
       01 ROW-DAY-OPEN          PIC S9(9) USAGE COMP.
       01 ROW-MTD-UPS           PIC S9(9) USAGE COMP.
       01 ROW-MTD-DRIVES        PIC S9(9) USAGE COMP.
       01 ROW-MTD-SALES         PIC S9(9) USAGE COMP.
       01 LEVEL-IX              PIC S9(4) USAGE COMP.
       01 PRINT-IX              PIC S9(4) USAGE COMP.
       01 DRIVE-RATE            PIC S9(3)V9 USAGE COMP-3.
       01 CLOSE-RATE            PIC S9(3)V9 USAGE COMP-3.

       01 TF-LINE.
          05 FILLER             PIC X(4) VALUE SPACE.
          05 TF-PERIOD          PIC X(6).
          05 FILLER             PIC X(4) VALUE "UPS ".
          05 TF-UPS             PIC ZZZ9.
          05 FILLER             PIC X(8) VALUE " DRIVES ".
          05 TF-DRIVES          PIC ZZZ9.
          05 FILLER             PIC X(7) VALUE " SALES ".
          05 TF-SALES           PIC ZZZ9.
          05 TF-OPEN-LABEL      PIC X(6).
          05 TF-OPEN            PIC X(4).
          05 FILLER             PIC X(7) VALUE " DRIVE ".
          05 TF-DRIVE-RATE      PIC ZZ9.9.
          05 FILLER             PIC X(8) VALUE "% CLOSE ".
          05 TF-CLOSE-RATE      PIC ZZ9.9.
          05 FILLER             PIC X(1) VALUE "%".

       01 DISPLAY-OPEN          PIC ZZZ9.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * EVERY VISIT FROM THE FIRST OF THE REPORT MONTH THROUGH THE
      * REPORT DATE, ROLLED UP PER STORE AND SALESPERSON; THE DAY'S
      * FIGURES ARE THE SAME ROWS RESTRICTED TO THE REPORT DATE.
      *---------------------------------------
       EXEC SQL
           DECLARE TFTRAFFIC CURSOR FOR
               SELECT V.DEALERID, COALESCE(D.DEALERNAME, ' '),
                      V.SALESPERSONID,
                      COALESCE(P.SPNAME, 'NOT ON FILE'),
                      SUM(CASE WHEN V.VISITDATE = DATE(:RPT-DATE)
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.VISITDATE = DATE(:RPT-DATE)
                                AND V.DRIVEVIN IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.VISITDATE = DATE(:RPT-DATE)
                                AND V.OUTCOME = 'S'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.VISITDATE = DATE(:RPT-DATE)
                                AND V.OUTCOMETS IS NULL
                               THEN 1 ELSE 0 END),
                      COUNT(*),
                      SUM(CASE WHEN V.DRIVEVIN IS NOT NULL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.OUTCOME = 'S'
                               THEN 1 ELSE 0 END)
                   FROM SHOWROOM_VISITS V
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = V.DEALERID
                   LEFT OUTER JOIN SALESPERSON P
                           ON P.SALESPERSONID = V.SALESPERSONID
                   WHERE V.VISITDATE <= DATE(:RPT-DATE)
                     AND V.VISITDATE >= DATE(:RPT-DATE)
                             - (DAY(DATE(:RPT-DATE)) - 1) DAYS
                   GROUP BY V.DEALERID, D.DEALERNAME,
                            V.SALESPERSONID, P.SPNAME
                   ORDER BY 1, 3
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

           INITIALIZE TF-TOTALS.

           MOVE "TRAFFIC" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING "SHOWROOM TRAFFIC, DRIVES AND CLOSING RATIOS - "
              RPT-DATE " AND MONTH TO DATE"
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-TRAFFIC.

           IF PRIOR-DEALERID NOT = -1
              MOVE "  STORE TOTAL" TO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
              MOVE 2 TO PRINT-IX
              PERFORM 3000-PRINT-LEVEL
           END-IF.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE "ALL STORES" TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE 3 TO PRINT-IX.
           PERFORM 3000-PRINT-LEVEL.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "SHOWROOM TRAFFIC REPORT COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           MOVE SPACES TO RPT-DATE.
           STRING CD-YYYY "-" CD-MM "-" CD-DD
              DELIMITED BY SIZE INTO RPT-DATE.

           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-RPT-YYYY NUMERIC AND CC-RPT-MM NUMERIC
                 AND CC-RPT-DD NUMERIC
                 AND CC-RPT-DASH1 = "-" AND CC-RPT-DASH2 = "-"
                 MOVE CC-RPT-DATE TO RPT-DATE
              END-IF
           END-IF.

       1000-LIST-TRAFFIC.

           EXEC SQL OPEN TFTRAFFIC END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING TFTRAFFIC, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH TFTRAFFIC
                      INTO :SW-DEALERID, :TF-DEALERNAME,
                           :SW-SALESPERSONID, :TF-SPNAME,
                           :ROW-DAY-UPS, :ROW-DAY-DRIVES,
                           :ROW-DAY-SALES, :ROW-DAY-OPEN,
                           :ROW-MTD-UPS, :ROW-MTD-DRIVES,
                           :ROW-MTD-SALES
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING TFTRAFFIC, SQLCODE "
                    DISPLAYSQLCODE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-CHECK-BREAKS
                 PERFORM 1200-PRINT-SALESPERSON
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE TFTRAFFIC END-EXEC.

      *---------------------------------------
      * A NEW STORE PRINTS THE LAST ONE'S TOTAL AND STARTS A NEW
      * HEADING.
      *---------------------------------------
       1100-CHECK-BREAKS.
           IF SW-DEALERID NOT = PRIOR-DEALERID
              IF PRIOR-DEALERID NOT = -1
                 MOVE "  STORE TOTAL" TO RP-LINETEXT-TEXT
                 PERFORM 8000-PUT-LINE
                 MOVE 2 TO PRINT-IX
                 PERFORM 3000-PRINT-LEVEL
              END-IF
              MOVE SW-DEALERID TO PRIOR-DEALERID
              MOVE SW-DEALERID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE SW-DEALERID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " TF-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

      *---------------------------------------
      * ONE SALESPERSON'S ROW IS ALREADY ROLLED UP BY THE CURSOR -
      * ADD IT INTO ALL THREE LEVELS AND PRINT THE SALESPERSON.
      *---------------------------------------
       1200-PRINT-SALESPERSON.
           PERFORM VARYING LEVEL-IX FROM 1 BY 1 UNTIL LEVEL-IX > 3
              ADD ROW-DAY-UPS TO TF-DAY-UPS (LEVEL-IX)
              ADD ROW-DAY-DRIVES TO TF-DAY-DRIVES (LEVEL-IX)
              ADD ROW-DAY-SALES TO TF-DAY-SALES (LEVEL-IX)
              ADD ROW-DAY-OPEN TO TF-DAY-OPEN (LEVEL-IX)
              ADD ROW-MTD-UPS TO TF-MTD-UPS (LEVEL-IX)
              ADD ROW-MTD-DRIVES TO TF-MTD-DRIVES (LEVEL-IX)
              ADD ROW-MTD-SALES TO TF-MTD-SALES (LEVEL-IX)
           END-PERFORM.

           MOVE SW-SALESPERSONID TO DISPLAY-COUNT.
           STRING "  SALESPERSON " DISPLAY-COUNT " " TF-SPNAME
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE 1 TO PRINT-IX.
           PERFORM 3000-PRINT-LEVEL.

      *---------------------------------------
      * THE DAY AND MONTH-TO-DATE LINES FOR LEVEL PRINT-IX, WHICH IS
      * THEN CLEARED FOR THE NEXT SALESPERSON OR STORE. A RATIO WITH
      * NO UPS BEHIND IT PRINTS AS ZERO.
      *---------------------------------------
       3000-PRINT-LEVEL.
           MOVE "TODAY " TO TF-PERIOD.
           MOVE TF-DAY-UPS (PRINT-IX) TO TF-UPS.
           MOVE TF-DAY-DRIVES (PRINT-IX) TO TF-DRIVES.
           MOVE TF-DAY-SALES (PRINT-IX) TO TF-SALES.
           MOVE " OPEN " TO TF-OPEN-LABEL.
           MOVE TF-DAY-OPEN (PRINT-IX) TO DISPLAY-OPEN.
           MOVE DISPLAY-OPEN TO TF-OPEN.
           MOVE 0 TO DRIVE-RATE.
           MOVE 0 TO CLOSE-RATE.
           IF TF-DAY-UPS (PRINT-IX) > 0
              COMPUTE DRIVE-RATE ROUNDED =
                  TF-DAY-DRIVES (PRINT-IX) * 100
                  / TF-DAY-UPS (PRINT-IX)
              COMPUTE CLOSE-RATE ROUNDED =
                  TF-DAY-SALES (PRINT-IX) * 100
                  / TF-DAY-UPS (PRINT-IX)
           END-IF.
           MOVE DRIVE-RATE TO TF-DRIVE-RATE.
           MOVE CLOSE-RATE TO TF-CLOSE-RATE.
           MOVE TF-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           MOVE "MONTH " TO TF-PERIOD.
           MOVE TF-MTD-UPS (PRINT-IX) TO TF-UPS.
           MOVE TF-MTD-DRIVES (PRINT-IX) TO TF-DRIVES.
           MOVE TF-MTD-SALES (PRINT-IX) TO TF-SALES.
           MOVE SPACES TO TF-OPEN-LABEL.
           MOVE SPACES TO TF-OPEN.
           MOVE 0 TO DRIVE-RATE.
           MOVE 0 TO CLOSE-RATE.
           IF TF-MTD-UPS (PRINT-IX) > 0
              COMPUTE DRIVE-RATE ROUNDED =
                  TF-MTD-DRIVES (PRINT-IX) * 100
                  / TF-MTD-UPS (PRINT-IX)
              COMPUTE CLOSE-RATE ROUNDED =
                  TF-MTD-SALES (PRINT-IX) * 100
                  / TF-MTD-UPS (PRINT-IX)
           END-IF.
           MOVE DRIVE-RATE TO TF-DRIVE-RATE.
           MOVE CLOSE-RATE TO TF-CLOSE-RATE.
           MOVE TF-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           INITIALIZE TF-LEVEL (PRINT-IX).

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
