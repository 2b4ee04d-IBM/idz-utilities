      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VPF.cbl                                     *
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
      * NIGHTLY OBJECTIVES PACING FLASH. BATCH PROGRAM (NO COMMAREA,
      * LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VSC IS) THAT SHOWS
      * EVERY ACTIVE STORE'S MONTH-TO-DATE UNITS AND GROSS, NEW AND
      * USED, AGAINST ITS DEALER_OBJECTIVES ROW (GAM0VOB): THE
      * DAILY PACE STILL NEEDED TO MAKE EACH TARGET OVER THE DAYS
      * LEFT IN THE MONTH AND A STRAIGHT-LINE PROJECTED MONTH-END
      * FINISH. SALESPEOPLE WITH THEIR OWN OBJECTIVE GET A LINE
      * UNDER THEIR STORE, AND A COMPANY TOTAL CLOSES THE REPORT.
      * UNITS AND GROSS COME OFF SALES THE WAY GAM0VSC COUNTS THEM -
      * LIVE DEALS ONLY, GROSS COSTED FROM THE COST LEDGER WITH THE
      * ACQUISITIONCOST FALLBACK - LESS WHOLESALE, WHICH IS NOT A
      * RETAIL OBJECTIVE. THE AS-OF DATE DEFAULTS TO TODAY; A SYSIN
      * CARD (YYYY-MM-DD) RERUNS AN EARLIER NIGHT. EACH STORE'S
      * LINES ALSO GO TO REPORT_REPOSITORY (TYPE "FLASH") SCOPED TO
      * THAT STORE, SO THE GM READS THE FLASH ON GAM0VRB INSTEAD OF
      * BUILDING IT ON A WHITEBOARD FROM THE SALES BOARD.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VPF.

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
           05 CC-ASOF-DATE          PIC X(10).
           05 FILLER                PIC X(70).

       WORKING-STORAGE SECTION.

       COPY GAM0BOB.
       COPY GAM0BRP.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 ASOF-DATE             PIC X(10).
       01 RPT-YEAR              PIC S9(9) USAGE COMP.
       01 RPT-MONTH             PIC S9(9) USAGE COMP.
       01 DAYS-ELAPSED          PIC S9(4) USAGE COMP.
       01 DAYS-IN-MONTH         PIC S9(4) USAGE COMP.
       01 DAYS-LEFT             PIC S9(4) USAGE COMP.

       01 FL-DEALERID           PIC S9(9) USAGE COMP.
       01 FL-DEALERNAME         PIC X(35).
       01 FL-SALESPERSONID      PIC S9(9) USAGE COMP.
       01 FL-SPNAME             PIC X(35).
       01 FL-HAS-OBJECTIVE      PIC X(1).

      *---------------------------------------
      * MONTH-TO-DATE ACTUALS AND TARGETS FOR THE STORE (OR
      * SALESPERSON) BEING PRINTED, AND THE COMPANY ROLL-UP.
      *---------------------------------------
       01 MTD-NEW-UNITS         PIC S9(9) USAGE COMP.
       01 MTD-USED-UNITS        PIC S9(9) USAGE COMP.
       01 MTD-NEW-GROSS         PIC S9(11)V99 USAGE COMP-3.
       01 MTD-USED-GROSS        PIC S9(11)V99 USAGE COMP-3.
       01 CO-MTD-NEW-UNITS      PIC S9(9) USAGE COMP VALUE 0.
       01 CO-MTD-USED-UNITS     PIC S9(9) USAGE COMP VALUE 0.
       01 CO-MTD-NEW-GROSS      PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 CO-MTD-USED-GROSS     PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 CO-OBJ-NEW-UNITS      PIC S9(9) USAGE COMP VALUE 0.
       01 CO-OBJ-USED-UNITS     PIC S9(9) USAGE COMP VALUE 0.
       01 CO-OBJ-NEW-GROSS      PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 CO-OBJ-USED-GROSS     PIC S9(11)V99 USAGE COMP-3 VALUE 0.

      *---------------------------------------
      * ONE METRIC AT A TIME THROUGH 4000-PACE-ONE-METRIC.
      *---------------------------------------
       01 PACE-LABEL            PIC X(12).
       01 PACE-ACTUAL           PIC S9(11)V99 USAGE COMP-3.
       01 PACE-TARGET           PIC S9(11)V99 USAGE COMP-3.
       01 PACE-NEEDED           PIC S9(11)V9 USAGE COMP-3.
       01 PACE-PROJECTED        PIC S9(11) USAGE COMP-3.

       01 FLASH-LINE.
          05 FLL-LABEL          PIC X(12).
          05 FLL-ACTUAL         PIC -ZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 FLL-TARGET         PIC -ZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 FLL-NEEDED         PIC ZZ,ZZZ,ZZ9.9.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 FLL-PROJECTED      PIC -ZZ,ZZZ,ZZ9.
          05 FILLER             PIC X(2) VALUE SPACE.
          05 FLL-STATUS         PIC X(8).

       01 SP-LINE.
          05 FILLER             PIC X(2) VALUE SPACE.
          05 SPL-NAME           PIC X(20).
          05 FILLER             PIC X(7) VALUE " UNITS ".
          05 SPL-UNITS          PIC ZZZ9.
          05 FILLER             PIC X(1) VALUE "/".
          05 SPL-UNITS-OBJ      PIC ZZZ9.
          05 FILLER             PIC X(6) VALUE " PROJ ".
          05 SPL-UNITS-PROJ     PIC ZZZ9.
          05 FILLER             PIC X(7) VALUE " GROSS ".
          05 SPL-GROSS          PIC -ZZZ,ZZ9.
          05 FILLER             PIC X(1) VALUE "/".
          05 SPL-GROSS-OBJ      PIC ZZZ,ZZ9.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.
       01 STORE-COUNT           PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-DAYS          PIC Z9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE PFDEALERS CURSOR FOR
               SELECT DEALERID, DEALERNAME
                   FROM DEALERSHIP
                   WHERE ACTIVEFLAG = 'Y'
                   ORDER BY REGION, DEALERID
           END-EXEC.

       EXEC SQL
           DECLARE PFSALESPEOPLE CURSOR FOR
               SELECT O.SALESPERSONID, COALESCE(P.SPNAME, ' '),
                      O.NEWUNITS + O.USEDUNITS,
                      O.NEWGROSS + O.USEDGROSS
                   FROM DEALER_OBJECTIVES O
                   LEFT OUTER JOIN SALESPERSON P
                           ON P.SALESPERSONID = O.SALESPERSONID
                   WHERE O.DEALERID = :FL-DEALERID
                     AND O.OBJYEAR = :RPT-YEAR
                     AND O.OBJMONTH = :RPT-MONTH
                     AND O.SALESPERSONID <> 0
                   ORDER BY O.SALESPERSONID
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
           PERFORM 0200-SET-MONTH-CALENDAR.

           MOVE "FLASH" TO RP-REPORTTYPE.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE 0 TO RP-DEALERID.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           MOVE DAYS-LEFT TO DISPLAY-DAYS.
           STRING "OBJECTIVES PACING FLASH AS OF " ASOF-DATE
                  " - " DISPLAY-DAYS " DAYS LEFT IN THE MONTH"
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING "                     MTD   OBJECTIVE  NEEDED/DAY"
                  "   PROJECTED"
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-FLASH-EACH-STORE.

           PERFORM 3000-PRINT-COMPANY-TOTAL.

           EXEC SQL COMMIT END-EXEC.

           MOVE STORE-COUNT TO DISPLAY-COUNT.
           DISPLAY "STORES ON THE FLASH: " DISPLAY-COUNT.
           DISPLAY "PACING FLASH COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           MOVE SPACES TO ASOF-DATE.

           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-ASOF-DATE(1:4) NUMERIC AND CC-ASOF-DATE(5:1) = "-"
                 MOVE CC-ASOF-DATE TO ASOF-DATE
              END-IF
           END-IF.

      *---------------------------------------
      * THE AS-OF DAY IS COUNTED AS ELAPSED - THE FLASH RUNS AFTER
      * THE DAY'S DEALS ARE IN - SO THE DAYS LEFT ARE THOSE STILL
      * TO COME THIS MONTH.
      *---------------------------------------
       0200-SET-MONTH-CALENDAR.
           IF ASOF-DATE = SPACES
              EXEC SQL
                  SELECT CHAR(CURRENT DATE, ISO)
                      INTO :ASOF-DATE
                      FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.

           EXEC SQL
               SELECT YEAR(DATE(:ASOF-DATE)),
                      MONTH(DATE(:ASOF-DATE)),
                      DAY(DATE(:ASOF-DATE)),
                      DAY(LAST_DAY(DATE(:ASOF-DATE)))
                   INTO :RPT-YEAR, :RPT-MONTH, :DAYS-ELAPSED,
                        :DAYS-IN-MONTH
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "AS-OF DATE NOT VALID: " ASOF-DATE
                 ", SQLCODE " DISPLAYSQLCODE
              GOBACK
           END-IF.

           COMPUTE DAYS-LEFT = DAYS-IN-MONTH - DAYS-ELAPSED.

       1000-FLASH-EACH-STORE.

           EXEC SQL OPEN PFDEALERS END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING PFDEALERS, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH PFDEALERS
                      INTO :FL-DEALERID, :FL-DEALERNAME
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING PFDEALERS, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2000-FLASH-ONE-STORE
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE PFDEALERS END-EXEC.

       2000-FLASH-ONE-STORE.
           ADD 1 TO STORE-COUNT.
           MOVE FL-DEALERID TO RP-DEALERID.

           MOVE 0 TO FL-SALESPERSONID.
           PERFORM 2100-GET-MTD-ACTUALS.

           MOVE "Y" TO FL-HAS-OBJECTIVE.
           EXEC SQL
               SELECT NEWUNITS, USEDUNITS, NEWGROSS, USEDGROSS
                   INTO :OB-NEWUNITS, :OB-USEDUNITS,
                        :OB-NEWGROSS, :OB-USEDGROSS
                   FROM DEALER_OBJECTIVES
                   WHERE DEALERID = :FL-DEALERID
                     AND OBJYEAR = :RPT-YEAR
                     AND OBJMONTH = :RPT-MONTH
                     AND SALESPERSONID = 0
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE "N" TO FL-HAS-OBJECTIVE
              MOVE 0 TO OB-NEWUNITS OB-USEDUNITS
              MOVE 0 TO OB-NEWGROSS OB-USEDGROSS
              MOVE 0 TO SQLCODE
           END-IF.

           MOVE SPACES TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE FL-DEALERID TO DISPLAY-COUNT.
           STRING "DEALER " DISPLAY-COUNT " " FL-DEALERNAME
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           MOVE "NEW UNITS" TO PACE-LABEL.
           MOVE MTD-NEW-UNITS TO PACE-ACTUAL.
           MOVE OB-NEWUNITS TO PACE-TARGET.
           PERFORM 4000-PACE-ONE-METRIC.
           MOVE "USED UNITS" TO PACE-LABEL.
           MOVE MTD-USED-UNITS TO PACE-ACTUAL.
           MOVE OB-USEDUNITS TO PACE-TARGET.
           PERFORM 4000-PACE-ONE-METRIC.
           MOVE "NEW GROSS" TO PACE-LABEL.
           MOVE MTD-NEW-GROSS TO PACE-ACTUAL.
           MOVE OB-NEWGROSS TO PACE-TARGET.
           PERFORM 4000-PACE-ONE-METRIC.
           MOVE "USED GROSS" TO PACE-LABEL.
           MOVE MTD-USED-GROSS TO PACE-ACTUAL.
           MOVE OB-USEDGROSS TO PACE-TARGET.
           PERFORM 4000-PACE-ONE-METRIC.

           ADD MTD-NEW-UNITS TO CO-MTD-NEW-UNITS.
           ADD MTD-USED-UNITS TO CO-MTD-USED-UNITS.
           ADD MTD-NEW-GROSS TO CO-MTD-NEW-GROSS.
           ADD MTD-USED-GROSS TO CO-MTD-USED-GROSS.
           ADD OB-NEWUNITS TO CO-OBJ-NEW-UNITS.
           ADD OB-USEDUNITS TO CO-OBJ-USED-UNITS.
           ADD OB-NEWGROSS TO CO-OBJ-NEW-GROSS.
           ADD OB-USEDGROSS TO CO-OBJ-USED-GROSS.

           PERFORM 2200-FLASH-SALESPEOPLE.

      *---------------------------------------
      * MONTH-TO-DATE FOR THE STORE (FL-SALESPERSONID 0) OR ONE
      * SALESPERSON, SPLIT ON THE UNIT'S NEWAUTO FLAG. GROSS USES
      * THE GAM0VSC/GAM0VMG COST RULE SO THE FLASH AGREES WITH THE
      * MONTH-END SCORECARD.
      *---------------------------------------
       2100-GET-MTD-ACTUALS.
           MOVE 0 TO MTD-NEW-UNITS MTD-USED-UNITS.
           MOVE 0 TO MTD-NEW-GROSS MTD-USED-GROSS.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN G.NEWAUTO = 'Y'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN G.NEWAUTO = 'Y'
                                        THEN 0 ELSE 1 END), 0),
                      COALESCE(SUM(CASE WHEN G.NEWAUTO = 'Y'
                                        THEN G.DEALGROSS
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN G.NEWAUTO = 'Y'
                                        THEN 0
                                        ELSE G.DEALGROSS END), 0)
                   INTO :MTD-NEW-UNITS, :MTD-USED-UNITS,
                        :MTD-NEW-GROSS, :MTD-USED-GROSS
                   FROM
                   ( SELECT I.NEWAUTO AS NEWAUTO,
                            S.SALEPRICE
                            - (COALESCE(L.LEDGERTOTAL, 0)
                               + CASE WHEN COALESCE(L.HASACQLINE, 0)
                                           = 0
                                      THEN COALESCE(I.ACQCOST, 0)
                                      ELSE 0 END) AS DEALGROSS
                       FROM SALES S
                            LEFT OUTER JOIN
                            ( SELECT VIN, NEWAUTO,
                                     ACQUISITIONCOST AS ACQCOST
                                  FROM EASTINVNTRY
                              UNION ALL
                              SELECT VIN, NEWAUTO,
                                     ACQUISITIONCOST AS ACQCOST
                                  FROM CENTINVNTRY
                              UNION ALL
                              SELECT VIN, NEWAUTO,
                                     ACQUISITIONCOST AS ACQCOST
                                  FROM PACINVNTRY
                              UNION ALL
                              SELECT VIN, NEWAUTO,
                                     ACQUISITIONCOST AS ACQCOST
                                  FROM INVENTORY_HISTORY
                            ) AS I
                                    ON S.VIN = I.VIN
                            LEFT OUTER JOIN
                            ( SELECT VIN,
                                     SUM(COSTAMOUNT) AS LEDGERTOTAL,
                                     MAX(CASE WHEN COSTTYPE = 'ACQ'
                                              THEN 1 ELSE 0 END)
                                         AS HASACQLINE
                                  FROM VEHICLE_COST_LEDGER
                                  GROUP BY VIN
                            ) AS L
                                    ON S.VIN = L.VIN
                       WHERE S.DEALERID = :FL-DEALERID
                         AND (:FL-SALESPERSONID = 0
                              OR S.SALESPERSONID = :FL-SALESPERSONID)
                         AND YEAR(S.SALEDATE) = :RPT-YEAR
                         AND MONTH(S.SALEDATE) = :RPT-MONTH
                         AND S.SALEDATE <= DATE(:ASOF-DATE)
                         AND S.SALETYPE <> 'W'
                         AND (S.SALESTATUS IS NULL
                              OR S.SALESTATUS = 'A')
                   ) AS G
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO MTD-NEW-UNITS MTD-USED-UNITS
              MOVE 0 TO MTD-NEW-GROSS MTD-USED-GROSS
              MOVE 0 TO SQLCODE
           END-IF.

      *---------------------------------------
      * ONE LINE PER SALESPERSON WHO HAS AN OBJECTIVE OF THEIR OWN
      * THIS MONTH - TOTAL UNITS AND GROSS AGAINST TARGET, WITH THE
      * UNITS PROJECTION.
      *---------------------------------------
       2200-FLASH-SALESPEOPLE.
           EXEC SQL OPEN PFSALESPEOPLE END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH PFSALESPEOPLE
                      INTO :FL-SALESPERSONID, :FL-SPNAME,
                           :OB-NEWUNITS, :OB-NEWGROSS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 2100-GET-MTD-ACTUALS
                 MOVE FL-SPNAME TO SPL-NAME
                 COMPUTE SPL-UNITS = MTD-NEW-UNITS + MTD-USED-UNITS
                 MOVE OB-NEWUNITS TO SPL-UNITS-OBJ
                 COMPUTE SPL-UNITS-PROJ ROUNDED =
                    (MTD-NEW-UNITS + MTD-USED-UNITS) * DAYS-IN-MONTH
                    / DAYS-ELAPSED
                 COMPUTE SPL-GROSS = MTD-NEW-GROSS + MTD-USED-GROSS
                 MOVE OB-NEWGROSS TO SPL-GROSS-OBJ
                 MOVE SP-LINE TO RP-LINETEXT-TEXT
                 PERFORM 8000-PUT-LINE
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE PFSALESPEOPLE END-EXEC.
           MOVE 0 TO SQLCODE.

       3000-PRINT-COMPANY-TOTAL.
           MOVE 0 TO RP-DEALERID.
           MOVE "Y" TO FL-HAS-OBJECTIVE.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "COMPANY TOTAL" TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           MOVE "NEW UNITS" TO PACE-LABEL.
           MOVE CO-MTD-NEW-UNITS TO PACE-ACTUAL.
           MOVE CO-OBJ-NEW-UNITS TO PACE-TARGET.
           PERFORM 4000-PACE-ONE-METRIC.
           MOVE "USED UNITS" TO PACE-LABEL.
           MOVE CO-MTD-USED-UNITS TO PACE-ACTUAL.
           MOVE CO-OBJ-USED-UNITS TO PACE-TARGET.
           PERFORM 4000-PACE-ONE-METRIC.
           MOVE "NEW GROSS" TO PACE-LABEL.
           MOVE CO-MTD-NEW-GROSS TO PACE-ACTUAL.
           MOVE CO-OBJ-NEW-GROSS TO PACE-TARGET.
           PERFORM 4000-PACE-ONE-METRIC.
           MOVE "USED GROSS" TO PACE-LABEL.
           MOVE CO-MTD-USED-GROSS TO PACE-ACTUAL.
           MOVE CO-OBJ-USED-GROSS TO PACE-TARGET.
           PERFORM 4000-PACE-ONE-METRIC.

      *---------------------------------------
      * NEEDED/DAY IS WHAT IS STILL SHORT SPREAD OVER THE DAYS LEFT
      * (ZERO ONCE THE TARGET IS MADE OR THE MONTH IS OVER); THE
      * PROJECTION RUNS THE MONTH-TO-DATE RATE OUT TO MONTH END.
      *---------------------------------------
       4000-PACE-ONE-METRIC.
           MOVE 0 TO PACE-NEEDED.
           IF PACE-TARGET > PACE-ACTUAL AND DAYS-LEFT > 0
              COMPUTE PACE-NEEDED ROUNDED =
                 (PACE-TARGET - PACE-ACTUAL) / DAYS-LEFT
           END-IF.
           COMPUTE PACE-PROJECTED ROUNDED =
              PACE-ACTUAL * DAYS-IN-MONTH / DAYS-ELAPSED.

           MOVE SPACES TO FLASH-LINE.
           MOVE PACE-LABEL TO FLL-LABEL.
           MOVE PACE-ACTUAL TO FLL-ACTUAL.
           MOVE PACE-TARGET TO FLL-TARGET.
           MOVE PACE-NEEDED TO FLL-NEEDED.
           MOVE PACE-PROJECTED TO FLL-PROJECTED.
           EVALUATE TRUE
           WHEN FL-HAS-OBJECTIVE NOT = "Y" OR PACE-TARGET = 0
              MOVE "NO OBJ" TO FLL-STATUS
           WHEN PACE-PROJECTED >= PACE-TARGET
              MOVE "ON PACE" TO FLL-STATUS
           WHEN OTHER
              MOVE "BEHIND" TO FLL-STATUS
           END-EVALUATE.
           MOVE FLASH-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

       8000-PUT-LINE.
           DISPLAY RP-LINETEXT-TEXT.
           PERFORM 9600-WRITE-REPO-LINE.
           MOVE SPACES TO RP-LINETEXT-TEXT.

      *---------------------------------------
      * THE FLASH ALSO LANDS IN REPORT_REPOSITORY SO EACH GM CAN
      * READ THEIR OWN STORE'S LINES FROM THE GAM0VRB VIEWER. A
      * RERUN REPLACES THE SAME DAY'S ROWS.
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
