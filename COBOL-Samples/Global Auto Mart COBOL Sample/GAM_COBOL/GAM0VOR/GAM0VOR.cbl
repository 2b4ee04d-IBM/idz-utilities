      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VOR.cbl                                     *
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
      * WEEKLY ORPHAN-ROW SWEEP. BATCH PROGRAM (NO COMMAREA, LINKED
      * WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS). THE VIN-KEYED
      * SATELLITE TABLES CARRY NO REFERENTIAL CONSTRAINT BACK TO THE
      * LOT, SO WHEN GAM0VAH ARCHIVES A UNIT, GAM0VTR MOVES ONE OR A
      * BAD ROW IS DELETED BY HAND THEIR DEPENDENTS CAN BE LEFT
      * POINTING AT NOTHING. EVERY ROW OF DEPOSITS, WORK_ORDERS,
      * VEHICLE_COST_LEDGER, STOCK_NUMBERS, VEHICLE_INSPECTIONS,
      * FLOORPLAN, VEHICLE_MEDIA, HOLD_WAITLIST AND TITLE_TRACKING IS
      * CHECKED FOR A VIN IN THE INVENTORY VIEW OR INVENTORY_HISTORY,
      * AND WHERE THE TABLE CARRIES THEM, A DEALER ON DEALERSHIP AND
      * A CUSTOMER ON CUSTOMER. EACH ORPHAN RAISES ONE OPEN 'ORPH'
      * EXCEPTION FOR THE GAM0VEW WORKBENCH (REGION1 THE TABLE,
      * REGION2 WHAT IS MISSING - VIN, DEALER OR CUSTOMER). AN
      * ORPHANED FLOORPLAN LINE IS HELD OUT OF GAM0VFL'S ACCRUAL
      * WHILE ITS EXCEPTION IS OPEN. THE SUMMARY BY TABLE LANDS IN
      * REPORT_REPOSITORY (TYPE "ORPHANS") UNDER DEALER 0.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VOR.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY GAM0BEX.
       COPY GAM0BRP.

       01 SCHEMA-CONNECT        PIC X(8).

      *---------------------------------------
      * ONE ENTRY PER CHECK THE SWEEP MAKES - THE TABLE AS IT IS
      * NAMED ON THE EXCEPTION AND WHAT ITS ROWS MUST POINT AT.
      *---------------------------------------
       01 OR-CHECK-LIT.
          05 FILLER             PIC X(18) VALUE "DEPOSITS  VIN     ".
          05 FILLER             PIC X(18) VALUE "DEPOSITS  DEALER  ".
          05 FILLER             PIC X(18) VALUE "DEPOSITS  CUSTOMER".
          05 FILLER             PIC X(18) VALUE "WORKORDERSVIN     ".
          05 FILLER             PIC X(18) VALUE "WORKORDERSDEALER  ".
          05 FILLER             PIC X(18) VALUE "COSTLEDGERVIN     ".
          05 FILLER             PIC X(18) VALUE "STOCKNUMS VIN     ".
          05 FILLER             PIC X(18) VALUE "STOCKNUMS DEALER  ".
          05 FILLER             PIC X(18) VALUE "INSPECTIONVIN     ".
          05 FILLER             PIC X(18) VALUE "FLOORPLAN VIN     ".
          05 FILLER             PIC X(18) VALUE "MEDIA     VIN     ".
          05 FILLER             PIC X(18) VALUE "WAITLIST  VIN     ".
          05 FILLER             PIC X(18) VALUE "WAITLIST  CUSTOMER".
          05 FILLER             PIC X(18) VALUE "TITLETRACKVIN     ".
          05 FILLER             PIC X(18) VALUE "TITLETRACKDEALER  ".
       01 OR-CHECK-TABLE REDEFINES OR-CHECK-LIT.
          05 OR-CHECK-ENTRY     OCCURS 15 TIMES.
             10 OR-CHECK-TABLE-NAME PIC X(10).
             10 OR-CHECK-KIND   PIC X(8).
       01 OR-CHECK-COUNTS.
          05 OR-CHECK-COUNT-ENTRY OCCURS 15 TIMES.
             10 OR-FOUND-COUNT  PIC S9(9) USAGE COMP.
             10 OR-RAISED-COUNT PIC S9(9) USAGE COMP.
       01 OR-IX                 PIC S9(4) USAGE COMP.
       01 OR-FOUND-IX           PIC S9(4) USAGE COMP.

       01 OR-TABLE              PIC X(10).
       01 OR-KIND               PIC X(8).
       01 OR-VIN                PIC X(17).
       01 OR-DEALERID           PIC S9(9) USAGE COMP.
       01 IND-OR-DEALERID       PIC S9(4) USAGE COMP.
       01 OR-KEYVALUE           PIC X(11).
       01 OR-REASON             PIC X(30).

       01 ESC-DUP-COUNT         PIC S9(9) USAGE COMP.
       01 ESC-NEXT-EXCID        PIC S9(9) USAGE COMP.
       01 TOTAL-FOUND           PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-RAISED          PIC S9(9) USAGE COMP VALUE 0.
       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-RAISED        PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * EVERY ORPHAN IN ONE PASS - TABLE, WHAT IS MISSING, THE VIN,
      * THE ROW'S DEALER WHERE IT HAS ONE, AND THE DANGLING DEALER
      * OR CUSTOMER KEY. A VIN WITH SEVERAL ROWS IN ONE TABLE
      * COUNTS ONCE.
      *---------------------------------------
       EXEC SQL
           DECLARE ORPHCURSOR CURSOR FOR
               SELECT DISTINCT 'DEPOSITS  ', 'VIN     ', P.VIN,
                      P.DEALERID, CAST(' ' AS VARCHAR(11))
                   FROM DEPOSITS P
                   WHERE NOT EXISTS
                         (SELECT 1 FROM INVENTORY I
                              WHERE I.VIN = P.VIN)
                     AND NOT EXISTS
                         (SELECT 1 FROM INVENTORY_HISTORY H
                              WHERE H.VIN = P.VIN)
               UNION ALL
               SELECT DISTINCT 'DEPOSITS  ', 'DEALER  ', P.VIN,
                      P.DEALERID, CAST(CHAR(P.DEALERID) AS VARCHAR(11))
                   FROM DEPOSITS P
                   WHERE NOT EXISTS
                         (SELECT 1 FROM DEALERSHIP D
                              WHERE D.DEALERID = P.DEALERID)
               UNION ALL
               SELECT DISTINCT 'DEPOSITS  ', 'CUSTOMER', P.VIN,
                      P.DEALERID, CAST(P.CUSTOMERID AS VARCHAR(11))
                   FROM DEPOSITS P
                   WHERE NOT EXISTS
                         (SELECT 1 FROM CUSTOMER C
                              WHERE C.CUSTOMERID = P.CUSTOMERID)
               UNION ALL
               SELECT DISTINCT 'WORKORDERS', 'VIN     ', W.VIN,
                      W.DEALERID, CAST(' ' AS VARCHAR(11))
                   FROM WORK_ORDERS W
                   WHERE NOT EXISTS
                         (SELECT 1 FROM INVENTORY I
                              WHERE I.VIN = W.VIN)
                     AND NOT EXISTS
                         (SELECT 1 FROM INVENTORY_HISTORY H
                              WHERE H.VIN = W.VIN)
               UNION ALL
               SELECT DISTINCT 'WORKORDERS', 'DEALER  ', W.VIN,
                      W.DEALERID, CAST(CHAR(W.DEALERID) AS VARCHAR(11))
                   FROM WORK_ORDERS W
                   WHERE NOT EXISTS
                         (SELECT 1 FROM DEALERSHIP D
                              WHERE D.DEALERID = W.DEALERID)
               UNION ALL
               SELECT DISTINCT 'COSTLEDGER', 'VIN     ', L.VIN,
                      CAST(NULL AS INTEGER), CAST(' ' AS VARCHAR(11))
                   FROM VEHICLE_COST_LEDGER L
                   WHERE NOT EXISTS
                         (SELECT 1 FROM INVENTORY I
                              WHERE I.VIN = L.VIN)
                     AND NOT EXISTS
                         (SELECT 1 FROM INVENTORY_HISTORY H
                              WHERE H.VIN = L.VIN)
               UNION ALL
               SELECT DISTINCT 'STOCKNUMS ', 'VIN     ', S.VIN,
                      S.DEALERID, CAST(' ' AS VARCHAR(11))
                   FROM STOCK_NUMBERS S
                   WHERE NOT EXISTS
                         (SELECT 1 FROM INVENTORY I
                              WHERE I.VIN = S.VIN)
                     AND NOT EXISTS
                         (SELECT 1 FROM INVENTORY_HISTORY H
                              WHERE H.VIN = S.VIN)
               UNION ALL
               SELECT DISTINCT 'STOCKNUMS ', 'DEALER  ', S.VIN,
                      S.DEALERID, CAST(CHAR(S.DEALERID) AS VARCHAR(11))
                   FROM STOCK_NUMBERS S
                   WHERE NOT EXISTS
                         (SELECT 1 FROM DEALERSHIP D
                              WHERE D.DEALERID = S.DEALERID)
               UNION ALL
               SELECT DISTINCT 'INSPECTION', 'VIN     ', V.VIN,
                      CAST(NULL AS INTEGER), CAST(' ' AS VARCHAR(11))
                   FROM VEHICLE_INSPECTIONS V
                   WHERE NOT EXISTS
                         (SELECT 1 FROM INVENTORY I
                              WHERE I.VIN = V.VIN)
                     AND NOT EXISTS
                         (SELECT 1 FROM INVENTORY_HISTORY H
                              WHERE H.VIN = V.VIN)
               UNION ALL
               SELECT DISTINCT 'FLOORPLAN ', 'VIN     ', F.VIN,
                      CAST(NULL AS INTEGER), CAST(' ' AS VARCHAR(11))
                   FROM FLOORPLAN F
                   WHERE NOT EXISTS
                         (SELECT 1 FROM INVENTORY I
                              WHERE I.VIN = F.VIN)
                     AND NOT EXISTS
                         (SELECT 1 FROM INVENTORY_HISTORY H
                              WHERE H.VIN = F.VIN)
               UNION ALL
               SELECT DISTINCT 'MEDIA     ', 'VIN     ', M.VIN,
                      CAST(NULL AS INTEGER), CAST(' ' AS VARCHAR(11))
                   FROM VEHICLE_MEDIA M
                   WHERE NOT EXISTS
                         (SELECT 1 FROM INVENTORY I
                              WHERE I.VIN = M.VIN)
                     AND NOT EXISTS
                         (SELECT 1 FROM INVENTORY_HISTORY H
                              WHERE H.VIN = M.VIN)
               UNION ALL
               SELECT DISTINCT 'WAITLIST  ', 'VIN     ', Q.VIN,
                      CAST(NULL AS INTEGER), CAST(' ' AS VARCHAR(11))
                   FROM HOLD_WAITLIST Q
                   WHERE NOT EXISTS
                         (SELECT 1 FROM INVENTORY I
                              WHERE I.VIN = Q.VIN)
                     AND NOT EXISTS
                         (SELECT 1 FROM INVENTORY_HISTORY H
                              WHERE H.VIN = Q.VIN)
               UNION ALL
               SELECT DISTINCT 'WAITLIST  ', 'CUSTOMER', Q.VIN,
                      CAST(NULL AS INTEGER),
                      CAST(Q.CUSTOMERID AS VARCHAR(11))
                   FROM HOLD_WAITLIST Q
                   WHERE NOT EXISTS
                         (SELECT 1 FROM CUSTOMER C
                              WHERE C.CUSTOMERID = Q.CUSTOMERID)
               UNION ALL
               SELECT DISTINCT 'TITLETRACK', 'VIN     ', T.VIN,
                      T.DEALERID, CAST(' ' AS VARCHAR(11))
                   FROM TITLE_TRACKING T
                   WHERE NOT EXISTS
                         (SELECT 1 FROM INVENTORY I
                              WHERE I.VIN = T.VIN)
                     AND NOT EXISTS
                         (SELECT 1 FROM INVENTORY_HISTORY H
                              WHERE H.VIN = T.VIN)
               UNION ALL
               SELECT DISTINCT 'TITLETRACK', 'DEALER  ', T.VIN,
                      T.DEALERID, CAST(CHAR(T.DEALERID) AS VARCHAR(11))
                   FROM TITLE_TRACKING T
                   WHERE NOT EXISTS
                         (SELECT 1 FROM DEALERSHIP D
                              WHERE D.DEALERID = T.DEALERID)
               ORDER BY 1, 2, 3
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

           DISPLAY "WEEKLY ORPHAN-ROW SWEEP".

           PERFORM VARYING OR-IX FROM 1 BY 1 UNTIL OR-IX > 15
              MOVE 0 TO OR-FOUND-COUNT (OR-IX)
              MOVE 0 TO OR-RAISED-COUNT (OR-IX)
           END-PERFORM.

           PERFORM 1000-SWEEP-ORPHANS.
           PERFORM 2000-REPORT-SUMMARY.

           EXEC SQL COMMIT END-EXEC.

           MOVE TOTAL-FOUND TO DISPLAY-COUNT.
           DISPLAY "ORPHANS FOUND:      " DISPLAY-COUNT.
           MOVE TOTAL-RAISED TO DISPLAY-COUNT.
           DISPLAY "EXCEPTIONS RAISED:  " DISPLAY-COUNT.
           DISPLAY "ORPHAN SWEEP COMPLETE".

           GOBACK.

       1000-SWEEP-ORPHANS.

           EXEC SQL OPEN ORPHCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING ORPHCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH ORPHCURSOR
                      INTO :OR-TABLE, :OR-KIND, :OR-VIN,
                           :OR-DEALERID :IND-OR-DEALERID,
                           :OR-KEYVALUE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING ORPHCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-RAISE-ORPHAN THRU 1100-EXIT
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ORPHCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * ONE OPEN 'ORPH' EXCEPTION PER VIN, TABLE AND MISSING KEY -
      * A WEEK'S RERUN DOES NOT STACK A SECOND ONE ON TOP.
      *---------------------------------------
       1100-RAISE-ORPHAN.
           DISPLAY "ORPHAN " OR-TABLE " NO " OR-KIND " " OR-VIN " "
              OR-KEYVALUE.

           MOVE 0 TO OR-FOUND-IX.
           PERFORM VARYING OR-IX FROM 1 BY 1
                   UNTIL OR-IX > 15 OR OR-FOUND-IX > 0
              IF OR-CHECK-TABLE-NAME (OR-IX) = OR-TABLE AND
                 OR-CHECK-KIND (OR-IX) = OR-KIND
                 MOVE OR-IX TO OR-FOUND-IX
              END-IF
           END-PERFORM.
           IF OR-FOUND-IX > 0
              ADD 1 TO OR-FOUND-COUNT (OR-FOUND-IX)
           END-IF.
           ADD 1 TO TOTAL-FOUND.

           MOVE 0 TO ESC-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :ESC-DUP-COUNT
                   FROM EXCEPTIONS
                   WHERE EXCTYPE = 'ORPH'
                     AND VIN = :OR-VIN
                     AND REGION1 = :OR-TABLE
                     AND REGION2 = :OR-KIND
                     AND STATUS = 'O'
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF ESC-DUP-COUNT > 0
              GO TO 1100-EXIT
           END-IF.

           MOVE SPACES TO OR-REASON.
           STRING OR-TABLE DELIMITED BY SPACE
                  " - NO SUCH " DELIMITED BY SIZE
                  OR-KIND DELIMITED BY SPACE
               INTO OR-REASON.

           EXEC SQL
               SELECT COALESCE(MAX(EXCEPTIONID), 0) + 1
                   INTO :ESC-NEXT-EXCID
                   FROM EXCEPTIONS
           END-EXEC.
           EXEC SQL
               INSERT INTO EXCEPTIONS
                   (EXCEPTIONID, EXCTYPE, VIN, REGION1, REGION2,
                    DEALERID, STATUS, DATEFOUND, REASON)
                   VALUES
                   (:ESC-NEXT-EXCID, 'ORPH', :OR-VIN, :OR-TABLE,
                    :OR-KIND, :OR-DEALERID :IND-OR-DEALERID, 'O',
                    CURRENT DATE, :OR-REASON)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "   EXCEPTION NOT RAISED - SQLCODE "
                 DISPLAYSQLCODE
              GO TO 1100-EXIT
           END-IF.

           IF OR-FOUND-IX > 0
              ADD 1 TO OR-RAISED-COUNT (OR-FOUND-IX)
           END-IF.
           ADD 1 TO TOTAL-RAISED.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * ONE LINE PER CHECK, CLEAN ONES INCLUDED, SO THE PAGE SHOWS
      * WHAT WAS LOOKED AT AS WELL AS WHAT WAS FOUND.
      *---------------------------------------
       2000-REPORT-SUMMARY.
           MOVE "ORPHANS" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           DISPLAY " ".
           MOVE SPACES TO RP-LINETEXT-TEXT.
           MOVE "ORPHAN-ROW SWEEP - SUMMARY BY TABLE" TO
              RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "TABLE      MISSING     ORPHANS  NEW EXCEPTIONS" TO
              RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM VARYING OR-IX FROM 1 BY 1 UNTIL OR-IX > 15
              MOVE OR-FOUND-COUNT (OR-IX) TO DISPLAY-COUNT
              MOVE OR-RAISED-COUNT (OR-IX) TO DISPLAY-RAISED
              STRING OR-CHECK-TABLE-NAME (OR-IX) " "
                     OR-CHECK-KIND (OR-IX) " " DISPLAY-COUNT
                     "       " DISPLAY-RAISED
                  DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-PERFORM.

           MOVE TOTAL-FOUND TO DISPLAY-COUNT.
           MOVE TOTAL-RAISED TO DISPLAY-RAISED.
           STRING "ALL TABLES          " DISPLAY-COUNT
                  "       " DISPLAY-RAISED
               DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
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
