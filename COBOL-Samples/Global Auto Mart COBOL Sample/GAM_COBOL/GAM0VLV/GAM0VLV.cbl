      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VLV.cbl                                     *
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
      * MONTH-END LOWER-OF-COST-OR-MARKET INVENTORY RESERVE. BATCH
      * PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY
      * GAM0VIV IS; SYSIN CARD IS YEAR(4) MONTH(2), DEFAULT LAST
      * MONTH) RUN ON THE FIRST NIGHT AFTER THE PERIOD ENDS. EVERY
      * UNSOLD UNIT ON THE NIGHT'S INVENTORY SNAPSHOT (INVSNAP,
      * GAM0BIS) IS VALUED AT ITS TRUE COST - THE SUMMED
      * VEHICLE_COST_LEDGER GAM0VIS CARRIES ON THE SNAPSHOT - AND AT
      * MARKET: ITS WHOLESALE BOOK (BOOK_VALUES) OR, WITH NO BOOK
      * ROW, THE AVERAGE NET AUCTION PRICE (AUCTION_RESULTS) FOR THE
      * MAKE AND MODEL OVER THE LAST TWELVE MONTHS. WHERE MARKET IS
      * BELOW COST THE DIFFERENCE IS RESERVED. UNITS WITH NO COST OR
      * NO MARKET FIGURE ARE COUNTED AND LISTED BUT NOT VALUED.
      *
      * THE REPORT IS BY STORE AND MAKE (REPORT_REPOSITORY TYPE
      * "LCMRSV", EACH STORE'S LINES SCOPED TO THAT STORE, THE
      * COMPANY TOTAL TO STORE 0). EACH STORE'S RESERVE IS KEPT ON
      * LCM_RESERVE (GAM0BLV) WITH THE CHANGE SINCE ITS PREVIOUS
      * RUN, WHICH GAM0VGL POSTS TO THE GL THAT NIGHT - SO THE
      * YEAR-END AUDIT ADJUSTMENT IS ALREADY ON THE BOOKS. A
      * SNAPSHOT THAT DOES NOT BALANCE TO ITS TRAILER BOOKS NOTHING
      * (RC 12).
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VLV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT INVENTORY-SNAPSHOT-FILE ASSIGN TO INVSNAP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-PERIOD-YEAR        PIC 9(4).
           05 CC-PERIOD-MONTH       PIC 9(2).
           05 FILLER                PIC X(74).

       FD  INVENTORY-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GAM0BIS.

       WORKING-STORAGE SECTION.

       COPY GAM0BRP.
       COPY GAM0BLV.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 SNAPSHOT-EOF-SW        PIC X VALUE 'N'.
          88 SNAPSHOT-EOF           VALUE 'Y'.
       01 SNAPSHOT-BALANCED-SW   PIC X VALUE 'N'.
          88 SNAPSHOT-BALANCED      VALUE 'Y'.
       01 SNAPSHOT-DATE          PIC X(10).
       01 SNAPSHOT-UNIT-COUNT    PIC S9(9) USAGE COMP VALUE 0.
       01 SNAPSHOT-PRICE-TOTAL   PIC S9(13) USAGE COMP-3 VALUE 0.

       01 LV-YEAR               PIC S9(9) USAGE COMP.
       01 LV-MONTH              PIC S9(9) USAGE COMP.
       01 LV-CURRENT-DEALER     PIC 9(5) VALUE 0.
       01 LV-DEALERNAME         PIC X(35).
       01 LV-MAKE               PIC X(20).
       01 LV-MODEL              PIC X(20).
       01 LV-UNIT-COST          PIC S9(9)V99 USAGE COMP-3.
       01 LV-UNIT-MARKET        PIC S9(9)V99 USAGE COMP-3.
       01 LV-UNIT-RESERVE       PIC S9(9)V99 USAGE COMP-3.
       01 LV-AUCTION-AVG        PIC S9(9)V99 USAGE COMP-3.
       01 IND-LV-AUCTION-AVG    PIC S9(4) USAGE COMP.

      *---------------------------------------
      * ONE STORE'S MAKES, IN MAKE ORDER, BUILT AS THE SNAPSHOT IS
      * READ AND PRINTED AT EACH STORE BREAK (THE GAM0VMG WAY).
      *---------------------------------------
       01 LVT-MAX               PIC S9(4) USAGE COMP VALUE +200.
       01 LVT-COUNT             PIC S9(4) USAGE COMP VALUE 0.
       01 LVT-TABLE.
          02 LVT-ENTRY OCCURS 200 TIMES.
             03 LVT-MAKE        PIC X(20).
             03 LVT-UNITS       PIC S9(9) USAGE COMP.
             03 LVT-VALUED      PIC S9(9) USAGE COMP.
             03 LVT-COST        PIC S9(11)V99 USAGE COMP-3.
             03 LVT-MARKET      PIC S9(11)V99 USAGE COMP-3.
             03 LVT-RESERVE     PIC S9(11)V99 USAGE COMP-3.
       01 FOUND-IX              PIC S9(4) USAGE COMP.
       01 INSERT-IX             PIC S9(4) USAGE COMP.
       01 SCAN-IX               PIC S9(4) USAGE COMP.

       01 STORE-UNITS           PIC S9(9) USAGE COMP.
       01 STORE-VALUED          PIC S9(9) USAGE COMP.
       01 STORE-COST            PIC S9(11)V99 USAGE COMP-3.
       01 STORE-MARKET          PIC S9(11)V99 USAGE COMP-3.
       01 STORE-RESERVE         PIC S9(11)V99 USAGE COMP-3.

       01 GRAND-UNITS           PIC S9(9) USAGE COMP VALUE 0.
       01 GRAND-UNVALUED        PIC S9(9) USAGE COMP VALUE 0.
       01 GRAND-COST            PIC S9(13)V99 USAGE COMP-3 VALUE 0.
       01 GRAND-MARKET          PIC S9(13)V99 USAGE COMP-3 VALUE 0.
       01 GRAND-RESERVE         PIC S9(13)V99 USAGE COMP-3 VALUE 0.
       01 GRAND-CHANGE          PIC S9(13)V99 USAGE COMP-3 VALUE 0.
       01 STORES-RELEASED       PIC S9(9) USAGE COMP VALUE 0.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-DEALERID      PIC ZZZZ9.
       01 DISPLAY-UNITS         PIC ZZZZ9.
       01 DISPLAY-COST          PIC $ZZZ,ZZZ,ZZ9.
       01 DISPLAY-MARKET        PIC $ZZZ,ZZZ,ZZ9.
       01 DISPLAY-RESERVE       PIC $ZZZ,ZZZ,ZZ9.
       01 DISPLAY-CHANGE        PIC $ZZZ,ZZZ,ZZ9-.
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 CONVERT-YEAR          PIC 9(4).
       01 CONVERT-MONTH         PIC 9(2).

       EXEC SQL INCLUDE SQLCA END-EXEC.

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

           MOVE "LCMRSV" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           EXEC SQL
               DELETE FROM LCM_RESERVE
                   WHERE RESERVEDATE = CURRENT DATE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR CLEARING LCM_RESERVE, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 0 TO SQLCODE.

           MOVE LV-YEAR TO CONVERT-YEAR.
           MOVE LV-MONTH TO CONVERT-MONTH.
           STRING "LOWER OF COST OR MARKET RESERVE FOR PERIOD "
                  CONVERT-YEAR "-" CONVERT-MONTH
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-VALUE-STOCK.

           IF NOT SNAPSHOT-BALANCED
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "INVENTORY SNAPSHOT " SNAPSHOT-DATE
                 " DOES NOT BALANCE TO ITS TRAILER - NO RESERVE BOOKED"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 3000-RELEASE-EMPTY-STORES.

           PERFORM 4000-PRINT-COMPANY-TOTAL.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "LCM RESERVE COMPLETE".

           GOBACK.

      *---------------------------------------
      * NO CARD (OR A BAD ONE) VALUES FOR LAST MONTH - THE PERIOD
      * THAT HAS JUST ENDED.
      *---------------------------------------
       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           EXEC SQL
               SELECT YEAR(CURRENT DATE - 1 MONTH),
                      MONTH(CURRENT DATE - 1 MONTH)
                   INTO :LV-YEAR, :LV-MONTH
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF NOT CONTROL-CARD-EOF
              IF CC-PERIOD-YEAR NUMERIC AND CC-PERIOD-YEAR > 0
                 AND CC-PERIOD-MONTH NUMERIC
                 AND CC-PERIOD-MONTH > 0 AND CC-PERIOD-MONTH < 13
                 MOVE CC-PERIOD-YEAR TO LV-YEAR
                 MOVE CC-PERIOD-MONTH TO LV-MONTH
              END-IF
           END-IF.

       1000-VALUE-STOCK.

           PERFORM 7100-OPEN-SNAPSHOT.

           STRING "STOCK AS ON THE INVENTORY SNAPSHOT OF "
                  SNAPSHOT-DATE
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT.

           PERFORM UNTIL SNAPSHOT-EOF
              IF SNP-DEALERID NOT = LV-CURRENT-DEALER
                 IF LVT-COUNT > 0
                    PERFORM 2000-CLOSE-OUT-STORE
                 END-IF
                 MOVE SNP-DEALERID TO LV-CURRENT-DEALER
                 MOVE SNP-DEALERNAME TO LV-DEALERNAME
                 MOVE LV-CURRENT-DEALER TO RP-DEALERID
                 PERFORM 8000-PUT-LINE
                 MOVE LV-CURRENT-DEALER TO DISPLAY-DEALERID
                 STRING "DEALER " DISPLAY-DEALERID " " LV-DEALERNAME
                    DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
                 PERFORM 8000-PUT-LINE
                 MOVE "  MAKE                 UNITS         COST"
                    TO RP-LINETEXT-TEXT
                 MOVE "       MARKET      RESERVE" TO
                    RP-LINETEXT-TEXT (42:26)
                 PERFORM 8000-PUT-LINE
              END-IF

              PERFORM 1100-VALUE-ONE-UNIT THRU 1100-EXIT

              PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT
           END-PERFORM.

           IF LVT-COUNT > 0
              PERFORM 2000-CLOSE-OUT-STORE
           END-IF.

           PERFORM 7200-CLOSE-SNAPSHOT.

      *---------------------------------------
      * COST IS THE SNAPSHOT'S LEDGER TOTAL; MARKET IS THE WHOLESALE
      * BOOK GAM0VIS MATCHED (TRIM FIRST, THEN MODEL), ELSE WHAT THE
      * AUCTION HOUSE HAS NETTED ON THE SAME MAKE AND MODEL.
      *---------------------------------------
       1100-VALUE-ONE-UNIT.
           PERFORM 1200-FIND-MAKE-ENTRY.
           ADD 1 TO LVT-UNITS (FOUND-IX).
           ADD 1 TO GRAND-UNITS.

           IF NOT SNP-COSTED OR SNP-UNIT-COST = 0
              ADD 1 TO GRAND-UNVALUED
              MOVE SNP-VIN TO RP-LINETEXT-TEXT (5:17)
              MOVE "NO COST ON THE LEDGER - NOT VALUED" TO
                 RP-LINETEXT-TEXT (24:40)
              PERFORM 8000-PUT-LINE
              GO TO 1100-EXIT
           END-IF.
           MOVE SNP-UNIT-COST TO LV-UNIT-COST.

           IF SNP-BOOKED AND SNP-BOOK-WHOLESALE > 0
              MOVE SNP-BOOK-WHOLESALE TO LV-UNIT-MARKET
           ELSE
              PERFORM 1300-AUCTION-MARKET
              IF IND-LV-AUCTION-AVG < 0 OR LV-AUCTION-AVG NOT > 0
                 ADD 1 TO GRAND-UNVALUED
                 MOVE SNP-VIN TO RP-LINETEXT-TEXT (5:17)
                 MOVE "NO BOOK OR AUCTION HISTORY - NOT VALUED" TO
                    RP-LINETEXT-TEXT (24:40)
                 PERFORM 8000-PUT-LINE
                 GO TO 1100-EXIT
              END-IF
              MOVE LV-AUCTION-AVG TO LV-UNIT-MARKET
           END-IF.

           IF LV-UNIT-MARKET < LV-UNIT-COST
              COMPUTE LV-UNIT-RESERVE = LV-UNIT-COST - LV-UNIT-MARKET
           ELSE
              MOVE 0 TO LV-UNIT-RESERVE
           END-IF.

           ADD 1 TO LVT-VALUED (FOUND-IX).
           ADD LV-UNIT-COST TO LVT-COST (FOUND-IX).
           ADD LV-UNIT-MARKET TO LVT-MARKET (FOUND-IX).
           ADD LV-UNIT-RESERVE TO LVT-RESERVE (FOUND-IX).

       1100-EXIT.
           CONTINUE.

       1200-FIND-MAKE-ENTRY.
           MOVE 0 TO FOUND-IX.
           MOVE 1 TO INSERT-IX.
           PERFORM VARYING SCAN-IX FROM 1 BY 1
              UNTIL SCAN-IX > LVT-COUNT
              IF LVT-MAKE (SCAN-IX) = SNP-MAKE
                 MOVE SCAN-IX TO FOUND-IX
              END-IF
              IF LVT-MAKE (SCAN-IX) < SNP-MAKE
                 ADD 1 TO INSERT-IX
              END-IF
           END-PERFORM.

           IF FOUND-IX = 0
              IF LVT-COUNT NOT < LVT-MAX
                 DISPLAY "MORE THAN " LVT-MAX " MAKES AT DEALER "
                    LV-CURRENT-DEALER " - NO RESERVE BOOKED"
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM VARYING SCAN-IX FROM LVT-COUNT BY -1
                 UNTIL SCAN-IX < INSERT-IX
                 MOVE LVT-ENTRY (SCAN-IX) TO LVT-ENTRY (SCAN-IX + 1)
              END-PERFORM
              ADD 1 TO LVT-COUNT
              MOVE SNP-MAKE TO LVT-MAKE (INSERT-IX)
              MOVE 0 TO LVT-UNITS (INSERT-IX)
              MOVE 0 TO LVT-VALUED (INSERT-IX)
              MOVE 0 TO LVT-COST (INSERT-IX)
              MOVE 0 TO LVT-MARKET (INSERT-IX)
              MOVE 0 TO LVT-RESERVE (INSERT-IX)
              MOVE INSERT-IX TO FOUND-IX
           END-IF.

      *---------------------------------------
      * AUCTIONED UNITS LEAVE THEIR MAKE AND MODEL ON
      * INVENTORY_HISTORY (GAM0VAX MOVES THEM THERE).
      *---------------------------------------
       1300-AUCTION-MARKET.
           MOVE SNP-MAKE TO LV-MAKE.
           MOVE SNP-MODEL TO LV-MODEL.
           MOVE 0 TO LV-AUCTION-AVG.
           EXEC SQL
               SELECT AVG(R.HAMMERPRICE - R.FEES)
                   INTO :LV-AUCTION-AVG :IND-LV-AUCTION-AVG
                   FROM AUCTION_RESULTS R
                        INNER JOIN INVENTORY_HISTORY H
                                ON H.VIN = R.VIN
                   WHERE R.RESULT = 'S'
                     AND R.RESULTDATE >= CURRENT DATE - 12 MONTHS
                     AND H.MAKE = :LV-MAKE
                     AND H.MODEL = :LV-MODEL
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE -1 TO IND-LV-AUCTION-AVG
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE STORE'S MAKE LINES AND TOTAL, THEN ITS LCM_RESERVE ROW
      * WITH THE MOVEMENT SINCE ITS LAST ONE.
      *---------------------------------------
       2000-CLOSE-OUT-STORE.
           MOVE 0 TO STORE-UNITS STORE-VALUED.
           MOVE 0 TO STORE-COST STORE-MARKET STORE-RESERVE.

           PERFORM VARYING SCAN-IX FROM 1 BY 1
              UNTIL SCAN-IX > LVT-COUNT
              MOVE LVT-UNITS (SCAN-IX) TO DISPLAY-UNITS
              MOVE LVT-COST (SCAN-IX) TO DISPLAY-COST
              MOVE LVT-MARKET (SCAN-IX) TO DISPLAY-MARKET
              MOVE LVT-RESERVE (SCAN-IX) TO DISPLAY-RESERVE
              STRING "  " LVT-MAKE (SCAN-IX) " " DISPLAY-UNITS " "
                     DISPLAY-COST " " DISPLAY-MARKET " "
                     DISPLAY-RESERVE
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
              ADD LVT-UNITS (SCAN-IX) TO STORE-UNITS
              ADD LVT-VALUED (SCAN-IX) TO STORE-VALUED
              ADD LVT-COST (SCAN-IX) TO STORE-COST
              ADD LVT-MARKET (SCAN-IX) TO STORE-MARKET
              ADD LVT-RESERVE (SCAN-IX) TO STORE-RESERVE
           END-PERFORM.
           MOVE 0 TO LVT-COUNT.

           MOVE STORE-UNITS TO DISPLAY-UNITS.
           MOVE STORE-COST TO DISPLAY-COST.
           MOVE STORE-MARKET TO DISPLAY-MARKET.
           MOVE STORE-RESERVE TO DISPLAY-RESERVE.
           STRING "  STORE TOTAL          " DISPLAY-UNITS " "
                  DISPLAY-COST " " DISPLAY-MARKET " " DISPLAY-RESERVE
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           MOVE LV-CURRENT-DEALER TO LV-DEALERID.
           PERFORM 2100-READ-PRIOR-RESERVE.

           MOVE LV-YEAR TO LV-PERIODYEAR.
           MOVE LV-MONTH TO LV-PERIODMONTH.
           MOVE STORE-VALUED TO LV-UNITCOUNT.
           MOVE STORE-COST TO LV-COSTTOTAL.
           MOVE STORE-MARKET TO LV-MARKETTOTAL.
           MOVE STORE-RESERVE TO LV-RESERVETOTAL.
           COMPUTE LV-CHANGEAMT = LV-RESERVETOTAL - LV-PRIORTOTAL.
           PERFORM 2200-INSERT-RESERVE-ROW.

           MOVE LV-PRIORTOTAL TO DISPLAY-RESERVE.
           MOVE LV-CHANGEAMT TO DISPLAY-CHANGE.
           STRING "  PRIOR RESERVE " DISPLAY-RESERVE
                  "   CHANGE TO THE GL " DISPLAY-CHANGE
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           ADD STORE-COST TO GRAND-COST.
           ADD STORE-MARKET TO GRAND-MARKET.
           ADD STORE-RESERVE TO GRAND-RESERVE.
           ADD LV-CHANGEAMT TO GRAND-CHANGE.

       2100-READ-PRIOR-RESERVE.
           MOVE 0 TO LV-PRIORTOTAL.
           EXEC SQL
               SELECT COALESCE(MAX(RESERVETOTAL), 0)
                   INTO :LV-PRIORTOTAL
                   FROM LCM_RESERVE
                   WHERE DEALERID = :LV-DEALERID
                     AND RESERVEDATE =
                         (SELECT MAX(P.RESERVEDATE)
                              FROM LCM_RESERVE P
                              WHERE P.DEALERID = :LV-DEALERID
                                AND P.RESERVEDATE < CURRENT DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR READING LCM_RESERVE, SQLCODE "
                 DISPLAYSQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

       2200-INSERT-RESERVE-ROW.
           EXEC SQL
               INSERT INTO LCM_RESERVE
                   (DEALERID, RESERVEDATE, PERIODYEAR, PERIODMONTH,
                    UNITCOUNT, COSTTOTAL, MARKETTOTAL, RESERVETOTAL,
                    PRIORTOTAL, CHANGEAMT)
                   VALUES
                   (:LV-DEALERID, CURRENT DATE, :LV-PERIODYEAR,
                    :LV-PERIODMONTH, :LV-UNITCOUNT, :LV-COSTTOTAL,
                    :LV-MARKETTOTAL, :LV-RESERVETOTAL,
                    :LV-PRIORTOTAL, :LV-CHANGEAMT)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR WRITING LCM_RESERVE, SQLCODE "
                 DISPLAYSQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

      *---------------------------------------
      * A STORE THAT CARRIED A RESERVE LAST TIME BUT HAS NO UNITS ON
      * TONIGHT'S SNAPSHOT RELEASES ALL OF IT.
      *---------------------------------------
       3000-RELEASE-EMPTY-STORES.
           EXEC SQL
               INSERT INTO LCM_RESERVE
                   (DEALERID, RESERVEDATE, PERIODYEAR, PERIODMONTH,
                    UNITCOUNT, COSTTOTAL, MARKETTOTAL, RESERVETOTAL,
                    PRIORTOTAL, CHANGEAMT)
                   SELECT L.DEALERID, CURRENT DATE, :LV-YEAR,
                          :LV-MONTH, 0, 0, 0, 0,
                          L.RESERVETOTAL, 0 - L.RESERVETOTAL
                       FROM LCM_RESERVE L
                       WHERE L.RESERVETOTAL <> 0
                         AND L.RESERVEDATE =
                             (SELECT MAX(P.RESERVEDATE)
                                  FROM LCM_RESERVE P
                                  WHERE P.DEALERID = L.DEALERID
                                    AND P.RESERVEDATE < CURRENT DATE)
                         AND NOT EXISTS
                             (SELECT 1 FROM LCM_RESERVE T
                                  WHERE T.DEALERID = L.DEALERID
                                    AND T.RESERVEDATE = CURRENT DATE)
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO STORES-RELEASED
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR RELEASING EMPTY STORES, SQLCODE "
                 DISPLAYSQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 0 TO SQLCODE.

           IF STORES-RELEASED > 0
              EXEC SQL
                  SELECT COALESCE(SUM(CHANGEAMT), 0)
                      INTO :LV-CHANGEAMT
                      FROM LCM_RESERVE
                      WHERE RESERVEDATE = CURRENT DATE
                        AND UNITCOUNT = 0
                        AND RESERVETOTAL = 0
                        AND PRIORTOTAL <> 0
              END-EXEC
              IF SQLCODE = 0
                 ADD LV-CHANGEAMT TO GRAND-CHANGE
              END-IF
              MOVE 0 TO SQLCODE
              MOVE 0 TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE STORES-RELEASED TO DISPLAY-COUNT
              STRING "STORES WITH NO STOCK LEFT - RESERVE RELEASED "
                     DISPLAY-COUNT
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

       4000-PRINT-COMPANY-TOTAL.
           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE GRAND-UNITS TO DISPLAY-COUNT.
           STRING "UNITS ON THE SNAPSHOT           " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE GRAND-UNVALUED TO DISPLAY-COUNT.
           STRING "UNITS NOT VALUED (NO COST/MKT)  " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE GRAND-COST TO DISPLAY-COST.
           MOVE GRAND-MARKET TO DISPLAY-MARKET.
           MOVE GRAND-RESERVE TO DISPLAY-RESERVE.
           STRING "COMPANY COST " DISPLAY-COST "  MARKET "
                  DISPLAY-MARKET "  RESERVE " DISPLAY-RESERVE
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE GRAND-CHANGE TO DISPLAY-CHANGE.
           STRING "RESERVE CHANGE POSTED BY TONIGHT'S GL EXTRACT "
                  DISPLAY-CHANGE
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

      *---------------------------------------
      * INVSNAP IS GAM0VIS'S NIGHTLY SNAPSHOT (LAYOUT GAM0BIS). THE
      * HEADER MUST COME FIRST AND THE DETAILS MUST ADD UP TO THE
      * TRAILER'S COUNT AND PRICE HASH.
      *---------------------------------------
       7100-OPEN-SNAPSHOT.
           OPEN INPUT INVENTORY-SNAPSHOT-FILE.
           MOVE 'N' TO SNAPSHOT-EOF-SW.
           MOVE 'N' TO SNAPSHOT-BALANCED-SW.
           MOVE 0 TO SNAPSHOT-UNIT-COUNT.
           MOVE 0 TO SNAPSHOT-PRICE-TOTAL.

           READ INVENTORY-SNAPSHOT-FILE
              AT END
                 MOVE 'Y' TO SNAPSHOT-EOF-SW
           END-READ.

           IF SNAPSHOT-EOF OR NOT SNP-HEADER
              DISPLAY "INVENTORY SNAPSHOT HAS NO HEADER RECORD"
              DISPLAY "GAM0VLV NOT RUN"
              CLOSE INVENTORY-SNAPSHOT-FILE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SNH-RUNDATE TO SNAPSHOT-DATE.

       7000-READ-SNAPSHOT.
           READ INVENTORY-SNAPSHOT-FILE
              AT END
                 MOVE 'Y' TO SNAPSHOT-EOF-SW
           END-READ.

           IF SNAPSHOT-EOF
              DISPLAY "INVENTORY SNAPSHOT ENDS WITHOUT A TRAILER"
              GO TO 7000-EXIT
           END-IF.

           IF SNP-TRAILER
              MOVE 'Y' TO SNAPSHOT-EOF-SW
              IF SNT-UNIT-COUNT = SNAPSHOT-UNIT-COUNT
                 AND SNT-PRICE-TOTAL = SNAPSHOT-PRICE-TOTAL
                 MOVE 'Y' TO SNAPSHOT-BALANCED-SW
              END-IF
              GO TO 7000-EXIT
           END-IF.

           ADD 1 TO SNAPSHOT-UNIT-COUNT.
           ADD SNP-PRICE TO SNAPSHOT-PRICE-TOTAL.

       7000-EXIT.
           CONTINUE.

       7200-CLOSE-SNAPSHOT.
           CLOSE INVENTORY-SNAPSHOT-FILE.

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
