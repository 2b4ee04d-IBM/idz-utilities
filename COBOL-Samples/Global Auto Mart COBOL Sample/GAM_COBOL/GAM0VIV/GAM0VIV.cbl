      *---------------------------------------
      * MONTH-END INVENTORY VALUATION REPORT. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VDB IS)
      * THAT ROLLS UP THE PRICE OF THE UNSOLD STOCK ON THE NIGHT'S
      * INVENTORY SNAPSHOT (INVSNAP, FROM GAM0VIS AS REPRICED BY
      * GAM0VMK) BY REGION AND MAKE FOR FINANCE - CONVERTED TO THE HOME
      * CURRENCY (USD) THROUGH EXCHANGE_RATES, WITH THE ORIGINAL
      * CURRENCY AND RATE SHOWN - AND WRITES A CONTROL-TOTAL
      * RECORD PER REGION/MAKE PLUS A FINAL GRAND TOTAL RECORD THAT
           SELECT CONTROL-TOTAL-FILE ASSIGN TO CTLTOTAL
               ORGANIZATION IS SEQUENTIAL.

           SELECT INVENTORY-SNAPSHOT-FILE ASSIGN TO INVSNAP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 CTR-VEHICLE-COUNT    PIC 9(9).
           05 CTR-TOTAL-VALUE      PIC 9(11)V99.

       FD  INVENTORY-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GAM0BIS.

       WORKING-STORAGE SECTION.

       COPY GAM0BJC.

       01 SCHEMA-CONNECT       PIC X(8).

       01 WS-MAKE-VALUE        PIC S9(11) USAGE COMP-3.
       01 WS-MAKE-COUNT        PIC S9(9) USAGE COMP.
       01 WS-MAKE-CURRENCY     PIC X(3).
       01 GRAND-VEHICLE-COUNT  PIC S9(9) USAGE COMP VALUE 0.
       01 GRAND-TOTAL-VALUE    PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       COPY GAM0BRP.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.
       01 TODAY-ISO              PIC X(10).
       01 CTRL-ROWS-UPDATED      PIC S9(9) USAGE COMP.

       01 SNAPSHOT-EOF-SW        PIC X VALUE 'N'.
          88 SNAPSHOT-EOF           VALUE 'Y'.
       01 SNAPSHOT-BALANCED-SW   PIC X VALUE 'N'.
          88 SNAPSHOT-BALANCED      VALUE 'Y'.
       01 SNAPSHOT-DATE          PIC X(10).
       01 SNAPSHOT-UNIT-COUNT    PIC S9(9) USAGE COMP VALUE 0.
       01 SNAPSHOT-PRICE-TOTAL   PIC S9(13) USAGE COMP-3 VALUE 0.

      *---------------------------------------
      * ONE REGION'S MAKE/CURRENCY TOTALS, KEPT IN MAKE/CURRENCY
      * ORDER AS THE SNAPSHOT IS READ (THE SNAPSHOT RUNS IN DEALER
      * ORDER WITHIN REGION) AND PRINTED AT EACH REGION BREAK.
      *---------------------------------------
       01 VAL-REGION           PIC X(10) VALUE SPACES.
       01 VAL-KEY              PIC X(23).
       01 VAL-MAX              PIC S9(4) USAGE COMP VALUE +500.
       01 VAL-COUNT            PIC S9(4) USAGE COMP VALUE 0.
       01 VAL-TABLE.
          02 VAL-ENTRY OCCURS 500 TIMES.
             03 VAL-MAKE-KEY.
                04 VAL-MAKE    PIC X(20).
                04 VAL-CURRENCY PIC X(3).
             03 VAL-PRICE-TOTAL PIC S9(11) USAGE COMP-3.
             03 VAL-UNITS      PIC S9(9) USAGE COMP.
       01 FOUND-IX             PIC S9(4) USAGE COMP.
       01 INSERT-IX            PIC S9(4) USAGE COMP.
       01 SCAN-IX              PIC S9(4) USAGE COMP.

       01 DISPLAY-COUNT        PIC ZZZZZZZZ9.
       01 DISPLAY-VALUE        PIC $ZZ,ZZZ,ZZZ,ZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.


       LINKAGE SECTION.


           CLOSE CONTROL-TOTAL-FILE.

           IF NOT SNAPSHOT-BALANCED
              DISPLAY "VALUATION NOT RECORDED AS COMPLETE"
              GOBACK
           END-IF.

           PERFORM 9000-RECORD-SUCCESSFUL-RUN.

           DISPLAY "VALUATION REPORT COMPLETE".

       1000-VALUE-INVENTORY-BY-MAKE.

           PERFORM 7100-OPEN-SNAPSHOT.

           IF SNAPSHOT-DATE < TODAY-ISO
              DISPLAY "INVENTORY SNAPSHOT " SNAPSHOT-DATE
                 " IS NOT THIS CYCLE'S"
              DISPLAY "GAM0VIV NOT RUN"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT.

           PERFORM UNTIL SNAPSHOT-EOF
              IF SNP-REGION NOT = VAL-REGION
                 IF VAL-COUNT > 0
                    PERFORM 1200-PRINT-REGION-MAKES
                 END-IF
                 MOVE SNP-REGION TO VAL-REGION
              END-IF

              PERFORM 1100-ADD-TO-MAKE-TABLE THRU 1100-EXIT

              PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT
           END-PERFORM.

           IF VAL-COUNT > 0
              PERFORM 1200-PRINT-REGION-MAKES
           END-IF.

           PERFORM 7200-CLOSE-SNAPSHOT.

      *---------------------------------------
      * ADD THE UNIT TO ITS MAKE/CURRENCY LINE, OPENING A NEW LINE IN
      * SORTED POSITION THE FIRST TIME THE PAIR IS SEEN IN A REGION.
      *---------------------------------------
       1100-ADD-TO-MAKE-TABLE.
           MOVE SNP-MAKE TO VAL-KEY.
           MOVE SNP-CURRENCYCODE TO VAL-KEY (21:3).

           MOVE 0 TO FOUND-IX.
           MOVE 1 TO INSERT-IX.
           PERFORM VARYING SCAN-IX FROM 1 BY 1
              UNTIL SCAN-IX > VAL-COUNT
              IF VAL-MAKE-KEY (SCAN-IX) = VAL-KEY
                 MOVE SCAN-IX TO FOUND-IX
              END-IF
              IF VAL-MAKE-KEY (SCAN-IX) < VAL-KEY
                 ADD 1 TO INSERT-IX
              END-IF
           END-PERFORM.

           IF FOUND-IX > 0
              ADD SNP-PRICE TO VAL-PRICE-TOTAL (FOUND-IX)
              ADD 1 TO VAL-UNITS (FOUND-IX)
              GO TO 1100-EXIT
           END-IF.

           IF VAL-COUNT NOT < VAL-MAX
              DISPLAY "MORE THAN " VAL-MAX " MAKE/CURRENCY LINES IN "
                 "REGION " VAL-REGION " - VALUATION NOT RUN"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM VARYING SCAN-IX FROM VAL-COUNT BY -1
              UNTIL SCAN-IX < INSERT-IX
              MOVE VAL-ENTRY (SCAN-IX) TO VAL-ENTRY (SCAN-IX + 1)
           END-PERFORM.
           ADD 1 TO VAL-COUNT.

           MOVE VAL-KEY TO VAL-MAKE-KEY (INSERT-IX).
           MOVE SNP-PRICE TO VAL-PRICE-TOTAL (INSERT-IX).
           MOVE 1 TO VAL-UNITS (INSERT-IX).

       1100-EXIT.
           CONTINUE.

       1200-PRINT-REGION-MAKES.
           PERFORM VARYING SCAN-IX FROM 1 BY 1
              UNTIL SCAN-IX > VAL-COUNT
              MOVE VAL-CURRENCY (SCAN-IX) TO WS-MAKE-CURRENCY
              MOVE VAL-PRICE-TOTAL (SCAN-IX) TO WS-MAKE-VALUE
              MOVE VAL-UNITS (SCAN-IX) TO WS-MAKE-COUNT

              MOVE WS-MAKE-CURRENCY TO RATE-CURRENCY
              PERFORM 8000-GET-HOME-RATE
              COMPUTE WS-HOME-VALUE ROUNDED =
                 WS-MAKE-VALUE * HOME-RATE

              MOVE WS-MAKE-COUNT TO DISPLAY-COUNT
              MOVE WS-HOME-VALUE TO DISPLAY-VALUE
              MOVE HOME-RATE TO DISPLAY-RATE
              DISPLAY VAL-REGION " " VAL-MAKE (SCAN-IX) " "
                 WS-MAKE-CURRENCY " " DISPLAY-RATE " "
                 DISPLAY-COUNT " " DISPLAY-VALUE

              MOVE VAL-REGION TO CTR-REGION
              MOVE VAL-MAKE (SCAN-IX) TO CTR-MAKE
              MOVE WS-MAKE-COUNT TO CTR-VEHICLE-COUNT
              MOVE WS-HOME-VALUE TO CTR-TOTAL-VALUE
              WRITE CONTROL-TOTAL-RECORD

              ADD WS-MAKE-COUNT TO GRAND-VEHICLE-COUNT
              ADD WS-HOME-VALUE TO GRAND-TOTAL-VALUE

              MOVE SPACES TO RP-LINETEXT-TEXT
              STRING VAL-REGION " " VAL-MAKE (SCAN-IX) " "
                 WS-MAKE-CURRENCY " " DISPLAY-COUNT " "
                 DISPLAY-VALUE
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 9600-WRITE-REPO-LINE
           END-PERFORM.

           MOVE 0 TO VAL-COUNT.

      *---------------------------------------
      * HOME-CURRENCY (USD) RATE FOR A ROW'S CURRENCY - THE LATEST
       8000-EXIT.
           CONTINUE.

      *---------------------------------------
      * INVSNAP IS GAM0VIS'S NIGHTLY SNAPSHOT (LAYOUT GAM0BIS). THE
      * HEADER MUST COME FIRST AND THE DETAILS MUST ADD UP TO THE
      * TRAILER'S COUNT AND PRICE HASH, OR THE RUN IS FLAGGED AND
      * NOT RECORDED AS COMPLETE.
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
              DISPLAY "GAM0VIV NOT RUN"
              CLOSE INVENTORY-SNAPSHOT-FILE
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

           IF NOT SNAPSHOT-BALANCED
              DISPLAY "INVENTORY SNAPSHOT " SNAPSHOT-DATE
                 " DOES NOT BALANCE TO ITS TRAILER"
              MOVE 12 TO RETURN-CODE
           END-IF.

       2000-WRITE-GRAND-TOTAL.

           MOVE GRAND-VEHICLE-COUNT TO DISPLAY-COUNT.
