       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VIR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-SNAPSHOT-FILE ASSIGN TO INVSNAP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  INVENTORY-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GAM0BIS.

       WORKING-STORAGE SECTION.

       01 PREV-REGION          PIC X(10).
       01 PREV-DEALERID        PIC 9(5).

       01 ROW-HOME-PRICE       PIC S9(9)V99 USAGE COMP-3.

       01 RATE-CURRENCY         PIC X(3).
       01 GRAND-VEH-COUNT      PIC 9(7)     VALUE 0.
       01 GRAND-PRICE-TOTAL    PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 SNAPSHOT-EOF-SW        PIC X VALUE 'N'.
          88 SNAPSHOT-EOF           VALUE 'Y'.
       01 SNAPSHOT-BALANCED-SW   PIC X VALUE 'N'.
          88 SNAPSHOT-BALANCED      VALUE 'Y'.
       01 SNAPSHOT-DATE          PIC X(10).
       01 SNAPSHOT-UNIT-COUNT    PIC S9(9) USAGE COMP VALUE 0.
       01 SNAPSHOT-PRICE-TOTAL   PIC S9(13) USAGE COMP-3 VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.


       PROCEDURE DIVISION.


       1000-PRINT-REPORT.
           MOVE SPACES TO PREV-REGION.
           MOVE 0 TO PREV-DEALERID.
           MOVE 0 TO DEALER-VEH-COUNT.
           MOVE 0 TO DEALER-PRICE-TOTAL.
           MOVE 0 TO GRAND-VEH-COUNT.
           MOVE 0 TO GRAND-PRICE-TOTAL.

           PERFORM 7100-OPEN-SNAPSHOT.

           DISPLAY "GLOBAL AUTO MART - COMPANY-WIDE INVENTORY REPORT".
           DISPLAY "UNSOLD STOCK BY REGION AND DEALER, OLDEST FIRST".
           DISPLAY "INVENTORY SNAPSHOT OF " SNAPSHOT-DATE.

           PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT.

           PERFORM UNTIL SNAPSHOT-EOF
               PERFORM 2000-PROCESS-ROW
               PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT
           END-PERFORM.

           PERFORM 7200-CLOSE-SNAPSHOT.

           IF PREV-DEALERID NOT = 0
               PERFORM 3000-PRINT-DEALER-TOTAL
           END-IF.

           PERFORM 4000-PRINT-GRAND-TOTAL.

       2000-PROCESS-ROW.
           IF SNP-REGION NOT = PREV-REGION
               IF PREV-DEALERID NOT = 0
                   PERFORM 3000-PRINT-DEALER-TOTAL
               END-IF
               IF PREV-REGION NOT = SPACES
                   PERFORM 3500-PRINT-REGION-TOTAL
               END-IF
               DISPLAY " "
               DISPLAY "REGION: " SNP-REGION
               MOVE SNP-REGION TO PREV-REGION
               MOVE 0 TO PREV-DEALERID
           END-IF.

           IF SNP-DEALERID NOT = PREV-DEALERID
               IF PREV-DEALERID NOT = 0
                   PERFORM 3000-PRINT-DEALER-TOTAL
               END-IF
               DISPLAY "  DEALER: " SNP-DEALERNAME
               MOVE SNP-DEALERID TO PREV-DEALERID
           END-IF.

           MOVE SNP-CURRENCYCODE TO RATE-CURRENCY.
           PERFORM 8000-GET-HOME-RATE.
           COMPUTE ROW-HOME-PRICE ROUNDED =
               SNP-PRICE * HOME-RATE.

           DISPLAY "    " SNP-MAKE " " SNP-MODEL " "
               SNP-PRICE " " SNP-CURRENCYCODE
               " USD " ROW-HOME-PRICE.

           ADD 1 TO DEALER-VEH-COUNT.
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
              DISPLAY "GAM0VIR NOT RUN"
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

