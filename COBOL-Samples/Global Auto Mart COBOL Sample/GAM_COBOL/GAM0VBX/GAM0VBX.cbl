      * MORE THAN THE THRESHOLD PERCENT ABOVE RETAIL BOOK WON'T
      * SELL, UNITS BELOW WHOLESALE BOOK LEAVE MONEY ON THE TABLE.
      * THE THRESHOLD PERCENT COMES IN ON A SYSIN CARD (DEFAULT 10).
      * THE UNITS AND THEIR BOOK FIGURES COME FROM THE NIGHT'S
      * INVENTORY SNAPSHOT (INVSNAP).
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VBX.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT INVENTORY-SNAPSHOT-FILE ASSIGN TO INVSNAP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 CC-THRESHOLD-PCT      PIC 9(3).
           05 FILLER                PIC X(77).

       FD  INVENTORY-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GAM0BIS.

       WORKING-STORAGE SECTION.

       01 SCHEMA-CONNECT        PIC X(8).

       01 BX-REGION             PIC X(10).
       01 BX-VIN                PIC X(17).
       01 BX-DEALERID           PIC 9(5).
       01 BX-MAKE               PIC X(20).
       01 BX-MODEL              PIC X(20).
       01 BX-PRICE              PIC S9(7) USAGE COMP-3.
       01 OVER-RETAIL-COUNT     PIC S9(9) USAGE COMP VALUE 0.
       01 UNDER-WHOLESALE-COUNT PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAY-PRICE         PIC ZZZ,ZZ9.
       01 DISPLAY-BOOK          PIC ZZZ,ZZ9.

       01 SNAPSHOT-EOF-SW        PIC X VALUE 'N'.
          88 SNAPSHOT-EOF           VALUE 'Y'.
       01 SNAPSHOT-BALANCED-SW   PIC X VALUE 'N'.
          88 SNAPSHOT-BALANCED      VALUE 'Y'.
       01 SNAPSHOT-DATE          PIC X(10).
       01 SNAPSHOT-UNIT-COUNT    PIC S9(9) USAGE COMP VALUE 0.
       01 SNAPSHOT-PRICE-TOTAL   PIC S9(13) USAGE COMP-3 VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.


       LINKAGE SECTION.

              END-IF
           END-IF.

      *---------------------------------------
      * EACH UNSOLD VEHICLE AGAINST ITS BEST BOOK ROW: THE
      * TRIM-LEVEL ROW WHEN ONE EXISTS, ELSE THE MODEL-LEVEL (NULL
      * TRIM) ROW. VEHICLES WITH NO BOOK ROW AT ALL ARE LEFT TO THE
      * NEXT BOOK FILE REFRESH.
      *---------------------------------------
       1000-REPORT-MISPRICED-STOCK.

           PERFORM 7100-OPEN-SNAPSHOT.

           DISPLAY "INVENTORY SNAPSHOT OF " SNAPSHOT-DATE.

           PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT.

           PERFORM UNTIL SNAPSHOT-EOF
              IF SNP-BOOKED
                 MOVE SNP-REGION TO BX-REGION
                 MOVE SNP-VIN TO BX-VIN
                 MOVE SNP-DEALERID TO BX-DEALERID
                 MOVE SNP-MAKE TO BX-MAKE
                 MOVE SNP-MODEL TO BX-MODEL
                 MOVE SNP-PRICE TO BX-PRICE
                 MOVE SNP-BOOK-WHOLESALE TO BX-WHOLESALE
                 MOVE SNP-BOOK-RETAIL TO BX-RETAIL
                 PERFORM 2000-CHECK-ONE-VEHICLE THRU 2000-EXIT
              END-IF
              PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT
           END-PERFORM.

           PERFORM 7200-CLOSE-SNAPSHOT.

       2000-CHECK-ONE-VEHICLE.
           COMPUTE OVER-LIMIT ROUNDED =

       2000-EXIT.
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
              DISPLAY "GAM0VBX NOT RUN"
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
