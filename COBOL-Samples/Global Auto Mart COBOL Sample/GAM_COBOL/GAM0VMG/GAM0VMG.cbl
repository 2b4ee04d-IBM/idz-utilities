      * BROKEN OUT, SO MARGIN EROSION FROM GAM0VMK'S CUTS IS VISIBLE
      * BEFORE THE VALUATION REPORT OVERSTATES ASSET VALUE AGAIN.
      * ROWS LOADED BEFORE COST CAPTURE CARRY A NULL COST AND ARE
      * COUNTED BUT EXCLUDED FROM THE MARGIN MATH. THE UNITS, THEIR
      * COST AND MARKDOWN FIGURES COME FROM THE NIGHT'S INVENTORY
      * SNAPSHOT (INVSNAP) RATHER THAN A PASS OVER THE TABLES.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VMG.

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

       01 SCHEMA-CONNECT        PIC X(8).

       01 MG-DEALERID           PIC 9(5) VALUE 0.
       01 MG-DEALERNAME         PIC X(35).
       01 MG-MAKE               PIC X(20).
       01 MG-UNIT-COUNT         PIC S9(9) USAGE COMP.
       01 MG-COSTED-COUNT       PIC S9(9) USAGE COMP.
       01 MG-PRICE-TOTAL        PIC S9(11) USAGE COMP-3.
       01 MG-COST-TOTAL         PIC S9(11)V9(2) USAGE COMP-3.
       01 MG-MARKDOWN-TOTAL     PIC S9(11) USAGE COMP-3.
       01 MG-MARGIN             PIC S9(11) USAGE COMP-3.

       01 GRAND-COST            PIC S9(13)V9(2) USAGE COMP-3 VALUE 0.
       01 GRAND-MARKDOWN        PIC S9(13) USAGE COMP-3 VALUE 0.

       01 DISPLAY-UNITS         PIC ZZZZ9.
       01 DISPLAY-PRICE         PIC $ZZZ,ZZZ,ZZ9.
       01 DISPLAY-COST          PIC $ZZZ,ZZZ,ZZ9.
       01 DISPLAY-MARGIN        PIC $ZZZ,ZZZ,ZZ9-.
       01 DISPLAY-MARKDOWN      PIC $ZZZ,ZZZ,ZZ9.

       01 SNAPSHOT-EOF-SW        PIC X VALUE 'N'.
          88 SNAPSHOT-EOF           VALUE 'Y'.
       01 SNAPSHOT-BALANCED-SW   PIC X VALUE 'N'.
          88 SNAPSHOT-BALANCED      VALUE 'Y'.
       01 SNAPSHOT-DATE          PIC X(10).
       01 SNAPSHOT-UNIT-COUNT    PIC S9(9) USAGE COMP VALUE 0.
       01 SNAPSHOT-PRICE-TOTAL   PIC S9(13) USAGE COMP-3 VALUE 0.

      *---------------------------------------
      * ONE DEALER'S MAKES, KEPT IN MAKE ORDER AS THE SNAPSHOT IS
      * READ AND PRINTED AT EACH DEALER BREAK.
      *---------------------------------------
       01 MGT-MAX               PIC S9(4) USAGE COMP VALUE +200.
       01 MGT-COUNT             PIC S9(4) USAGE COMP VALUE 0.
       01 MGT-TABLE.
          02 MGT-ENTRY OCCURS 200 TIMES.
             03 MGT-MAKE        PIC X(20).
             03 MGT-UNITS       PIC S9(9) USAGE COMP.
             03 MGT-COSTED      PIC S9(9) USAGE COMP.
             03 MGT-PRICE       PIC S9(11) USAGE COMP-3.
             03 MGT-COST        PIC S9(11)V9(2) USAGE COMP-3.
             03 MGT-MARKDOWN    PIC S9(11) USAGE COMP-3.
       01 FOUND-IX              PIC S9(4) USAGE COMP.
       01 INSERT-IX             PIC S9(4) USAGE COMP.
       01 SCAN-IX               PIC S9(4) USAGE COMP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.


       1000-REPORT-MARGIN.

           PERFORM 7100-OPEN-SNAPSHOT.

           DISPLAY "INVENTORY SNAPSHOT OF " SNAPSHOT-DATE.

           PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT.

           PERFORM UNTIL SNAPSHOT-EOF
              IF SNP-DEALERID NOT = MG-DEALERID
                 IF MGT-COUNT > 0
                    PERFORM 1200-REPORT-DEALER-MAKES
                 END-IF
                 MOVE SNP-DEALERID TO MG-DEALERID
                 MOVE SNP-DEALERNAME TO MG-DEALERNAME
              END-IF

              PERFORM 1100-ADD-TO-MAKE-TABLE THRU 1100-EXIT

              PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT
           END-PERFORM.

           IF MGT-COUNT > 0
              PERFORM 1200-REPORT-DEALER-MAKES
           END-IF.

           PERFORM 7200-CLOSE-SNAPSHOT.

      *---------------------------------------
      * PRICE AND COST SUM ONLY OVER UNITS THAT HAVE A COST, SO THE
      * MARGIN COLUMN COMPARES LIKE WITH LIKE; MARKDOWN DOLLARS ARE
      * EACH VIN'S PRICE_HISTORY TRAIL. A UNIT'S COST ON THE
      * SNAPSHOT IS ITS SUMMED COST LEDGER (TRANSPORT, PACK, RECON
      * AND ALL) - A UNIT WITH LEDGER LINES BUT NO 'ACQ' BASE LINE
      * PREDATES THE LEDGER AND HAS ACQUISITIONCOST ADDED BACK IN
      * AS ITS BASE, SO AGED STOCK STOPS FLATTERING ITS OWN MARGIN.
      *---------------------------------------
       1100-ADD-TO-MAKE-TABLE.
           MOVE 0 TO FOUND-IX.
           MOVE 1 TO INSERT-IX.
           PERFORM VARYING SCAN-IX FROM 1 BY 1
              UNTIL SCAN-IX > MGT-COUNT
              IF MGT-MAKE (SCAN-IX) = SNP-MAKE
                 MOVE SCAN-IX TO FOUND-IX
              END-IF
              IF MGT-MAKE (SCAN-IX) < SNP-MAKE
                 ADD 1 TO INSERT-IX
              END-IF
           END-PERFORM.

           IF FOUND-IX = 0
              IF MGT-COUNT NOT < MGT-MAX
                 DISPLAY "MORE THAN " MGT-MAX " MAKES AT DEALER "
                    MG-DEALERID " - MARGIN REPORT NOT RUN"
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM VARYING SCAN-IX FROM MGT-COUNT BY -1
                 UNTIL SCAN-IX < INSERT-IX
                 MOVE MGT-ENTRY (SCAN-IX) TO MGT-ENTRY (SCAN-IX + 1)
              END-PERFORM
              ADD 1 TO MGT-COUNT
              MOVE SNP-MAKE TO MGT-MAKE (INSERT-IX)
              MOVE 0 TO MGT-UNITS (INSERT-IX)
              MOVE 0 TO MGT-COSTED (INSERT-IX)
              MOVE 0 TO MGT-PRICE (INSERT-IX)
              MOVE 0 TO MGT-COST (INSERT-IX)
              MOVE 0 TO MGT-MARKDOWN (INSERT-IX)
              MOVE INSERT-IX TO FOUND-IX
           END-IF.

           ADD 1 TO MGT-UNITS (FOUND-IX).
           ADD SNP-MARKDOWN-TOTAL TO MGT-MARKDOWN (FOUND-IX).

           IF NOT SNP-COSTED
              GO TO 1100-EXIT
           END-IF.

           ADD 1 TO MGT-COSTED (FOUND-IX).
           ADD SNP-PRICE TO MGT-PRICE (FOUND-IX).
           ADD SNP-UNIT-COST TO MGT-COST (FOUND-IX).

       1100-EXIT.
           CONTINUE.

       1200-REPORT-DEALER-MAKES.
           PERFORM VARYING SCAN-IX FROM 1 BY 1
              UNTIL SCAN-IX > MGT-COUNT
              MOVE MGT-MAKE (SCAN-IX) TO MG-MAKE
              MOVE MGT-UNITS (SCAN-IX) TO MG-UNIT-COUNT
              MOVE MGT-COSTED (SCAN-IX) TO MG-COSTED-COUNT
              MOVE MGT-PRICE (SCAN-IX) TO MG-PRICE-TOTAL
              MOVE MGT-COST (SCAN-IX) TO MG-COST-TOTAL
              MOVE MGT-MARKDOWN (SCAN-IX) TO MG-MARKDOWN-TOTAL
              PERFORM 2000-REPORT-MARGIN-LINE
           END-PERFORM.

           MOVE 0 TO MGT-COUNT.

       2000-REPORT-MARGIN-LINE.

           COMPUTE MG-MARGIN = MG-PRICE-TOTAL - MG-COST-TOTAL.

           ADD MG-PRICE-TOTAL TO GRAND-PRICE.
           ADD MG-COST-TOTAL TO GRAND-COST.
           ADD MG-MARKDOWN-TOTAL TO GRAND-MARKDOWN.

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
              DISPLAY "GAM0VMG NOT RUN"
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
