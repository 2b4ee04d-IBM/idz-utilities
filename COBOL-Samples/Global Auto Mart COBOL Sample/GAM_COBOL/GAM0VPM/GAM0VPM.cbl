      * THEN THE RUN LISTS EVERY UNSOLD UNIT STILL BELOW
      * PRICING_CONTROLS.MINPHOTOS, PER DEALER, ORDERED BY DAYS
      * SINCE INTAKE - THE UNITS GENERATING NOTHING ON THE WEBSITE
      * BECAUSE THE FEED (GAM0VIE) RIGHTLY WITHHOLDS THEM. THE
      * UNSOLD UNITS COME FROM THE NIGHT'S INVENTORY SNAPSHOT
      * (INVSNAP); A UNIT THE SNAPSHOT SHOWS SHORT IS RECHECKED
      * AGAINST VEHICLE_MEDIA SO TODAY'S MANIFEST CAN CLEAR IT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VPM.
           SELECT PHOTO-MANIFEST-FILE ASSIGN TO PHOTOMAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT INVENTORY-SNAPSHOT-FILE ASSIGN TO INVSNAP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 PMR-PHOTOCOUNT       PIC 9(3).
           05 FILLER               PIC X(60).

       FD  INVENTORY-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GAM0BIS.

       WORKING-STORAGE SECTION.

       COPY GAM0BPM.
       01 LOADED-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 MISSING-COUNT         PIC S9(9) USAGE COMP VALUE 0.

       01 MS-VIN                PIC X(17).
       01 MS-PHOTOCOUNT         PIC S9(9) USAGE COMP.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-PHOTOS        PIC ZZ9.
       01 DISPLAY-AGE           PIC ZZZZ9.

       01 SNAPSHOT-EOF-SW        PIC X VALUE 'N'.
          88 SNAPSHOT-EOF           VALUE 'Y'.
       01 SNAPSHOT-BALANCED-SW   PIC X VALUE 'N'.
          88 SNAPSHOT-BALANCED      VALUE 'Y'.
       01 SNAPSHOT-DATE          PIC X(10).
       01 SNAPSHOT-UNIT-COUNT    PIC S9(9) USAGE COMP VALUE 0.
       01 SNAPSHOT-PRICE-TOTAL   PIC S9(13) USAGE COMP-3 VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.


       2000-LIST-MISSING-PHOTOS.
           DISPLAY " ".
           DISPLAY "MISSING-PHOTOS WORKLIST - BY DEALER, LONGEST ON"
              " LOT FIRST".

           PERFORM 7100-OPEN-SNAPSHOT.

           DISPLAY "INVENTORY SNAPSHOT OF " SNAPSHOT-DATE.

           PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT.

           PERFORM UNTIL SNAPSHOT-EOF
              IF SNP-PHOTOCOUNT < MIN-PHOTOS
                 PERFORM 2100-CHECK-ONE-SHORT-UNIT THRU 2100-EXIT
              END-IF
              PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT
           END-PERFORM.

           PERFORM 7200-CLOSE-SNAPSHOT.

      *---------------------------------------
      * THE SNAPSHOT WAS TAKEN BEFORE TODAY'S MANIFEST WENT IN, SO
      * A SHORT UNIT IS LOOKED UP AGAIN BEFORE IT IS LISTED.
      *---------------------------------------
       2100-CHECK-ONE-SHORT-UNIT.
           MOVE SNP-VIN TO MS-VIN.
           MOVE 0 TO MS-PHOTOCOUNT.

           EXEC SQL
               SELECT PHOTOCOUNT
                   INTO :MS-PHOTOCOUNT
                   FROM VEHICLE_MEDIA
                   WHERE VIN = :MS-VIN
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR READING VEHICLE_MEDIA, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.
           IF SQLCODE = 100
              MOVE 0 TO MS-PHOTOCOUNT
           END-IF.
           MOVE 0 TO SQLCODE.

           IF MS-PHOTOCOUNT NOT < MIN-PHOTOS
              GO TO 2100-EXIT
           END-IF.

           MOVE MS-PHOTOCOUNT TO DISPLAY-PHOTOS.
           MOVE SNP-DAYS-IN-STOCK TO DISPLAY-AGE.
           DISPLAY SNP-DEALERNAME " " SNP-VIN " PHOTOS "
              DISPLAY-PHOTOS " ON LOT " DISPLAY-AGE " DAYS".
           ADD 1 TO MISSING-COUNT.

       2100-EXIT.
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
              DISPLAY "GAM0VPM NOT RUN"
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
