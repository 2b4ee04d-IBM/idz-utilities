      * ON A SYSIN CARD (THE DATE GAM0VIA WROTE IT); A FILE OLDER
      * THAN THIS JOB'S LAST SUCCESSFUL RUN ON JOB_CONTROL IS
      * REJECTED OUTRIGHT, SO A JCL RESTART CAN NO LONGER MARK A
      * WHOLE REGION DOWN TWICE. THE NIGHT'S INVENTORY SNAPSHOT
      * (INVSNAP, FROM GAM0VIS) IS COPIED TO INVSNAPN WITH EACH
      * MARKDOWN APPLIED, SO GAM0VIE AND THE JOBS AFTER IT SEE TODAY'S
      * PRICES WITHOUT GOING BACK TO DB2. A RESTART AFTER A FAILURE
      * HERE RERUNS THE STREAM FROM GAM0VIS.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VMK.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT INVENTORY-SNAPSHOT-FILE ASSIGN TO INVSNAP
               ORGANIZATION IS SEQUENTIAL.

           SELECT NEW-SNAPSHOT-FILE ASSIGN TO INVSNAPN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 CC-CYCLE-DATE         PIC X(10).
           05 FILLER                PIC X(70).

       FD  INVENTORY-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GAM0BIS.

       FD  NEW-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NEW-SNAPSHOT-RECORD      PIC X(400).

       WORKING-STORAGE SECTION.

       COPY GAM0BET.
       01 JOB-CONTROL-FOUND      PIC X VALUE 'N'.
       01 ROWS-UPDATED           PIC S9(9) USAGE COMP.

       01 SNAPSHOT-EOF-SW        PIC X VALUE 'N'.
          88 SNAPSHOT-EOF           VALUE 'Y'.
       01 SNAPSHOT-BALANCED-SW   PIC X VALUE 'N'.
          88 SNAPSHOT-BALANCED      VALUE 'Y'.
       01 SNAPSHOT-DATE          PIC X(10).
       01 SNAPSHOT-UNIT-COUNT    PIC S9(9) USAGE COMP VALUE 0.
       01 SNAPSHOT-PRICE-TOTAL   PIC S9(13) USAGE COMP-3 VALUE 0.
       01 NEW-SNAPSHOT-PRICE-TOTAL PIC S9(13) USAGE COMP-3 VALUE 0.
       01 SNAPSHOT-MISS-COUNT    PIC S9(9) USAGE COMP VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

           OPEN INPUT AGING-REPORT-FILE.

           PERFORM 7100-OPEN-SNAPSHOT.
           IF SNAPSHOT-DATE NOT = CYCLE-DATE
              DISPLAY "INVENTORY SNAPSHOT " SNAPSHOT-DATE
                 " DOES NOT MATCH AGING FILE CYCLE " CYCLE-DATE
              DISPLAY "INPUT REJECTED - MARKDOWN JOB NOT RUN"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT NEW-SNAPSHOT-FILE.
           WRITE NEW-SNAPSHOT-RECORD FROM INVENTORY-SNAPSHOT-HEADER.
           PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT.

           DISPLAY "AUTOMATED MARKDOWN JOB FOR AGED INVENTORY".
           DISPLAY "MARKDOWN PERCENT: " MARKDOWN-PERCENT.
           DISPLAY "AGING FILE CYCLE DATE: " CYCLE-DATE.

           CLOSE AGING-REPORT-FILE.

           PERFORM 3200-COPY-REST-OF-SNAPSHOT.
           CLOSE NEW-SNAPSHOT-FILE.
           PERFORM 7200-CLOSE-SNAPSHOT.

           IF SNAPSHOT-MISS-COUNT > 0
              DISPLAY "AGED VINS NOT FOUND ON THE SNAPSHOT: "
                 SNAPSHOT-MISS-COUNT
           END-IF.

           IF NOT SNAPSHOT-BALANCED
              DISPLAY "MARKED-DOWN SNAPSHOT NOT RELEASED TO GAM0VIE"
              GOBACK
           END-IF.

           PERFORM 9000-RECORD-SUCCESSFUL-RUN.

           DISPLAY "VEHICLES MARKED DOWN: " MARKED-DOWN-COUNT.
           MOVE AGR-VIN TO VIN-TEXT.
           MOVE AGR-PRICE TO OLD-PRICE.

           PERFORM 3000-ADVANCE-SNAPSHOT.

      *---------------------------------------
      * A VIN ONLY EVER GETS ONE AUTOMATED MARKDOWN (WHICH ALSO
      * COVERS A RERUN AGAINST THE SAME CYCLE'S FILE) - PRICE_HISTORY
              DISPLAY AGR-REGION " " AGR-VIN " " DISPLAY-OLD-PRICE
                 " -> " DISPLAY-NEW-PRICE

              IF NOT SNAPSHOT-EOF AND SNP-VIN = AGR-VIN
                 MOVE NEW-PRICE TO SNP-PRICE
                 COMPUTE SNP-MARKDOWN-TOTAL =
                    SNP-MARKDOWN-TOTAL + OLD-PRICE - NEW-PRICE
              END-IF

              ADD 1 TO MARKED-DOWN-COUNT

              EXEC SQL COMMIT END-EXEC

       2000-MARKDOWN-ONE-VEHICLE-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE AGING FILE IS THE SNAPSHOT FILTERED TO AGED UNITS, IN
      * THE SAME ORDER, SO ONE FORWARD PASS KEEPS THE TWO IN STEP:
      * EVERYTHING AHEAD OF THE AGED VIN IS COPIED AS IT STANDS AND
      * THE AGED VIN'S OWN RECORD IS LEFT CURRENT FOR THE MARKDOWN.
      *---------------------------------------
       3000-ADVANCE-SNAPSHOT.
           PERFORM UNTIL SNAPSHOT-EOF OR SNP-VIN = AGR-VIN
              PERFORM 3100-COPY-SNAPSHOT-RECORD
              PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT
           END-PERFORM.

           IF SNAPSHOT-EOF
              DISPLAY AGR-REGION " " AGR-VIN
                 " NOT ON THE INVENTORY SNAPSHOT"
              ADD 1 TO SNAPSHOT-MISS-COUNT
           END-IF.

       3100-COPY-SNAPSHOT-RECORD.
           WRITE NEW-SNAPSHOT-RECORD FROM INVENTORY-SNAPSHOT-RECORD.
           ADD SNP-PRICE TO NEW-SNAPSHOT-PRICE-TOTAL.

      *---------------------------------------
      * THE REST OF THE SNAPSHOT GOES ACROSS UNCHANGED; THE TRAILER
      * KEEPS ITS COUNTS AND TAKES THE MARKED-DOWN PRICE HASH.
      *---------------------------------------
       3200-COPY-REST-OF-SNAPSHOT.
           PERFORM UNTIL SNAPSHOT-EOF
              PERFORM 3100-COPY-SNAPSHOT-RECORD
              PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT
           END-PERFORM.

           IF SNP-TRAILER
              MOVE NEW-SNAPSHOT-PRICE-TOTAL TO SNT-PRICE-TOTAL
              WRITE NEW-SNAPSHOT-RECORD
                 FROM INVENTORY-SNAPSHOT-TRAILER
           END-IF.

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
              DISPLAY "GAM0VMK NOT RUN"
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
