      * A REGION SUMMARY AT THE END) SO EACH STORE'S BUNDLE CAN BE
      * ROUTED TO IT, AND WRITES ONE DEALER-KEYED RECORD PER AGED
      * VEHICLE TO A SEQUENTIAL EXCEPTION FILE FOR DOWNSTREAM
      * MARKDOWN PROCESSING. THE UNITS COME FROM GAM0VIS'S NIGHTLY
      * INVSNAP SNAPSHOT, ALREADY IN REGION/DEALER/OLDEST-FIRST
      * ORDER, SO THIS STEP WAITS ON GAM0VIS ON JOB_CONTROL.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VIA.
           SELECT AGING-REPORT-FILE ASSIGN TO AGNGRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT INVENTORY-SNAPSHOT-FILE ASSIGN TO INVSNAP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 AGR-DATEADDED         PIC X(10).
           05 AGR-DAYS-IN-STOCK     PIC 9(5).

       FD  INVENTORY-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GAM0BIS.

       WORKING-STORAGE SECTION.

       COPY GAM0BJC.

       01 SCHEMA-CONNECT         PIC X(8).

       01 AGING-THRESHOLD-DAYS   PIC S9(5) USAGE COMP VALUE 60.

       01 PREV-DEALERID          PIC S9(9) USAGE COMP VALUE -1.
       01 PREV-REGION            PIC X(10).
       01 DEALER-AGED-COUNT      PIC S9(9) USAGE COMP VALUE 0.
       01 REGION-AGED-COUNT      PIC S9(9) USAGE COMP VALUE 0.

       01 ROW-HOME-PRICE         PIC S9(9)V99 USAGE COMP-3.

       01 RATE-CURRENCY         PIC X(3).
       01 DISPLAY-RATE          PIC Z9.9(6).


       01 DISPLAY-DAYS           PIC ZZZZ9.
       01 DISPLAY-PRICE          PIC ZZZ,ZZ9.

       01 TODAY-ISO              PIC X(10).
       01 CTRL-ROWS-UPDATED      PIC S9(9) USAGE COMP.

       01 SNAPSHOT-EOF-SW        PIC X VALUE 'N'.
          88 SNAPSHOT-EOF           VALUE 'Y'.
       01 SNAPSHOT-BALANCED-SW   PIC X VALUE 'N'.
          88 SNAPSHOT-BALANCED      VALUE 'Y'.
       01 SNAPSHOT-DATE          PIC X(10).
       01 SNAPSHOT-UNIT-COUNT    PIC S9(9) USAGE COMP VALUE 0.
       01 SNAPSHOT-PRICE-TOTAL   PIC S9(13) USAGE COMP-3 VALUE 0.


       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

              EXEC SQL CONNECT TO :SCHEMA-CONNECT END-EXEC
           END-IF.

           PERFORM 0150-CHECK-PREDECESSOR.

           MOVE "AGING" TO RP-REPORTTYPE.
           PERFORM 9500-CLEAR-TODAYS-REPORT.


           CLOSE AGING-REPORT-FILE.

           IF NOT SNAPSHOT-BALANCED
              DISPLAY "AGING FILE NOT RELEASED TO GAM0VMK"
              GOBACK
           END-IF.

           PERFORM 9000-RECORD-SUCCESSFUL-RUN.

           DISPLAY "AGED VEHICLE COUNT: " AGED-VEHICLE-COUNT.

           GOBACK.

      *---------------------------------------
      * NIGHTLY STREAM SEQUENCING - GAM0VIA MUST NOT START UNTIL GAM0VIS
      * HAS WRITTEN THIS CYCLE'S INVENTORY SNAPSHOT, AND THE SNAPSHOT
      * ON INVSNAP MUST BE THAT ONE.
      *---------------------------------------
       0150-CHECK-PREDECESSOR.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :TODAY-ISO
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES TO PRED-RUN-DATE.
           MOVE SPACES TO PRED-STATUS.
           EXEC SQL
               SELECT CHAR(LASTRUNDATE, ISO), STATUS
                   INTO :PRED-RUN-DATE, :PRED-STATUS
                   FROM JOB_CONTROL
                   WHERE JOBNAME = 'GAM0VIS'
           END-EXEC.

           IF SQLCODE NOT = 0
              OR PRED-STATUS NOT = 'C'
              OR PRED-RUN-DATE < TODAY-ISO
              DISPLAY "PREDECESSOR GAM0VIS HAS NOT COMPLETED THIS CYCLE"
              DISPLAY "GAM0VIA NOT RUN"
              GOBACK
           END-IF.

       9000-RECORD-SUCCESSFUL-RUN.
           MOVE 0 TO CTRL-ROWS-UPDATED.
           EXEC SQL
                      (JOBNAME, LASTRUNDATE, STATUS, ROWCOUNT,
                       PREDECESSOR)
                      VALUES ('GAM0VIA', CURRENT DATE, 'C',
                              :AGED-VEHICLE-COUNT, 'GAM0VIS')
              END-EXEC
           END-IF.


       1000-REPORT-AGED-INVENTORY.

           PERFORM 7100-OPEN-SNAPSHOT.

           IF SNAPSHOT-DATE < TODAY-ISO
              DISPLAY "INVENTORY SNAPSHOT " SNAPSHOT-DATE
                 " IS NOT THIS CYCLE'S"
              DISPLAY "GAM0VIA NOT RUN"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT.

           PERFORM UNTIL SNAPSHOT-EOF
              IF SNP-DAYS-IN-STOCK >= AGING-THRESHOLD-DAYS
                 PERFORM 2000-WRITE-AGED-VEHICLE
              END-IF

              PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT
           END-PERFORM.

           PERFORM 7200-CLOSE-SNAPSHOT.

           IF PREV-DEALERID NOT = -1
              PERFORM 2500-PRINT-DEALER-TOTAL
           END-IF.

       2000-WRITE-AGED-VEHICLE.
           IF SNP-REGION NOT = PREV-REGION
              IF PREV-DEALERID NOT = -1
                 PERFORM 2500-PRINT-DEALER-TOTAL
                 PERFORM 2600-PRINT-REGION-TOTAL
              END-IF
              MOVE SNP-REGION TO PREV-REGION
              MOVE -1 TO PREV-DEALERID
           END-IF.

           IF SNP-DEALERID NOT = PREV-DEALERID
              IF PREV-DEALERID NOT = -1
                 PERFORM 2500-PRINT-DEALER-TOTAL
              END-IF
              DISPLAY " "
              DISPLAY "DEALER: " SNP-DEALERNAME " (" SNP-REGION ")"
              MOVE SNP-DEALERID TO PREV-DEALERID
           END-IF.


           MOVE SNP-CURRENCYCODE TO RATE-CURRENCY.
           PERFORM 8000-GET-HOME-RATE.
           COMPUTE ROW-HOME-PRICE ROUNDED = SNP-PRICE * HOME-RATE.

           MOVE SNP-DAYS-IN-STOCK TO DISPLAY-DAYS.
           MOVE ROW-HOME-PRICE TO DISPLAY-PRICE.
           DISPLAY SNP-REGION " " SNP-VIN " " SNP-MAKE " "
              SNP-MODEL " " DISPLAY-PRICE " USD (" SNP-CURRENCYCODE
              ") " DISPLAY-DAYS.

           MOVE SNP-REGION TO AGR-REGION.
           MOVE SNP-DEALERID TO AGR-DEALERID.
           MOVE SNP-VIN TO AGR-VIN.
           MOVE SNP-MAKE TO AGR-MAKE.
           MOVE SNP-MODEL TO AGR-MODEL.
           MOVE SNP-PRICE TO AGR-PRICE.
           MOVE SNP-DATEADDED TO AGR-DATEADDED.
           MOVE SNP-DAYS-IN-STOCK TO AGR-DAYS-IN-STOCK.
           WRITE AGING-REPORT-RECORD.

           MOVE SNP-DEALERID TO RP-DEALERID.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           STRING SNP-REGION " " SNP-VIN " " SNP-MAKE(1:15) " "
              SNP-MODEL(1:15) " " DISPLAY-PRICE " " DISPLAY-DAYS
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 9600-WRITE-REPO-LINE.

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
              DISPLAY "GAM0VIA NOT RUN"
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


      *---------------------------------------
      * EVERY KEY REPORT LINE ALSO LANDS IN REPORT_REPOSITORY SO
