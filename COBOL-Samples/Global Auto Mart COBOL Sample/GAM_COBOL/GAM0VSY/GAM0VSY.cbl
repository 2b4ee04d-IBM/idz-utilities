      * NIGHTLY MARKETPLACE SYNDICATION RUN. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV
      * IS). FOR EACH ACTIVE PARTNER, THE SELLABLE STOCK OF ITS
      * ENROLLED DEALERS (THE UNITS THE NIGHT'S INVENTORY SNAPSHOT,
      * INVSNAP, FLAGS WEB-ELIGIBLE - THE SAME UNITS THE GAM0VIE
      * WEBSITE FEED SENDS) GOES TO THE SYNDOUT DATASET IN THE
      * PARTNER'S OWN SHAPE - FIXED COLUMNS, PIPE-DELIMITED OR
      * COMMA-DELIMITED PER SYND_PARTNERS.FORMATCODE - UNDER 'H'
      * HEADER AND 'T' COUNT-TRAILER RECORDS THE TRANSMIT JOB
      * SPLITS ON. THE CLERK STOPS RESHAPING INVENTORY BY HAND;
      * GAM0VSK BRINGS BACK WHAT THE PARTNERS REJECTED. PARTNERS
      * THAT TAKE DELTAS GET THIS FULL FILE TOO, AS THE BASELINE
      * GAM0VSD'S HALF-HOURLY CHANGES AMEND.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VSY.
           SELECT SYND-OUT-FILE ASSIGN TO SYNDOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT INVENTORY-SNAPSHOT-FILE ASSIGN TO INVSNAP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  SYND-OUT-RECORD          PIC X(200).

       FD  INVENTORY-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GAM0BIS.

       WORKING-STORAGE SECTION.

       COPY GAM0BSY.

       01 SCHEMA-CONNECT        PIC X(8).

       01 ENROLL-DEALERID       PIC S9(9) USAGE COMP.
       01 ENROLL-COUNT          PIC S9(9) USAGE COMP.
       01 ENROLL-LAST-DEALER    PIC 9(5).
       01 ENROLL-SW             PIC X(1).
          88 DEALER-ENROLLED       VALUE 'Y'.
       01 TODAY-ISO             PIC X(10).

       01 CONVERT-YEAR          PIC 9(4).
       01 CONVERT-PRICE         PIC 9(7).
       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       01 SNAPSHOT-EOF-SW        PIC X VALUE 'N'.
          88 SNAPSHOT-EOF           VALUE 'Y'.
       01 SNAPSHOT-BALANCED-SW   PIC X VALUE 'N'.
          88 SNAPSHOT-BALANCED      VALUE 'Y'.
       01 SNAPSHOT-DATE          PIC X(10).
       01 SNAPSHOT-UNIT-COUNT    PIC S9(9) USAGE COMP VALUE 0.
       01 SNAPSHOT-PRICE-TOTAL   PIC S9(13) USAGE COMP-3 VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
                   ORDER BY PARTNERCODE
           END-EXEC.


       LINKAGE SECTION.

              EXEC SQL CONNECT TO :SCHEMA-CONNECT END-EXEC
           END-IF.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :TODAY-ISO
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           OPEN OUTPUT SYND-OUT-FILE.

           DISPLAY "NIGHTLY MARKETPLACE SYNDICATION RUN".
               DELIMITED BY SIZE INTO SYND-OUT-RECORD.
           WRITE SYND-OUT-RECORD.

      *    THE SNAPSHOT IS READ AGAIN FOR EVERY PARTNER; IT IS IN
      *    DEALER ORDER, SO ENROLLMENT IS LOOKED UP ONCE PER DEALER.
           PERFORM 7100-OPEN-SNAPSHOT.

           IF SNAPSHOT-DATE < TODAY-ISO
              DISPLAY "INVENTORY SNAPSHOT " SNAPSHOT-DATE
                 " IS NOT THIS CYCLE'S"
              DISPLAY "GAM0VSY NOT RUN"
              CLOSE INVENTORY-SNAPSHOT-FILE
              CLOSE SYND-OUT-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 0 TO ENROLL-LAST-DEALER.
           MOVE 'N' TO ENROLL-SW.

           PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT.

           PERFORM UNTIL SNAPSHOT-EOF
              IF SNP-DEALERID NOT = ENROLL-LAST-DEALER
                 PERFORM 2100-CHECK-ENROLLMENT
              END-IF
              IF DEALER-ENROLLED AND SNP-WEB-ELIGIBLE
                 PERFORM 3000-WRITE-ONE-LISTING
              END-IF
              PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT
           END-PERFORM.

           PERFORM 7200-CLOSE-SNAPSHOT.

           IF NOT SNAPSHOT-BALANCED
              DISPLAY "PARTNER " SY-PARTNERCODE
                 " FEED NOT TRAILED - SYNDICATION RUN STOPPED"
              CLOSE SYND-OUT-FILE
              GOBACK
           END-IF.

           MOVE SPACES TO SYND-OUT-RECORD.
           MOVE PARTNER-UNIT-COUNT TO CONVERT-COUNT.
           DISPLAY "PARTNER " SY-PARTNERCODE " LISTINGS: "
              DISPLAY-COUNT.

       2100-CHECK-ENROLLMENT.
           MOVE SNP-DEALERID TO ENROLL-LAST-DEALER.
           MOVE SNP-DEALERID TO ENROLL-DEALERID.
           MOVE 0 TO ENROLL-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                   INTO :ENROLL-COUNT
                   FROM SYND_ENROLLMENT
                   WHERE DEALERID = :ENROLL-DEALERID
                     AND PARTNERCODE = :SY-PARTNERCODE
                     AND ACTIVEFLAG = 'Y'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR READING SYND_ENROLLMENT, SQLCODE "
                 DISPLAYSQLCODE
              CLOSE INVENTORY-SNAPSHOT-FILE
              CLOSE SYND-OUT-FILE
              GOBACK
           END-IF.

           IF ENROLL-COUNT > 0
              MOVE 'Y' TO ENROLL-SW
           ELSE
              MOVE 'N' TO ENROLL-SW
           END-IF.

      *---------------------------------------
      * EACH PARTNER WANTS ITS OWN SHAPE - SAME FACTS, THREE
      * DRESSES.
      *---------------------------------------
       3000-WRITE-ONE-LISTING.
           MOVE SNP-AUTOYEAR TO CONVERT-YEAR.
           MOVE SNP-PRICE TO CONVERT-PRICE.
           MOVE SNP-MILES TO CONVERT-MILES.

           MOVE SPACES TO BUILD-LINE.
           EVALUATE SY-FORMATCODE
           WHEN "P"
              STRING "D" SY-PARTNERCODE "|" SNP-VIN "|"
                     CONVERT-YEAR "|" SNP-MAKE "|" SNP-MODEL
                     "|" CONVERT-PRICE "|" CONVERT-MILES "|"
                     SNP-DEALERNAME "|" SNP-DEALERCITY "|"
                     SNP-DEALERSTATE
                  DELIMITED BY SIZE INTO BUILD-LINE
           WHEN "C"
              STRING "D" SY-PARTNERCODE "," SNP-VIN ","
                     CONVERT-YEAR "," SNP-MAKE "," SNP-MODEL
                     "," CONVERT-PRICE "," CONVERT-MILES ","
                     SNP-DEALERNAME "," SNP-DEALERCITY ","
                     SNP-DEALERSTATE
                  DELIMITED BY SIZE INTO BUILD-LINE
           WHEN OTHER
              STRING "D" SY-PARTNERCODE SNP-VIN CONVERT-YEAR
                     SNP-MAKE SNP-MODEL CONVERT-PRICE
                     CONVERT-MILES SNP-DEALERNAME SNP-DEALERCITY
                     SNP-DEALERSTATE
                  DELIMITED BY SIZE INTO BUILD-LINE
           END-EVALUATE.


           ADD 1 TO PARTNER-UNIT-COUNT.
           ADD 1 TO TOTAL-UNIT-COUNT.

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
              DISPLAY "GAM0VSY NOT RUN"
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
