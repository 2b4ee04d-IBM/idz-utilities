      *---------------------------------------
      * NIGHTLY EXTRACT OF ALL UNSOLD INVENTORY FOR THE PUBLIC WEBSITE.
      * BATCH PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME
      * WAY GAM0VDB/GAM0VIV ARE) THAT READS THE NIGHT'S INVENTORY
      * SNAPSHOT (INVSNAP - GAM0VIS'S FILE AS REPRICED BY GAM0VMK)
      * AND WRITES ONE FLAT RECORD PER WEBSITE-ELIGIBLE VEHICLE TO A
      * SEQUENTIAL EXTRACT FILE THE WEBSITE'S FEED PICKS UP.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VIE.
           SELECT WEBSITE-EXTRACT-FILE ASSIGN TO WEBEXTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT INVENTORY-SNAPSHOT-FILE ASSIGN TO INVSNAP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 WEX-FRAMEDAMAGE      PIC X(1).
           05 WEX-FLOODTITLE       PIC X(1).
           05 WEX-OPENWORKORDER    PIC X(1).
           05 WEX-CPOFLAG          PIC X(1).

       FD  INVENTORY-SNAPSHOT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY GAM0BIS.

       WORKING-STORAGE SECTION.

       COPY GAM0BJC.

       01 SCHEMA-CONNECT        PIC X(8).

       01 EXTRACT-ROW-COUNT     PIC 9(7) VALUE 0.

       01 PRED-RUN-DATE          PIC X(10).
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


           CLOSE WEBSITE-EXTRACT-FILE.

           IF NOT SNAPSHOT-BALANCED
              DISPLAY "WEBSITE EXTRACT NOT RELEASED"
              GOBACK
           END-IF.

           PERFORM 9000-RECORD-SUCCESSFUL-RUN.

           DISPLAY "ROWS EXTRACTED: " EXTRACT-ROW-COUNT.

           EXEC SQL COMMIT END-EXEC.

      *---------------------------------------
      * THE SNAPSHOT CARRIES EVERY UNSOLD UNIT; ONLY THE ONES GAM0VIS
      * MARKED WEBSITE-ELIGIBLE (SELLABLE, ENOUGH PHOTOS) GO OUT.
      *---------------------------------------
       1000-EXTRACT-INVENTORY.

           PERFORM 7100-OPEN-SNAPSHOT.

           IF SNAPSHOT-DATE < TODAY-ISO
              DISPLAY "INVENTORY SNAPSHOT " SNAPSHOT-DATE
                 " IS NOT THIS CYCLE'S"
              DISPLAY "GAM0VIE NOT RUN"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT.

           PERFORM UNTIL SNAPSHOT-EOF
              IF SNP-WEB-ELIGIBLE
                 PERFORM 2000-WRITE-EXTRACT-RECORD
              END-IF

              PERFORM 7000-READ-SNAPSHOT THRU 7000-EXIT
           END-PERFORM.

           PERFORM 7200-CLOSE-SNAPSHOT.

       2000-WRITE-EXTRACT-RECORD.

           MOVE SNP-VIN TO WEX-VIN.
           MOVE SNP-REGION TO WEX-REGION.
           MOVE SNP-MAKE TO WEX-MAKE.
           MOVE SNP-MODEL TO WEX-MODEL.
           MOVE SNP-AUTOYEAR TO WEX-AUTOYEAR.
           MOVE SNP-AUTOTRIM TO WEX-AUTOTRIM.
           MOVE SNP-BODY TO WEX-BODY.
           MOVE SNP-PRICE TO WEX-PRICE.
           MOVE SNP-CURRENCYCODE TO WEX-CURRENCYCODE.
           MOVE SNP-COLOR TO WEX-COLOR.
           MOVE SNP-TRANS TO WEX-TRANS.
           MOVE SNP-CYLIND TO WEX-CYLIND.
           MOVE SNP-MILES TO WEX-MILES.
           MOVE SNP-NEWAUTO TO WEX-NEWAUTO.
           MOVE SNP-DATEADDED TO WEX-DATEADDED.
           MOVE SNP-DEALERNAME TO WEX-DEALERNAME.
           MOVE SNP-DEALERCITY TO WEX-DEALERCITY.
           MOVE SNP-DEALERSTATE TO WEX-DEALERSTATE.
           MOVE SNP-DEALERPHONE TO WEX-DEALERPHONE.
           MOVE SNP-PROMOFLAG TO WEX-PROMOFLAG.
           MOVE SNP-CONDGRADE TO WEX-CONDGRADE.
           PERFORM 2100-MOVE-DISCLOSURE-FLAGS.

           WRITE WEBSITE-EXTRACT-RECORD.
           ADD 1 TO EXTRACT-ROW-COUNT.

       2100-MOVE-DISCLOSURE-FLAGS.
           IF SNP-ACCIDENTFLAG = 'Y'
              MOVE 'Y' TO WEX-ACCIDENTFLAG
           ELSE
              MOVE 'N' TO WEX-ACCIDENTFLAG
           END-IF.
           IF SNP-FRAMEDAMAGE = 'Y'
              MOVE 'Y' TO WEX-FRAMEDAMAGE
           ELSE
              MOVE 'N' TO WEX-FRAMEDAMAGE
           END-IF.
           IF SNP-FLOODTITLE = 'Y'
              MOVE 'Y' TO WEX-FLOODTITLE
           ELSE
              MOVE 'N' TO WEX-FLOODTITLE
           END-IF.
           IF SNP-OPENWORKORDER = 'Y'
              MOVE 'Y' TO WEX-OPENWORKORDER
           ELSE
              MOVE 'N' TO WEX-OPENWORKORDER
           END-IF.
           IF SNP-CPOFLAG = 'Y'
              MOVE 'Y' TO WEX-CPOFLAG
           ELSE
              MOVE 'N' TO WEX-CPOFLAG
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
              DISPLAY "GAM0VIE NOT RUN"
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
