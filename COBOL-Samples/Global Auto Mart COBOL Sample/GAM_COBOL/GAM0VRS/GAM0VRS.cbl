      * FROM RECEIVED ('R') THROUGH IN-RECON ('I') TO READY ('Y') -
      * ONLY READY STOCK SHOWS IN GAM0VSI SEARCH, THE GAM0VIE
      * WEBSITE FEED AND THE GAM0VDL LOCATOR, SO CUSTOMERS STOP
      * ARRIVING FOR CARS THAT ARE ON A LIFT. EVERY STATUS CHANGE
      * IS AUDITED ("RECONSTATUS=" AND THE NEW STATUS) SO THE
      * GAM0VVL TIMELINE CAN SHOW WHEN THE UNIT MOVED ALONG.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VRS.
           END-IF.

           IF ROWS-UPDATED > 0
               MOVE RECON-VIN TO AUDIT-KEY
               MOVE "RECONSTATUS" TO AUDIT-BEFORE
               MOVE SPACES TO AUDIT-AFTER
               STRING "RECONSTATUS=" RECON-NEW-STATUS
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               EVALUATE RECON-NEW-STATUS
               WHEN "Y"
