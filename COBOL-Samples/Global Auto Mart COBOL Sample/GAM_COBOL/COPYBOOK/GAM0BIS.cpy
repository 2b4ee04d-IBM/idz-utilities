      *---------------------------------------
      * NIGHTLY INVENTORY SNAPSHOT (INVSNAP). GAM0VIS MAKES THE ONE
      * PASS OVER THE INVENTORY VIEW EACH NIGHT AND WRITES EVERY
      * UNSOLD UNIT HERE, PRE-JOINED WITH ITS DEALER, STOCK NUMBER,
      * PHOTO COUNT, COST, MARKDOWN AND BOOK FIGURES AND THE
      * WEBSITE ELIGIBILITY FLAGS. THE REPORT AND FEED JOBS READ
      * THIS FILE INSTEAD OF RE-SCANNING DB2.
      *
      * SEQUENCE: TABLE REGION, DEALERID, DATEADDED (OLDEST FIRST),
      * VIN. ONE 'H' HEADER, THE 'D' DETAILS, ONE 'T' TRAILER WITH
      * THE UNIT COUNT AND PRICE HASH TOTAL EVERY READER BALANCES
      * TO BEFORE IT TRUSTS THE RUN. GAM0VMK REWRITES THE FILE
      * (INVSNAP IN, INVSNAPN OUT) WITH THE NIGHT'S MARKDOWNS.
      *
      * SNP-SELLABLE IS EVERY WEBSITE RULE EXCEPT THE PHOTO
      * MINIMUM; SNP-WEB-ELIGIBLE IS SELLABLE WITH ENOUGH PHOTOS.
      *---------------------------------------
       01  INVENTORY-SNAPSHOT-RECORD.
           05 SNP-RECTYPE          PIC X(1).
              88 SNP-HEADER           VALUE 'H'.
              88 SNP-DETAIL           VALUE 'D'.
              88 SNP-TRAILER          VALUE 'T'.
           05 SNP-REGION           PIC X(10).
           05 SNP-DEALERID         PIC 9(5).
           05 SNP-DATEADDED        PIC X(10).
           05 SNP-VIN              PIC X(17).
           05 SNP-STOCKNUMBER      PIC X(12).
           05 SNP-MAKE             PIC X(20).
           05 SNP-MODEL            PIC X(20).
           05 SNP-AUTOYEAR         PIC 9(4).
           05 SNP-AUTOTRIM         PIC X(32).
           05 SNP-BODY             PIC X(35).
           05 SNP-PRICE            PIC 9(7).
           05 SNP-CURRENCYCODE     PIC X(3).
           05 SNP-COLOR            PIC X(32).
           05 SNP-TRANS            PIC X(10).
           05 SNP-CYLIND           PIC X(5).
           05 SNP-MILES            PIC 9(9).
           05 SNP-NEWAUTO          PIC X(1).
           05 SNP-DAYS-IN-STOCK    PIC 9(5).
           05 SNP-DEALERNAME       PIC X(35).
           05 SNP-DEALERCITY       PIC X(25).
           05 SNP-DEALERSTATE      PIC X(2).
           05 SNP-DEALERPHONE      PIC X(12).
           05 SNP-DEALERREGION     PIC X(10).
           05 SNP-PROMOFLAG        PIC X(1).
           05 SNP-CONDGRADE        PIC X(1).
           05 SNP-ACCIDENTFLAG     PIC X(1).
           05 SNP-FRAMEDAMAGE      PIC X(1).
           05 SNP-FLOODTITLE       PIC X(1).
           05 SNP-OPENWORKORDER    PIC X(1).
           05 SNP-PHOTOCOUNT       PIC 9(3).
           05 SNP-SELLABLE-FLAG    PIC X(1).
              88 SNP-SELLABLE         VALUE 'Y'.
           05 SNP-WEB-ELIGIBLE-FLAG PIC X(1).
              88 SNP-WEB-ELIGIBLE     VALUE 'Y'.
           05 SNP-COST-FLAG        PIC X(1).
              88 SNP-COSTED           VALUE 'Y'.
           05 SNP-UNIT-COST        PIC 9(9)V99.
           05 SNP-MARKDOWN-TOTAL   PIC 9(9).
           05 SNP-BOOK-FLAG        PIC X(1).
              88 SNP-BOOKED           VALUE 'Y'.
           05 SNP-BOOK-WHOLESALE   PIC 9(7).
           05 SNP-BOOK-RETAIL      PIC 9(7).
           05 SNP-CPOFLAG          PIC X(1).
           05 FILLER               PIC X(30).
       01  INVENTORY-SNAPSHOT-HEADER.
           05 FILLER               PIC X(1).
           05 SNH-RUNDATE          PIC X(10).
           05 SNH-MIN-PHOTOS       PIC 9(3).
           05 FILLER               PIC X(386).
       01  INVENTORY-SNAPSHOT-TRAILER.
           05 FILLER               PIC X(1).
           05 SNT-UNIT-COUNT       PIC 9(9).
           05 SNT-PRICE-TOTAL      PIC 9(13).
           05 SNT-ELIGIBLE-COUNT   PIC 9(9).
           05 FILLER               PIC X(368).
