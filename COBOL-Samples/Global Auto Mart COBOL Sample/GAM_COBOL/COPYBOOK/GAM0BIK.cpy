      *---------------------------------------
      * NIGHTLY SELLABLE-INVENTORY COPY (VSAM KSDS, BUILT BY GAM0VIK).
      * PRIME KEY IS THE VIN; THE ALTERNATE INDEX IS MAKE + MODEL
      * WITH DUPLICATES, SO A MAKE/MODEL SEARCH CAN BROWSE IT THE WAY
      * GAM0VSI'S ICURSOR READS THE INVENTORY VIEW. ONLY UNITS THAT
      * PASSED THE SAME SELLABLE RULES AS ICURSOR WHEN THE EXTRACT
      * RAN ARE ON IT. CICS FILE GAMSELL IS THE BASE CLUSTER AND
      * GAMSELLM THE MAKE/MODEL PATH.
      *---------------------------------------
       01  SELLABLE-RECORD.
           05  SK-VIN                  PIC X(17).
           05  SK-MAKE-MODEL.
               10  SK-MAKE             PIC X(20).
               10  SK-MODEL            PIC X(20).
           05  SK-AUTOYEAR             PIC 9(4).
           05  SK-PRICE                PIC 9(7).
           05  SK-NEWAUTO              PIC X(1).
           05  SK-REGION               PIC X(7).
           05  SK-PROMOFLAG            PIC X(1).
           05  SK-FUELTYPE             PIC X(1).
           05  SK-RECALLFLAG           PIC X(1).
           05  SK-CONDGRADE            PIC X(1).
           05  SK-AUTOTRIM             PIC X(32).
           05  SK-BODY                 PIC X(35).
           05  SK-COLOR                PIC X(32).
           05  SK-TRANS                PIC X(10).
           05  SK-CYLIND               PIC X(5).
           05  SK-MILES                PIC 9(6).
           05  SK-STOCKNUMBER          PIC X(12).
           05  SK-LOTLOC               PIC X(10).
           05  SK-DEALERID             PIC 9(9).
           05  SK-DEALERNAME           PIC X(35).
           05  SK-DEALERPHONE          PIC X(12).
           05  SK-EXTRACT-DATE         PIC X(10).
           05  SK-CPOFLAG              PIC X(1).
           05  FILLER                  PIC X(21).

      *---------------------------------------
      * SQLCODES THAT MEAN DB2 ITSELF CAN'T BE REACHED (CONNECTION
      * LOST, SUBSYSTEM DOWN OR QUIESCED FOR MAINTENANCE) RATHER
      * THAN THAT A STATEMENT WENT WRONG - THE ONLY CASES WHERE THE
      * ONLINE SEARCH FALLS BACK TO THE COPY ABOVE.
      *---------------------------------------
       01  DB2-FAIL-CODE               PIC S9(9) USAGE COMP.
           88  DB2-UNAVAILABLE         VALUES -30081 -30080 -1224
                                              -1035 -1032 -924 -923
                                              -922 -900.
       01  SELL-RESP                   PIC S9(8) USAGE COMP.
       01  SELL-LIMITED-BANNER         PIC X(40) VALUE
           "LIMITED SERVICE - DATA AS OF LAST NIGHT".
