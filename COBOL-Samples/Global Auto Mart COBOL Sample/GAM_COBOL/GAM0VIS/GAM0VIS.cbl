      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VIS.cbl                                     *
      *                                                                *
      * STATEMENT          IBM WebSphere Developer for System z        *
      *                    5724-L44                                    *
      *                    (c) Copyright IBM Corp. 2006                *
      *                                                                *
      * DISCLAIMER OF WARRANTIES                                       *
      * You may copy, modify, and distribute these samples, or their   *
      * modifications, in any form, internally or as part of your      *
      * application or related documentation. These samples have not   *
      * been tested under all conditions and are provided to you by    *
      * IBM without obligation of support of any kind. IBM PROVIDES    *
      * THESE SAMPLES "AS IS" SUBJECT TO ANY STATUTORY WARRANTIES THAT *
      * CANNOT BE EXCLUDED. IBM MAKES NO WARRANTIES OR CONDITIONS,     *
      * EITHER EXPRESS OR IMPLIED, INCLUDING BUT NOT LIMITED TO, THE   *
      * IMPLIED WARRANTIES OR CONDITIONS OF MERCHANTABILITY, FITNESS   *
      * FOR A PARTICULAR PURPOSE, AND NON-INFRINGEMENT REGARDING THESE *
      * SAMPLES OR TECHNICAL SUPPORT, IF ANY.                          *
      * You will indemnify IBM or third parties that provide IBM       *
      * products ("Third Parties") from and against any third party    *
      * claim arising out of the use, modification or distribution of  *
      * these samples with your application. You may not use the same  *
      * path name as the original files/modules. You must not alter or *
      * delete any copyright information in the Samples.               *
      *                                                                *
      ******************************************************************
      *---------------------------------------
      * NIGHTLY INVENTORY SNAPSHOT. BATCH PROGRAM (NO COMMAREA,
      * LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS) AND THE
      * FIRST STEP OF THE NIGHTLY STREAM. ONE PASS OVER THE
      * INVENTORY VIEW WRITES EVERY UNSOLD UNIT TO THE INVSNAP
      * DATASET (LAYOUT GAM0BIS) WITH ITS DEALER, STOCK NUMBER,
      * PHOTO COUNT, COST LEDGER AND MARKDOWN TOTALS, BOOK VALUES
      * AND THE WEBSITE ELIGIBILITY FLAGS ALREADY WORKED OUT, UNDER
      * AN 'H' HEADER AND A 'T' CONTROL-TOTAL TRAILER. GAM0VIA,
      * GAM0VIE, GAM0VIV, GAM0VSY, GAM0VIR, GAM0VMG, GAM0VBX AND
      * GAM0VPM READ THE FILE INSTEAD OF EACH SCANNING THE
      * REGIONAL TABLES AGAIN.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VIS.

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

       COPY GAM0BIV.
       COPY GAM0BDT.
       COPY GAM0BJC.

       01 SCHEMA-CONNECT        PIC X(8).

       01 MIN-PHOTOS            PIC S9(9) USAGE COMP VALUE 1.
       01 IND-MIN-PHOTOS        PIC S9(4) USAGE COMP.

       01 IS-STOCKNUMBER        PIC X(12).
       01 IND-STOCKNUMBER       PIC S9(4) USAGE COMP.
       01 IS-PHOTOCOUNT         PIC S9(9) USAGE COMP.
       01 IS-DAYS-IN-STOCK      PIC S9(9) USAGE COMP.
       01 IS-SELLABLE           PIC X(1).
       01 IS-LEDGER-TOTAL       PIC S9(9)V99 USAGE COMP-3.
       01 IND-LEDGER-TOTAL      PIC S9(4) USAGE COMP.
       01 IS-ACQ-LINES          PIC S9(9) USAGE COMP.
       01 IS-MARKDOWN           PIC S9(9) USAGE COMP-3.
       01 IND-MARKDOWN          PIC S9(4) USAGE COMP.
       01 IS-TRIM-WHOLESALE     PIC S9(7) USAGE COMP-3.
       01 IND-TRIM-WHOLESALE    PIC S9(4) USAGE COMP.
       01 IS-TRIM-RETAIL        PIC S9(7) USAGE COMP-3.
       01 IND-TRIM-RETAIL       PIC S9(4) USAGE COMP.
       01 IS-MODEL-WHOLESALE    PIC S9(7) USAGE COMP-3.
       01 IND-MODEL-WHOLESALE   PIC S9(4) USAGE COMP.
       01 IS-MODEL-RETAIL       PIC S9(7) USAGE COMP-3.
       01 IND-MODEL-RETAIL      PIC S9(4) USAGE COMP.
       01 IND-AUTOTRIM          PIC S9(4) USAGE COMP.
       01 IND-MILES             PIC S9(4) USAGE COMP.
       01 IND-ACQCOST           PIC S9(4) USAGE COMP.
       01 IND-PROMO             PIC S9(4) USAGE COMP.
       01 IND-CONDGRADE         PIC S9(4) USAGE COMP.
       01 IND-ACCIDENT          PIC S9(4) USAGE COMP.
       01 IND-FRAME             PIC S9(4) USAGE COMP.
       01 IND-FLOOD             PIC S9(4) USAGE COMP.
       01 IND-WORKORDER         PIC S9(4) USAGE COMP.
       01 IND-CPOFLAG           PIC S9(4) USAGE COMP.
       01 IS-UNIT-COST          PIC S9(9)V99 USAGE COMP-3.

       01 SNAPSHOT-UNIT-COUNT   PIC S9(9) USAGE COMP VALUE 0.
       01 SNAPSHOT-PRICE-TOTAL  PIC S9(13) USAGE COMP-3 VALUE 0.
       01 SNAPSHOT-ELIGIBLE     PIC S9(9) USAGE COMP VALUE 0.

       01 TODAY-ISO             PIC X(10).
       01 CTRL-ROWS-UPDATED     PIC S9(9) USAGE COMP.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * ONE ROW PER UNSOLD UNIT. SELLABLE IS THE WEBSITE RULE SET
      * GAM0VIE AND GAM0VSY APPLIED IN THEIR OWN CURSORS, LESS THE
      * PHOTO MINIMUM (CHECKED BELOW AGAINST THE PHOTO COUNT). COST
      * FOLLOWS THE GAM0VMG RULE: THE SUMMED LEDGER, PLUS
      * ACQUISITIONCOST WHEN THE LEDGER HAS NO 'ACQ' BASE LINE. BOOK
      * IS THE TRIM-LEVEL BOOK_VALUES ROW WHEN THERE IS ONE, ELSE
      * THE MODEL-LEVEL (NULL TRIM) ROW.
      *---------------------------------------
       EXEC SQL
           DECLARE SNAPCURSOR CURSOR FOR
               SELECT I.REGION, I.DEALERID, I.DATEADDED, I.VIN,
                      (SELECT MAX(S.STOCKNUMBER)
                           FROM STOCK_NUMBERS S
                           WHERE S.VIN = I.VIN),
                      I.MAKE, I.MODEL, I.AUTOYEAR, I.AUTOTRIM,
                      I.BODY, I.PRICE, I.CURRENCYCODE, I.COLOR,
                      I.TRANS, I.CYLIND, I.MILES, I.NEWAUTO,
                      DAYS(CURRENT DATE) - DAYS(I.DATEADDED),
                      D.DEALERNAME, D.CITY, D.ABBR, D.PHONE,
                      D.REGION,
                      I.PROMOFLAG, I.CONDGRADE, I.ACCIDENTFLAG,
                      I.FRAMEDAMAGE, I.FLOODTITLE, I.OPENWORKORDER,
                      I.CPOFLAG,
                      COALESCE(M.PHOTOCOUNT, 0),
                      CASE WHEN (I.RECONSTATUS IS NULL
                                 OR I.RECONSTATUS = 'Y')
                            AND (I.AUCTIONFLAG IS NULL
                                 OR I.AUCTIONFLAG NOT IN ('A', 'X'))
                            AND (I.EXCEPTIONFLAG IS NULL
                                 OR I.EXCEPTIONFLAG NOT = 'Y')
                            AND NOT EXISTS
                                (SELECT 1 FROM VEHICLE_ASSIGNMENTS A
                                     WHERE A.VIN = I.VIN
                                       AND A.STATUS = 'O')
                            AND NOT EXISTS
                                (SELECT 1 FROM CAT_UNITS U
                                     WHERE U.VIN = I.VIN
                                       AND U.DAMAGESTATUS = 'D')
                            AND NOT EXISTS
                                (SELECT 1 FROM TRANSPORT_ORDERS T
                                     WHERE T.VIN = I.VIN
                                       AND T.STATUS = 'T')
                           THEN 'Y' ELSE 'N' END,
                      I.ACQUISITIONCOST,
                      (SELECT SUM(C.COSTAMOUNT)
                           FROM VEHICLE_COST_LEDGER C
                           WHERE C.VIN = I.VIN),
                      (SELECT COUNT(*)
                           FROM VEHICLE_COST_LEDGER C
                           WHERE C.VIN = I.VIN
                             AND C.COSTTYPE = 'ACQ'),
                      (SELECT SUM(H.OLDPRICE - H.NEWPRICE)
                           FROM PRICE_HISTORY H
                           WHERE H.VIN = I.VIN
                             AND H.CHANGETYPE = 'M'),
                      (SELECT MAX(B.WHOLESALEVALUE)
                           FROM BOOK_VALUES B
                           WHERE B.AUTOYEAR = I.AUTOYEAR
                             AND B.MAKE = I.MAKE
                             AND B.MODEL = I.MODEL
                             AND B.AUTOTRIM = I.AUTOTRIM),
                      (SELECT MAX(B.RETAILVALUE)
                           FROM BOOK_VALUES B
                           WHERE B.AUTOYEAR = I.AUTOYEAR
                             AND B.MAKE = I.MAKE
                             AND B.MODEL = I.MODEL
                             AND B.AUTOTRIM = I.AUTOTRIM),
                      (SELECT MAX(B.WHOLESALEVALUE)
                           FROM BOOK_VALUES B
                           WHERE B.AUTOYEAR = I.AUTOYEAR
                             AND B.MAKE = I.MAKE
                             AND B.MODEL = I.MODEL
                             AND B.AUTOTRIM IS NULL),
                      (SELECT MAX(B.RETAILVALUE)
                           FROM BOOK_VALUES B
                           WHERE B.AUTOYEAR = I.AUTOYEAR
                             AND B.MAKE = I.MAKE
                             AND B.MODEL = I.MODEL
                             AND B.AUTOTRIM IS NULL)
                   FROM INVENTORY I
                   INNER JOIN DEALERSHIP D
                           ON I.DEALERID = D.DEALERID
                   LEFT OUTER JOIN VEHICLE_MEDIA M
                           ON M.VIN = I.VIN
                   WHERE I.SOLDFLAG = 'N'
                   ORDER BY I.REGION, I.DEALERID, I.DATEADDED, I.VIN
           END-EXEC.

       LINKAGE SECTION.

       01 LINKSCHEMA.
          05 LINKSCHEMA-LENGTH     PIC S9(4) COMP.
          05 LINKSCHEMA-TXT        PIC X(8).

       PROCEDURE DIVISION USING LINKSCHEMA.

           MOVE SPACES TO SCHEMA-CONNECT.
           MOVE LINKSCHEMA-TXT TO SCHEMA-CONNECT.

           IF SCHEMA-CONNECT NOT = SPACES
              EXEC SQL CONNECT TO :SCHEMA-CONNECT END-EXEC
           END-IF.

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :TODAY-ISO
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      *---------------------------------------
      * THE PHOTO MINIMUM IS THE LOWEST MINPHOTOS ON
      * PRICING_CONTROLS, THE SAME FIGURE THE FEEDS USED TO TEST
      * INLINE.
      *---------------------------------------
           EXEC SQL
               SELECT COALESCE(MIN(COALESCE(MINPHOTOS, 1)), 1)
                   INTO :MIN-PHOTOS :IND-MIN-PHOTOS
                   FROM PRICING_CONTROLS
           END-EXEC.
           IF SQLCODE NOT = 0 OR IND-MIN-PHOTOS < 0
              MOVE 1 TO MIN-PHOTOS
           END-IF.
           MOVE 0 TO SQLCODE.

           OPEN OUTPUT INVENTORY-SNAPSHOT-FILE.

           DISPLAY "NIGHTLY INVENTORY SNAPSHOT".

           MOVE SPACES TO INVENTORY-SNAPSHOT-HEADER.
           MOVE 'H' TO SNP-RECTYPE.
           MOVE TODAY-ISO TO SNH-RUNDATE.
           MOVE MIN-PHOTOS TO SNH-MIN-PHOTOS.
           WRITE INVENTORY-SNAPSHOT-HEADER.

           PERFORM 1000-SNAPSHOT-INVENTORY.

           MOVE SPACES TO INVENTORY-SNAPSHOT-TRAILER.
           MOVE 'T' TO SNP-RECTYPE.
           MOVE SNAPSHOT-UNIT-COUNT TO SNT-UNIT-COUNT.
           MOVE SNAPSHOT-PRICE-TOTAL TO SNT-PRICE-TOTAL.
           MOVE SNAPSHOT-ELIGIBLE TO SNT-ELIGIBLE-COUNT.
           WRITE INVENTORY-SNAPSHOT-TRAILER.

           CLOSE INVENTORY-SNAPSHOT-FILE.

           PERFORM 9000-RECORD-SUCCESSFUL-RUN.

           MOVE SNAPSHOT-UNIT-COUNT TO DISPLAY-COUNT.
           DISPLAY "UNSOLD UNITS WRITTEN:   " DISPLAY-COUNT.
           MOVE SNAPSHOT-ELIGIBLE TO DISPLAY-COUNT.
           DISPLAY "WEBSITE ELIGIBLE:       " DISPLAY-COUNT.
           DISPLAY "INVENTORY SNAPSHOT COMPLETE".

           GOBACK.

      *---------------------------------------
      * HEAD OF THE NIGHTLY STREAM - NO PREDECESSOR. GAM0VIA WAITS
      * ON THIS ROW.
      *---------------------------------------
       9000-RECORD-SUCCESSFUL-RUN.
           MOVE 0 TO CTRL-ROWS-UPDATED.
           EXEC SQL
               UPDATE JOB_CONTROL
                  SET LASTRUNDATE = CURRENT DATE,
                      STATUS = 'C',
                      ROWCOUNT = :SNAPSHOT-UNIT-COUNT
                WHERE JOBNAME = 'GAM0VIS'
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO CTRL-ROWS-UPDATED
           END-IF.

           IF CTRL-ROWS-UPDATED = 0
              EXEC SQL
                  INSERT INTO JOB_CONTROL
                      (JOBNAME, LASTRUNDATE, STATUS, ROWCOUNT,
                       PREDECESSOR)
                      VALUES ('GAM0VIS', CURRENT DATE, 'C',
                              :SNAPSHOT-UNIT-COUNT, NULL)
              END-EXEC
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       1000-SNAPSHOT-INVENTORY.

           EXEC SQL OPEN SNAPCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING SNAPCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH SNAPCURSOR
                      INTO :IV-REGION, :IV-DEALERID, :IV-DATEADDED,
                           :IV-VIN-TEXT,
                           :IS-STOCKNUMBER :IND-STOCKNUMBER,
                           :IV-MAKE-TEXT, :IV-MODEL-TEXT,
                           :IV-AUTOYEAR,
                           :IV-AUTOTRIM-TEXT :IND-AUTOTRIM,
                           :IV-BODY-TEXT, :IV-PRICE,
                           :IV-CURRENCYCODE-TEXT, :IV-COLOR-TEXT,
                           :IV-TRANS-TEXT, :IV-CYLIND-TEXT,
                           :IV-MILES :IND-MILES, :IV-NEWAUTO-TEXT,
                           :IS-DAYS-IN-STOCK,
                           :DEALERNAME, :CITY, :ABBR, :PHONE,
                           :REGION OF DCLDEALERSHIP,
                           :IV-PROMOFLAG-TEXT :IND-PROMO,
                           :IV-CONDGRADE :IND-CONDGRADE,
                           :IV-ACCIDENTFLAG-TEXT :IND-ACCIDENT,
                           :IV-FRAMEDAMAGE-TEXT :IND-FRAME,
                           :IV-FLOODTITLE-TEXT :IND-FLOOD,
                           :IV-OPENWORKORDER-TEXT :IND-WORKORDER,
                           :IV-CPOFLAG-TEXT :IND-CPOFLAG,
                           :IS-PHOTOCOUNT, :IS-SELLABLE,
                           :IV-ACQUISITIONCOST :IND-ACQCOST,
                           :IS-LEDGER-TOTAL :IND-LEDGER-TOTAL,
                           :IS-ACQ-LINES,
                           :IS-MARKDOWN :IND-MARKDOWN,
                           :IS-TRIM-WHOLESALE :IND-TRIM-WHOLESALE,
                           :IS-TRIM-RETAIL :IND-TRIM-RETAIL,
                           :IS-MODEL-WHOLESALE :IND-MODEL-WHOLESALE,
                           :IS-MODEL-RETAIL :IND-MODEL-RETAIL
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING SNAPCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2000-WRITE-SNAPSHOT-RECORD
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE SNAPCURSOR END-EXEC.

       2000-WRITE-SNAPSHOT-RECORD.
           MOVE SPACES TO INVENTORY-SNAPSHOT-RECORD.
           MOVE 'D' TO SNP-RECTYPE.
           MOVE IV-REGION TO SNP-REGION.
           MOVE IV-DEALERID TO SNP-DEALERID.
           MOVE IV-DATEADDED TO SNP-DATEADDED.
           MOVE IV-VIN-TEXT TO SNP-VIN.

           IF IND-STOCKNUMBER < 0
              MOVE SPACES TO SNP-STOCKNUMBER
           ELSE
              MOVE IS-STOCKNUMBER TO SNP-STOCKNUMBER
           END-IF.

           MOVE IV-MAKE-TEXT TO SNP-MAKE.
           MOVE IV-MODEL-TEXT TO SNP-MODEL.
           MOVE IV-AUTOYEAR TO SNP-AUTOYEAR.

           IF IND-AUTOTRIM < 0
              MOVE SPACES TO SNP-AUTOTRIM
           ELSE
              MOVE IV-AUTOTRIM-TEXT TO SNP-AUTOTRIM
           END-IF.

           MOVE IV-BODY-TEXT TO SNP-BODY.
           MOVE IV-PRICE TO SNP-PRICE.
           MOVE IV-CURRENCYCODE-TEXT TO SNP-CURRENCYCODE.
           MOVE IV-COLOR-TEXT TO SNP-COLOR.
           MOVE IV-TRANS-TEXT TO SNP-TRANS.
           MOVE IV-CYLIND-TEXT TO SNP-CYLIND.

           IF IND-MILES < 0
              MOVE 0 TO SNP-MILES
           ELSE
              MOVE IV-MILES TO SNP-MILES
           END-IF.

           MOVE IV-NEWAUTO-TEXT TO SNP-NEWAUTO.
           MOVE IS-DAYS-IN-STOCK TO SNP-DAYS-IN-STOCK.
           MOVE DEALERNAME TO SNP-DEALERNAME.
           MOVE CITY TO SNP-DEALERCITY.
           MOVE ABBR TO SNP-DEALERSTATE.
           MOVE PHONE TO SNP-DEALERPHONE.
           MOVE REGION OF DCLDEALERSHIP TO SNP-DEALERREGION.

           IF IND-PROMO >= 0 AND IV-PROMOFLAG-TEXT = 'P'
              MOVE 'P' TO SNP-PROMOFLAG
           END-IF.
           IF IND-CONDGRADE >= 0
              MOVE IV-CONDGRADE TO SNP-CONDGRADE
           END-IF.
           IF IND-ACCIDENT >= 0
              MOVE IV-ACCIDENTFLAG-TEXT TO SNP-ACCIDENTFLAG
           END-IF.
           IF IND-FRAME >= 0
              MOVE IV-FRAMEDAMAGE-TEXT TO SNP-FRAMEDAMAGE
           END-IF.
           IF IND-FLOOD >= 0
              MOVE IV-FLOODTITLE-TEXT TO SNP-FLOODTITLE
           END-IF.
           IF IND-WORKORDER >= 0
              MOVE IV-OPENWORKORDER-TEXT TO SNP-OPENWORKORDER
           END-IF.
           IF IND-CPOFLAG >= 0
              MOVE IV-CPOFLAG-TEXT TO SNP-CPOFLAG
           END-IF.

           IF IS-PHOTOCOUNT > 999
              MOVE 999 TO SNP-PHOTOCOUNT
           ELSE
              MOVE IS-PHOTOCOUNT TO SNP-PHOTOCOUNT
           END-IF.

           MOVE IS-SELLABLE TO SNP-SELLABLE-FLAG.
           IF SNP-SELLABLE AND IS-PHOTOCOUNT >= MIN-PHOTOS
              MOVE 'Y' TO SNP-WEB-ELIGIBLE-FLAG
              ADD 1 TO SNAPSHOT-ELIGIBLE
           ELSE
              MOVE 'N' TO SNP-WEB-ELIGIBLE-FLAG
           END-IF.

           PERFORM 2100-MOVE-COST-AND-BOOK.

           WRITE INVENTORY-SNAPSHOT-RECORD.

           ADD 1 TO SNAPSHOT-UNIT-COUNT.
           ADD IV-PRICE TO SNAPSHOT-PRICE-TOTAL.

      *---------------------------------------
      * ROWS LOADED BEFORE COST CAPTURE HAVE NEITHER A LEDGER NOR
      * AN ACQUISITIONCOST - THEY GO OUT UNCOSTED SO GAM0VMG CAN
      * KEEP THEM OUT OF ITS MARGIN MATH.
      *---------------------------------------
       2100-MOVE-COST-AND-BOOK.
           MOVE 0 TO IS-UNIT-COST.
           IF IND-LEDGER-TOTAL >= 0
              MOVE IS-LEDGER-TOTAL TO IS-UNIT-COST
           END-IF.
           IF IS-ACQ-LINES = 0 AND IND-ACQCOST >= 0
              ADD IV-ACQUISITIONCOST TO IS-UNIT-COST
           END-IF.

           IF IND-LEDGER-TOTAL < 0 AND IND-ACQCOST < 0
              MOVE 'N' TO SNP-COST-FLAG
              MOVE 0 TO SNP-UNIT-COST
           ELSE
              MOVE 'Y' TO SNP-COST-FLAG
              MOVE IS-UNIT-COST TO SNP-UNIT-COST
           END-IF.

           IF IND-MARKDOWN < 0
              MOVE 0 TO SNP-MARKDOWN-TOTAL
           ELSE
              MOVE IS-MARKDOWN TO SNP-MARKDOWN-TOTAL
           END-IF.

           EVALUATE TRUE
           WHEN IND-TRIM-WHOLESALE >= 0
              MOVE 'Y' TO SNP-BOOK-FLAG
              MOVE IS-TRIM-WHOLESALE TO SNP-BOOK-WHOLESALE
              MOVE IS-TRIM-RETAIL TO SNP-BOOK-RETAIL
           WHEN IND-MODEL-WHOLESALE >= 0
              MOVE 'Y' TO SNP-BOOK-FLAG
              MOVE IS-MODEL-WHOLESALE TO SNP-BOOK-WHOLESALE
              MOVE IS-MODEL-RETAIL TO SNP-BOOK-RETAIL
           WHEN OTHER
              MOVE 'N' TO SNP-BOOK-FLAG
              MOVE 0 TO SNP-BOOK-WHOLESALE
              MOVE 0 TO SNP-BOOK-RETAIL
           END-EVALUATE.
