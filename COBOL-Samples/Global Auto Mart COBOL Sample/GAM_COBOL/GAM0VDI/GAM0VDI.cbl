           05  WARRANTYOUT             PIC X(20).
           05  FILLER                  PIC X(9).
           05  PHOTOSOUT               PIC X(12).
           05  FILLER                  PIC X(9).
           05  LOTLOCOUT               PIC X(20).
           05  FILLER                  PIC X(9).
           05  HISTORYOUT              PIC X(30).

       01  LOCDETAILO REDEFINES GAMVDI1O.
           05  FILLER                  PIC X(12).
           05  LOCWARRANTYOUT           PIC X(20).
           05  FILLER                  PIC X(8).
           05  LOCPHOTOSOUT             PIC X(12).
           05  FILLER                  PIC X(8).
           05  LOCLOTLOCOUT             PIC X(20).
           05  FILLER                  PIC X(8).
           05  LOCHISTORYOUT            PIC X(30).

      *---------------------------------------
      * PRIVATE COMMAREA THIS PROGRAM RECEIVES FROM GAM0VII'S
       01  DETAIL-COMMAREA.
           05  FILLER                  PIC X(2).
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(494).
           05  CA-LIMITED-SERVICE      PIC X.
           05  FILLER                  PIC X(45).
           05  CA-VIN-SELECTED         PIC X(17) OCCURS 3 TIMES.
           05  CA-PRCH-CP              PIC 9(4).
           05  FILLER                  PIC X(1086).
       01  OTD-TAX-RATE                PIC S9(2)V9(4) USAGE COMP-3.
       01  OTD-TAX-CHECK-COUNT         PIC S9(9) USAGE COMP.
       01  OTD-PRICE                   PIC S9(9)V99 USAGE COMP-3.
       01  OTD-FEES                    PIC S9(7)V99 USAGE COMP-3.
       01  CONVERT-OTD-FEES            PIC 9(5).99.
       01  IND-SF-DOCCAP               PIC S9(4) USAGE COMP.
       01  IND-SF-TRADECAP             PIC S9(4) USAGE COMP.

       01  RECON-COST-TOTAL            PIC S9(9)V99 USAGE COMP-3.
       01  REBATE-TOTAL                PIC S9(7)V99 USAGE COMP-3.
       01  IND-PHOTO-COUNT             PIC S9(4) USAGE COMP.
       01  PHOTO-TEXT                  PIC X(12).
       01  CONVERT-PHOTOS              PIC ZZ9.
       01  LOTLOC-TEXT                 PIC X(20).
       01  IND-LOC-SCANDATE            PIC S9(4) USAGE COMP.
       01  HIST-TEXT                   PIC X(30).
       01  HIST-STATUS                 PIC X(1).
       01  HIST-TITLEBRAND             PIC X(4).
       01  IND-HIST-TITLEBRAND         PIC S9(4) USAGE COMP.
       01  HIST-ACCIDENTS              PIC S9(9) USAGE COMP.
       01  IND-HIST-ACCIDENTS          PIC S9(4) USAGE COMP.
       01  HIST-OWNERS                 PIC S9(9) USAGE COMP.
       01  IND-HIST-OWNERS             PIC S9(4) USAGE COMP.
       01  HIST-ODOMETER               PIC S9(9) USAGE COMP.
       01  IND-HIST-ODOMETER           PIC S9(4) USAGE COMP.
       01  CONVERT-HIST-OWNERS         PIC Z9.
       01  CONVERT-HIST-ACCIDENTS      PIC Z9.
       01  CONVERT-HIST-ODO            PIC ZZZZZZ9.
       01  CONVERT-WTY-MONTHS          PIC ZZ9.
       01  CONVERT-WTY-MILES           PIC ZZZZZ9.
       01  GUIDE-COVERAGE              PIC X(60).
       01  STICKER-TOKEN               PIC X(8).
       01  STICKER-LINE                PIC X(80).
       01  STICKER-LINE-LENGTH         PIC S9(4) COMP VALUE 80.
       01  ADDENDUM-COUNT              PIC S9(4) COMP.
       01  ADDENDUM-TOTAL              PIC S9(7)V99 USAGE COMP-3.
       01  ADDENDUM-WITH-PRICE         PIC S9(9)V99 USAGE COMP-3.
       01  CONVERT-ADDENDUM            PIC ZZZZ9.99.
       01  CONVERT-ADDENDUM-TOTAL      PIC ZZZZZZZZ9.99.
       01  CPO-PROGRAMNAME             PIC X(30).
       01  CPO-STICKER-MONTHS          PIC S9(9) USAGE COMP.
       01  CPO-STICKER-MILES           PIC S9(9) USAGE COMP.
       01  CPO-CERTDATE                PIC X(10).

       01  IND-AUTOTRIM                PIC S9(4) USAGE COMP.
       01  IND-MILES                   PIC S9(4) USAGE COMP.
       COPY GAM0BBG.
       COPY GAM0BDT.
       COPY GAM0BST.
       COPY GAM0BSF.
       COPY GAM0BPH.
       COPY GAM0BLC.
       COPY GAM0BAC.
       COPY GAM0BIK.

       EXEC SQL INCLUDE SQLCA END-EXEC.

                   WHERE DEALERID = :DEALERID OF DCLEASTINVNTRY
           END-EXEC.

      *---------------------------------------
      * DEALER-INSTALLED ACCESSORIES STILL ON THE UNIT (GAM0VAC) -
      * THE ADDENDUM STICKER THAT PRINTS BESIDE THE WINDOW STICKER.
      *---------------------------------------
       EXEC SQL
           DECLARE ADDENDUMCURSOR CURSOR FOR
               SELECT DESCRIPTION, RETAILPRICE
                   FROM VEHICLE_ACCESSORIES
                   WHERE VIN = :CA-VIN-SELECTED(1)
                     AND STATUS = 'I'
                   ORDER BY LINENUMBER
           END-EXEC.

       LINKAGE SECTION.

       COPY GAM0BCA.
           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
             CONTINUE

           WHEN CA-LIMITED-SERVICE = "Y"
                AND EIBAID NOT = DFHPF3 AND EIBAID NOT = DFHPF12
             PERFORM 1000-GET-DATA
             IF CA-LIMITED-SERVICE = "Y"
                MOVE "KEY NOT AVAILABLE IN LIMITED SERVICE" TO
                      DETAILMSGOUT
             END-IF
             PERFORM 1050-SEND-MAP

           WHEN EIBAID = DFHPF4
             PERFORM 1000-GET-DATA
             PERFORM 1650-PRINT-BUYERS-GUIDE

       1000-GET-DATA.
           MOVE SPACES TO DETAILMSGOUT.
           MOVE "N" TO CA-LIMITED-SERVICE.

           EXEC SQL OPEN VDICURSOR END-EXEC.
           EXEC SQL
                           :BATTERYSOH :IND-BATTERYSOH,
                           :DETAIL-REGION
           END-EXEC.
           MOVE SQLCODE TO DB2-FAIL-CODE.
           EXEC SQL CLOSE VDICURSOR END-EXEC.

           IF SQLCODE = 100
               MOVE "VEHICLE NOT FOUND" TO DETAILMSGOUT
           ELSE
               IF SQLCODE NOT = 0
                   IF DB2-UNAVAILABLE
                       PERFORM 1090-GET-LIMITED-DATA
                   ELSE
                       MOVE "THERE IS AN SQL ERROR" TO DETAILMSGOUT
                   END-IF
               ELSE
                   MOVE AUTOYEAR TO CONVERT-YEAR
                   MOVE PRICE TO CONVERT-PRICE
                   MOVE WTY-TEXT TO WARRANTYOUT
                   PERFORM 1468-GET-PHOTO-STATUS
                   MOVE PHOTO-TEXT TO PHOTOSOUT
                   PERFORM 1469-GET-LOT-LOCATION
                   MOVE LOTLOC-TEXT TO LOTLOCOUT
                   PERFORM 1470-GET-HISTORY-SUMMARY
                   MOVE HIST-TEXT TO HISTORYOUT
               END-IF
           END-IF.

      *---------------------------------------
      * LIMITED SERVICE - DB2 CAN'T BE REACHED, SO THE UNIT COMES FROM
      * LAST NIGHT'S SELLABLE COPY (GAM0VIK) AND SHOWS WHAT THE COPY
      * CARRIES. COSTS, INCENTIVES, OTD PRICE AND THE DISCLOSURES
      * STAY BLANK UNTIL DB2 IS BACK, AND EVERY KEY BUT ENTER AND
      * EXIT IS REFUSED WHILE CA-LIMITED-SERVICE IS SET.
      *---------------------------------------
       1090-GET-LIMITED-DATA.
           MOVE "Y" TO CA-LIMITED-SERVICE.
           EXEC CICS READ FILE('GAMSELL')
                          INTO(SELLABLE-RECORD)
                          RIDFLD(CA-VIN-SELECTED(1))
                          RESP(SELL-RESP)
           END-EXEC.

           IF SELL-RESP = DFHRESP(NORMAL)
               MOVE SK-AUTOYEAR TO CONVERT-YEAR
               MOVE SK-PRICE TO CONVERT-PRICE
               MOVE SK-MILES TO CONVERT-MILES
               MOVE SK-VIN TO VINOUT
               MOVE CONVERT-YEAR TO YEAROUT
               MOVE SK-MAKE TO MAKEOUT
               MOVE SK-MODEL TO MODELOUT
               MOVE SK-AUTOTRIM TO TRIMOUT
               MOVE SK-BODY TO BODYOUT
               MOVE CONVERT-PRICE TO PRICEOUT
               MOVE SK-COLOR TO COLOROUT
               MOVE SK-TRANS TO TRANSOUT
               MOVE SK-CYLIND TO CYLINDOUT
               MOVE CONVERT-MILES TO MILESOUT
               MOVE SK-NEWAUTO TO NEWOUT
               MOVE SK-REGION TO REGIONOUT
               IF SK-RECALLFLAG = "Y"
                   MOVE "** RECALL **" TO RECALLOUT
               END-IF
               IF SK-PROMOFLAG = "P"
                   MOVE "** PROMO  **" TO PROMOOUT
               END-IF
               MOVE SK-CONDGRADE TO CONDOUT
               MOVE SK-DEALERNAME TO DEALERNAMEOUT
               MOVE SK-DEALERPHONE TO PHONEOUT
               MOVE SK-STOCKNUMBER TO STOCKNUMOUT
               MOVE SK-LOTLOC TO LOTLOCOUT
               MOVE SELL-LIMITED-BANNER TO DETAILMSGOUT
           ELSE
               IF SELL-RESP = DFHRESP(NOTFND)
                   MOVE "VEHICLE NOT IN LAST NIGHT'S COPY" TO
                         DETAILMSGOUT
               ELSE
                   MOVE "INVENTORY UNAVAILABLE - TRY AGAIN LATER" TO
                         DETAILMSGOUT
               END-IF
           END-IF.

                   DELIMITED BY SIZE INTO PHOTO-TEXT
           END-IF.

      *---------------------------------------
      * WHERE ON THE LOT IS IT? THE LAST PHYSICAL LOT SCAN
      * (GAM0VLA KEEPS VEHICLE_LOCATION) - LOT, ROW, SPACE AND
      * THE DAY IT WAS SCANNED THERE.
      *---------------------------------------
       1469-GET-LOT-LOCATION.
           EXEC SQL
               SELECT LOTCODE, LOTROW, LOTSPACE, SCANDATE
                   INTO :LC-LOTCODE, :LC-LOTROW, :LC-LOTSPACE,
                        :LC-SCANDATE :IND-LOC-SCANDATE
                   FROM VEHICLE_LOCATION
                   WHERE VIN = :VIN-TEXT
           END-EXEC.

           MOVE SPACES TO LOTLOC-TEXT.
           IF SQLCODE NOT = 0
               MOVE "NOT SCANNED" TO LOTLOC-TEXT
           ELSE
               IF IND-LOC-SCANDATE < 0
                   MOVE SPACES TO LC-SCANDATE
               END-IF
               STRING LC-LOTCODE "-" LC-LOTROW "-" LC-LOTSPACE " "
                      LC-SCANDATE (6:5)
                   DELIMITED BY SIZE INTO LOTLOC-TEXT
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE LATEST VEHICLE-HISTORY REPORT ON THE VIN (GAM0VVH) -
      * OWNERS, ACCIDENTS, ANY TITLE BRAND AND THE VENDOR'S LAST
      * ODOMETER, OR WHERE THE REQUEST STANDS IF NOTHING IS BACK.
      *---------------------------------------
       1470-GET-HISTORY-SUMMARY.
           MOVE SPACES TO HIST-STATUS.
           EXEC SQL
               SELECT STATUS, TITLEBRAND, ACCIDENTCOUNT, OWNERCOUNT,
                      LASTODOMETER
                   INTO :HIST-STATUS,
                        :HIST-TITLEBRAND :IND-HIST-TITLEBRAND,
                        :HIST-ACCIDENTS :IND-HIST-ACCIDENTS,
                        :HIST-OWNERS :IND-HIST-OWNERS,
                        :HIST-ODOMETER :IND-HIST-ODOMETER
                   FROM VEHICLE_HISTORY
                   WHERE VIN = :VIN-TEXT
                   ORDER BY REQUESTDATE DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.

           MOVE SPACES TO HIST-TEXT.
           IF SQLCODE NOT = 0
               MOVE "NO HISTORY REPORT" TO HIST-TEXT
           ELSE
               IF HIST-STATUS = "S"
                   MOVE "HISTORY PENDING" TO HIST-TEXT
               ELSE
                   IF HIST-STATUS = "N"
                       MOVE "NO VENDOR RECORD" TO HIST-TEXT
                   ELSE
                       IF IND-HIST-TITLEBRAND < 0
                           MOVE SPACES TO HIST-TITLEBRAND
                       END-IF
                       IF IND-HIST-ACCIDENTS < 0
                           MOVE 0 TO HIST-ACCIDENTS
                       END-IF
                       IF IND-HIST-OWNERS < 0
                           MOVE 0 TO HIST-OWNERS
                       END-IF
                       IF IND-HIST-ODOMETER < 0
                           MOVE 0 TO HIST-ODOMETER
                       END-IF
                       MOVE HIST-OWNERS TO CONVERT-HIST-OWNERS
                       MOVE HIST-ACCIDENTS TO CONVERT-HIST-ACCIDENTS
                       MOVE HIST-ODOMETER TO CONVERT-HIST-ODO
                       STRING "OWN " CONVERT-HIST-OWNERS " ACC "
                              CONVERT-HIST-ACCIDENTS " "
                              HIST-TITLEBRAND " ODO "
                              CONVERT-HIST-ODO
                           DELIMITED BY SIZE INTO HIST-TEXT
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

       1400-GET-DEALER-INFO.
           EXEC SQL OPEN DEALCURSOR END-EXEC.
           EXEC SQL

           PERFORM 1550-GET-INCENTIVES.

           PERFORM 1560-GET-STATE-FEES.

      *---------------------------------------
      * WHETHER THE REBATE COMES OFF BEFORE OR AFTER THE TAX MATH
      * IS THE STATE'S CALL (TAXPREREBATE ON THE RATE ROW) - GET IT
      * WRONG AND THE DESK QUOTES THE WRONG TAX ALL DAY. THE STATE'S
      * TITLE, REGISTRATION, PLATE AND CAPPED DOC FEES RIDE ON TOP,
      * UNTAXED, EXACTLY AS GAM0VSE WILL CHARGE THEM.
      *---------------------------------------
           IF TAX-PRE-REBATE = "Y"
               COMPUTE OTD-PRICE ROUNDED =
                  PRICE + (PRICE * OTD-TAX-RATE) - REBATE-TOTAL
                  + OTD-FEES
           ELSE
               COMPUTE OTD-PRICE ROUNDED =
                  (PRICE - REBATE-TOTAL)
                  + ((PRICE - REBATE-TOTAL) * OTD-TAX-RATE)
                  + OTD-FEES
           END-IF.
           IF OTD-PRICE < 0
               MOVE 0 TO OTD-PRICE
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE DEALER STATE'S FEE SCHEDULE IN FORCE TODAY (STATE_FEES),
      * DOC FEE HELD TO THE STATE'S LEGAL CAP - THE SAME FEES
      * GAM0VSE'S 1557-GET-STATE-FEES PUTS ON THE CONTRACT. NO ROW
      * MEANS NO FEES. A DETAIL-SCREEN QUOTE HAS NO TRADE, SO THE
      * TRADE-CREDIT RULE DOES NOT COME INTO IT HERE.
      *---------------------------------------
       1560-GET-STATE-FEES.
           MOVE 0 TO OTD-FEES.
           MOVE -1 TO IND-SF-DOCCAP.
           EXEC SQL
               SELECT TITLEFEE, REGISTRATIONFEE, PLATEFEE, DOCFEE,
                      DOCFEECAP, TRADECREDIT, TRADECREDITCAP
                   INTO :SF-TITLEFEE, :SF-REGISTRATIONFEE,
                        :SF-PLATEFEE, :SF-DOCFEE,
                        :SF-DOCFEECAP :IND-SF-DOCCAP,
                        :SF-TRADECREDIT,
                        :SF-TRADECREDITCAP :IND-SF-TRADECAP
                   FROM STATE_FEES
                   WHERE STATEABBR = :ABBR
                     AND EFFECTIVEFROM <= CURRENT DATE
                     AND (EFFECTIVETO IS NULL
                          OR EFFECTIVETO >= CURRENT DATE)
           END-EXEC.
           IF SQLCODE = 0
               IF IND-SF-DOCCAP >= 0 AND SF-DOCFEE > SF-DOCFEECAP
                   MOVE SF-DOCFEECAP TO SF-DOCFEE
               END-IF
               COMPUTE OTD-FEES =
                   SF-TITLEFEE + SF-REGISTRATIONFEE + SF-PLATEFEE
                   + SF-DOCFEE
           END-IF.
           MOVE 0 TO SQLCODE.

       1600-PRINT-WINDOW-STICKER.
           EXEC CICS SPOOLOPEN OUTPUT
               TOKEN(STICKER-TOKEN)
               LENGTH(STICKER-LINE-LENGTH)
           END-EXEC.

           MOVE OTD-FEES TO CONVERT-OTD-FEES.
           MOVE SPACES TO STICKER-LINE.
           STRING "TITLE/REG/PLATE/DOC FEES: " CONVERT-OTD-FEES
               DELIMITED BY SIZE INTO STICKER-LINE
           EXEC CICS SPOOLWRITE
               TOKEN(STICKER-TOKEN)
               FROM(STICKER-LINE)
               LENGTH(STICKER-LINE-LENGTH)
           END-EXEC.

           STRING "OUT-THE-DOOR PRICE: " OTDPRICEOUT
               DELIMITED BY SIZE INTO STICKER-LINE
           EXEC CICS SPOOLWRITE
               END-EXEC
           END-IF.

           IF HISTORYOUT NOT = SPACES
               MOVE SPACES TO STICKER-LINE
               STRING "VEHICLE HISTORY: " HISTORYOUT
                   DELIMITED BY SIZE INTO STICKER-LINE
               EXEC CICS SPOOLWRITE
                   TOKEN(STICKER-TOKEN)
                   FROM(STICKER-LINE)
                   LENGTH(STICKER-LINE-LENGTH)
               END-EXEC
           END-IF.

           PERFORM 1620-PRINT-CPO-LINES.
           PERFORM 1610-PRINT-ADDENDUM.

           EXEC CICS SPOOLCLOSE
               TOKEN(STICKER-TOKEN)
           END-EXEC.

           MOVE "WINDOW STICKER PRINTED" TO DETAILMSGOUT.

      *---------------------------------------
      * THE ADDENDUM STICKER - EVERY DEALER-INSTALLED ACCESSORY ON
      * THE CAR AT ITS RETAIL, THE ADDENDUM TOTAL AND THE PRICE WITH
      * IT, SO NO ADD-ON REACHES THE BUYER UNDISCLOSED. A UNIT WITH
      * NOTHING INSTALLED PRINTS NO ADDENDUM. SHARED BY THE LOCALE
      * STICKER (4600) AND MIRRORED BY THE GAM0VWP OVERNIGHT RUN.
      *---------------------------------------
       1610-PRINT-ADDENDUM.
           MOVE 0 TO ADDENDUM-COUNT.
           MOVE 0 TO ADDENDUM-TOTAL.

           EXEC SQL OPEN ADDENDUMCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH ADDENDUMCURSOR
                      INTO :VA-DESCRIPTION, :VA-RETAILPRICE
              END-EXEC
              IF SQLCODE = 0
                 IF ADDENDUM-COUNT = 0
                    MOVE SPACES TO STICKER-LINE
                    PERFORM 1615-WRITE-STICKER-LINE
                    MOVE "ADDENDUM STICKER - DEALER-INSTALLED ITEMS" TO
                        STICKER-LINE
                    PERFORM 1615-WRITE-STICKER-LINE
                 END-IF
                 ADD 1 TO ADDENDUM-COUNT
                 ADD VA-RETAILPRICE TO ADDENDUM-TOTAL
                 MOVE VA-RETAILPRICE TO CONVERT-ADDENDUM
                 MOVE SPACES TO STICKER-LINE
                 MOVE VA-DESCRIPTION-TEXT (1:VA-DESCRIPTION-LEN) TO
                     STICKER-LINE (3:30)
                 MOVE CONVERT-ADDENDUM TO STICKER-LINE (37:8)
                 PERFORM 1615-WRITE-STICKER-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ADDENDUMCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

           IF ADDENDUM-COUNT > 0
               MOVE ADDENDUM-TOTAL TO CONVERT-ADDENDUM-TOTAL
               MOVE SPACES TO STICKER-LINE
               STRING "ADDENDUM TOTAL: " CONVERT-ADDENDUM-TOTAL
                   DELIMITED BY SIZE INTO STICKER-LINE
               PERFORM 1615-WRITE-STICKER-LINE
               COMPUTE ADDENDUM-WITH-PRICE = PRICE + ADDENDUM-TOTAL
               MOVE ADDENDUM-WITH-PRICE TO CONVERT-ADDENDUM-TOTAL
               MOVE SPACES TO STICKER-LINE
               STRING "PRICE WITH ADDENDUM: " CONVERT-ADDENDUM-TOTAL
                   DELIMITED BY SIZE INTO STICKER-LINE
               PERFORM 1615-WRITE-STICKER-LINE
               MOVE "DEALER-INSTALLED ITEMS ARE NOT PART OF THE"
                   TO STICKER-LINE
               PERFORM 1615-WRITE-STICKER-LINE
               MOVE "MANUFACTURER'S OR ADVERTISED PRICE"
                   TO STICKER-LINE
               PERFORM 1615-WRITE-STICKER-LINE
           END-IF.

       1615-WRITE-STICKER-LINE.
           EXEC CICS SPOOLWRITE
               TOKEN(STICKER-TOKEN)
               FROM(STICKER-LINE)
               LENGTH(STICKER-LINE-LENGTH)
           END-EXEC.

      *---------------------------------------
      * A UNIT GAM0VPO HAS CERTIFIED PRE-OWNED SAYS SO ON THE
      * STICKER - THE MANUFACTURER'S PROGRAM, THE CPO LIMITED
      * WARRANTY IT CARRIES FROM THE DATE OF SALE AND THE DAY IT
      * PASSED INSPECTION. SHARED BY THE LOCALE STICKER (4600).
      *---------------------------------------
       1620-PRINT-CPO-LINES.
           EXEC SQL
               SELECT P.PROGRAMNAME, P.CPOMONTHS, P.CPOMILES,
                      CHAR(C.CERTDATE, ISO)
                   INTO :CPO-PROGRAMNAME, :CPO-STICKER-MONTHS,
                        :CPO-STICKER-MILES, :CPO-CERTDATE
                   FROM CPO_CERTIFICATIONS C
                   INNER JOIN CPO_PROGRAMS P
                           ON C.MAKE = P.MAKE
                   WHERE C.VIN = :CA-VIN-SELECTED(1)
                     AND C.STATUS = 'C'
           END-EXEC.
           IF SQLCODE = 0
               MOVE SPACES TO STICKER-LINE
               STRING "CERTIFIED PRE-OWNED - " CPO-PROGRAMNAME
                   DELIMITED BY SIZE INTO STICKER-LINE
               PERFORM 1615-WRITE-STICKER-LINE
               MOVE CPO-STICKER-MONTHS TO CONVERT-WTY-MONTHS
               MOVE CPO-STICKER-MILES TO CONVERT-WTY-MILES
               MOVE SPACES TO STICKER-LINE
               STRING "CPO LIMITED WARRANTY " CONVERT-WTY-MONTHS
                      " MONTHS/" CONVERT-WTY-MILES
                      " MILES FROM DATE OF SALE"
                   DELIMITED BY SIZE INTO STICKER-LINE
               PERFORM 1615-WRITE-STICKER-LINE
               MOVE SPACES TO STICKER-LINE
               STRING "INSPECTED AND CERTIFIED " CPO-CERTDATE
                   DELIMITED BY SIZE INTO STICKER-LINE
               PERFORM 1615-WRITE-STICKER-LINE
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * PF4 - ON-DEMAND FTC BUYERS GUIDE REPRINT FOR A USED UNIT,
      * THE SAME FORM THE GAM0VBG OVERNIGHT RUN PRINTS FOR NEW
           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
             CONTINUE

           WHEN CA-LIMITED-SERVICE = "Y"
                AND EIBAID NOT = DFHPF3 AND EIBAID NOT = DFHPF12
             PERFORM 4000-GET-DATA
             IF CA-LIMITED-SERVICE = "Y"
                MOVE "KEY NOT AVAILABLE IN LIMITED SERVICE" TO
                      LOCDETAILMSGOUT
             END-IF
             PERFORM 4050-SEND-MAP

           WHEN EIBAID = DFHPF4
             PERFORM 4000-GET-DATA
             PERFORM 4650-PRINT-BUYERS-GUIDE

       4000-GET-DATA.
           MOVE SPACES TO LOCDETAILMSGOUT.
           MOVE "N" TO CA-LIMITED-SERVICE.

           EXEC SQL OPEN VDICURSOR END-EXEC.
           EXEC SQL
                           :BATTERYSOH :IND-BATTERYSOH,
                           :DETAIL-REGION
           END-EXEC.
           MOVE SQLCODE TO DB2-FAIL-CODE.
           EXEC SQL CLOSE VDICURSOR END-EXEC.

           IF SQLCODE = 100
               MOVE "VEHICLE NOT FOUND" TO LOCDETAILMSGOUT
           ELSE
               IF SQLCODE NOT = 0
                   IF DB2-UNAVAILABLE
                       PERFORM 4090-GET-LIMITED-DATA
                   ELSE
                       MOVE "THERE IS AN SQL ERROR" TO LOCDETAILMSGOUT
                   END-IF
               ELSE
                   MOVE AUTOYEAR TO CONVERT-YEAR
                   MOVE PRICE TO CONVERT-PRICE
                   MOVE WTY-TEXT TO LOCWARRANTYOUT
                   PERFORM 1468-GET-PHOTO-STATUS
                   MOVE PHOTO-TEXT TO LOCPHOTOSOUT
                   PERFORM 1469-GET-LOT-LOCATION
                   MOVE LOTLOC-TEXT TO LOCLOTLOCOUT
                   PERFORM 1470-GET-HISTORY-SUMMARY
                   MOVE HIST-TEXT TO LOCHISTORYOUT
               END-IF
           END-IF.

      *---------------------------------------
      * LIMITED SERVICE - DB2 CAN'T BE REACHED, SO THE UNIT COMES FROM
      * LAST NIGHT'S SELLABLE COPY (GAM0VIK) AND SHOWS WHAT THE COPY
      * CARRIES. COSTS, INCENTIVES, OTD PRICE AND THE DISCLOSURES
      * STAY BLANK UNTIL DB2 IS BACK, AND EVERY KEY BUT ENTER AND
      * EXIT IS REFUSED WHILE CA-LIMITED-SERVICE IS SET.
      *---------------------------------------
       4090-GET-LIMITED-DATA.
           MOVE "Y" TO CA-LIMITED-SERVICE.
           EXEC CICS READ FILE('GAMSELL')
                          INTO(SELLABLE-RECORD)
                          RIDFLD(CA-VIN-SELECTED(1))
                          RESP(SELL-RESP)
           END-EXEC.

           IF SELL-RESP = DFHRESP(NORMAL)
               MOVE SK-AUTOYEAR TO CONVERT-YEAR
               MOVE SK-PRICE TO CONVERT-PRICE
               MOVE SK-MILES TO CONVERT-MILES
               MOVE SK-VIN TO LOCVINOUT
               MOVE CONVERT-YEAR TO LOCYEAROUT
               MOVE SK-MAKE TO LOCMAKEOUT
               MOVE SK-MODEL TO LOCMODELOUT
               MOVE SK-AUTOTRIM TO LOCTRIMOUT
               MOVE SK-BODY TO LOCBODYOUT
               MOVE CONVERT-PRICE TO LOCPRICEOUT
               MOVE SK-COLOR TO LOCCOLOROUT
               MOVE SK-TRANS TO LOCTRANSOUT
               MOVE SK-CYLIND TO LOCCYLINDOUT
               MOVE CONVERT-MILES TO LOCMILESOUT
               MOVE SK-NEWAUTO TO LOCNEWOUT
               MOVE SK-REGION TO LOCREGIONOUT
               IF SK-RECALLFLAG = "Y"
                   MOVE "** RECALL **" TO LOCRECALLOUT
               END-IF
               IF SK-PROMOFLAG = "P"
                   MOVE "** PROMO  **" TO LOCPROMOOUT
               END-IF
               MOVE SK-CONDGRADE TO LOCCONDOUT
               MOVE SK-DEALERNAME TO LOCDEALERNAMEOUT
               MOVE SK-DEALERPHONE TO LOCPHONEOUT
               MOVE SK-STOCKNUMBER TO LOCSTOCKNUMOUT
               MOVE SK-LOTLOC TO LOCLOTLOCOUT
               MOVE SELL-LIMITED-BANNER TO LOCDETAILMSGOUT
           ELSE
               IF SELL-RESP = DFHRESP(NOTFND)
                   MOVE "VEHICLE NOT IN LAST NIGHT'S COPY" TO
                         LOCDETAILMSGOUT
               ELSE
                   MOVE "INVENTORY UNAVAILABLE - TRY AGAIN LATER" TO
                         LOCDETAILMSGOUT
               END-IF
           END-IF.

           END-IF.

           PERFORM 1550-GET-INCENTIVES.
           PERFORM 1560-GET-STATE-FEES.

           IF TAX-PRE-REBATE = "Y"
               COMPUTE OTD-PRICE ROUNDED =
                  PRICE + (PRICE * OTD-TAX-RATE) - REBATE-TOTAL
                  + OTD-FEES
           ELSE
               COMPUTE OTD-PRICE ROUNDED =
                  (PRICE - REBATE-TOTAL)
                  + ((PRICE - REBATE-TOTAL) * OTD-TAX-RATE)
                  + OTD-FEES
           END-IF.
           IF OTD-PRICE < 0
               MOVE 0 TO OTD-PRICE
               LENGTH(STICKER-LINE-LENGTH)
           END-EXEC.

           MOVE OTD-FEES TO CONVERT-OTD-FEES.
           MOVE SPACES TO STICKER-LINE.
           STRING "TITLE/REG/PLATE/DOC FEES: " CONVERT-OTD-FEES
               DELIMITED BY SIZE INTO STICKER-LINE
           EXEC CICS SPOOLWRITE
               TOKEN(STICKER-TOKEN)
               FROM(STICKER-LINE)
               LENGTH(STICKER-LINE-LENGTH)
           END-EXEC.

           STRING "OUT-THE-DOOR PRICE: " LOCOTDPRICEOUT
               DELIMITED BY SIZE INTO STICKER-LINE
           EXEC CICS SPOOLWRITE
               END-EXEC
           END-IF.

           IF LOCHISTORYOUT NOT = SPACES
               MOVE SPACES TO STICKER-LINE
               STRING "VEHICLE HISTORY: " LOCHISTORYOUT
                   DELIMITED BY SIZE INTO STICKER-LINE
               EXEC CICS SPOOLWRITE
                   TOKEN(STICKER-TOKEN)
                   FROM(STICKER-LINE)
                   LENGTH(STICKER-LINE-LENGTH)
               END-EXEC
           END-IF.

           PERFORM 1620-PRINT-CPO-LINES.
           PERFORM 1610-PRINT-ADDENDUM.

           EXEC CICS SPOOLCLOSE
               TOKEN(STICKER-TOKEN)
           END-EXEC.
