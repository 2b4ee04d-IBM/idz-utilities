      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VDG.cbl                                     *
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
      * DEAL DOCUMENT PACKAGE. LINKED BY GAM0VSE THE MOMENT A DEAL
      * IS POSTED AND BY THE GAM0VRE REPRINT TRANSACTION, THIS
      * SPOOLS THE WHOLE JACKET FOR ONE SALE TO THE PRINT DATASET
      * THE SAME WAY GAM0VDI SPOOLS A WINDOW STICKER:
      *   1. BILL OF SALE - BUYER, CO-BUYER, VEHICLE AND THE DEAL
      *      MONEY FROM SALES, SALE_FI_PRODUCTS, DEAL_TAX, THE
      *      FACTORY REBATES CLAIMED AND ANY NEGATIVE TRADE EQUITY,
      *      TOTALLED WITH THE SAME ARITHMETIC GAM0VSE'S 1550 USED.
      *   2. ODOMETER DISCLOSURE STATEMENT - THE 'SALE' READING ON
      *      ODOMETER_LOG, FLAGGED NOT-ACTUAL WHEN AN OPEN 'ODOM'
      *      EXCEPTION STANDS AGAINST THE VIN.
      *   3. WE-OWE FORM - THE WE_OWES ROWS OPENED WITH THE DEAL,
      *      OR A SIGNED "NOTHING OWED" WHEN THERE ARE NONE.
      *   4. F+I PRODUCT CONTRACT SUMMARY - EVERY SALE_FI_PRODUCTS
      *      ROW, OR THE DECLINE ACKNOWLEDGEMENT, THEN ANY MENU
      *      PRODUCTS THE BUYER DECLINED (FI_MENU_LOG).
      *   5. TRADE-IN AND PAYOFF AGREEMENT - EACH TRADE TAKEN ON
      *      THE DEAL WITH THE LIEN THE STORE ASSUMED (TRADE_LIENS).
      *      PRINTED ONLY WHEN THE DEAL HAD A TRADE.
      * NOTHING IS KEYED TWICE - EVERY NAME AND NUMBER COMES FROM
      * THE ROWS THE POSTING WROTE. READ-ONLY; THE CALLER OWNS THE
      * UNIT OF WORK AND ANY AUDIT ROW.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VDG.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       EXEC SQL
         INCLUDE SQLCA
           END-EXEC.

      *---------------------------------------
      * PRIVATE COMMAREA SHARED WITH GAM0VSE AND GAM0VRE, WHICH KEEP
      * THEIR OWN HAND-SYNCHRONIZED COPY (DEAL-DOCS-COMMAREA) FIELD
      * FOR FIELD - GROW A FIELD HERE, GROW DFHCOMMAREA AND BOTH
      * CALLERS' COPIES BY THE SAME AMOUNT.
      *   DD-VIN       THE VIN SOLD.
      *   DD-SALEDATE  ISO SALE DATE; BLANK MEANS THE VIN'S LATEST
      *                SALE.
      *   DD-REPRINT   "Y" STAMPS EACH FORM AS A REPRINT.
      *   DD-RESULT    "P" PRINTED, "N" NO SUCH SALE, "U" THE SALE
      *                WAS UNWOUND, "E" DB2 ERROR (DD-MESSAGE SAYS).
      *---------------------------------------
       01  DEAL-DOCS-INANDOUTS.
           02  CA-LOCAL-BUILD          PIC X.
           02  INPUTS.
               05  DD-VIN              PIC X(17).
               05  DD-SALEDATE         PIC X(10).
               05  DD-REPRINT          PIC X(1).
           02  OUTPUTS.
               05  DD-RESULT           PIC X(1).
               05  DD-MESSAGE          PIC X(60).

       01  DOC-TOKEN                   PIC X(8).
       01  DOC-LINE                    PIC X(80).
       01  DOC-LINE-LENGTH             PIC S9(4) COMP VALUE 80.
       01  DOC-TITLE                   PIC X(40).

       01  DOC-SALEDATE                PIC X(10).
       01  IND-DOC-SALEDATE            PIC S9(4) USAGE COMP.
       01  DOC-BUYERNAME               PIC X(35).
       01  DOC-BUYERPHONE              PIC X(12).
       01  DOC-SALEPRICE               PIC S9(7)V99 USAGE COMP-3.
       01  DOC-SALETYPE                PIC X(1).
       01  DOC-SALETYPE-TEXT           PIC X(18).
       01  DOC-SLSPID                  PIC S9(9) USAGE COMP.
       01  DOC-DEALERID                PIC S9(9) USAGE COMP.
       01  DOC-CUSTOMERID              PIC X(10).
       01  DOC-COBUYERID               PIC X(10).
       01  DOC-UNWOUND                 PIC X(1).
       01  DOC-COBUYERNAME             PIC X(35).
       01  DOC-ADDR1                   PIC X(40).
       01  DOC-ADDR2                   PIC X(40).
       01  DOC-CITY                    PIC X(30).
       01  DOC-STATE                   PIC X(2).
       01  DOC-ZIP                     PIC X(10).
       01  DOC-SPNAME                  PIC X(35).
       01  DOC-STOCKNUMBER             PIC X(12).

       01  DOC-AUTOYEAR                PIC S9(9) USAGE COMP.
       01  DOC-MAKE                    PIC X(20).
       01  DOC-MODEL                   PIC X(20).
       01  DOC-BODY                    PIC X(35).
       01  DOC-COLOR                   PIC X(32).
       01  DOC-NEWAUTO                 PIC X(1).

       01  DOC-DEALERNAME              PIC X(35).
       01  DOC-DEALERADDR              PIC X(45).
       01  DOC-DEALERCITY              PIC X(25).
       01  DOC-DEALERABBR              PIC X(2).
       01  DOC-DEALERZIP               PIC X(10).
       01  DOC-DEALERPHONE             PIC X(12).

       01  DOC-TAX-FOUND               PIC X(1).
       01  DOC-TAXRATE                 PIC S9(2)V9(4) USAGE COMP-3.
       01  DOC-TAXABLE                 PIC S9(7)V99 USAGE COMP-3.
       01  DOC-TAXAMOUNT               PIC S9(7)V99 USAGE COMP-3.
       01  DOC-TRADECREDIT             PIC S9(7)V99 USAGE COMP-3.
       01  DOC-TITLEFEE                PIC S9(5)V99 USAGE COMP-3.
       01  DOC-REGFEE                  PIC S9(5)V99 USAGE COMP-3.
       01  DOC-PLATEFEE                PIC S9(5)V99 USAGE COMP-3.
       01  DOC-DOCFEE                  PIC S9(5)V99 USAGE COMP-3.
       01  DOC-FEE-TOTAL               PIC S9(7)V99 USAGE COMP-3.
       01  DOC-REBATES                 PIC S9(7)V99 USAGE COMP-3.
       01  DOC-FI-TOTAL                PIC S9(7)V99 USAGE COMP-3.
       01  DOC-FI-COUNT                PIC S9(4) USAGE COMP.
       01  DOC-ALLOWANCE-TOTAL         PIC S9(7)V99 USAGE COMP-3.
       01  DOC-NEG-EQUITY              PIC S9(7)V99 USAGE COMP-3.
       01  DOC-TRADE-EQUITY            PIC S9(7)V99 USAGE COMP-3.
       01  DOC-TRADE-COUNT             PIC S9(4) USAGE COMP.
       01  DOC-OTD-TOTAL               PIC S9(9)V99 USAGE COMP-3.

       01  DOC-ODO-MILES               PIC S9(9) USAGE COMP.
       01  IND-DOC-ODO                 PIC S9(4) USAGE COMP.
       01  DOC-ODOM-OPEN               PIC S9(9) USAGE COMP.
       01  DOC-SALE-YEAR               PIC 9(4).
       01  DOC-VEHICLE-AGE             PIC S9(4) USAGE COMP.
       01  DOC-WEOWE-COUNT             PIC S9(4) USAGE COMP.
       01  DOC-DECLINED-COUNT          PIC S9(4) USAGE COMP.

       01  FI-ROW.
           05  FI-PRODUCTCODE          PIC X(8).
           05  FI-DESCRIPTION          PIC X(30).
           05  FI-TERMMONTHS           PIC S9(9) USAGE COMP.
           05  FI-PROVIDER             PIC X(4).
           05  FI-RETAIL               PIC S9(5)V99 USAGE COMP-3.
           05  FI-CANCELDATE           PIC X(10).

       01  WO-ROW.
           05  WO-ITEMDESC             PIC X(40).
           05  WO-ESTCOST              PIC S9(5)V99 USAGE COMP-3.
           05  WO-PROMISEDBY           PIC X(10).
           05  WO-STATUS               PIC X(1).

       01  TR-ROW.
           05  TR-TRADEVIN             PIC X(17).
           05  TR-AUTOYEAR             PIC S9(9) USAGE COMP.
           05  TR-MAKE                 PIC X(20).
           05  TR-MODEL                PIC X(20).
           05  TR-MILES                PIC S9(9) USAGE COMP.
           05  TR-ALLOWANCE            PIC S9(7)V99 USAGE COMP-3.
           05  TR-LIENHOLDER           PIC X(30).
           05  TR-PAYOFF               PIC S9(7)V99 USAGE COMP-3.
           05  TR-PERDIEM              PIC S9(3)V99 USAGE COMP-3.
           05  TR-GOODTHRU             PIC X(10).
           05  IND-TR-LIEN             PIC S9(4) USAGE COMP.

       01  CONVERT-MONEY               PIC Z,ZZZ,ZZ9.99.
       01  CONVERT-MONEY-2             PIC Z,ZZZ,ZZ9.99.
       01  CONVERT-MILES               PIC ZZZ,ZZZ,ZZ9.
       01  CONVERT-YEAR                PIC 9(4).
       01  CONVERT-SLSPID              PIC 9(5).
       01  CONVERT-TERM                PIC ZZ9.
       01  CONVERT-RATE                PIC Z9.999.
       01  CONVERT-RATE-PCT            PIC S9(3)V999 USAGE COMP-3.

       EXEC SQL
           DECLARE DOCFICURSOR CURSOR FOR
               SELECT S.PRODUCTCODE, COALESCE(P.DESCRIPTION, ' '),
                      COALESCE(P.TERMMONTHS, 0),
                      COALESCE(P.PROVIDERCODE, ' '), S.RETAILPRICE,
                      COALESCE(CHAR(S.CANCELDATE, ISO), ' ')
                   FROM SALE_FI_PRODUCTS S
                   LEFT OUTER JOIN FI_PRODUCTS P
                           ON P.PRODUCTCODE = S.PRODUCTCODE
                   WHERE S.VIN = :DD-VIN
                     AND S.SALEDATE = DATE(:DOC-SALEDATE)
                   ORDER BY S.PRODUCTCODE
           END-EXEC.

      *---------------------------------------
      * WHAT THE BUYER TURNED DOWN FROM THE F+I MENU GAM0VSE LOGGED,
      * AT THE PRICE AND TERM QUOTED, FOR THEM TO SIGN OFF ON.
      *---------------------------------------
       EXEC SQL
           DECLARE DOCDECLCURSOR CURSOR FOR
               SELECT M.PRODUCTCODE, COALESCE(P.DESCRIPTION, ' '),
                      M.TERMMONTHS, COALESCE(P.PROVIDERCODE, ' '),
                      M.PRICEQUOTED
                   FROM FI_MENU_LOG M
                   LEFT OUTER JOIN FI_PRODUCTS P
                           ON P.PRODUCTCODE = M.PRODUCTCODE
                   WHERE M.VIN = :DD-VIN
                     AND M.SALEDATE = DATE(:DOC-SALEDATE)
                     AND M.DECISION = 'D'
                   ORDER BY M.PRODUCTCODE
           END-EXEC.

       EXEC SQL
           DECLARE DOCWECURSOR CURSOR FOR
               SELECT ITEMDESC, ESTCOST, CHAR(PROMISEDBY, ISO), STATUS
                   FROM WE_OWES
                   WHERE VIN = :DD-VIN
                     AND CREATEDDATE = DATE(:DOC-SALEDATE)
                   ORDER BY WEOWEID
           END-EXEC.

      *---------------------------------------
      * A TRADE BELONGS TO THIS DEAL WHEN ITS APPRAISAL WAS CLOSED
      * AGAINST THE VIN SOLD; ITS LIEN, WHEN IT HAD ONE, IS THE ONE
      * THE POSTING ASSUMED ON THE SALE DATE.
      *---------------------------------------
       EXEC SQL
           DECLARE DOCTRCURSOR CURSOR FOR
               SELECT A.TRADEVIN, A.AUTOYEAR, A.MAKE, A.MODEL,
                      COALESCE(A.MILES, 0), A.APPRAISEDVALUE,
                      L.LIENHOLDER, L.PAYOFFAMOUNT, L.PERDIEM,
                      CHAR(L.GOODTHRUDATE, ISO)
                   FROM APPRAISALS A
                   LEFT OUTER JOIN TRADE_LIENS L
                           ON L.TRADEVIN = A.TRADEVIN
                          AND L.ASSUMEDDATE = DATE(:DOC-SALEDATE)
                   WHERE A.DEALVIN = :DD-VIN
                     AND A.STATUS = 'C'
                     AND A.APPRDATE <= DATE(:DOC-SALEDATE)
                   ORDER BY A.TRADEVIN
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(90).

       PROCEDURE DIVISION.

           INITIALIZE DEAL-DOCS-INANDOUTS.

           IF EIBCALEN = LENGTH OF DFHCOMMAREA
               MOVE DFHCOMMAREA TO DEAL-DOCS-INANDOUTS
           ELSE
               EXEC CICS RETURN
                   END-EXEC
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE SPACES TO DD-RESULT.
           MOVE SPACES TO DD-MESSAGE.

           PERFORM 1000-GET-DEAL THRU 1000-EXIT.

           IF DD-RESULT = SPACES
               PERFORM 2000-PRINT-PACKAGE
               MOVE "P" TO DD-RESULT
               MOVE "DEAL DOCUMENTS PRINTED" TO DD-MESSAGE
           END-IF.

           MOVE DEAL-DOCS-INANDOUTS TO DFHCOMMAREA.

           EXEC CICS RETURN
               END-EXEC.

           GOBACK.

      *---------------------------------------
      * THE SALE ROW AND EVERYTHING THE FORMS HANG OFF IT - THE
      * VEHICLE (STILL IN ITS REGIONAL TABLE, OR ARCHIVED), THE
      * SELLING DEALER, THE SALESPERSON, THE LINKED CUSTOMERS AND
      * THE DEAL_TAX SPLIT.
      *---------------------------------------
       1000-GET-DEAL.
           MOVE DD-SALEDATE TO DOC-SALEDATE.
           IF DOC-SALEDATE = SPACES OR DOC-SALEDATE = LOW-VALUE
               EXEC SQL
                   SELECT CHAR(MAX(SALEDATE), ISO)
                       INTO :DOC-SALEDATE :IND-DOC-SALEDATE
                       FROM SALES
                       WHERE VIN = :DD-VIN
               END-EXEC
               IF SQLCODE NOT = 0 OR IND-DOC-SALEDATE < 0
                   MOVE "N" TO DD-RESULT
                   MOVE "NO SALE ON FILE FOR THIS VIN" TO DD-MESSAGE
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           EXEC SQL
               SELECT BUYERNAME, COALESCE(BUYERPHONE, ' '),
                      SALEPRICE, SALETYPE, SALESPERSONID, DEALERID,
                      COALESCE(CUSTOMERID, ' '),
                      COALESCE(COBUYERID, ' '),
                      CASE WHEN UNWINDDATE IS NULL
                           THEN 'N' ELSE 'Y' END
                   INTO :DOC-BUYERNAME, :DOC-BUYERPHONE,
                        :DOC-SALEPRICE, :DOC-SALETYPE, :DOC-SLSPID,
                        :DOC-DEALERID, :DOC-CUSTOMERID,
                        :DOC-COBUYERID, :DOC-UNWOUND
                   FROM SALES
                   WHERE VIN = :DD-VIN
                     AND SALEDATE = DATE(:DOC-SALEDATE)
           END-EXEC.
           IF SQLCODE = 100
               MOVE "N" TO DD-RESULT
               MOVE "NO SALE ON FILE FOR THIS VIN AND DATE" TO
                   DD-MESSAGE
               GO TO 1000-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE "E" TO DD-RESULT
               MOVE "SQL ERROR READING THE SALE" TO DD-MESSAGE
               GO TO 1000-EXIT
           END-IF.
           IF DOC-UNWOUND = "Y"
               MOVE "U" TO DD-RESULT
               MOVE "SALE WAS UNWOUND - NO DOCUMENTS TO PRINT" TO
                   DD-MESSAGE
               GO TO 1000-EXIT
           END-IF.

           EVALUATE DOC-SALETYPE
           WHEN "C"
               MOVE "CASH" TO DOC-SALETYPE-TEXT
           WHEN "F"
               MOVE "FINANCED" TO DOC-SALETYPE-TEXT
           WHEN "E"
               MOVE "LEASE" TO DOC-SALETYPE-TEXT
           WHEN "B"
               MOVE "IN-HOUSE FINANCED" TO DOC-SALETYPE-TEXT
           WHEN "W"
               MOVE "WHOLESALE" TO DOC-SALETYPE-TEXT
           WHEN OTHER
               MOVE DOC-SALETYPE TO DOC-SALETYPE-TEXT
           END-EVALUATE.

           EXEC SQL
               SELECT AUTOYEAR, MAKE, MODEL, BODY, COLOR, NEWAUTO
                   INTO :DOC-AUTOYEAR, :DOC-MAKE, :DOC-MODEL,
                        :DOC-BODY, :DOC-COLOR, :DOC-NEWAUTO
                   FROM INVENTORY
                   WHERE VIN = :DD-VIN
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL
                   SELECT AUTOYEAR, MAKE, MODEL, BODY, COLOR, NEWAUTO
                       INTO :DOC-AUTOYEAR, :DOC-MAKE, :DOC-MODEL,
                            :DOC-BODY, :DOC-COLOR, :DOC-NEWAUTO
                       FROM INVENTORY_HISTORY
                       WHERE VIN = :DD-VIN
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               MOVE 0 TO DOC-AUTOYEAR
               MOVE SPACES TO DOC-MAKE DOC-MODEL DOC-BODY DOC-COLOR
               MOVE "N" TO DOC-NEWAUTO
           END-IF.

           MOVE SPACES TO DOC-STOCKNUMBER.
           EXEC SQL
               SELECT STOCKNUMBER INTO :DOC-STOCKNUMBER
                   FROM STOCK_NUMBERS
                   WHERE VIN = :DD-VIN
                     AND SEQNO = (SELECT MAX(SEQNO)
                                      FROM STOCK_NUMBERS
                                      WHERE VIN = :DD-VIN)
           END-EXEC.

           MOVE SPACES TO DOC-DEALERNAME DOC-DEALERADDR DOC-DEALERCITY
                          DOC-DEALERABBR DOC-DEALERZIP DOC-DEALERPHONE.
           EXEC SQL
               SELECT DEALERNAME, DEALERADDRESS, CITY, ABBR, ZIP,
                      PHONE
                   INTO :DOC-DEALERNAME, :DOC-DEALERADDR,
                        :DOC-DEALERCITY, :DOC-DEALERABBR,
                        :DOC-DEALERZIP, :DOC-DEALERPHONE
                   FROM DEALERSHIP
                   WHERE DEALERID = :DOC-DEALERID
           END-EXEC.

           MOVE SPACES TO DOC-SPNAME.
           EXEC SQL
               SELECT SPNAME INTO :DOC-SPNAME
                   FROM SALESPERSON
                   WHERE SALESPERSONID = :DOC-SLSPID
           END-EXEC.

           MOVE SPACES TO DOC-ADDR1 DOC-ADDR2 DOC-CITY DOC-STATE
                          DOC-ZIP.
           IF DOC-CUSTOMERID NOT = SPACES
               EXEC SQL
                   SELECT COALESCE(ADDRLINE1, ' '),
                          COALESCE(ADDRLINE2, ' '),
                          COALESCE(CITY, ' '),
                          COALESCE(STATEABBR, ' '),
                          COALESCE(ZIPCODE, ' ')
                       INTO :DOC-ADDR1, :DOC-ADDR2, :DOC-CITY,
                            :DOC-STATE, :DOC-ZIP
                       FROM CUSTOMER
                       WHERE CUSTOMERID = :DOC-CUSTOMERID
               END-EXEC
           END-IF.

           MOVE SPACES TO DOC-COBUYERNAME.
           IF DOC-COBUYERID NOT = SPACES
               EXEC SQL
                   SELECT CUSTNAME INTO :DOC-COBUYERNAME
                       FROM CUSTOMER
                       WHERE CUSTOMERID = :DOC-COBUYERID
               END-EXEC
           END-IF.

           MOVE "N" TO DOC-TAX-FOUND.
           MOVE 0 TO DOC-TAXRATE DOC-TAXABLE DOC-TAXAMOUNT
                     DOC-TRADECREDIT DOC-TITLEFEE DOC-REGFEE
                     DOC-PLATEFEE DOC-DOCFEE.
           EXEC SQL
               SELECT TAXRATE, TAXABLEAMOUNT, TAXAMOUNT, TRADECREDIT,
                      TITLEFEE, REGISTRATIONFEE, PLATEFEE, DOCFEE
                   INTO :DOC-TAXRATE, :DOC-TAXABLE, :DOC-TAXAMOUNT,
                        :DOC-TRADECREDIT, :DOC-TITLEFEE, :DOC-REGFEE,
                        :DOC-PLATEFEE, :DOC-DOCFEE
                   FROM DEAL_TAX
                   WHERE VIN = :DD-VIN
                     AND SALEDATE = DATE(:DOC-SALEDATE)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "Y" TO DOC-TAX-FOUND
           END-IF.
           COMPUTE DOC-FEE-TOTAL =
               DOC-TITLEFEE + DOC-REGFEE + DOC-PLATEFEE + DOC-DOCFEE.

           MOVE 0 TO DOC-REBATES.
           EXEC SQL
               SELECT COALESCE(SUM(CLAIMAMOUNT), 0)
                   INTO :DOC-REBATES
                   FROM INCENTIVE_CLAIMS
                   WHERE VIN = :DD-VIN
                     AND SALEDATE = DATE(:DOC-SALEDATE)
                     AND CLAIMTYPE = 'C'
           END-EXEC.

           MOVE 0 TO DOC-FI-TOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(RETAILPRICE), 0)
                   INTO :DOC-FI-TOTAL
                   FROM SALE_FI_PRODUCTS
                   WHERE VIN = :DD-VIN
                     AND SALEDATE = DATE(:DOC-SALEDATE)
           END-EXEC.

           MOVE 0 TO SQLCODE.
           PERFORM 1100-TOTAL-TRADES.

      *---------------------------------------
      * THE OUT-THE-DOOR TOTAL EXACTLY AS THE POSTING FIGURED IT -
      * PRICE PLUS F+I, LESS REBATES, PLUS TAX AND FEES, PLUS ANY
      * NEGATIVE EQUITY CARRIED FROM THE TRADES.
      *---------------------------------------
           COMPUTE DOC-OTD-TOTAL =
               DOC-SALEPRICE + DOC-FI-TOTAL - DOC-REBATES
               + DOC-TAXAMOUNT + DOC-FEE-TOTAL + DOC-NEG-EQUITY.
           IF DOC-OTD-TOTAL < 0
               MOVE 0 TO DOC-OTD-TOTAL
           END-IF.

       1000-EXIT.
           CONTINUE.

       1100-TOTAL-TRADES.
           MOVE 0 TO DOC-TRADE-COUNT.
           MOVE 0 TO DOC-ALLOWANCE-TOTAL.
           MOVE 0 TO DOC-NEG-EQUITY.
           EXEC SQL OPEN DOCTRCURSOR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 1150-FETCH-TRADE
               IF SQLCODE = 0
                   ADD 1 TO DOC-TRADE-COUNT
                   ADD TR-ALLOWANCE TO DOC-ALLOWANCE-TOTAL
                   IF IND-TR-LIEN >= 0
                      AND TR-PAYOFF > TR-ALLOWANCE
                       COMPUTE DOC-NEG-EQUITY =
                           DOC-NEG-EQUITY + TR-PAYOFF - TR-ALLOWANCE
                   END-IF
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE DOCTRCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

       1150-FETCH-TRADE.
           EXEC SQL
               FETCH DOCTRCURSOR
                   INTO :TR-TRADEVIN, :TR-AUTOYEAR, :TR-MAKE,
                        :TR-MODEL, :TR-MILES, :TR-ALLOWANCE,
                        :TR-LIENHOLDER :IND-TR-LIEN,
                        :TR-PAYOFF :IND-TR-LIEN,
                        :TR-PERDIEM :IND-TR-LIEN,
                        :TR-GOODTHRU :IND-TR-LIEN
           END-EXEC.

       2000-PRINT-PACKAGE.
           MOVE SPACES TO DOC-LINE.
           EXEC CICS SPOOLOPEN OUTPUT
               TOKEN(DOC-TOKEN)
               NODE(EIBTRMID)
           END-EXEC.

           PERFORM 2100-BILL-OF-SALE.
           PERFORM 2200-ODOMETER-STATEMENT.
           PERFORM 2300-WE-OWE-FORM.
           PERFORM 2400-FI-SUMMARY.
           IF DOC-TRADE-COUNT > 0
               PERFORM 2500-TRADE-PAYOFF
           END-IF.

           EXEC CICS SPOOLCLOSE
               TOKEN(DOC-TOKEN)
           END-EXEC.

      *---------------------------------------
      * EVERY FORM OPENS WITH THE SAME BLOCK - FORM TITLE, DEALER,
      * SALE DATE AND THE VEHICLE - SO A PAGE SEPARATED FROM THE
      * JACKET STILL SAYS WHICH DEAL IT BELONGS TO.
      *---------------------------------------
       2050-FORM-HEADING.
           MOVE ALL "=" TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           MOVE DOC-TITLE TO DOC-LINE.
           IF DD-REPRINT = "Y"
               MOVE "*** REPRINT ***" TO DOC-LINE (60:15)
           END-IF.
           PERFORM 2900-WRITE-LINE.
           STRING DOC-DEALERNAME "  " DOC-DEALERPHONE
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           MOVE DOC-DEALERADDR TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           STRING DOC-DEALERCITY " " DOC-DEALERABBR " " DOC-DEALERZIP
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           PERFORM 2900-WRITE-LINE.
           STRING "DATE OF SALE: " DOC-SALEDATE
                  "   STOCK NUMBER: " DOC-STOCKNUMBER
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           MOVE DOC-AUTOYEAR TO CONVERT-YEAR.
           STRING "VEHICLE: " CONVERT-YEAR " " DOC-MAKE " " DOC-MODEL
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           STRING "VIN: " DD-VIN "   BODY: " DOC-BODY
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           STRING "COLOR: " DOC-COLOR
               DELIMITED BY SIZE INTO DOC-LINE.
           IF DOC-NEWAUTO = "Y"
               MOVE "CONDITION: NEW" TO DOC-LINE (45:14)
           ELSE
               MOVE "CONDITION: USED" TO DOC-LINE (45:15)
           END-IF.
           PERFORM 2900-WRITE-LINE.
           PERFORM 2900-WRITE-LINE.

       2060-BUYER-BLOCK.
           STRING "BUYER: " DOC-BUYERNAME "  PHONE: " DOC-BUYERPHONE
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           IF DOC-ADDR1 NOT = SPACES
               STRING "       " DOC-ADDR1
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM 2900-WRITE-LINE
               IF DOC-ADDR2 NOT = SPACES
                   STRING "       " DOC-ADDR2
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM 2900-WRITE-LINE
               END-IF
               STRING "       " DOC-CITY " " DOC-STATE " " DOC-ZIP
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM 2900-WRITE-LINE
           END-IF.
           IF DOC-COBUYERNAME NOT = SPACES
               STRING "CO-BUYER: " DOC-COBUYERNAME
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM 2900-WRITE-LINE
           END-IF.
           PERFORM 2900-WRITE-LINE.

       2070-SIGNATURE-BLOCK.
           PERFORM 2900-WRITE-LINE.
           MOVE "BUYER SIGNATURE ______________________  DATE ________"
               TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           IF DOC-COBUYERNAME NOT = SPACES
               PERFORM 2900-WRITE-LINE
               MOVE "CO-BUYER SIGNATURE ___________________  DATE ____"
                   TO DOC-LINE
               PERFORM 2900-WRITE-LINE
           END-IF.
           PERFORM 2900-WRITE-LINE.
           MOVE "DEALER SIGNATURE _____________________  DATE ________"
               TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           PERFORM 2900-WRITE-LINE.

      *---------------------------------------
      * 1. BILL OF SALE.
      *---------------------------------------
       2100-BILL-OF-SALE.
           MOVE "BILL OF SALE" TO DOC-TITLE.
           PERFORM 2050-FORM-HEADING.
           PERFORM 2060-BUYER-BLOCK.

           MOVE DOC-SLSPID TO CONVERT-SLSPID.
           STRING "SALE TYPE: " DOC-SALETYPE-TEXT
                  "  SALESPERSON: " CONVERT-SLSPID " " DOC-SPNAME
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           PERFORM 2900-WRITE-LINE.

           MOVE DOC-SALEPRICE TO CONVERT-MONEY.
           STRING "VEHICLE PRICE (INCL. ADDENDUM)      " CONVERT-MONEY
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           IF DOC-FI-TOTAL > 0
               MOVE DOC-FI-TOTAL TO CONVERT-MONEY
               STRING "F+I PRODUCTS (SEE SUMMARY)          "
                      CONVERT-MONEY
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM 2900-WRITE-LINE
           END-IF.
           IF DOC-REBATES > 0
               MOVE DOC-REBATES TO CONVERT-MONEY
               STRING "LESS MANUFACTURER REBATES           "
                      CONVERT-MONEY
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM 2900-WRITE-LINE
           END-IF.
           IF DOC-TAX-FOUND = "Y"
               COMPUTE CONVERT-RATE-PCT = DOC-TAXRATE * 100
               MOVE CONVERT-RATE-PCT TO CONVERT-RATE
               MOVE DOC-TAXAMOUNT TO CONVERT-MONEY
               STRING "SALES TAX " CONVERT-RATE "% ON "
                   DELIMITED BY SIZE INTO DOC-LINE
               MOVE DOC-TAXABLE TO CONVERT-MONEY-2
               MOVE CONVERT-MONEY-2 TO DOC-LINE (22:12)
               MOVE CONVERT-MONEY TO DOC-LINE (37:12)
               PERFORM 2900-WRITE-LINE
               IF DOC-TRADECREDIT > 0
                   MOVE DOC-TRADECREDIT TO CONVERT-MONEY
                   STRING "  (TRADE CREDIT TAKEN OFF THE TAXABLE "
                          CONVERT-MONEY ")"
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM 2900-WRITE-LINE
               END-IF
           END-IF.
           IF DOC-FEE-TOTAL > 0
               MOVE DOC-FEE-TOTAL TO CONVERT-MONEY
               STRING "TITLE, REGISTRATION, PLATE AND DOC  "
                      CONVERT-MONEY
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM 2900-WRITE-LINE
           END-IF.
           IF DOC-NEG-EQUITY > 0
               MOVE DOC-NEG-EQUITY TO CONVERT-MONEY
               STRING "TRADE PAYOFF OVER ALLOWANCE         "
                      CONVERT-MONEY
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM 2900-WRITE-LINE
           END-IF.
           MOVE "------------" TO DOC-LINE (37:12).
           PERFORM 2900-WRITE-LINE.
           MOVE DOC-OTD-TOTAL TO CONVERT-MONEY.
           STRING "TOTAL DUE                           " CONVERT-MONEY
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           IF DOC-ALLOWANCE-TOTAL > 0
               MOVE DOC-ALLOWANCE-TOTAL TO CONVERT-MONEY
               STRING "TRADE-IN ALLOWANCE (SEE AGREEMENT)  "
                      CONVERT-MONEY
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM 2900-WRITE-LINE
           END-IF.
           PERFORM 2900-WRITE-LINE.

           IF DOC-NEWAUTO NOT = "Y"
               MOVE "USED VEHICLE - SEE THE BUYERS GUIDE FOR WARRANTY"
                   TO DOC-LINE
               PERFORM 2900-WRITE-LINE
           END-IF.
           PERFORM 2070-SIGNATURE-BLOCK.

      *---------------------------------------
      * 2. ODOMETER DISCLOSURE STATEMENT. THE READING IS THE ONE
      * GAM0VSE LOGGED WITH THE SALE. A UNIT WITH AN OPEN ROLLBACK
      * EXCEPTION IS DISCLOSED AS NOT THE ACTUAL MILEAGE; A MODEL
      * OLD ENOUGH TO BE EXEMPT (10 YEARS BEFORE MODEL YEAR 2011,
      * 20 FROM THEN ON) SAYS SO.
      *---------------------------------------
       2200-ODOMETER-STATEMENT.
           MOVE 0 TO DOC-ODO-MILES.
           EXEC SQL
               SELECT MAX(MILES)
                   INTO :DOC-ODO-MILES :IND-DOC-ODO
                   FROM ODOMETER_LOG
                   WHERE VIN = :DD-VIN
                     AND READINGDATE = DATE(:DOC-SALEDATE)
                     AND SOURCE = 'SALE'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE -1 TO IND-DOC-ODO
           END-IF.
           MOVE 0 TO DOC-ODOM-OPEN.
           EXEC SQL
               SELECT COUNT(*) INTO :DOC-ODOM-OPEN
                   FROM EXCEPTIONS
                   WHERE VIN = :DD-VIN
                     AND EXCTYPE = 'ODOM'
                     AND STATUS = 'O'
           END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE "ODOMETER DISCLOSURE STATEMENT" TO DOC-TITLE.
           PERFORM 2050-FORM-HEADING.
           MOVE "FEDERAL LAW (AND STATE LAW, IF APPLICABLE) REQUIRES"
               TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           MOVE "THAT YOU STATE THE MILEAGE UPON TRANSFER OF"
               TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           MOVE "OWNERSHIP. FAILURE TO COMPLETE OR PROVIDING A FALSE"
               TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           MOVE "STATEMENT MAY RESULT IN FINES AND/OR IMPRISONMENT."
               TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           PERFORM 2900-WRITE-LINE.

           IF IND-DOC-ODO < 0
               MOVE "ODOMETER READING: NOT RECORDED AT SALE - ENTER"
                   TO DOC-LINE
               PERFORM 2900-WRITE-LINE
               MOVE "BY HAND: ____________ MILES" TO DOC-LINE
           ELSE
               MOVE DOC-ODO-MILES TO CONVERT-MILES
               STRING "ODOMETER READING: " CONVERT-MILES " MILES"
                   DELIMITED BY SIZE INTO DOC-LINE
           END-IF.
           PERFORM 2900-WRITE-LINE.
           PERFORM 2900-WRITE-LINE.

           MOVE DOC-SALEDATE (1:4) TO DOC-SALE-YEAR.
           COMPUTE DOC-VEHICLE-AGE = DOC-SALE-YEAR - DOC-AUTOYEAR.
           EVALUATE TRUE
           WHEN DOC-ODOM-OPEN > 0
               MOVE "[X] WARNING - THE ODOMETER READING IS NOT THE"
                   TO DOC-LINE
               PERFORM 2900-WRITE-LINE
               MOVE "    ACTUAL MILEAGE (ODOMETER DISCREPANCY)."
                   TO DOC-LINE
           WHEN DOC-AUTOYEAR < 2011 AND DOC-VEHICLE-AGE >= 10
               MOVE "[X] EXEMPT - MODEL YEAR 10 OR MORE YEARS OLD"
                   TO DOC-LINE
           WHEN DOC-AUTOYEAR >= 2011 AND DOC-VEHICLE-AGE >= 20
               MOVE "[X] EXEMPT - MODEL YEAR 20 OR MORE YEARS OLD"
                   TO DOC-LINE
           WHEN OTHER
               MOVE "[X] TO THE BEST OF MY KNOWLEDGE THE READING IS"
                   TO DOC-LINE
               PERFORM 2900-WRITE-LINE
               MOVE "    THE ACTUAL MILEAGE OF THE VEHICLE."
                   TO DOC-LINE
           END-EVALUATE.
           PERFORM 2900-WRITE-LINE.
           PERFORM 2900-WRITE-LINE.

           STRING "TRANSFEROR (SELLER): " DOC-DEALERNAME
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           PERFORM 2060-BUYER-BLOCK.
           PERFORM 2070-SIGNATURE-BLOCK.

      *---------------------------------------
      * 3. WE-OWE FORM. WITH NOTHING OWED THE BUYER STILL SIGNS
      * THAT NOTHING WAS PROMISED.
      *---------------------------------------
       2300-WE-OWE-FORM.
           MOVE "DUE BILL - WE OWE" TO DOC-TITLE.
           PERFORM 2050-FORM-HEADING.
           PERFORM 2060-BUYER-BLOCK.
           MOVE "ITEM THE DEALER WILL PROVIDE" TO DOC-LINE.
           MOVE "PROMISED BY" TO DOC-LINE (45:11).
           PERFORM 2900-WRITE-LINE.

           MOVE 0 TO DOC-WEOWE-COUNT.
           EXEC SQL OPEN DOCWECURSOR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DOCWECURSOR
                       INTO :WO-ITEMDESC, :WO-ESTCOST,
                            :WO-PROMISEDBY, :WO-STATUS
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO DOC-WEOWE-COUNT
                   MOVE WO-ITEMDESC TO DOC-LINE
                   MOVE WO-PROMISEDBY TO DOC-LINE (45:10)
                   IF WO-STATUS = "F"
                       MOVE "FULFILLED" TO DOC-LINE (58:9)
                   END-IF
                   PERFORM 2900-WRITE-LINE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE DOCWECURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

           IF DOC-WEOWE-COUNT = 0
               MOVE "NONE - NO FURTHER ITEMS OR WORK WERE PROMISED"
                   TO DOC-LINE
               PERFORM 2900-WRITE-LINE
           END-IF.
           PERFORM 2900-WRITE-LINE.
           MOVE "NO PROMISE NOT WRITTEN ON THIS FORM IS BINDING."
               TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           PERFORM 2070-SIGNATURE-BLOCK.

      *---------------------------------------
      * 4. F+I PRODUCT CONTRACT SUMMARY. A DEAL WITH NO PRODUCTS
      * PRINTS THE DECLINE ACKNOWLEDGEMENT INSTEAD. WHEN THE F+I
      * MENU WAS LOGGED, EVERY PRODUCT DECLINED IS LISTED TOO.
      *---------------------------------------
       2400-FI-SUMMARY.
           MOVE "F+I PRODUCT CONTRACT SUMMARY" TO DOC-TITLE.
           PERFORM 2050-FORM-HEADING.
           PERFORM 2060-BUYER-BLOCK.
           MOVE "PRODUCT   DESCRIPTION" TO DOC-LINE.
           MOVE "TERM  PROVIDER      PRICE" TO DOC-LINE (42:25).
           PERFORM 2900-WRITE-LINE.

           MOVE 0 TO DOC-FI-COUNT.
           EXEC SQL OPEN DOCFICURSOR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DOCFICURSOR
                       INTO :FI-PRODUCTCODE, :FI-DESCRIPTION,
                            :FI-TERMMONTHS, :FI-PROVIDER,
                            :FI-RETAIL, :FI-CANCELDATE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO DOC-FI-COUNT
                   MOVE FI-PRODUCTCODE TO DOC-LINE (1:8)
                   MOVE FI-DESCRIPTION TO DOC-LINE (11:30)
                   MOVE FI-TERMMONTHS TO CONVERT-TERM
                   MOVE CONVERT-TERM TO DOC-LINE (42:3)
                   MOVE FI-PROVIDER TO DOC-LINE (48:4)
                   MOVE FI-RETAIL TO CONVERT-MONEY
                   MOVE CONVERT-MONEY TO DOC-LINE (55:12)
                   PERFORM 2900-WRITE-LINE
                   IF FI-CANCELDATE NOT = SPACES
                       STRING "          CANCELLED " FI-CANCELDATE
                           DELIMITED BY SIZE INTO DOC-LINE
                       PERFORM 2900-WRITE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE DOCFICURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

           IF DOC-FI-COUNT = 0
               MOVE "THE BUYER WAS OFFERED AND DECLINED ALL SERVICE"
                   TO DOC-LINE
               PERFORM 2900-WRITE-LINE
               MOVE "CONTRACT, GAP AND PROTECTION PRODUCTS."
                   TO DOC-LINE
               PERFORM 2900-WRITE-LINE
           ELSE
               MOVE "------------" TO DOC-LINE (55:12)
               PERFORM 2900-WRITE-LINE
               MOVE DOC-FI-TOTAL TO CONVERT-MONEY
               MOVE "TOTAL F+I PRODUCTS" TO DOC-LINE
               MOVE CONVERT-MONEY TO DOC-LINE (55:12)
               PERFORM 2900-WRITE-LINE
               PERFORM 2900-WRITE-LINE
               MOVE "PRODUCTS ARE OPTIONAL AND NOT A CONDITION OF"
                   TO DOC-LINE
               PERFORM 2900-WRITE-LINE
               MOVE "FINANCING. SEE EACH PROVIDER CONTRACT FOR TERMS."
                   TO DOC-LINE
               PERFORM 2900-WRITE-LINE
           END-IF.
           PERFORM 2410-DECLINED-PRODUCTS.
           PERFORM 2070-SIGNATURE-BLOCK.

       2410-DECLINED-PRODUCTS.
           MOVE 0 TO DOC-DECLINED-COUNT.
           EXEC SQL OPEN DOCDECLCURSOR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH DOCDECLCURSOR
                       INTO :FI-PRODUCTCODE, :FI-DESCRIPTION,
                            :FI-TERMMONTHS, :FI-PROVIDER,
                            :FI-RETAIL
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO DOC-DECLINED-COUNT
                   IF DOC-DECLINED-COUNT = 1
                       PERFORM 2900-WRITE-LINE
                       MOVE "OFFERED AND DECLINED BY THE BUYER:"
                           TO DOC-LINE
                       PERFORM 2900-WRITE-LINE
                   END-IF
                   MOVE FI-PRODUCTCODE TO DOC-LINE (1:8)
                   MOVE FI-DESCRIPTION TO DOC-LINE (11:30)
                   MOVE FI-TERMMONTHS TO CONVERT-TERM
                   MOVE CONVERT-TERM TO DOC-LINE (42:3)
                   MOVE FI-PROVIDER TO DOC-LINE (48:4)
                   MOVE FI-RETAIL TO CONVERT-MONEY
                   MOVE CONVERT-MONEY TO DOC-LINE (55:12)
                   MOVE "DECLINED" TO DOC-LINE (69:8)
                   PERFORM 2900-WRITE-LINE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE DOCDECLCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * 5. TRADE-IN AND PAYOFF AGREEMENT - ONE BLOCK PER TRADE.
      *---------------------------------------
       2500-TRADE-PAYOFF.
           MOVE "TRADE-IN AND LIEN PAYOFF AGREEMENT" TO DOC-TITLE.
           PERFORM 2050-FORM-HEADING.
           PERFORM 2060-BUYER-BLOCK.

           EXEC SQL OPEN DOCTRCURSOR END-EXEC.
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM 1150-FETCH-TRADE
               IF SQLCODE = 0
                   PERFORM 2550-ONE-TRADE
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE DOCTRCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE "THE BUYER WARRANTS CLEAR TITLE TO EACH TRADE EXCEPT"
               TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           MOVE "THE LIEN SHOWN, WHICH THE DEALER WILL PAY OFF. A"
               TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           MOVE "PAYOFF OVER THE ALLOWANCE IS ADDED TO THE DEAL."
               TO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           PERFORM 2070-SIGNATURE-BLOCK.

       2550-ONE-TRADE.
           MOVE TR-AUTOYEAR TO CONVERT-YEAR.
           STRING "TRADE-IN: " CONVERT-YEAR " " TR-MAKE " " TR-MODEL
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           MOVE TR-MILES TO CONVERT-MILES.
           STRING "VIN: " TR-TRADEVIN "   MILES: " CONVERT-MILES
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           MOVE TR-ALLOWANCE TO CONVERT-MONEY.
           STRING "TRADE ALLOWANCE                     " CONVERT-MONEY
               DELIMITED BY SIZE INTO DOC-LINE.
           PERFORM 2900-WRITE-LINE.
           IF IND-TR-LIEN < 0
               MOVE "LIENHOLDER: NONE - BUYER OWNS THE TRADE OUTRIGHT"
                   TO DOC-LINE
               PERFORM 2900-WRITE-LINE
           ELSE
               STRING "LIENHOLDER: " TR-LIENHOLDER
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM 2900-WRITE-LINE
               MOVE TR-PAYOFF TO CONVERT-MONEY
               STRING "PAYOFF GOOD THROUGH " TR-GOODTHRU "      "
                      CONVERT-MONEY
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM 2900-WRITE-LINE
               MOVE TR-PERDIEM TO CONVERT-MONEY
               STRING "PER DIEM AFTER THAT DATE            "
                      CONVERT-MONEY
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM 2900-WRITE-LINE
               COMPUTE DOC-TRADE-EQUITY = TR-ALLOWANCE - TR-PAYOFF
               IF DOC-TRADE-EQUITY < 0
                   COMPUTE DOC-TRADE-EQUITY = 0 - DOC-TRADE-EQUITY
                   MOVE DOC-TRADE-EQUITY TO CONVERT-MONEY
                   STRING "NEGATIVE EQUITY ADDED TO THE DEAL   "
                          CONVERT-MONEY
                       DELIMITED BY SIZE INTO DOC-LINE
               ELSE
                   MOVE DOC-TRADE-EQUITY TO CONVERT-MONEY
                   STRING "NET EQUITY                          "
                          CONVERT-MONEY
                       DELIMITED BY SIZE INTO DOC-LINE
               END-IF
               PERFORM 2900-WRITE-LINE
           END-IF.
           PERFORM 2900-WRITE-LINE.

       2900-WRITE-LINE.
           EXEC CICS SPOOLWRITE
               TOKEN(DOC-TOKEN)
               FROM(DOC-LINE)
               LENGTH(DOC-LINE-LENGTH)
           END-EXEC.
           MOVE SPACES TO DOC-LINE.
