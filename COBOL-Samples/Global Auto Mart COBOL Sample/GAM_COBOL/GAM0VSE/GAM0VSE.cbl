      * SALESPERSON AND THE DELIVERING DEALER - IN THE SALES TABLE,
      * AND MARKS THE VEHICLE SOLD IN ITS REGIONAL TABLE UNDER THE
      * SAME UNIT OF WORK, SO FINANCE NO LONGER RECONSTRUCTS DEALS
      * FROM PAPER FOLDERS. THE BUYER AND ANY CO-BUYER ARE LINKED
      * TO (OR ADDED TO) THE CUSTOMER FILE AND THEIR IDS STORED ON
      * THE SALE. A MAILING ADDRESS KEYED FOR THE BUYER GOES ON THE
      * BUYER'S CUSTOMER ROW. ONCE THE DEAL IS COMMITTED GAM0VDG
      * SPOOLS ITS DOCUMENT PACKAGE - BILL OF SALE, ODOMETER
      * STATEMENT, WE-OWE, F+I SUMMARY AND ANY TRADE PAYOFF FORM.
      * ON A RETAIL DEAL THE DESK ANSWERS WHETHER THE F+I MENU WAS
      * PRESENTED; IF IT WAS, EVERY ACTIVE PRODUCT IS LOGGED TO
      * FI_MENU_LOG AS ACCEPTED OR DECLINED. A RETAIL DEAL WHOSE
      * FRONT-END GROSS IS UNDER THE STORE'S MINIMUM DOES NOT POST -
      * IT WAITS ON PENDING_DEALS FOR A MANAGER ON GAM0VGA, WHOSE
      * APPROVAL XCTLS BACK HERE TO POST IT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VSE.
           05  FILLER                  PIC X(9).
           05  SEWEBYOUT               PIC X(10).
           05  FILLER                  PIC X(9).
           05  SEBUYRTOUT              PIC X(6).
           05  FILLER                  PIC X(9).
           05  SECONRTOUT              PIC X(6).
           05  FILLER                  PIC X(9).
           05  SETERMOUT               PIC X(3).
           05  FILLER                  PIC X(9).
           05  SEAMTFINOUT             PIC X(9).
           05  FILLER                  PIC X(9).
           05  SEINSCOOUT              PIC X(30).
           05  FILLER                  PIC X(9).
           05  SEINSPOLOUT             PIC X(20).
           05  FILLER                  PIC X(9).
           05  SEINSEFFOUT             PIC X(10).
           05  FILLER                  PIC X(9).
           05  SEINSPHOUT              PIC X(12).
           05  FILLER                  PIC X(9).
           05  SELSCAPOUT              PIC X(9).
           05  FILLER                  PIC X(9).
           05  SELSRESOUT              PIC X(9).
           05  FILLER                  PIC X(9).
           05  SELSMFOUT               PIC X(8).
           05  FILLER                  PIC X(9).
           05  SELSMILOUT              PIC X(6).
           05  FILLER                  PIC X(9).
           05  SEIDTYPOUT              PIC X(2).
           05  FILLER                  PIC X(9).
           05  SEIDNUMOUT              PIC X(20).
           05  FILLER                  PIC X(9).
           05  SEIDSTOUT               PIC X(2).
           05  FILLER                  PIC X(9).
           05  SEIDEXPOUT              PIC X(10).
           05  FILLER                  PIC X(9).
           05  SERFRSNOUT              PIC X(40).
           05  FILLER                  PIC X(9).
           05  SECUSTIDOUT             PIC X(10).
           05  FILLER                  PIC X(9).
           05  SECOBUYOUT              PIC X(35).
           05  FILLER                  PIC X(9).
           05  SECOPHOUT               PIC X(12).
           05  FILLER                  PIC X(9).
           05  SECOBIDOUT              PIC X(10).
           05  FILLER                  PIC X(9).
           05  SEADDR1OUT              PIC X(40).
           05  FILLER                  PIC X(9).
           05  SEADDR2OUT              PIC X(40).
           05  FILLER                  PIC X(9).
           05  SECITYOUT               PIC X(30).
           05  FILLER                  PIC X(9).
           05  SESTATEOUT              PIC X(2).
           05  FILLER                  PIC X(9).
           05  SEZIPOUT                PIC X(10).
           05  FILLER                  PIC X(9).
           05  SEFIMENUOUT             PIC X(1).
           05  FILLER                  PIC X(9).
           05  SALEENTMSGOUT           PIC X(60).

      *---------------------------------------
      * SAME SHAPE AS GAM0VMS'S MARKSOLD-COMMAREA - GAM0VMS XCTLS
      * HERE WITH IT UNCHANGED, SO CA-VIN-SELECTED MUST STAY AT THE
      * SAME OFFSET. GROW A FIELD HERE, SHRINK THE TRAILING FILLER BY
      * THE SAME AMOUNT SO CA-VIN-SELECTED DOESN'T MOVE. GAM0VGA
      * SETS THE TAG AND PENDING ID AT THE TAIL WHEN A MANAGER
      * APPROVES A DEAL HELD FOR GROSS - NO OTHER CALLER WRITES
      * THOSE BYTES AS TEXT.
      *---------------------------------------
       01  SALE-ENTRY-COMMAREA.
           05  FILLER                  PIC X(2).
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(540).
           05  CA-VIN-SELECTED         PIC X(17) OCCURS 3 TIMES.
           05  FILLER                  PIC X(1073).
           05  CA-GROSS-APPROVAL-TAG   PIC X(8).
           05  CA-PENDINGID            PIC 9(9).

       01  SALE-VIN                    PIC X(17).
       01  SALE-BUYER-NAME             PIC X(35).
       01  SALE-BUYER-PHONE            PIC X(12).
       01  SALE-CUSTOMERID-IN          PIC X(10).
       01  SALE-COBUYER-NAME           PIC X(35).
       01  SALE-COBUYER-PHONE          PIC X(12).
       01  SALE-COBUYERID-IN           PIC X(10).
       01  SALE-CUSTOMERID             PIC X(10).
       01  SALE-COBUYERID              PIC X(10).
       01  IND-SALE-CUSTOMERID         PIC S9(4) USAGE COMP.
       01  IND-SALE-COBUYER            PIC S9(4) USAGE COMP.
       01  CUST-LINK-FAILED            PIC X(1).
       01  SALE-ADDRESS.
           05  SALE-ADDR1              PIC X(40).
           05  SALE-ADDR2              PIC X(40).
           05  SALE-CITY               PIC X(30).
           05  SALE-STATE              PIC X(2).
           05  SALE-ZIP                PIC X(10).
       01  SALE-PRICE-IN               PIC S9(7)V99 USAGE COMP-3.
       01  ACCY-ADDENDUM-TOTAL         PIC S9(7)V99 USAGE COMP-3.
       01  SALE-TYPE-IN                PIC X(1).
       01  SALE-SLSP-IN                PIC S9(9) USAGE COMP.
       01  VEHICLE-REGION              PIC X(7).
       01  FI-CODE-TABLE.
           05  FI-CODE             PIC X(8) OCCURS 3 TIMES.
       01  FI-IX                   PIC S9(4) USAGE COMP.
       01  FI-MENU-IN              PIC X(1).
       01  FI-MENU-EOF             PIC X(1).
       01  TITLE-STATE-ABBR        PIC X(2).
       01  TITLE-DAYS              PIC S9(9) USAGE COMP.
       01  REGISTER-DAYS           PIC S9(9) USAGE COMP.
       01  FI-TOTAL-RETAIL         PIC S9(7)V99 USAGE COMP-3.
       01  CONVERT-QUOTE-PRICE     PIC 9(7).99.
       01  SALE-LENDER-IN          PIC X(4).
       01  SALE-BUY-RATE           PIC S9(2)V999 USAGE COMP-3.
       01  SALE-CONTRACT-RATE      PIC S9(2)V999 USAGE COMP-3.
       01  SALE-TERM-MONTHS        PIC S9(9) USAGE COMP.
       01  SALE-AMT-FINANCED       PIC S9(7)V99 USAGE COMP-3.
       01  CONVERT-BUY-RATE        PIC Z9.999.
       01  CONVERT-AMT-FINANCED    PIC 9(7).99.
       01  RESERVE-EXPECTED        PIC S9(5)V99 USAGE COMP-3.
       01  RESERVE-SHARE           PIC S9(3)V99 USAGE COMP-3.
       01  RESERVE-CAP             PIC S9(2)V999 USAGE COMP-3.
       01  IND-RESERVE-CAP         PIC S9(4) USAGE COMP.
       01  RESERVE-PAID-RATE       PIC S9(2)V999 USAGE COMP-3.
       01  RESERVE-CALC-RATE       PIC S9(2)V999 USAGE COMP-3.
       01  RESERVE-MONTHLY-RATE    PIC S9(1)V9(9) USAGE COMP-3.
       01  RESERVE-GROWTH          PIC S9(7)V9(9) USAGE COMP-3.
       01  RESERVE-PAYMENT         PIC S9(7)V9(4) USAGE COMP-3.
       01  RESERVE-CALC-CHARGE     PIC S9(9)V99 USAGE COMP-3.
       01  RESERVE-BUY-CHARGE      PIC S9(9)V99 USAGE COMP-3.
       01  SALE-RESALE-IN          PIC X(12).
       01  IND-SALE-RESALE         PIC S9(4) USAGE COMP.
       01  SALE-ODO-MILES          PIC S9(9) USAGE COMP.
       01  EXEMPT-EXPIRY-IN        PIC X(10).
       01  EXEMPT-PCT              PIC S9(9) USAGE COMP.
       01  EXEMPT-CHECK-COUNT      PIC S9(9) USAGE COMP.
       01  PERIOD-CLOSED-COUNT     PIC S9(9) USAGE COMP.
       01  PUB-EVENT-TYPE          PIC X(4).
       01  PUB-EVENT-DATA          PIC X(40).
       01  PUB-EVENT-SEQ           PIC S9(9) USAGE COMP.
       01  LIC-OK-COUNT            PIC S9(9) USAGE COMP.
       01  DEALER-STATE-ABBR       PIC X(2).
       01  INS-INSURER-IN          PIC X(30).
       01  INS-POLICY-IN           PIC X(20).
       01  INS-EFFECTIVE-IN        PIC X(10).
       01  INS-AGENT-PHONE-IN      PIC X(12).
       01  INS-FIELDS-KEYED        PIC S9(4) USAGE COMP.
       01  INS-INFORCE-COUNT       PIC S9(9) USAGE COMP.
       01  INS-OVERRIDE            PIC X(1).
       01  IND-INS-POLICY          PIC S9(4) USAGE COMP.
       01  LEASE-CAP-COST          PIC S9(7)V99 USAGE COMP-3.
       01  LEASE-RESIDUAL          PIC S9(7)V99 USAGE COMP-3.
       01  LEASE-MONEY-FACTOR      PIC S9(1)V9(6) USAGE COMP-3.
       01  LEASE-MILES-PER-YEAR    PIC S9(9) USAGE COMP.
       01  LEASE-DEPRECIATION      PIC S9(7)V99 USAGE COMP-3.
       01  LEASE-RENT-CHARGE       PIC S9(5)V9(4) USAGE COMP-3.
       01  LEASE-PAYMENT           PIC S9(5)V99 USAGE COMP-3.
       01  LEASE-ERROR-MSG         PIC X(60).
       01  LEASE-LENDER-COUNT      PIC S9(9) USAGE COMP.
       01  LEASE-FAILED            PIC X(1).
       01  CONVERT-LEASE-PAYMENT   PIC 9(5).99.

       01  WEOWE-DESC-IN           PIC X(40).
       01  WEOWE-COST-IN           PIC S9(5)V99 USAGE COMP-3.
       01  IND-REBATE-STACK        PIC S9(4) USAGE COMP.
       01  REBATE-BEST-SINGLE      PIC S9(7)V99 USAGE COMP-3.
       01  IND-REBATE-BEST         PIC S9(4) USAGE COMP.
       01  INCENT-BEST-TAKEN       PIC X(1).
       01  TAX-PRE-REBATE          PIC X(1).
       01  IND-TAX-PRE             PIC S9(4) USAGE COMP.
       01  DEAL-TAX-RATE           PIC S9(2)V9(4) USAGE COMP-3.
       01  DEAL-OTD-TOTAL          PIC S9(9)V99 USAGE COMP-3.
       01  DEAL-TAX-BASE           PIC S9(8)V99 USAGE COMP-3.
       01  DEAL-FEE-TOTAL          PIC S9(7)V99 USAGE COMP-3.
       01  IND-SF-DOCCAP           PIC S9(4) USAGE COMP.
       01  IND-SF-TRADECAP         PIC S9(4) USAGE COMP.
       01  CONVERT-OTD             PIC 9(9).99.
       01  INST-FAILED             PIC X(1).
       01  INST-NO                 PIC S9(9) USAGE COMP.
       01  INST-MONTHLY-RATE       PIC S9(1)V9(9) USAGE COMP-3.
       01  INST-GROWTH             PIC S9(7)V9(9) USAGE COMP-3.
       01  INST-BALANCE            PIC S9(7)V99 USAGE COMP-3.
       01  CONVERT-CONTRACTID      PIC 9(9).
       01  CONVERT-INST-PAYMENT    PIC 9(5).99.
       01  IDV-TYPE-IN             PIC X(2).
       01  IDV-NUMBER-IN           PIC X(20).
       01  IDV-STATE-IN            PIC X(2).
       01  IDV-EXPIRY-IN           PIC X(10).
       01  IDV-CLEAR-REASON        PIC X(40).
       01  IDV-CHECKED             PIC X(1).
       01  IDV-EXPIRED             PIC X(1).
       01  IDV-PHONE-FLAG          PIC X(1).
       01  IDV-ADDR-FLAG           PIC X(1).
       01  IDV-RESULT              PIC X(1).
       01  IDV-FLAG-TEXT           PIC X(30).
       01  IDV-CHECK-COUNT         PIC S9(9) USAGE COMP.
       01  IDV-CLEARED-BY          PIC X(8).
       01  IND-IDV-CLEAR           PIC S9(4) USAGE COMP.
       01  IDV-CUSTOMER-ON-FILE.
           05  IDV-CUST-PHONE          PIC X(12).
           05  IDV-CUST-ADDR1          PIC X(40).
           05  IDV-CUST-CITY           PIC X(30).
           05  IDV-CUST-STATE          PIC X(2).
           05  IDV-CUST-ZIP            PIC X(10).

      *---------------------------------------
      * HAND-SYNCHRONIZED COPY OF GAM0VDG'S DEAL-DOCS-INANDOUTS -
      * CHANGE BOTH (AND GAM0VRE'S) TOGETHER.
      *---------------------------------------
       01  DEAL-DOCS-COMMAREA.
           02  CA-LOCAL-BUILD2         PIC X.
           02  DD-VIN                  PIC X(17).
           02  DD-SALEDATE             PIC X(10).
           02  DD-REPRINT              PIC X(1).
           02  DD-RESULT               PIC X(1).
           02  DD-MESSAGE              PIC X(60).

       01  PAYOFF-WINDOW           PIC S9(4) USAGE COMP.
       01  PAYOFF-TODAY            PIC X(10).
       01  CPO-SALE-MONTHS         PIC S9(9) USAGE COMP.
       01  CPO-SALE-MILES          PIC S9(9) USAGE COMP.
       01  GROSS-APPROVED          PIC X(1) VALUE "N".
       01  GROSS-BELOW-MIN         PIC X(1).
       01  GROSS-APPR-FAILED       PIC X(1).
       01  GROSS-LEDGER-TOTAL      PIC S9(7)V99 USAGE COMP-3.
       01  GROSS-HAS-ACQ           PIC S9(9) USAGE COMP.
       01  GROSS-ACQ-COST          PIC S9(7)V99 USAGE COMP-3.
       01  GROSS-VEHICLE-COST      PIC S9(7)V99 USAGE COMP-3.
       01  GROSS-FRONT             PIC S9(7)V99 USAGE COMP-3.
       01  GROSS-PENDING-COUNT     PIC S9(9) USAGE COMP.
       01  CONVERT-GROSS           PIC -(7)9.99.
       01  CONVERT-MIN-GROSS       PIC Z(6)9.99.

       COPY GAM0BBD.

       COPY GAM0BCF.

       COPY GAM0BAW.

       01  AUDIT-REPLAY-COUNT          PIC S9(4) USAGE COMP VALUE 0.
       01  AUDIT-REPLAY-IX             PIC S9(4) USAGE COMP.
       01  AUDIT-REPLAY-TABLE.
           05  AUDIT-REPLAY-ENTRY OCCURS 8 TIMES.
               10  AUDIT-RP-KEY        PIC X(17).
               10  AUDIT-RP-BEFORE     PIC X(100).
               10  AUDIT-RP-AFTER      PIC X(100).
       01  LIEN-PAYOFF                 PIC S9(7)V99 USAGE COMP-3.
       01  LIEN-EQUITY                 PIC S9(8)V99 USAGE COMP-3.
       01  NEG-EQUITY-TOTAL            PIC S9(8)V99 USAGE COMP-3.
       01  TRADE-ALLOWANCE-TOTAL       PIC S9(7)V99 USAGE COMP-3.

       01  STOCK-SEQNO                 PIC S9(9) USAGE COMP.
       01  STOCK-NUMBER-BUILT          PIC X(12).
       COPY GAM0BAP.
       COPY GAM0BFP.
       COPY GAM0BFS.
       COPY GAM0BFM.
       COPY GAM0BCQ.
       COPY GAM0BRE.
       COPY GAM0BDX.
       COPY GAM0BSF.
       COPY GAM0BMI.
       COPY GAM0BIC.
       COPY GAM0BHC.
       COPY GAM0BHS.
       COPY GAM0BIN.
       COPY GAM0BLS.
       COPY GAM0BRF.
       COPY GAM0BGC.
       COPY GAM0BPN.

       EXEC SQL INCLUDE SQLCA END-EXEC.

                     AND STATUS = 'O'
           END-EXEC.

      *---------------------------------------
      * THE F+I MENU - EVERY PRODUCT THE STORE CURRENTLY SELLS, AT
      * ITS MENU PRICE AND TERM, AS 1370 LOGS IT FOR THE DEAL.
      *---------------------------------------
       EXEC SQL
           DECLARE FIMENUCURSOR CURSOR FOR
               SELECT PRODUCTCODE, RETAILPRICE, TERMMONTHS
                   FROM FI_PRODUCTS
                   WHERE ACTIVEFLAG = 'Y'
                   ORDER BY PRODUCTCODE
           END-EXEC.

      *---------------------------------------
      * THE PROGRAMS 1560 PRICED INTO THE DEAL - EVERY STACKABLE ONE
      * AND, OF THE REST, THE RICHEST (THE FIRST 'N' ROW IN THIS
      * ORDER) - SO 1565 CAN CLAIM EACH ONE BACK FROM THE FACTORY.
      *---------------------------------------
       EXEC SQL
           DECLARE INCENTCURSOR CURSOR FOR
               SELECT INCENTIVEID, INCENTIVETYPE, AMOUNT, STACKABLE
                   FROM MFR_INCENTIVES
                   WHERE AUTOYEAR = :INCENT-AUTOYEAR
                     AND MAKE = :INCENT-MAKE
                     AND MODEL = :INCENT-MODEL
                     AND EFFECTIVEFROM <= CURRENT DATE
                     AND (EFFECTIVETO IS NULL
                          OR EFFECTIVETO >= CURRENT DATE)
                     AND AMOUNT > 0
                   ORDER BY STACKABLE DESC, AMOUNT DESC, INCENTIVEID
           END-EXEC.

       LINKAGE SECTION.

       COPY GAM0BCA.
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

      *---------------------------------------
      * A DEAL HELD FOR GROSS IS POSTED UNDER THE APPROVING
      * MANAGER'S GROSSAPR AUTHORITY, NOT THE DESK'S SALEENTR.
      *---------------------------------------
           IF CA-GROSS-APPROVAL-TAG = "GROSSAPP"
               MOVE "GROSSAPR" TO AUTH-FUNCTION
               MOVE "Y" TO AUTH-NEED-MGR
           ELSE
               MOVE "SALEENTR" TO AUTH-FUNCTION
               MOVE "N" TO AUTH-NEED-MGR
           END-IF.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"

           EVALUATE TRUE

           WHEN CA-GROSS-APPROVAL-TAG = "GROSSAPP"
               PERFORM 1080-POST-APPROVED-DEAL THRU 1080-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF4
               MOVE CA-VIN-SELECTED(1) TO SEVINOUT
               PERFORM 1050-PREFILL-FROM-QUOTE
           END-IF.
           MOVE 0 TO SQLCODE.

           PERFORM 1432-GET-CHOSEN-LENDER.
           IF SALE-LENDER-IN NOT = SPACES
               MOVE SALE-LENDER-IN TO SELENDEROUT
               PERFORM 1434-GET-LENDER-APPROVAL
           END-IF.

      *---------------------------------------
      * A MANAGER APPROVED A DEAL HELD FOR GROSS ON GAM0VGA - THE
      * SCREEN AS THE DESK KEYED IT COMES BACK OFF PENDING_DEALS
      * AND GOES THROUGH THE WHOLE OF 1100 AGAIN (EVERY CHECK STILL
      * APPLIES - THE CAR MAY HAVE SOLD SINCE) WITHOUT THE GROSS
      * GATE. 1456 CLOSES THE PENDING ROW IN THE DEAL'S OWN UNIT OF
      * WORK. A DEAL KEYED WITH THE PF6 HOLD OVERRIDE HAS THE
      * OVERRIDE RE-RUN UNDER THE APPROVING MANAGER.
      *---------------------------------------
       1080-POST-APPROVED-DEAL.
           MOVE CA-PENDINGID TO PN-PENDINGID.
           EXEC SQL
               SELECT VIN, HOLDOVERRIDE, DEALIMAGE
                   INTO :PN-VIN, :PN-HOLDOVERRIDE, :PN-DEALIMAGE
                   FROM PENDING_DEALS
                   WHERE PENDINGID = :PN-PENDINGID
                     AND STATUS = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "DEAL IS NO LONGER PENDING APPROVAL" TO
                   SALEENTMSGOUT
               GO TO 1080-EXIT
           END-IF.

           MOVE PN-DEALIMAGE-TEXT (1:LENGTH OF SALEENTO) TO SALEENTO.
           MOVE "Y" TO GROSS-APPROVED.

           IF PN-HOLDOVERRIDE = "Y"
               MOVE PN-VIN-TEXT TO SALE-VIN
               PERFORM 1020-OVERRIDE-HOLD THRU 1020-EXIT
               IF OVERRIDE-DONE NOT = "Y"
                   MOVE "SUPERVISOR OVERRIDE DENIED" TO
                       SALEENTMSGOUT
                   GO TO 1080-EXIT
               END-IF
           END-IF.

           PERFORM 1100-RECORD-SALE.

       1080-EXIT.
           CONTINUE.

       1100-RECORD-SALE.
           MOVE SPACES TO SALEENTMSGOUT.
           MOVE SPACES TO REJECT-REASON.
           MOVE "Y" TO AUDIT-IN-SALE-UOW.
           MOVE 0 TO AUDIT-REPLAY-COUNT.
           MOVE "N" TO IDV-CHECKED.
           MOVE SPACES TO IDV-RESULT.

           MOVE SEVINOUT TO SALE-VIN.
           MOVE SEBUYEROUT TO SALE-BUYER-NAME.
           MOVE SEPHONEOUT TO SALE-BUYER-PHONE.
           MOVE SECUSTIDOUT TO SALE-CUSTOMERID-IN.
           IF SALE-CUSTOMERID-IN = LOW-VALUE
               MOVE SPACES TO SALE-CUSTOMERID-IN
           END-IF.
           MOVE SECOBUYOUT TO SALE-COBUYER-NAME.
           IF SALE-COBUYER-NAME = LOW-VALUE
               MOVE SPACES TO SALE-COBUYER-NAME
           END-IF.
           MOVE SECOPHOUT TO SALE-COBUYER-PHONE.
           IF SALE-COBUYER-PHONE = LOW-VALUE
               MOVE SPACES TO SALE-COBUYER-PHONE
           END-IF.
           MOVE SECOBIDOUT TO SALE-COBUYERID-IN.
           IF SALE-COBUYERID-IN = LOW-VALUE
               MOVE SPACES TO SALE-COBUYERID-IN
           END-IF.
           MOVE SEADDR1OUT TO SALE-ADDR1.
           MOVE SEADDR2OUT TO SALE-ADDR2.
           MOVE SECITYOUT TO SALE-CITY.
           MOVE SESTATEOUT TO SALE-STATE.
           MOVE SEZIPOUT TO SALE-ZIP.
           INSPECT SALE-ADDRESS REPLACING ALL LOW-VALUE BY SPACE.
           IF SEPRICEOUT = SPACES
               MOVE 0 TO SALE-PRICE-IN
           ELSE
               COMPUTE SALE-PRICE-IN = FUNCTION NUMVAL(SEPRICEOUT)
           END-IF.

      *---------------------------------------
      * DEALER-INSTALLED ACCESSORIES ON THE CAR (GAM0VAC) SELL WITH
      * IT AT THEIR ADDENDUM-STICKER RETAIL. THE DESK KEYS THE
      * VEHICLE PRICE AND THE ADDENDUM RIDES ON TOP, SO THE AMOUNT
      * FINANCED, THE TAX, THE OTD TOTAL AND SALES.SALEPRICE (WHICH
      * THE GROSS REPORTS NET AGAINST THE COST LEDGER, WHERE THE
      * ACCESSORY COST ALREADY SITS) ALL CARRY IT.
      *---------------------------------------
           PERFORM 1105-GET-ADDENDUM.
           IF SALE-PRICE-IN > 0
               ADD ACCY-ADDENDUM-TOTAL TO SALE-PRICE-IN
           END-IF.
           MOVE SETYPEOUT TO SALE-TYPE-IN.
           MOVE SEFIP1OUT TO FI-CODE (1).
           MOVE SEFIP2OUT TO FI-CODE (2).
           MOVE SEFIP3OUT TO FI-CODE (3).
           MOVE SEFIMENUOUT TO FI-MENU-IN.
           IF FI-MENU-IN = LOW-VALUE
               MOVE SPACE TO FI-MENU-IN
           END-IF.
           MOVE SELENDEROUT TO SALE-LENDER-IN.
           IF SEBUYRTOUT = SPACES OR SEBUYRTOUT = LOW-VALUE
               MOVE 0 TO SALE-BUY-RATE
           ELSE
               COMPUTE SALE-BUY-RATE = FUNCTION NUMVAL(SEBUYRTOUT)
           END-IF.
           IF SECONRTOUT = SPACES OR SECONRTOUT = LOW-VALUE
               MOVE 0 TO SALE-CONTRACT-RATE
           ELSE
               COMPUTE SALE-CONTRACT-RATE =
                   FUNCTION NUMVAL(SECONRTOUT)
           END-IF.
           IF SETERMOUT = SPACES OR SETERMOUT = LOW-VALUE
               MOVE 0 TO SALE-TERM-MONTHS
           ELSE
               COMPUTE SALE-TERM-MONTHS = FUNCTION NUMVAL(SETERMOUT)
           END-IF.
           IF SEAMTFINOUT = SPACES OR SEAMTFINOUT = LOW-VALUE
               MOVE 0 TO SALE-AMT-FINANCED
           ELSE
               COMPUTE SALE-AMT-FINANCED =
                   FUNCTION NUMVAL(SEAMTFINOUT)
           END-IF.
           IF SEODOOUT = SPACES OR SEODOOUT = LOW-VALUE
               MOVE 0 TO SALE-ODO-MILES
           ELSE
           IF WEOWE-BY-IN = LOW-VALUE
               MOVE SPACES TO WEOWE-BY-IN
           END-IF.
           MOVE SEINSCOOUT TO INS-INSURER-IN.
           IF INS-INSURER-IN = LOW-VALUE
               MOVE SPACES TO INS-INSURER-IN
           END-IF.
           MOVE SEINSPOLOUT TO INS-POLICY-IN.
           IF INS-POLICY-IN = LOW-VALUE
               MOVE SPACES TO INS-POLICY-IN
           END-IF.
           MOVE SEINSEFFOUT TO INS-EFFECTIVE-IN.
           IF INS-EFFECTIVE-IN = LOW-VALUE
               MOVE SPACES TO INS-EFFECTIVE-IN
           END-IF.
           MOVE SEINSPHOUT TO INS-AGENT-PHONE-IN.
           IF INS-AGENT-PHONE-IN = LOW-VALUE
               MOVE SPACES TO INS-AGENT-PHONE-IN
           END-IF.
           MOVE SEIDTYPOUT TO IDV-TYPE-IN.
           IF IDV-TYPE-IN = LOW-VALUE
               MOVE SPACES TO IDV-TYPE-IN
           END-IF.
           MOVE SEIDNUMOUT TO IDV-NUMBER-IN.
           IF IDV-NUMBER-IN = LOW-VALUE
               MOVE SPACES TO IDV-NUMBER-IN
           END-IF.
           MOVE SEIDSTOUT TO IDV-STATE-IN.
           IF IDV-STATE-IN = LOW-VALUE
               MOVE SPACES TO IDV-STATE-IN
           END-IF.
           MOVE SEIDEXPOUT TO IDV-EXPIRY-IN.
           IF IDV-EXPIRY-IN = LOW-VALUE
               MOVE SPACES TO IDV-EXPIRY-IN
           END-IF.
           MOVE SERFRSNOUT TO IDV-CLEAR-REASON.
           IF IDV-CLEAR-REASON = LOW-VALUE
               MOVE SPACES TO IDV-CLEAR-REASON
           END-IF.
           IF SELSCAPOUT = SPACES OR SELSCAPOUT = LOW-VALUE
               MOVE 0 TO LEASE-CAP-COST
           ELSE
               COMPUTE LEASE-CAP-COST = FUNCTION NUMVAL(SELSCAPOUT)
           END-IF.
           IF SELSRESOUT = SPACES OR SELSRESOUT = LOW-VALUE
               MOVE 0 TO LEASE-RESIDUAL
           ELSE
               COMPUTE LEASE-RESIDUAL = FUNCTION NUMVAL(SELSRESOUT)
           END-IF.
           IF SELSMFOUT = SPACES OR SELSMFOUT = LOW-VALUE
               MOVE 0 TO LEASE-MONEY-FACTOR
           ELSE
               COMPUTE LEASE-MONEY-FACTOR =
                   FUNCTION NUMVAL(SELSMFOUT)
           END-IF.
           IF SELSMILOUT = SPACES OR SELSMILOUT = LOW-VALUE
               MOVE 0 TO LEASE-MILES-PER-YEAR
           ELSE
               COMPUTE LEASE-MILES-PER-YEAR =
                   FUNCTION NUMVAL(SELSMILOUT)
           END-IF.
           MOVE SERESALEOUT TO SALE-RESALE-IN.
           IF SALE-RESALE-IN = LOW-VALUE
               MOVE SPACES TO SALE-RESALE-IN

           PERFORM 1200-VALIDATE-SALE.

           MOVE "N" TO GROSS-BELOW-MIN.
           IF REJECT-REASON = SPACES AND GROSS-APPROVED NOT = "Y"
               PERFORM 1260-CHECK-MINIMUM-GROSS THRU 1260-EXIT
           END-IF.

      *---------------------------------------
      * A PF6 OVERRIDE HAS ALREADY RELEASED THE HOLD IN THIS UNIT
      * OF WORK - A REFUSED SALE MUST TAKE THAT RELEASE (AND ITS
           IF REJECT-REASON NOT = SPACES
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 1150-REPLAY-KEPT-AUDIT
               PERFORM 1160-LOG-BLOCKED-ID-CHECK
               MOVE REJECT-REASON TO SALEENTMSGOUT
           ELSE
               IF GROSS-BELOW-MIN = "Y"
                   EXEC SQL ROLLBACK END-EXEC
                   PERFORM 1150-REPLAY-KEPT-AUDIT
                   PERFORM 1270-HOLD-FOR-APPROVAL THRU 1270-EXIT
               ELSE
                   PERFORM 1300-APPLY-SALE
               END-IF
           END-IF.
           MOVE "N" TO AUDIT-IN-SALE-UOW.

       1105-GET-ADDENDUM.
           MOVE 0 TO ACCY-ADDENDUM-TOTAL.
           EXEC SQL
               SELECT COALESCE(SUM(RETAILPRICE), 0)
                   INTO :ACCY-ADDENDUM-TOTAL
                   FROM VEHICLE_ACCESSORIES
                   WHERE VIN = :SALE-VIN
                     AND STATUS = 'I'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO ACCY-ADDENDUM-TOTAL
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE REJECT-PATH ROLLBACK TOOK THE COMPLIANCE AUDIT ROWS
      * (OFAC SCREEN RESULTS, DENIED OVERRIDES) BACK WITH IT - THE
               MOVE 0 TO AUDIT-REPLAY-COUNT
           END-IF.

      *---------------------------------------
      * A DEAL THE RED-FLAG CHECK BLOCKED IS EXACTLY WHAT THE
      * COMPLIANCE OFFICER NEEDS TO SEE - ITS ID_VERIFICATIONS ROW
      * IS WRITTEN AND COMMITTED AFTER THE ROLLBACK, LIKE THE KEPT
      * AUDIT ROWS ABOVE.
      *---------------------------------------
       1160-LOG-BLOCKED-ID-CHECK.
           IF IDV-CHECKED = "Y" AND IDV-RESULT = "B"
               PERFORM 1452-RECORD-ID-CHECK THRU 1452-EXIT
               EXEC SQL COMMIT END-EXEC
           END-IF.

       1200-VALIDATE-SALE.
      *---------------------------------------
      * FINANCE CLOSED THE BOOKS ON THIS PERIOD (GAM0VPC) - NOTHING
               GO TO 1200-EXIT
           END-IF.

      *---------------------------------------
      * THE DESK MAY KEY THE CUSTOMER ID OF A RETURNING BUYER (AND
      * OF A CO-BUYER) - A KEYED ID MUST BE ON THE CUSTOMER FILE.
      * LEFT BLANK, 1310-LINK-CUSTOMERS FINDS OR ADDS THE CUSTOMER
      * BY NAME AND PHONE WHEN THE DEAL POSTS. A WHOLESALE BUYER IS
      * A DEALER, NOT A CUSTOMER, AND CARRIES NEITHER - NOR A
      * MAILING ADDRESS, WHICH BELONGS TO THE BUYER'S CUSTOMER ROW.
      *---------------------------------------
           IF SALE-TYPE-IN = "W"
              AND (SALE-CUSTOMERID-IN NOT = SPACES
                   OR SALE-COBUYER-NAME NOT = SPACES
                   OR SALE-COBUYERID-IN NOT = SPACES
                   OR SALE-ADDRESS NOT = SPACES)
               MOVE "NO CUSTOMER OR CO-BUYER ON A WHOLESALE DEAL" TO
                   REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

           MOVE SALE-ADDR1 TO CR-ADDR1.
           MOVE SALE-ADDR2 TO CR-ADDR2.
           MOVE SALE-CITY TO CR-CITY.
           MOVE SALE-STATE TO CR-STATE.
           MOVE SALE-ZIP TO CR-ZIP.
           PERFORM 9880-CHECK-ADDRESS THRU 9880-EXIT.
           IF CR-ADDR-MSG NOT = SPACES
               MOVE CR-ADDR-MSG TO REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

           IF SALE-CUSTOMERID-IN NOT = SPACES
               MOVE SALE-CUSTOMERID-IN TO CR-CUSTOMERID
               SET CR-MATCH-ONLY TO TRUE
               PERFORM 9850-RESOLVE-CUSTOMER THRU 9850-EXIT
               IF NOT CR-KEYED
                   MOVE "BUYER CUSTOMER ID NOT ON FILE" TO
                       REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
           END-IF.

           IF SALE-COBUYER-PHONE NOT = SPACES
              AND SALE-COBUYER-NAME = SPACES
              AND SALE-COBUYERID-IN = SPACES
               MOVE "ENTER THE CO-BUYER NAME OR CUSTOMER ID" TO
                   REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

           IF SALE-COBUYERID-IN NOT = SPACES
               IF SALE-COBUYERID-IN = SALE-CUSTOMERID-IN
                   MOVE "CO-BUYER CANNOT BE THE BUYER" TO
                       REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               MOVE SALE-COBUYERID-IN TO CR-CUSTOMERID
               SET CR-MATCH-ONLY TO TRUE
               PERFORM 9850-RESOLVE-CUSTOMER THRU 9850-EXIT
               IF NOT CR-KEYED
                   MOVE "CO-BUYER CUSTOMER ID NOT ON FILE" TO
                       REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
           END-IF.

           IF SALE-PRICE-IN NOT > 0
               MOVE "ENTER THE FINAL SALE PRICE" TO REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

           IF SALE-TYPE-IN NOT = "C" AND SALE-TYPE-IN NOT = "F"
              AND SALE-TYPE-IN NOT = "W" AND SALE-TYPE-IN NOT = "B"
              AND SALE-TYPE-IN NOT = "E"
               MOVE "SALE TYPE MUST BE C, F, B, E (LEASE) OR W" TO
                   REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

      *---------------------------------------
      * A FINANCED DEAL CARRIES THE LENDER'S BUY RATE, THE RATE THE
      * BUYER SIGNED AT AND THE TERM - THE SPREAD IS OUR RESERVE
      * INCOME AND THE MARKUP FAIR-LENDING REVIEW LOOKS AT. THE
      * AMOUNT FINANCED DEFAULTS TO THE SALE PRICE.
      *---------------------------------------
           IF SALE-TYPE-IN = "F"
               IF SALE-BUY-RATE NOT > 0
                   MOVE "ENTER THE LENDER BUY RATE" TO REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               IF SALE-CONTRACT-RATE NOT > 0
                   MOVE "ENTER THE CONTRACT RATE" TO REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               IF SALE-CONTRACT-RATE < SALE-BUY-RATE
                   MOVE "CONTRACT RATE IS BELOW THE BUY RATE" TO
                       REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               IF SALE-TERM-MONTHS < 1 OR SALE-TERM-MONTHS > 96
                   MOVE "ENTER THE TERM IN MONTHS (1-96)" TO
                       REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               IF SALE-AMT-FINANCED NOT > 0
                   MOVE SALE-PRICE-IN TO SALE-AMT-FINANCED
               END-IF
           END-IF.

      *---------------------------------------
      * A SALETYPE 'B' DEAL IS FINANCED BY THE STORE ITSELF - NO
      * LENDER AND NO BUY RATE, JUST THE RATE AND TERM THE BUYER
      * SIGNED FOR. COLLECTIONS WILL BE CALLING, SO THE PHONE IS
      * REQUIRED. THE AMOUNT FINANCED DEFAULTS TO THE SALE PRICE.
      *---------------------------------------
           IF SALE-TYPE-IN = "B"
               IF SALE-BUYER-PHONE = SPACES
                  OR SALE-BUYER-PHONE = LOW-VALUE
                   MOVE "IN-HOUSE FINANCE NEEDS THE BUYER PHONE" TO
                       REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               IF SALE-CONTRACT-RATE NOT > 0
                   MOVE "ENTER THE CONTRACT RATE" TO REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               IF SALE-TERM-MONTHS < 1 OR SALE-TERM-MONTHS > 96
                   MOVE "ENTER THE TERM IN MONTHS (1-96)" TO
                       REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               IF SALE-AMT-FINANCED NOT > 0
                   MOVE SALE-PRICE-IN TO SALE-AMT-FINANCED
               END-IF
           END-IF.

      *---------------------------------------
      * A SALETYPE 'E' DEAL IS A LEASE - THE CAR GOES TO THE LEASING
      * LENDER (WHICH MUST BE ON RETAIL_LENDERS) AND THE BUYER PAYS
      * FOR ITS USE. THE DESK KEYS THE RESIDUAL, THE MONEY FACTOR,
      * THE TERM AND THE ANNUAL MILEAGE ALLOWANCE; THE CAPITALIZED
      * COST DEFAULTS TO THE SALE PRICE. 1439 WORKS OUT THE PAYMENT.
      *---------------------------------------
           IF SALE-TYPE-IN = "E"
               IF SALE-LENDER-IN = SPACES OR SALE-LENDER-IN = LOW-VALUE
                   MOVE "ENTER THE LEASING LENDER" TO REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               MOVE 0 TO LEASE-LENDER-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :LEASE-LENDER-COUNT
                       FROM RETAIL_LENDERS
                       WHERE LENDERCODE = :SALE-LENDER-IN
               END-EXEC
               IF LEASE-LENDER-COUNT = 0
                   MOVE "LEASING LENDER NOT ON FILE" TO REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               IF SALE-TERM-MONTHS < 12 OR SALE-TERM-MONTHS > 60
                   MOVE "ENTER THE LEASE TERM IN MONTHS (12-60)" TO
                       REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               IF LEASE-CAP-COST NOT > 0
                   MOVE SALE-PRICE-IN TO LEASE-CAP-COST
               END-IF
               IF LEASE-RESIDUAL NOT > 0
                   MOVE "ENTER THE LEASE RESIDUAL VALUE" TO
                       REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               IF LEASE-MONEY-FACTOR < 0
                  OR LEASE-MONEY-FACTOR NOT < .01
                   MOVE "MONEY FACTOR IS A FRACTION, E.G. .00250" TO
                       REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               IF LEASE-MILES-PER-YEAR NOT > 0
                   MOVE "ENTER THE ANNUAL MILEAGE ALLOWANCE" TO
                       REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
               PERFORM 1439-COMPUTE-LEASE-PAYMENT THRU 1439-EXIT
               IF LEASE-ERROR-MSG NOT = SPACES
                   MOVE LEASE-ERROR-MSG TO REJECT-REASON
                   GO TO 1200-EXIT
               END-IF
           END-IF.

      *---------------------------------------
      * FEDERAL LAW WANTS AN ODOMETER DISCLOSURE ON EVERY RETAIL
      * SALE - THE DESK CONFIRMS THE READING WITH THE BUYER AND IT
               GO TO 1200-EXIT
           END-IF.

      *---------------------------------------
      * EVERY RETAIL DEAL GOES THROUGH THE F+I OFFICE, AND THE DESK
      * MUST SAY WHETHER THE MENU WAS PRESENTED. "N" STILL POSTS -
      * THE DEAL JUST SHOWS UP ON GAM0VFM AS HAVING NO MENU.
      *---------------------------------------
           IF SALE-TYPE-IN NOT = "W"
              AND FI-MENU-IN NOT = "Y" AND FI-MENU-IN NOT = "N"
               MOVE "F+I MENU PRESENTED MUST BE Y OR N" TO
                   REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

      *---------------------------------------
      * NO COMMISSION ON WHOLESALE - THE SALESPERSON FIELD IS LEFT
      * BLANK AND THE ROW CARRIES ID 0, WHICH GAM0VCO'S SALESPERSON
               END-IF
           END-IF.

      *---------------------------------------
      * NO TEMP TAG AND NO CAR LEAVE THE LOT ON A RETAIL DEAL UNTIL
      * THE BUYER'S INSURANCE IS ON THE DEAL - INSURER, POLICY,
      * EFFECTIVE DATE AND AGENT PHONE - OR A MANAGER WITH THE
      * INSOVRD FUNCTION RELEASES IT ON THE AUDIT TRAIL.
      *---------------------------------------
           MOVE "N" TO INS-OVERRIDE.
           IF SALE-TYPE-IN NOT = "W"
               PERFORM 1245-CHECK-INSURANCE THRU 1245-EXIT
               IF REJECT-REASON NOT = SPACES
                   GO TO 1200-EXIT
               END-IF
           END-IF.

      *---------------------------------------
      * FTC RED FLAGS RULE - WHEN WE ARRANGE CREDIT (FINANCED,
      * IN-HOUSE OR LEASE) THE BUYER'S IDENTITY IS VERIFIED FROM
      * THEIR ID AND LOGGED ON ID_VERIFICATIONS. AN EXPIRED ID, OR A
      * PHONE OR ADDRESS THAT CONTRADICTS THE CUSTOMER MASTER, BLOCKS
      * THE DEAL UNLESS A MANAGER WITH RFLGOVRD CLEARS IT WITH A
      * REASON.
      *---------------------------------------
           IF SALE-TYPE-IN = "F" OR SALE-TYPE-IN = "B"
              OR SALE-TYPE-IN = "E"
               PERFORM 1250-VERIFY-BUYER-ID THRU 1250-EXIT
               IF REJECT-REASON NOT = SPACES
                   GO TO 1200-EXIT
               END-IF
           END-IF.

           PERFORM 1210-FIND-ACTIVE-HOLD.
           IF HOLD-ACTIVE = "Y" AND OVERRIDE-DONE NOT = "Y"
               MOVE SPACES TO REJECT-REASON
       1240-EXIT.
           CONTINUE.

      *---------------------------------------
      * ALL FOUR INSURANCE FIELDS, OR NONE. A POLICY THAT ISN'T IN
      * FORCE YET IS NO BETTER THAN NO POLICY. WITH NOTHING KEYED,
      * ONLY A MANAGER OVERRIDE LETS THE TAG AND THE CAR GO - THE
      * DEAL_INSURANCE ROW 1446 WRITES CARRIES IT TO GAM0VIO.
      *---------------------------------------
       1245-CHECK-INSURANCE.
           MOVE 0 TO INS-FIELDS-KEYED.
           IF INS-INSURER-IN NOT = SPACES
               ADD 1 TO INS-FIELDS-KEYED
           END-IF.
           IF INS-POLICY-IN NOT = SPACES
               ADD 1 TO INS-FIELDS-KEYED
           END-IF.
           IF INS-EFFECTIVE-IN NOT = SPACES
               ADD 1 TO INS-FIELDS-KEYED
           END-IF.
           IF INS-AGENT-PHONE-IN NOT = SPACES
               ADD 1 TO INS-FIELDS-KEYED
           END-IF.

           IF INS-FIELDS-KEYED = 4
               MOVE 0 TO INS-INFORCE-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :INS-INFORCE-COUNT
                       FROM SYSIBM.SYSDUMMY1
                       WHERE DATE(:INS-EFFECTIVE-IN) <= CURRENT DATE
               END-EXEC
               MOVE 0 TO SQLCODE
               IF INS-INFORCE-COUNT = 0
                   MOVE "INSURANCE NOT IN FORCE YET - CHECK EFF DATE"
                       TO REJECT-REASON
               END-IF
               GO TO 1245-EXIT
           END-IF.

           IF INS-FIELDS-KEYED > 0
               MOVE "COMPLETE ALL FOUR INSURANCE FIELDS" TO
                   REJECT-REASON
               GO TO 1245-EXIT
           END-IF.

           MOVE "INSOVRD" TO AUTH-FUNCTION.
           MOVE "Y" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.
           IF AUTH-OK = "Y"
               MOVE "Y" TO INS-OVERRIDE
               MOVE SALE-VIN TO AUDIT-KEY
               MOVE "NO PROOF OF INSURANCE" TO AUDIT-BEFORE
               MOVE "TAG/DELIVERY RELEASED BY MANAGER OVERRIDE" TO
                   AUDIT-AFTER
               MOVE "Y" TO AUDIT-KEEP
               PERFORM 1600-WRITE-AUDIT
           ELSE
               MOVE "PROOF OF INSURANCE REQUIRED FOR TAG/DELIVERY" TO
                   REJECT-REASON
           END-IF.

       1245-EXIT.
           CONTINUE.

      *---------------------------------------
      * ALL FOUR ID FIELDS ARE REQUIRED AND THE EXPIRY MUST BE A
      * REAL DATE. THE BUYER IS RESOLVED TO THE CUSTOMER MASTER THE
      * WAY THE DEAL WILL LINK IT (GAM0BCF, MATCH ONLY) AND A PHONE
      * OR MAILING ADDRESS KEYED ON THE DEAL THAT CONTRADICTS THAT
      * CUSTOMER'S ROW IS A RED FLAG. A FLAGGED CHECK IS LOGGED AS
      * BLOCKED ('B') UNLESS THE CLEAR REASON IS KEYED AND THE
      * OPERATOR HOLDS RFLGOVRD AS A MANAGER ('C').
      *---------------------------------------
       1250-VERIFY-BUYER-ID.
           IF IDV-TYPE-IN = SPACES OR IDV-NUMBER-IN = SPACES
              OR IDV-STATE-IN = SPACES OR IDV-EXPIRY-IN = SPACES
               MOVE "FINANCED DEAL NEEDS ID TYPE, NUMBER, STATE, EXPIRY"
                   TO REJECT-REASON
               GO TO 1250-EXIT
           END-IF.

           IF IDV-TYPE-IN NOT = "DL" AND IDV-TYPE-IN NOT = "ID"
              AND IDV-TYPE-IN NOT = "PP" AND IDV-TYPE-IN NOT = "MI"
               MOVE "ID TYPE MUST BE DL, ID, PP OR MI" TO
                   REJECT-REASON
               GO TO 1250-EXIT
           END-IF.

           MOVE 0 TO IDV-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :IDV-CHECK-COUNT
                   FROM SYSIBM.SYSDUMMY1
                   WHERE DATE(:IDV-EXPIRY-IN) >= CURRENT DATE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "ID EXPIRY MUST BE A DATE (YYYY-MM-DD)" TO
                   REJECT-REASON
               GO TO 1250-EXIT
           END-IF.

           MOVE "Y" TO IDV-CHECKED.
           MOVE "N" TO IDV-EXPIRED.
           IF IDV-CHECK-COUNT = 0
               MOVE "Y" TO IDV-EXPIRED
           END-IF.

           MOVE "N" TO IDV-PHONE-FLAG.
           MOVE "N" TO IDV-ADDR-FLAG.
           MOVE SALE-CUSTOMERID-IN TO CR-CUSTOMERID.
           MOVE SALE-BUYER-NAME TO CR-NAME.
           MOVE SALE-BUYER-PHONE TO CR-PHONE.
           SET CR-MATCH-ONLY TO TRUE.
           PERFORM 9850-RESOLVE-CUSTOMER THRU 9850-EXIT.
           IF CR-KEYED OR CR-MATCHED
               PERFORM 1255-COMPARE-CUSTOMER THRU 1255-EXIT
           END-IF.

           MOVE SPACES TO IDV-CLEARED-BY.
           EVALUATE TRUE
           WHEN IDV-EXPIRED = "Y" AND IDV-PHONE-FLAG = "Y"
                AND IDV-ADDR-FLAG = "Y"
               MOVE "ID EXPIRED, PHONE/ADDRESS" TO IDV-FLAG-TEXT
           WHEN IDV-EXPIRED = "Y" AND IDV-PHONE-FLAG = "Y"
               MOVE "ID EXPIRED, PHONE MISMATCH" TO IDV-FLAG-TEXT
           WHEN IDV-EXPIRED = "Y" AND IDV-ADDR-FLAG = "Y"
               MOVE "ID EXPIRED, ADDRESS MISMATCH" TO IDV-FLAG-TEXT
           WHEN IDV-PHONE-FLAG = "Y" AND IDV-ADDR-FLAG = "Y"
               MOVE "PHONE AND ADDRESS MISMATCH" TO IDV-FLAG-TEXT
           WHEN IDV-EXPIRED = "Y"
               MOVE "ID EXPIRED" TO IDV-FLAG-TEXT
           WHEN IDV-PHONE-FLAG = "Y"
               MOVE "PHONE NOT ON CUSTOMER FILE" TO IDV-FLAG-TEXT
           WHEN IDV-ADDR-FLAG = "Y"
               MOVE "ADDRESS NOT ON CUSTOMER FILE" TO IDV-FLAG-TEXT
           WHEN OTHER
               MOVE "V" TO IDV-RESULT
               GO TO 1250-EXIT
           END-EVALUATE.

           MOVE SALE-VIN TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "RED FLAG " IDV-FLAG-TEXT
               DELIMITED BY SIZE INTO AUDIT-BEFORE.

           IF IDV-CLEAR-REASON = SPACES
               MOVE "B" TO IDV-RESULT
               MOVE "BLOCKED - NO CLEAR REASON" TO AUDIT-AFTER
               MOVE "Y" TO AUDIT-KEEP
               PERFORM 1600-WRITE-AUDIT
               MOVE SPACES TO REJECT-REASON
               STRING "RED FLAG - " IDV-FLAG-TEXT DELIMITED BY "  "
                      " - MGR CLEAR REASON" DELIMITED BY SIZE
                   INTO REJECT-REASON
               GO TO 1250-EXIT
           END-IF.

           MOVE "RFLGOVRD" TO AUTH-FUNCTION.
           MOVE "Y" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.
           IF AUTH-OK = "Y"
               MOVE "C" TO IDV-RESULT
               MOVE AUDIT-USER TO IDV-CLEARED-BY
               MOVE SALE-VIN TO AUDIT-KEY
               MOVE SPACES TO AUDIT-BEFORE
               STRING "RED FLAG " IDV-FLAG-TEXT
                   DELIMITED BY SIZE INTO AUDIT-BEFORE
               MOVE SPACES TO AUDIT-AFTER
               STRING "RED FLAG CLEARED: " IDV-CLEAR-REASON
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               MOVE "Y" TO AUDIT-KEEP
               PERFORM 1600-WRITE-AUDIT
           ELSE
               MOVE "B" TO IDV-RESULT
               MOVE SPACES TO REJECT-REASON
               STRING "RED FLAG - " IDV-FLAG-TEXT DELIMITED BY "  "
                      " - MANAGER MUST CLEAR" DELIMITED BY SIZE
                   INTO REJECT-REASON
           END-IF.

       1250-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE RESOLVED CUSTOMER'S ROW, READ BY ITS KEY. ONLY WHAT BOTH
      * SIDES HAVE CAN CONTRADICT - A BLANK PHONE OR AN ADDRESS NOT
      * YET ON FILE IS NO FLAG. THE ZIP+4 SUFFIX IS NOT COMPARED.
      *---------------------------------------
       1255-COMPARE-CUSTOMER.
           MOVE SPACES TO IDV-CUSTOMER-ON-FILE.
           EXEC SQL
               SELECT COALESCE(CUSTPHONE, ' '),
                      COALESCE(ADDRLINE1, ' '),
                      COALESCE(CITY, ' '),
                      COALESCE(STATEABBR, ' '),
                      COALESCE(ZIPCODE, ' ')
                   INTO :IDV-CUST-PHONE, :IDV-CUST-ADDR1,
                        :IDV-CUST-CITY, :IDV-CUST-STATE,
                        :IDV-CUST-ZIP
                   FROM CUSTOMER
                   WHERE CUSTOMERID = :CR-CUSTOMERID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               GO TO 1255-EXIT
           END-IF.

           IF SALE-BUYER-PHONE NOT = SPACES
              AND SALE-BUYER-PHONE NOT = LOW-VALUE
              AND IDV-CUST-PHONE NOT = SPACES
              AND SALE-BUYER-PHONE NOT = IDV-CUST-PHONE
               MOVE "Y" TO IDV-PHONE-FLAG
           END-IF.

           IF SALE-ADDRESS NOT = SPACES
              AND IDV-CUST-ADDR1 NOT = SPACES
              AND (SALE-ADDR1 NOT = IDV-CUST-ADDR1
                   OR SALE-CITY NOT = IDV-CUST-CITY
                   OR SALE-STATE NOT = IDV-CUST-STATE
                   OR SALE-ZIP (1:5) NOT = IDV-CUST-ZIP (1:5))
               MOVE "Y" TO IDV-ADDR-FLAG
           END-IF.

       1255-EXIT.
           CONTINUE.

      *---------------------------------------
      * MINIMUM FRONT-END GROSS - THE SALE PRICE (ADDENDUM
      * INCLUDED) LESS WHAT THE UNIT COST US ON ITS COST LEDGER, THE
      * SAME ARITHMETIC AS THE GROSS REPORTS (A UNIT WITH NO 'ACQ'
      * LINE PREDATES THE LEDGER AND ADDS ITS ACQUISITIONCOST). A
      * STORE WITH A DEALER_GROSS_CONTROLS ROW HOLDS ANY RETAIL DEAL
      * UNDER ITS MINIMUM FOR A MANAGER. WHOLESALE IS THE MANAGER'S
      * OWN DISPOSAL OF AN AGED UNIT AND IS NOT HELD.
      *---------------------------------------
       1260-CHECK-MINIMUM-GROSS.
           IF SALE-TYPE-IN = "W"
               GO TO 1260-EXIT
           END-IF.

           MOVE VEHICLE-DEALERID TO GC-DEALERID.
           EXEC SQL
               SELECT MINFRONTGROSS
                   INTO :GC-MINFRONTGROSS
                   FROM DEALER_GROSS_CONTROLS
                   WHERE DEALERID = :GC-DEALERID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               GO TO 1260-EXIT
           END-IF.

           MOVE 0 TO GROSS-LEDGER-TOTAL GROSS-HAS-ACQ GROSS-ACQ-COST.
           EXEC SQL
               SELECT COALESCE(SUM(COSTAMOUNT), 0),
                      COALESCE(MAX(CASE WHEN COSTTYPE = 'ACQ'
                                        THEN 1 ELSE 0 END), 0)
                   INTO :GROSS-LEDGER-TOTAL, :GROSS-HAS-ACQ
                   FROM VEHICLE_COST_LEDGER
                   WHERE VIN = :SALE-VIN
           END-EXEC.
           IF GROSS-HAS-ACQ = 0
               EXEC SQL
                   SELECT COALESCE(MAX(ACQUISITIONCOST), 0)
                       INTO :GROSS-ACQ-COST
                       FROM INVENTORY
                       WHERE VIN = :SALE-VIN
               END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.

           COMPUTE GROSS-VEHICLE-COST =
               GROSS-LEDGER-TOTAL + GROSS-ACQ-COST.
           COMPUTE GROSS-FRONT = SALE-PRICE-IN - GROSS-VEHICLE-COST.

           IF GROSS-FRONT < GC-MINFRONTGROSS
               MOVE "Y" TO GROSS-BELOW-MIN
           END-IF.

       1260-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE DEAL IS ROLLED BACK, NOT POSTED - WHAT THE DESK KEYED
      * GOES ON PENDING_DEALS WITH ITS GROSS BREAKDOWN FOR A
      * MANAGER (GAM0VGA). LOW-VALUES IN THE SCREEN IMAGE ARE SAVED
      * AS SPACES, WHICH 1100 READS THE SAME WAY. ONE PENDING DEAL
      * PER VIN.
      *---------------------------------------
       1270-HOLD-FOR-APPROVAL.
           MOVE 0 TO GROSS-PENDING-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :GROSS-PENDING-COUNT
                   FROM PENDING_DEALS
                   WHERE VIN = :SALE-VIN
                     AND STATUS = 'P'
           END-EXEC.
           IF GROSS-PENDING-COUNT > 0
               MOVE "A DEAL ON THIS VIN IS ALREADY PENDING APPROVAL" TO
                   SALEENTMSGOUT
               GO TO 1270-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(PENDINGID), 0) + 1
                   INTO :PN-PENDINGID
                   FROM PENDING_DEALS
           END-EXEC.

           MOVE SALE-VIN TO PN-VIN-TEXT.
           MOVE LENGTH OF PN-VIN-TEXT TO PN-VIN-LEN.
           MOVE VEHICLE-DEALERID TO PN-DEALERID.
           MOVE SALE-SLSP-IN TO PN-SALESPERSONID.
           MOVE SALE-BUYER-NAME TO PN-BUYERNAME-TEXT.
           MOVE LENGTH OF PN-BUYERNAME-TEXT TO PN-BUYERNAME-LEN.
           MOVE SALE-TYPE-IN TO PN-SALETYPE.
           MOVE SALE-PRICE-IN TO PN-SALEPRICE.
           MOVE ACCY-ADDENDUM-TOTAL TO PN-ADDENDUM.
           MOVE GROSS-VEHICLE-COST TO PN-VEHICLECOST.
           MOVE GROSS-FRONT TO PN-FRONTGROSS.
           MOVE GC-MINFRONTGROSS TO PN-MINFRONTGROSS.
           MOVE OVERRIDE-DONE TO PN-HOLDOVERRIDE.
           MOVE SPACES TO PN-DEALIMAGE-TEXT.
           MOVE SALEENTO TO PN-DEALIMAGE-TEXT (1:LENGTH OF SALEENTO).
           INSPECT PN-DEALIMAGE-TEXT REPLACING ALL LOW-VALUE BY SPACE.
           MOVE LENGTH OF SALEENTO TO PN-DEALIMAGE-LEN.

           EXEC SQL
               INSERT INTO PENDING_DEALS
                   (PENDINGID, VIN, DEALERID, SALESPERSONID,
                    BUYERNAME, SALETYPE, SALEPRICE, ADDENDUM,
                    VEHICLECOST, FRONTGROSS, MINFRONTGROSS,
                    HOLDOVERRIDE, DEALIMAGE, STATUS, KEYEDBY,
                    KEYEDTS, ACTIONBY, ACTIONTS, ACTIONNOTE)
                   VALUES
                   (:PN-PENDINGID, :PN-VIN, :PN-DEALERID,
                    :PN-SALESPERSONID, :PN-BUYERNAME, :PN-SALETYPE,
                    :PN-SALEPRICE, :PN-ADDENDUM, :PN-VEHICLECOST,
                    :PN-FRONTGROSS, :PN-MINFRONTGROSS,
                    :PN-HOLDOVERRIDE, :PN-DEALIMAGE, 'P',
                    :AUDIT-USER, CURRENT TIMESTAMP, NULL, NULL, NULL)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR HOLDING THE DEAL FOR APPROVAL" TO
                   SALEENTMSGOUT
               GO TO 1270-EXIT
           END-IF.

           MOVE GROSS-FRONT TO CONVERT-GROSS.
           MOVE GC-MINFRONTGROSS TO CONVERT-MIN-GROSS.
           MOVE SALE-VIN TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE AUDIT-AFTER.
           STRING "FRONT GROSS " CONVERT-GROSS " MIN "
                  CONVERT-MIN-GROSS
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE PN-PENDINGID TO CONVERT-CONTRACTID.
           STRING "PENDING MGR APPROVAL ID " CONVERT-CONTRACTID
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO SALEENTMSGOUT.
           STRING "GROSS " CONVERT-GROSS " UNDER STORE MINIMUM - "
                  "HELD FOR MANAGER"
               DELIMITED BY SIZE INTO SALEENTMSGOUT.

       1270-EXIT.
           CONTINUE.

       1210-FIND-ACTIVE-HOLD.
           MOVE "N" TO HOLD-ACTIVE.
           MOVE SPACES TO HOLD-CHECK-EXPIRES.

           EXEC SQL OPEN SEHOLDCURSOR END-EXEC.
           EXEC SQL
               FETCH SEHOLDCURSOR
                   INTO :HOLD-CHECK-EXPIRES,
                        :HOLD-REGION
           END-EXEC.
           EXEC SQL CLOSE SEHOLDCURSOR END-EXEC.

           IF SQLCODE = 0
               MOVE "Y" TO HOLD-ACTIVE
           END-IF.

           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * PF6 - EXPLICIT SUPERVISOR OVERRIDE, SAME RULES AS GAM0VMS:
      * A MANAGER WITH THE OVERRIDE FUNCTION RELEASES THE ACTIVE
      * HOLD FIRST (LEAVING AN AUDIT RECORD) AND ONLY THEN IS THE
      * SALE ALLOWED THROUGH.
      *---------------------------------------
               MOVE -1 TO IND-SALE-RESALE
           END-IF.

           PERFORM 1310-LINK-CUSTOMERS THRU 1310-EXIT.
           IF CUST-LINK-FAILED = "Y"
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR LINKING THE BUYER TO THE CUSTOMER FILE"
                   TO SALEENTMSGOUT
               GO TO 1300-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO SALES
                   (VIN, SALEDATE, BUYERNAME, BUYERPHONE, SALEPRICE,
                    SALETYPE, SALESPERSONID, DEALERID, SALESTATUS,
                    RESALENUMBER, CUSTOMERID, COBUYERID)
                   VALUES
                   (:SA-VIN-TEXT, CURRENT DATE, :BUYERNAME-TEXT,
                    :BUYERPHONE, :SALEPRICE, :SALETYPE,
                    :SALESPERSONID, :SA-DEALERID, 'A',
                    :SALE-RESALE-IN :IND-SALE-RESALE,
                    :SALE-CUSTOMERID :IND-SALE-CUSTOMERID,
                    :SALE-COBUYERID :IND-SALE-COBUYER)
           END-EXEC.

           MOVE "N" TO INST-FAILED.
           IF SQLCODE = 0
               PERFORM 1437-OPEN-INSTALLMENT-CONTRACT THRU 1437-EXIT
           END-IF.

           MOVE "N" TO LEASE-FAILED.
           IF SQLCODE = 0
               PERFORM 1442-OPEN-LEASE-CONTRACT THRU 1442-EXIT
           END-IF.

           MOVE "N" TO GROSS-APPR-FAILED.
           IF SQLCODE = 0 AND GROSS-APPROVED = "Y"
               PERFORM 1456-CLOSE-GROSS-APPROVAL THRU 1456-EXIT
           END-IF.

           IF SQLCODE = 0
               PERFORM 1350-ATTACH-FI-PRODUCTS
               PERFORM 1370-LOG-FI-MENU THRU 1370-EXIT
               PERFORM 1450-OPEN-TITLE-WORK
               PERFORM 1400-APPLY-DEPOSIT
               PERFORM 1420-RETIRE-OPEN-QUOTES
               PERFORM 1425-LINK-SHOWROOM-VISIT
               PERFORM 1430-OPEN-CONTRACT-TRACKING
               PERFORM 1440-LOG-SALE-ODOMETER
               PERFORM 1445-ISSUE-TEMP-TAG
               PERFORM 1446-RECORD-INSURANCE THRU 1446-EXIT
               PERFORM 1452-RECORD-ID-CHECK THRU 1452-EXIT
               PERFORM 1451-OPEN-DELIVERY THRU 1451-EXIT
               PERFORM 1447-RECORD-TAX-EXEMPTION
               PERFORM 1448-CHECK-CASH-REPORTABLE
               PERFORM 1449-RECORD-WE-OWE
               PERFORM 1453-SELL-ACCESSORIES
               PERFORM 1454-STAMP-FLOOR-PAYOFF THRU 1454-EXIT
               PERFORM 1455-REGISTER-CPO-SALE THRU 1455-EXIT
               MOVE SALE-VIN TO PUB-EVENT-VIN
               MOVE "SOLD" TO PUB-EVENT-TYPE
               MOVE "SALE RECORDED" TO PUB-EVENT-DATA
               PERFORM 1460-PUBLISH-EVENT
               PERFORM 1500-CONVERT-TRADE-INS
               PERFORM 1550-COMPUTE-DEAL-OTD
               PERFORM 1565-QUEUE-INCENTIVE-CLAIMS THRU 1565-EXIT
               MOVE SALE-VIN TO AUDIT-KEY
               MOVE "SOLDFLAG=N" TO AUDIT-BEFORE
               MOVE "SOLDFLAG=Y SALE RECORDED" TO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE SALE-CUSTOMERID TO SECUSTIDOUT
               MOVE SALE-COBUYERID TO SECOBIDOUT
               MOVE DEAL-OTD-TOTAL TO CONVERT-OTD
               MOVE SPACES TO SALEENTMSGOUT
               EVALUATE TRUE
               WHEN SALE-TYPE-IN = "E"
                   MOVE LS-PAYMENTAMOUNT TO CONVERT-LEASE-PAYMENT
                   STRING "LEASE RECORDED - MATURES " LS-MATURITYDATE
                          " PAYMENT " CONVERT-LEASE-PAYMENT
                       DELIMITED BY SIZE INTO SALEENTMSGOUT
               WHEN SALE-TYPE-IN = "B"
                   MOVE HC-CONTRACTID TO CONVERT-CONTRACTID
                   MOVE HC-PAYMENTAMOUNT TO CONVERT-INST-PAYMENT
                   STRING "IN-HOUSE SALE RECORDED - CONTRACT "
                          CONVERT-CONTRACTID " PAYMENT "
                          CONVERT-INST-PAYMENT
                       DELIMITED BY SIZE INTO SALEENTMSGOUT
               WHEN TRADES-CONVERTED > 0
                   STRING "SALE AND TRADE-IN RECORDED - OTD TOTAL "
                          CONVERT-OTD
                       DELIMITED BY SIZE INTO SALEENTMSGOUT
               WHEN OTHER
                   STRING "SALE RECORDED - OTD TOTAL " CONVERT-OTD
                       DELIMITED BY SIZE INTO SALEENTMSGOUT
               END-EVALUATE
               PERFORM 1470-PRINT-DEAL-DOCUMENTS
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               EVALUATE TRUE
               WHEN INST-FAILED = "Y"
                   MOVE "SQL ERROR OPENING THE IN-HOUSE CONTRACT" TO
                       SALEENTMSGOUT
               WHEN LEASE-FAILED = "Y"
                   MOVE "SQL ERROR OPENING THE LEASE CONTRACT" TO
                       SALEENTMSGOUT
               WHEN GROSS-APPR-FAILED = "Y"
                   MOVE "DEAL WAS WORKED ELSEWHERE - NOT POSTED" TO
                       SALEENTMSGOUT
               WHEN OTHER
                   MOVE "SQL ERROR RECORDING SALE" TO SALEENTMSGOUT
               END-EVALUATE
           END-IF.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * EVERY RETAIL DEAL POSTS AGAINST A CUSTOMER ROW - THE ONE
      * THE DESK KEYED, THE ONE WHOSE NAME AND PHONE MATCH, OR A
      * NEW ONE ADDED HERE IN THE SALE'S UNIT OF WORK - SO THE
      * CONSENT, MARKETING AND ERASURE PROGRAMS STOP GUESSING AT
      * WHO BOUGHT WHAT FROM THE FREE-TEXT BUYER NAME. THE
      * CO-BUYER IS LINKED THE SAME WAY WHEN ONE IS ON THE DEAL.
      *---------------------------------------
       1310-LINK-CUSTOMERS.
           MOVE "N" TO CUST-LINK-FAILED.
           MOVE SPACES TO SALE-CUSTOMERID.
           MOVE SPACES TO SALE-COBUYERID.
           MOVE -1 TO IND-SALE-CUSTOMERID.
           MOVE -1 TO IND-SALE-COBUYER.
           IF SALE-TYPE-IN = "W"
               GO TO 1310-EXIT
           END-IF.

           MOVE SALE-CUSTOMERID-IN TO CR-CUSTOMERID.
           MOVE SALE-BUYER-NAME TO CR-NAME.
           MOVE SALE-BUYER-PHONE TO CR-PHONE.
           MOVE VEHICLE-DEALERID TO CR-DEALERID.
           SET CR-MATCH-OR-ADD TO TRUE.
           PERFORM 9850-RESOLVE-CUSTOMER THRU 9850-EXIT.
           IF CR-FAILED
               MOVE "Y" TO CUST-LINK-FAILED
               GO TO 1310-EXIT
           END-IF.
           MOVE CR-CUSTOMERID TO SALE-CUSTOMERID.
           MOVE 0 TO IND-SALE-CUSTOMERID.
           IF CR-ADDED
               PERFORM 1315-AUDIT-NEW-CUSTOMER
           END-IF.

           IF SALE-ADDRESS NOT = SPACES
               MOVE SALE-ADDR1 TO CR-ADDR1
               MOVE SALE-ADDR2 TO CR-ADDR2
               MOVE SALE-CITY TO CR-CITY
               MOVE SALE-STATE TO CR-STATE
               MOVE SALE-ZIP TO CR-ZIP
               PERFORM 9890-STORE-ADDRESS THRU 9890-EXIT
               IF CR-FAILED
                   MOVE "Y" TO CUST-LINK-FAILED
                   GO TO 1310-EXIT
               END-IF
           END-IF.

           IF SALE-COBUYER-NAME = SPACES
              AND SALE-COBUYERID-IN = SPACES
               GO TO 1310-EXIT
           END-IF.
           MOVE SALE-COBUYERID-IN TO CR-CUSTOMERID.
           MOVE SALE-COBUYER-NAME TO CR-NAME.
           MOVE SALE-COBUYER-PHONE TO CR-PHONE.
           MOVE VEHICLE-DEALERID TO CR-DEALERID.
           SET CR-MATCH-OR-ADD TO TRUE.
           PERFORM 9850-RESOLVE-CUSTOMER THRU 9850-EXIT.
           IF CR-FAILED
               MOVE "Y" TO CUST-LINK-FAILED
               GO TO 1310-EXIT
           END-IF.
           IF CR-CUSTOMERID = SALE-CUSTOMERID
               GO TO 1310-EXIT
           END-IF.
           MOVE CR-CUSTOMERID TO SALE-COBUYERID.
           MOVE 0 TO IND-SALE-COBUYER.
           IF CR-ADDED
               PERFORM 1315-AUDIT-NEW-CUSTOMER
           END-IF.

       1310-EXIT.
           CONTINUE.

       1315-AUDIT-NEW-CUSTOMER.
           MOVE CR-CUSTOMERID TO AUDIT-KEY.
           MOVE "(NEW)" TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "CUSTOMER ADDED AT SALE ENTRY - " CR-NAME
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.

      *---------------------------------------
      * THE SELECTED F+I PRODUCTS ATTACH TO THE DEAL PRICED AS OF
      * TODAY'S MENU, IN THE SALE'S UNIT OF WORK. THEIR RETAIL
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE MENU AS PRESENTED - ONE FI_MENU_LOG ROW PER ACTIVE
      * PRODUCT WITH ITS QUOTED PRICE AND TERM, "A" WHEN THE BUYER
      * TOOK IT (ONE OF THE CODES KEYED ON THE DEAL) AND "D" WHEN
      * THEY DECLINED, STAMPED WITH THE F+I MANAGER SIGNED ON. A
      * DEAL WITH NO MENU WRITES NOTHING, WHICH IS WHAT GAM0VFM
      * FLAGS. A FAILED LOG ROW DOES NOT UNDO THE SALE.
      *---------------------------------------
       1370-LOG-FI-MENU.
           IF SALE-TYPE-IN = "W" OR FI-MENU-IN NOT = "Y"
               GO TO 1370-EXIT
           END-IF.

           MOVE SALE-VIN TO FM-VIN-TEXT.
           MOVE 17 TO FM-VIN-LEN.
           MOVE VEHICLE-DEALERID TO FM-DEALERID.
           EXEC CICS ASSIGN USERID(FM-FIMANAGER) END-EXEC.
           MOVE "N" TO FI-MENU-EOF.

           EXEC SQL OPEN FIMENUCURSOR END-EXEC.
           IF SQLCODE NOT = 0
               GO TO 1370-EXIT
           END-IF.
           PERFORM UNTIL FI-MENU-EOF = "Y"
               EXEC SQL
                   FETCH FIMENUCURSOR
                       INTO :FM-PRODUCTCODE, :FM-PRICEQUOTED,
                            :FM-TERMMONTHS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 1375-LOG-ONE-MENU-ITEM
               ELSE
                   MOVE "Y" TO FI-MENU-EOF
               END-IF
           END-PERFORM.
           EXEC SQL CLOSE FIMENUCURSOR END-EXEC.

       1370-EXIT.
           MOVE 0 TO SQLCODE.

       1375-LOG-ONE-MENU-ITEM.
           MOVE "D" TO FM-DECISION.
           PERFORM VARYING FI-IX FROM 1 BY 1 UNTIL FI-IX > 3
               IF FI-CODE (FI-IX) = FM-PRODUCTCODE
                   MOVE "A" TO FM-DECISION
               END-IF
           END-PERFORM.

           EXEC SQL
               INSERT INTO FI_MENU_LOG
                   (VIN, SALEDATE, DEALERID, PRODUCTCODE,
                    PRICEQUOTED, TERMMONTHS, DECISION, PRESENTEDTS,
                    FIMANAGER)
                   VALUES
                   (:FM-VIN, CURRENT DATE, :FM-DEALERID,
                    :FM-PRODUCTCODE, :FM-PRICEQUOTED, :FM-TERMMONTHS,
                    :FM-DECISION, CURRENT TIMESTAMP, :FM-FIMANAGER)
           END-EXEC.

      *---------------------------------------
      * THE STORE'S OBLIGATIONS DON'T END AT SOLDFLAG - TITLE,
      * REGISTRATION AND LIEN RELEASE EACH GET A CHECKLIST ROW WITH
      *---------------------------------------
      * A FINANCED DEAL ISN'T MONEY UNTIL THE BANK FUNDS IT - EVERY
      * SALETYPE 'F' DEAL OPENS A CONTRACTS-IN-TRANSIT ROW (LENDER
      * FROM THE SCREEN, ELSE THE LENDER CHOSEN ON THE VIN'S CREDIT
      * APPLICATION IN GAM0VCQ, 'UNKN' ONLY IF NEITHER IS KNOWN YET,
      * PAPER SENT TODAY) WITH THE RATES, TERM AND EXPECTED RESERVE.
      * GAM0VCT RECORDS THE FUNDING AND RESERVE WHEN THEY LAND AND
      * THE DAILY GAM0VUC REPORT CHASES WHAT HASN'T.
      *---------------------------------------
       1430-OPEN-CONTRACT-TRACKING.
               GO TO 1430-EXIT
           END-IF.

           IF SALE-LENDER-IN = SPACES OR SALE-LENDER-IN = LOW-VALUE
               PERFORM 1432-GET-CHOSEN-LENDER
           END-IF.

           IF SALE-LENDER-IN = SPACES OR SALE-LENDER-IN = LOW-VALUE
               MOVE "UNKN" TO SALE-LENDER-IN
           END-IF.

           PERFORM 1435-COMPUTE-EXPECTED-RESERVE.

           EXEC SQL
               INSERT INTO CONTRACTS_IN_TRANSIT
                   (VIN, SALEDATE, DEALERID, LENDERCODE,
                    CONTRACTSENTDATE, FUNDINGRECEIVED, FUNDEDAMOUNT,
                    STATUS, AMOUNTFINANCED, TERMMONTHS, BUYRATE,
                    CONTRACTRATE, EXPECTEDRESERVE, RESERVEPAID,
                    RESERVESTATUS)
                   VALUES
                   (:SALE-VIN, CURRENT DATE, :VEHICLE-DEALERID,
                    :SALE-LENDER-IN, CURRENT DATE, NULL, NULL, 'U',
                    :SALE-AMT-FINANCED, :SALE-TERM-MONTHS,
                    :SALE-BUY-RATE, :SALE-CONTRACT-RATE,
                    :RESERVE-EXPECTED, NULL, NULL)
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1430-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE LENDER THE DESK PICKED ON GAM0VCQ (PF7) FOR THIS VIN -
      * THE NEWEST APPLICATION WITH A LENDER CHOSEN. SPACES IF NONE.
      *---------------------------------------
       1432-GET-CHOSEN-LENDER.
           MOVE SPACES TO SALE-LENDER-IN.
           MOVE 17 TO CRA-VIN-LEN.
           MOVE SALE-VIN TO CRA-VIN-TEXT.
           EXEC SQL
               SELECT CHOSENLENDER
                   INTO :CRA-CHOSENLENDER
                   FROM CREDIT_APPLICATIONS
                   WHERE VIN = :CRA-VIN
                     AND STATUS = 'A'
                     AND APPID =
                         (SELECT MAX(APPID)
                              FROM CREDIT_APPLICATIONS
                              WHERE VIN = :CRA-VIN
                                AND STATUS = 'A')
           END-EXEC.
           IF SQLCODE = 0
               MOVE CRA-CHOSENLENDER TO SALE-LENDER-IN
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE CHOSEN LENDER'S APPROVAL ON GAM0VCQ PREFILLS ITS BUY
      * RATE AND THE APPROVED AMOUNT AS THE AMOUNT FINANCED.
      *---------------------------------------
       1434-GET-LENDER-APPROVAL.
           EXEC SQL
               SELECT S.BUYRATE, S.APPROVEDAMOUNT
                   INTO :CRL-BUYRATE, :CRL-APPROVEDAMOUNT
                   FROM LENDER_SUBMISSIONS S
                   WHERE S.LENDERCODE = :SALE-LENDER-IN
                     AND S.DECISION = 'A'
                     AND S.APPID =
                         (SELECT MAX(APPID)
                              FROM CREDIT_APPLICATIONS
                              WHERE VIN = :CRA-VIN
                                AND STATUS = 'A')
           END-EXEC.
           IF SQLCODE = 0
               MOVE CRL-BUYRATE TO CONVERT-BUY-RATE
               MOVE CONVERT-BUY-RATE TO SEBUYRTOUT
               MOVE CRL-APPROVEDAMOUNT TO CONVERT-AMT-FINANCED
               MOVE CONVERT-AMT-FINANCED TO SEAMTFINOUT
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * EXPECTED RESERVE - THE LENDER'S SHARE (RETAIL_LENDERS, 75 PCT
      * WHEN THE LENDER ISN'T ON FILE) OF THE DIFFERENCE BETWEEN THE
      * FINANCE CHARGE AT THE CONTRACT RATE AND AT THE BUY RATE OVER
      * THE TERM. A LENDER ONLY PAYS ON MARKUP UP TO ITS OWN CAP, SO
      * THE PAYING RATE STOPS AT BUY RATE PLUS CAP.
      *---------------------------------------
       1435-COMPUTE-EXPECTED-RESERVE.
           MOVE 0 TO RESERVE-EXPECTED.
           MOVE 75 TO RESERVE-SHARE.
           MOVE -1 TO IND-RESERVE-CAP.
           MOVE SALE-LENDER-IN TO RTL-LENDERCODE.
           EXEC SQL
               SELECT RESERVESHARE, MAXMARKUP
                   INTO :RTL-RESERVESHARE,
                        :RESERVE-CAP :IND-RESERVE-CAP
                   FROM RETAIL_LENDERS
                   WHERE LENDERCODE = :RTL-LENDERCODE
           END-EXEC.
           IF SQLCODE = 0
               MOVE RTL-RESERVESHARE TO RESERVE-SHARE
           ELSE
               MOVE -1 TO IND-RESERVE-CAP
           END-IF.
           MOVE 0 TO SQLCODE.

           MOVE SALE-CONTRACT-RATE TO RESERVE-PAID-RATE.
           IF IND-RESERVE-CAP NOT < 0
               IF SALE-CONTRACT-RATE - SALE-BUY-RATE > RESERVE-CAP
                   COMPUTE RESERVE-PAID-RATE =
                       SALE-BUY-RATE + RESERVE-CAP
               END-IF
           END-IF.

           MOVE SALE-BUY-RATE TO RESERVE-CALC-RATE.
           PERFORM 1436-FINANCE-CHARGE.
           MOVE RESERVE-CALC-CHARGE TO RESERVE-BUY-CHARGE.
           MOVE RESERVE-PAID-RATE TO RESERVE-CALC-RATE.
           PERFORM 1436-FINANCE-CHARGE.

           IF RESERVE-CALC-CHARGE > RESERVE-BUY-CHARGE
               COMPUTE RESERVE-EXPECTED ROUNDED =
                   (RESERVE-CALC-CHARGE - RESERVE-BUY-CHARGE)
                   * RESERVE-SHARE / 100
           END-IF.

      *---------------------------------------
      * TOTAL FINANCE CHARGE ON A LEVEL-PAYMENT CONTRACT - PAYMENT
      * IS P * R * (1+R)**N / ((1+R)**N - 1) AT MONTHLY RATE R.
      *---------------------------------------
       1436-FINANCE-CHARGE.
           MOVE 0 TO RESERVE-CALC-CHARGE.
           IF RESERVE-CALC-RATE > 0 AND SALE-TERM-MONTHS > 0
               COMPUTE RESERVE-MONTHLY-RATE =
                   RESERVE-CALC-RATE / 1200
               COMPUTE RESERVE-GROWTH =
                   (1 + RESERVE-MONTHLY-RATE) ** SALE-TERM-MONTHS
               COMPUTE RESERVE-PAYMENT ROUNDED =
                   SALE-AMT-FINANCED * RESERVE-MONTHLY-RATE
                   * RESERVE-GROWTH / (RESERVE-GROWTH - 1)
               COMPUTE RESERVE-CALC-CHARGE ROUNDED =
                   RESERVE-PAYMENT * SALE-TERM-MONTHS
                   - SALE-AMT-FINANCED
           END-IF.

      *---------------------------------------
      * A SALETYPE 'B' DEAL IS OUR OWN RECEIVABLE, NOT A SALE THAT
      * CLOSES THE DAY IT POSTS - IT OPENS A BHPH_CONTRACTS ROW AT
      * THE LEVEL MONTHLY PAYMENT (THE 1436 FORMULA AT THE CONTRACT
      * RATE), ITS AMORTIZATION SCHEDULE (FIRST INSTALLMENT ONE
      * MONTH OUT, INTEREST ON THE RUNNING BALANCE, THE LAST ROW
      * TAKING THE ROUNDING) AND THE 'O' TRANSACTION GAM0VGL BOOKS
      * TO 1150. ALL IN THE SALE'S UNIT OF WORK - A CONTRACT THAT
      * CANNOT BE WRITTEN TAKES THE SALE BACK WITH IT.
      *---------------------------------------
       1437-OPEN-INSTALLMENT-CONTRACT.
           IF SALE-TYPE-IN NOT = "B"
               GO TO 1437-EXIT
           END-IF.

           MOVE "Y" TO INST-FAILED.
           EXEC SQL
               SELECT COALESCE(MAX(CONTRACTID), 0) + 1
                   INTO :HC-CONTRACTID
                   FROM BHPH_CONTRACTS
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO 1437-EXIT
           END-IF.

           COMPUTE INST-MONTHLY-RATE = SALE-CONTRACT-RATE / 1200.
           COMPUTE INST-GROWTH =
               (1 + INST-MONTHLY-RATE) ** SALE-TERM-MONTHS.
           COMPUTE HC-PAYMENTAMOUNT ROUNDED =
               SALE-AMT-FINANCED * INST-MONTHLY-RATE
               * INST-GROWTH / (INST-GROWTH - 1).

           EXEC SQL
               INSERT INTO BHPH_CONTRACTS
                   (CONTRACTID, VIN, SALEDATE, DEALERID, BUYERNAME,
                    BUYERPHONE, AMOUNTFINANCED, CONTRACTRATE,
                    TERMMONTHS, PAYMENTAMOUNT, FIRSTDUEDATE,
                    PRINCIPALBAL, LATEFEEBAL, NEXTDUEDATE,
                    DAYSPASTDUE, LASTPAYDATE, LASTAGEDDATE, STATUS,
                    STATUSDATE)
                   VALUES
                   (:HC-CONTRACTID, :SALE-VIN, CURRENT DATE,
                    :VEHICLE-DEALERID, :SALE-BUYER-NAME,
                    :SALE-BUYER-PHONE, :SALE-AMT-FINANCED,
                    :SALE-CONTRACT-RATE, :SALE-TERM-MONTHS,
                    :HC-PAYMENTAMOUNT, CURRENT DATE + 1 MONTH,
                    :SALE-AMT-FINANCED, 0, CURRENT DATE + 1 MONTH,
                    0, NULL, NULL, 'A', CURRENT DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO 1437-EXIT
           END-IF.

           MOVE HC-CONTRACTID TO HS-CONTRACTID.
           MOVE SALE-AMT-FINANCED TO INST-BALANCE.
           PERFORM VARYING INST-NO FROM 1 BY 1
                   UNTIL INST-NO > SALE-TERM-MONTHS
                      OR SQLCODE NOT = 0
               PERFORM 1438-WRITE-INSTALLMENT
           END-PERFORM.
           IF SQLCODE NOT = 0
               GO TO 1437-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO BHPH_TRANSACTIONS
                   (CONTRACTID, TXNSEQ, TXNDATE, TXNTYPE, VIN,
                    DEALERID, TXNAMOUNT, PRINCIPALAMT, INTERESTAMT,
                    LATEFEEAMT, TENDERTYPE, REFERENCE, POSTEDUSER)
                   VALUES
                   (:HC-CONTRACTID, 1, CURRENT DATE, 'O', :SALE-VIN,
                    :VEHICLE-DEALERID, :SALE-AMT-FINANCED,
                    :SALE-AMT-FINANCED, 0, 0, NULL, NULL,
                    :AUDIT-USER)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "N" TO INST-FAILED
           END-IF.

       1437-EXIT.
           CONTINUE.

       1438-WRITE-INSTALLMENT.
           MOVE INST-NO TO HS-INSTALLMENTNO.
           COMPUTE HS-INTERESTDUE ROUNDED =
               INST-BALANCE * INST-MONTHLY-RATE.
           IF INST-NO = SALE-TERM-MONTHS
               MOVE INST-BALANCE TO HS-PRINCIPALDUE
               COMPUTE HS-PAYMENTDUE =
                   HS-PRINCIPALDUE + HS-INTERESTDUE
           ELSE
               MOVE HC-PAYMENTAMOUNT TO HS-PAYMENTDUE
               COMPUTE HS-PRINCIPALDUE =
                   HS-PAYMENTDUE - HS-INTERESTDUE
           END-IF.
           SUBTRACT HS-PRINCIPALDUE FROM INST-BALANCE.
           MOVE INST-BALANCE TO HS-BALANCEAFTER.

           EXEC SQL
               INSERT INTO BHPH_SCHEDULE
                   (CONTRACTID, INSTALLMENTNO, DUEDATE, PAYMENTDUE,
                    INTERESTDUE, PRINCIPALDUE, BALANCEAFTER,
                    AMOUNTPAID, PAIDDATE, LATEFEEDATE, LATEFEEAMT,
                    STATUS)
                   VALUES
                   (:HS-CONTRACTID, :HS-INSTALLMENTNO,
                    CURRENT DATE + :INST-NO MONTHS, :HS-PAYMENTDUE,
                    :HS-INTERESTDUE, :HS-PRINCIPALDUE,
                    :HS-BALANCEAFTER, 0, NULL, NULL, NULL, 'O')
           END-EXEC.

      *---------------------------------------
      * LEASE PAYMENT, LAID OUT THE WAY GAM0VDI'S 1860 WORKS A LOAN
      * PAYMENT: THE DEPRECIATION (CAPITALIZED COST LESS RESIDUAL)
      * SPREAD EVENLY OVER THE TERM, PLUS THE MONTHLY RENT CHARGE -
      * CAPITALIZED COST PLUS RESIDUAL TIMES THE MONEY FACTOR.
      *---------------------------------------
       1439-COMPUTE-LEASE-PAYMENT.
           MOVE SPACES TO LEASE-ERROR-MSG.
           MOVE 0 TO LEASE-PAYMENT.

           IF SALE-TERM-MONTHS NOT > 0
               MOVE "ENTER A LEASE TERM IN MONTHS" TO LEASE-ERROR-MSG
               GO TO 1439-EXIT
           END-IF.

           COMPUTE LEASE-DEPRECIATION =
               LEASE-CAP-COST - LEASE-RESIDUAL.

           IF LEASE-DEPRECIATION NOT > 0
               MOVE "RESIDUAL MUST BE BELOW THE CAPITALIZED COST" TO
                   LEASE-ERROR-MSG
               GO TO 1439-EXIT
           END-IF.

           COMPUTE LEASE-RENT-CHARGE ROUNDED =
               (LEASE-CAP-COST + LEASE-RESIDUAL) * LEASE-MONEY-FACTOR.
           COMPUTE LEASE-PAYMENT ROUNDED =
               (LEASE-DEPRECIATION / SALE-TERM-MONTHS)
               + LEASE-RENT-CHARGE.

       1439-EXIT.
           CONTINUE.

      *---------------------------------------
      * A SALETYPE 'E' DEAL OPENS ITS LEASE_CONTRACTS ROW IN THE
      * SALE'S UNIT OF WORK - THE MATURITY DATE IS WHAT GAM0VLM
      * WORKS FROM, SO A LEASE THAT CANNOT BE WRITTEN TAKES THE SALE
      * BACK WITH IT.
      *---------------------------------------
       1442-OPEN-LEASE-CONTRACT.
           IF SALE-TYPE-IN NOT = "E"
               GO TO 1442-EXIT
           END-IF.

           MOVE "Y" TO LEASE-FAILED.
           EXEC SQL
               SELECT CHAR(CURRENT DATE + :SALE-TERM-MONTHS MONTHS,
                           ISO)
                   INTO :LS-MATURITYDATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
               GO TO 1442-EXIT
           END-IF.

           MOVE LEASE-PAYMENT TO LS-PAYMENTAMOUNT.
           EXEC SQL
               INSERT INTO LEASE_CONTRACTS
                   (VIN, SALEDATE, DEALERID, LENDERCODE, CAPCOST,
                    RESIDUALVALUE, MONEYFACTOR, TERMMONTHS,
                    MILESPERYEAR, PAYMENTAMOUNT, MATURITYDATE,
                    STATUS, STATUSDATE)
                   VALUES
                   (:SALE-VIN, CURRENT DATE, :VEHICLE-DEALERID,
                    :SALE-LENDER-IN, :LEASE-CAP-COST,
                    :LEASE-RESIDUAL, :LEASE-MONEY-FACTOR,
                    :SALE-TERM-MONTHS, :LEASE-MILES-PER-YEAR,
                    :LS-PAYMENTAMOUNT, :LS-MATURITYDATE, 'A',
                    CURRENT DATE)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "N" TO LEASE-FAILED
           END-IF.

       1442-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE DMV HOLDS US TO A CONTROLLED TAG SEQUENCE - EVERY
      * RETAIL DELIVERY ISSUES THE DEALER'S NEXT TEMPORARY TAG
      * VOIDS A SPOILED TAG; GAM0VTE AUDITS THE SEQUENCE.
      *---------------------------------------
       1445-ISSUE-TEMP-TAG.
           MOVE SPACES TO TAG-NUMBER-BUILT.
           IF SALE-TYPE-IN = "W"
               GO TO 1445-EXIT
           END-IF.
               DELIMITED BY SIZE INTO TAG-NUMBER-BUILT.

           EXEC SQL
               INSERT INTO TEMP_TAGS
                   (DEALERID, TAGSEQ, TAGNUMBER, VIN, ISSUEDATE,
                    EXPIRYDATE, STATUS, VOIDDATE, VOIDREASON)
                   VALUES
                   (:VEHICLE-DEALERID, :TAG-SEQNO,
                    :TAG-NUMBER-BUILT, :SALE-VIN, CURRENT DATE,
                    CURRENT DATE + 30 DAYS, 'I', NULL, NULL)
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1445-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE PROOF 1245 ACCEPTED (OR THE OVERRIDE IT TOOK) GOES ON
      * FILE AGAINST THE TAG IT RELEASED.
      *---------------------------------------
       1446-RECORD-INSURANCE.
           IF SALE-TYPE-IN = "W"
               GO TO 1446-EXIT
           END-IF.

           EXEC CICS ASSIGN USERID(IN-ENTEREDUSER) END-EXEC.
           IF INS-OVERRIDE = "Y"
               MOVE "O" TO IN-PROOFSTATUS
               MOVE -1 TO IND-INS-POLICY
           ELSE
               MOVE "V" TO IN-PROOFSTATUS
               MOVE 0 TO IND-INS-POLICY
           END-IF.
           MOVE INS-INSURER-IN TO IN-INSURERNAME.
           MOVE INS-POLICY-IN TO IN-POLICYNUMBER.
           MOVE INS-EFFECTIVE-IN TO IN-EFFECTIVEDATE.
           MOVE INS-AGENT-PHONE-IN TO IN-AGENTPHONE.
           MOVE TAG-NUMBER-BUILT TO IN-TAGNUMBER.

           EXEC SQL
               INSERT INTO DEAL_INSURANCE
                   (VIN, SALEDATE, DEALERID, INSURERNAME,
                    POLICYNUMBER, EFFECTIVEDATE, AGENTPHONE,
                    PROOFSTATUS, TAGNUMBER, ENTEREDUSER, RECORDEDTS)
                   VALUES
                   (:SALE-VIN, CURRENT DATE, :VEHICLE-DEALERID,
                    :IN-INSURERNAME :IND-INS-POLICY,
                    :IN-POLICYNUMBER :IND-INS-POLICY,
                    :IN-EFFECTIVEDATE :IND-INS-POLICY,
                    :IN-AGENTPHONE :IND-INS-POLICY,
                    :IN-PROOFSTATUS, NULLIF(:IN-TAGNUMBER, ' '),
                    :IN-ENTEREDUSER, CURRENT TIMESTAMP)
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1446-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE CAR GOES ON THE STORE'S DELIVERY BOARD (GAM0VDV) WITH
      * ITS MAKE-READY CHECKLIST, AS OF THE SALE. THE PROMISED DATE
      * IS SET ON THE BOARD; DELIVERY THERE STAMPS THE DATE THE
      * FOLLOW-UP CALLS RUN FROM AND, ON A NEW UNIT, STARTS THE
      * FACTORY WARRANTY ON VEHICLE_WARRANTY.
      *---------------------------------------
       1451-OPEN-DELIVERY.
           IF SALE-TYPE-IN = "W"
               GO TO 1451-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO DELIVERY_SCHEDULE
                   (VIN, SALEDATE, DEALERID, PROMISEDDATE,
                    PROMISEDTIME, SCHEDULEDUSER, STATUS, STATUSDATE,
                    DELIVEREDDATE, DELIVEREDUSER)
                   VALUES
                   (:SALE-VIN, CURRENT DATE, :VEHICLE-DEALERID,
                    NULL, NULL, NULL, 'O', CURRENT DATE,
                    NULL, NULL)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               GO TO 1451-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO PDI_CHECKLIST
                   (VIN, SALEDATE, ITEMCODE, ITEMDESC, SORTSEQ,
                    STATUS, SIGNEDUSER, SIGNEDTS)
                   SELECT :SALE-VIN, CURRENT DATE, ITEMCODE,
                          ITEMDESC, SORTSEQ, 'O', NULL, NULL
                       FROM PDI_ITEMS
                       WHERE ACTIVEFLAG = 'Y'
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1451-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE RED-FLAG CHECK 1250 TOOK GOES ON ID_VERIFICATIONS - IN
      * THE SALE'S UNIT OF WORK FOR A DEAL THAT WENT THROUGH, OR ON
      * ITS OWN FROM 1160 FOR ONE IT BLOCKED.
      *---------------------------------------
       1452-RECORD-ID-CHECK.
           IF IDV-CHECKED NOT = "Y"
               GO TO 1452-EXIT
           END-IF.

           EXEC CICS ASSIGN USERID(RF-ENTEREDUSER) END-EXEC.
           MOVE SALE-VIN TO RF-VIN-TEXT.
           MOVE VEHICLE-DEALERID TO RF-DEALERID.
           MOVE SALE-BUYER-NAME TO RF-BUYERNAME-TEXT.
           MOVE SALE-BUYER-PHONE TO RF-BUYERPHONE.
           MOVE SALE-TYPE-IN TO RF-SALETYPE.
           MOVE IDV-TYPE-IN TO RF-IDTYPE.
           MOVE IDV-NUMBER-IN TO RF-IDNUMBER-TEXT.
           MOVE IDV-STATE-IN TO RF-IDSTATE.
           MOVE IDV-EXPIRY-IN TO RF-IDEXPIRY.
           MOVE IDV-EXPIRED TO RF-EXPIREDFLAG.
           MOVE IDV-PHONE-FLAG TO RF-PHONEFLAG.
           MOVE IDV-ADDR-FLAG TO RF-ADDRFLAG.
           MOVE IDV-RESULT TO RF-RESULT.
           MOVE IDV-CLEAR-REASON TO RF-CLEARREASON-TEXT.
           MOVE IDV-CLEARED-BY TO RF-CLEAREDBY.
           MOVE 0 TO IND-IDV-CLEAR.
           IF IDV-RESULT NOT = "C"
               MOVE -1 TO IND-IDV-CLEAR
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(CHECKID), 0) + 1
                   INTO :RF-CHECKID
                   FROM ID_VERIFICATIONS
           END-EXEC.
           EXEC SQL
               INSERT INTO ID_VERIFICATIONS
                   (CHECKID, VIN, CHECKTS, DEALERID, BUYERNAME,
                    BUYERPHONE, SALETYPE, IDTYPE, IDNUMBER, IDSTATE,
                    IDEXPIRY, EXPIREDFLAG, PHONEFLAG, ADDRFLAG,
                    RESULT, CLEARREASON, CLEAREDBY, ENTEREDUSER)
                   VALUES
                   (:RF-CHECKID, :RF-VIN-TEXT, CURRENT TIMESTAMP,
                    :RF-DEALERID, :RF-BUYERNAME-TEXT,
                    NULLIF(:RF-BUYERPHONE, ' '), :RF-SALETYPE,
                    :RF-IDTYPE, :RF-IDNUMBER-TEXT, :RF-IDSTATE,
                    DATE(:RF-IDEXPIRY), :RF-EXPIREDFLAG,
                    :RF-PHONEFLAG, :RF-ADDRFLAG, :RF-RESULT,
                    :RF-CLEARREASON-TEXT :IND-IDV-CLEAR,
                    :RF-CLEAREDBY :IND-IDV-CLEAR, :RF-ENTEREDUSER)
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1452-EXIT.
           CONTINUE.

      *---------------------------------------
       1449-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE ACCESSORIES PRICED INTO THE DEAL BY 1105 GO WITH THE CAR
      * - THEY COME OFF THE ADDENDUM AND STAY ON FILE AGAINST THIS
      * SALE'S DATE. GAM0VUW PUTS THEM BACK IF THE DEAL UNWINDS.
      *---------------------------------------
       1453-SELL-ACCESSORIES.
           EXEC SQL
               UPDATE VEHICLE_ACCESSORIES
                  SET STATUS = 'S',
                      STATUSDATE = CURRENT DATE,
                      SALEDATE = CURRENT DATE
                WHERE VIN = :SALE-VIN
                  AND STATUS = 'I'
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * A FLOORED UNIT THAT SELLS MUST BE PAID OFF TO ITS LENDER
      * WITHIN THE LENDER'S WINDOW (PAYOFFDAYS, IN BUSINESS DAYS ON
      * THE COMPANY CALENDAR - GAM0BBD) OR IT IS SOLD OUT OF TRUST.
      * THE DUE DATE GOES ON THE OPEN FLOORPLAN LINE FOR GAM0VOT TO
      * CHASE; GAM0VCT PF9 RECORDS THE PAYOFF.
      *---------------------------------------
       1454-STAMP-FLOOR-PAYOFF.
           EXEC SQL
               SELECT L.PAYOFFDAYS, CHAR(CURRENT DATE, ISO)
                   INTO :PAYOFF-WINDOW, :PAYOFF-TODAY
                   FROM FLOORPLAN F
                   INNER JOIN FLOORPLAN_LENDER L
                           ON F.LENDERCODE = L.LENDERCODE
                   WHERE F.VIN = :SALE-VIN
                     AND F.STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               GO TO 1454-EXIT
           END-IF.

           MOVE 0 TO BD-DEALERID.
           MOVE SPACES TO BD-STATEABBR.
           MOVE PAYOFF-TODAY TO BD-FROM-DATE.
           MOVE PAYOFF-WINDOW TO BD-DAYS.
           PERFORM 9700-ADD-BUSINESS-DAYS.

           EXEC SQL
               UPDATE FLOORPLAN
                  SET PAYOFFDUEDATE =
                          DATE(:BD-RESULT-DATE)
                WHERE VIN = :SALE-VIN
                  AND STATUS = 'A'
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1454-EXIT.
           CONTINUE.

      *---------------------------------------
      * A CERTIFIED PRE-OWNED UNIT SOLD RETAIL - THE CERTIFICATION
      * GOES TO 'S' WITH THE SALE DATE FOR THE MONTHLY GAM0VPX
      * REGISTRATION, AND VEHICLE_WARRANTY PICKS UP THE PROGRAM'S
      * CPO COVERAGE RUNNING FROM TODAY AND THE DISCLOSED ODOMETER.
      * A UNIT WITH NO WARRANTY ROW GETS ONE ON THE USUAL FACTORY
      * DEFAULT (JANUARY 1 OF THE AUTOYEAR, 36/36,000).
      *---------------------------------------
       1455-REGISTER-CPO-SALE.
           IF SALE-TYPE-IN = "W"
               GO TO 1455-EXIT
           END-IF.
           MOVE 0 TO CPO-SALE-MONTHS.
           MOVE 0 TO CPO-SALE-MILES.
           EXEC SQL
               SELECT P.CPOMONTHS, P.CPOMILES
                   INTO :CPO-SALE-MONTHS, :CPO-SALE-MILES
                   FROM CPO_CERTIFICATIONS C
                   INNER JOIN CPO_PROGRAMS P
                           ON C.MAKE = P.MAKE
                   WHERE C.VIN = :SALE-VIN
                     AND C.STATUS = 'C'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               GO TO 1455-EXIT
           END-IF.

           EXEC SQL
               UPDATE CPO_CERTIFICATIONS
                  SET STATUS = 'S',
                      SALEDATE = CURRENT DATE
                WHERE VIN = :SALE-VIN
                  AND STATUS = 'C'
           END-EXEC.

           EXEC SQL
               UPDATE VEHICLE_WARRANTY
                  SET CPOSTARTDATE = CURRENT DATE,
                      CPOSTARTMILES = :SALE-ODO-MILES,
                      CPOMONTHS = :CPO-SALE-MONTHS,
                      CPOMILES = :CPO-SALE-MILES
                WHERE VIN = :SALE-VIN
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO VEHICLE_WARRANTY
                       (VIN, INSERVICEDATE, FACTORYMONTHS,
                        FACTORYMILES, CPOSTARTDATE, CPOSTARTMILES,
                        CPOMONTHS, CPOMILES)
                       SELECT :SALE-VIN,
                              DATE('0001-01-01')
                                  + (MIN(AUTOYEAR) - 1) YEARS,
                              36, 36000, CURRENT DATE,
                              :SALE-ODO-MILES, :CPO-SALE-MONTHS,
                              :CPO-SALE-MILES
                           FROM INVENTORY
                           WHERE VIN = :SALE-VIN
               END-EXEC
           END-IF.
           MOVE 0 TO SQLCODE.

       1455-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE MANAGER'S APPROVAL OF A DEAL HELD FOR GROSS COMMITS
      * WITH THE DEAL ITSELF - THE PENDING ROW GOES TO 'A' AND THE
      * APPROVAL IS AUDITED WITH THE GROSS IT ACCEPTED. A ROW
      * SOMEBODY ELSE RETURNED (OR THE CLOSE-OF-BUSINESS SWEEP
      * TIMED OUT) IN THE MEANTIME TAKES THE DEAL BACK WITH IT.
      *---------------------------------------
       1456-CLOSE-GROSS-APPROVAL.
           EXEC SQL
               UPDATE PENDING_DEALS
                  SET STATUS = 'A',
                      ACTIONBY = :AUDIT-USER,
                      ACTIONTS = CURRENT TIMESTAMP
                WHERE PENDINGID = :PN-PENDINGID
                  AND STATUS = 'P'
           END-EXEC.
           IF SQLCODE = 0 AND SQLERRD(3) = 0
               MOVE 100 TO SQLCODE
           END-IF.
           IF SQLCODE NOT = 0
               MOVE "Y" TO GROSS-APPR-FAILED
               GO TO 1456-EXIT
           END-IF.

           EXEC SQL
               SELECT FRONTGROSS, MINFRONTGROSS
                   INTO :PN-FRONTGROSS, :PN-MINFRONTGROSS
                   FROM PENDING_DEALS
                   WHERE PENDINGID = :PN-PENDINGID
           END-EXEC.
           MOVE PN-FRONTGROSS TO CONVERT-GROSS.
           MOVE PN-MINFRONTGROSS TO CONVERT-MIN-GROSS.
           MOVE SALE-VIN TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE AUDIT-AFTER.
           MOVE PN-PENDINGID TO CONVERT-CONTRACTID.
           STRING "PENDING MGR APPROVAL ID " CONVERT-CONTRACTID
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           STRING "MIN GROSS APPROVED - GROSS " CONVERT-GROSS
                  " MIN " CONVERT-MIN-GROSS
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           MOVE 0 TO SQLCODE.

       1456-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE DISCLOSURE READING GOES ON THE ODOMETER_LOG - AND A
      * READING BELOW THE VIN'S HIGH-WATER MARK IS A ROLLBACK,
       1440-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE DEAL JACKET PRINTS STRAIGHT FROM THE ROWS JUST
      * COMMITTED, SO THE BUYER AND PRICE ARE NEVER RETYPED ONTO A
      * FORM. A PACKAGE THAT FAILS TO PRINT DOES NOT TOUCH THE SALE
      * - THE DESK IS TOLD TO REPRINT IT FROM GAM0VRE.
      *---------------------------------------
       1470-PRINT-DEAL-DOCUMENTS.
           INITIALIZE DEAL-DOCS-COMMAREA.
           MOVE CA-LOCAL-BUILD TO CA-LOCAL-BUILD2.
           MOVE SALE-VIN TO DD-VIN.
           MOVE SPACES TO DD-SALEDATE.
           MOVE "N" TO DD-REPRINT.

           EXEC CICS LINK PROGRAM('GAM0VDG')
               COMMAREA(DEAL-DOCS-COMMAREA)
               END-EXEC.

           IF DD-RESULT NOT = "P"
               MOVE "SALE RECORDED - DOCUMENTS NOT PRINTED, REPRINT ON"
                   TO SALEENTMSGOUT
               MOVE "GAM0VRE" TO SALEENTMSGOUT (52:7)
           END-IF.

      *---------------------------------------
      * INTRADAY EVENT PUBLISH - ONE INVENTORY_EVENTS ROW PER STATE
      * CHANGE, IN THIS TRANSACTION'S UNIT OF WORK, SO THE WEBSITE
      *---------------------------------------
      * THE VIN SOLD - ANY OPEN GAM0VQT QUOTES ON IT ARE SPENT, SO
      * A LATER RECALL SAYS SO INSTEAD OF QUOTING A CAR THAT'S GONE.
      * THE BUYER'S OWN QUOTES WERE WON ('U'); EVERYONE ELSE QUOTED
      * ON THE CAR LOST IT TO ANOTHER BUYER ('L', REASON 'V').
      *---------------------------------------
       1420-RETIRE-OPEN-QUOTES.
           EXEC SQL
                  SET STATUS = 'U'
                WHERE VIN = :SALE-VIN
                  AND STATUS = 'O'
                  AND UPPER(CUSTNAME) = UPPER(:SALE-BUYER-NAME)
           END-EXEC.
           MOVE 0 TO SQLCODE.
           EXEC SQL
               UPDATE DEAL_QUOTES
                  SET STATUS = 'L',
                      LOSTREASON = 'V',
                      LOSTDATE = CURRENT DATE
                WHERE VIN = :SALE-VIN
                  AND STATUS = 'O'
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE BUYER'S SHOWROOM VISIT BECOMES A SOLD UP - THEIR LATEST
      * VISIT TO THE SELLING STORE IN THE LAST 30 DAYS NOT ALREADY
      * CARRYING A SALE, SO GAM0VTF'S CLOSING RATIOS COUNT THE BE-BACK
      * AS WELL AS THE SAME-DAY DEAL. NO VISIT ON FILE IS NORMAL
      * (PHONE AND INTERNET DEALS) AND DOES NOT STOP THE SALE.
      *---------------------------------------
       1425-LINK-SHOWROOM-VISIT.
           EXEC SQL
               UPDATE SHOWROOM_VISITS
                  SET OUTCOME = 'S',
                      OUTCOMETS = COALESCE(OUTCOMETS,
                                           CURRENT TIMESTAMP),
                      SALEVIN = :SALE-VIN,
                      SALEDATE = CURRENT DATE
                WHERE VISITID =
                      (SELECT MAX(VISITID) FROM SHOWROOM_VISITS
                           WHERE DEALERID = :VEHICLE-DEALERID
                             AND VISITDATE >= CURRENT DATE - 30 DAYS
                             AND UPPER(CUSTNAME) =
                                 UPPER(:SALE-BUYER-NAME)
                             AND SALEVIN IS NULL)
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1500-CONVERT-TRADE-INS.
           MOVE 0 TO TRADES-CONVERTED.
           MOVE 0 TO NEG-EQUITY-TOTAL.
           MOVE 0 TO TRADE-ALLOWANCE-TOTAL.

           EXEC SQL OPEN TRADECURSOR END-EXEC.

               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO TRADES-CONVERTED
                   ADD APPRAISEDVALUE TO TRADE-ALLOWANCE-TOTAL
                   PERFORM 1515-ASSIGN-TRADE-STOCKNUM
                   PERFORM 1520-ASSUME-TRADE-LIEN
               END-IF
      * NEGOTIATED PRICE IS THE WHOLE DEAL.
      *---------------------------------------
           IF SALE-TYPE-IN = "W"
               MOVE 0 TO REBATE-TOTAL
           END-IF.

           PERFORM 1555-SPLIT-DEAL-TAX.

      *---------------------------------------
      * THE REBATE COMES OFF THE DEAL EITHER WAY; WHETHER IT ALSO
      * CAME OFF THE TAXED MONEY WAS SETTLED IN 1555 BY THE STATE'S
      * TAXPREREBATE RULE, AND THE STATE'S TITLE, REGISTRATION,
      * PLATE AND CAPPED DOC FEES RIDE ON TOP - THE SAME ARITHMETIC
      * GAM0VDI AND GAM0VQT QUOTE, SO THE CONTRACT MATCHES WHAT THE
      * SALESPERSON PROMISED AND WHAT THE DMV WILL CHARGE.
      *---------------------------------------
           COMPUTE DEAL-OTD-TOTAL =
               SALE-PRICE-IN + FI-TOTAL-RETAIL - REBATE-TOTAL
               + DX-TAXAMOUNT + DEAL-FEE-TOTAL.

      *---------------------------------------
      * NEGATIVE EQUITY ON THE TRADES (PAYOFF OVER ALLOWANCE,
               MOVE 0 TO DEAL-OTD-TOTAL
           END-IF.

      *---------------------------------------
      * THE DEAL'S TAX, SPLIT THE WAY THE STATE RETURN ASKS FOR IT
      * AND KEPT ON DEAL_TAX IN THE SALE'S UNIT OF WORK. GROSS IS
      * PRICE PLUS F+I RETAIL; A WHOLESALE RESALE DEDUCTS ALL OF IT;
      * OTHERWISE THE REBATE COMES OFF WHEN THE STATE TAXES AFTER
      * REBATE, AND A CLAIMED EXEMPTION TAKES ITS PCT OF WHAT IS
      * LEFT - 100 REMOVES THE TAX OUTRIGHT, A PARTIAL-RATE STATE
      * LEAVES THE REMAINDER - SO THE OTD TOTAL, THE GL ACCRUAL AND
      * THE RETURN ALL AGREE WITH THE CERTIFICATE IN THE DEAL
      * JACKET. IN A TRADE-CREDIT STATE (STATE_FEES) THE TRADE
      * ALLOWANCE, UP TO THE STATE'S CAP, COMES OFF BEFORE THE
      * EXEMPTION; ELSEWHERE IT IS ONLY CARRIED FOR THE RETURN.
      *---------------------------------------
       1555-SPLIT-DEAL-TAX.
           MOVE SALE-VIN TO DX-VIN-TEXT.
           MOVE 17 TO DX-VIN-LEN.
           MOVE SA-DEALERID TO DX-DEALERID.
           MOVE TITLE-STATE-ABBR TO DX-STATEABBR.
           MOVE SALE-TYPE-IN TO DX-SALETYPE.
           MOVE DEAL-TAX-RATE TO DX-TAXRATE.
           COMPUTE DX-GROSSAMOUNT = SALE-PRICE-IN + FI-TOTAL-RETAIL.
           MOVE 0 TO DX-REBATEAMOUNT.
           MOVE 0 TO DX-WHOLESALEAMOUNT.
           MOVE 0 TO DX-EXEMPTAMOUNT.
           MOVE 0 TO DX-TRADECREDIT.
           MOVE TRADE-ALLOWANCE-TOTAL TO DX-TRADEALLOWANCE.

           PERFORM 1557-GET-STATE-FEES.

           IF SALE-TYPE-IN = "W"
               MOVE DX-GROSSAMOUNT TO DX-WHOLESALEAMOUNT
               MOVE 0 TO DX-TITLEFEE
               MOVE 0 TO DX-REGISTRATIONFEE
               MOVE 0 TO DX-PLATEFEE
               MOVE 0 TO DX-DOCFEE
           ELSE
               IF TAX-PRE-REBATE NOT = "Y"
                   MOVE REBATE-TOTAL TO DX-REBATEAMOUNT
               END-IF
               MOVE SF-TITLEFEE TO DX-TITLEFEE
               MOVE SF-REGISTRATIONFEE TO DX-REGISTRATIONFEE
               MOVE SF-PLATEFEE TO DX-PLATEFEE
               MOVE SF-DOCFEE TO DX-DOCFEE
               IF SF-TRADECREDIT = "Y"
                   MOVE TRADE-ALLOWANCE-TOTAL TO DX-TRADECREDIT
                   IF IND-SF-TRADECAP >= 0
                      AND DX-TRADECREDIT > SF-TRADECREDITCAP
                       MOVE SF-TRADECREDITCAP TO DX-TRADECREDIT
                   END-IF
               END-IF
           END-IF.
           COMPUTE DEAL-FEE-TOTAL =
               DX-TITLEFEE + DX-REGISTRATIONFEE + DX-PLATEFEE
               + DX-DOCFEE.

           COMPUTE DEAL-TAX-BASE =
               DX-GROSSAMOUNT - DX-WHOLESALEAMOUNT - DX-REBATEAMOUNT.
           IF DEAL-TAX-BASE < 0
               MOVE 0 TO DEAL-TAX-BASE
           END-IF.
           IF DX-TRADECREDIT > DEAL-TAX-BASE
               MOVE DEAL-TAX-BASE TO DX-TRADECREDIT
           END-IF.
           SUBTRACT DX-TRADECREDIT FROM DEAL-TAX-BASE.

           IF SALE-TYPE-IN NOT = "W"
              AND EXEMPT-TYPE-IN NOT = SPACES AND EXEMPT-PCT > 0
               COMPUTE DX-EXEMPTAMOUNT ROUNDED =
                   DEAL-TAX-BASE * EXEMPT-PCT / 100
           END-IF.

           COMPUTE DX-TAXABLEAMOUNT =
               DEAL-TAX-BASE - DX-EXEMPTAMOUNT.
           IF DX-TAXABLEAMOUNT < 0
               MOVE 0 TO DX-TAXABLEAMOUNT
           END-IF.
           COMPUTE DX-TAXAMOUNT ROUNDED =
               DX-TAXABLEAMOUNT * DX-TAXRATE.

           EXEC SQL
               INSERT INTO DEAL_TAX
                   (VIN, SALEDATE, DEALERID, STATEABBR, SALETYPE,
                    GROSSAMOUNT, REBATEAMOUNT, WHOLESALEAMOUNT,
                    EXEMPTAMOUNT, TRADEALLOWANCE, TRADECREDIT,
                    TAXABLEAMOUNT, TAXRATE, TAXAMOUNT, TITLEFEE,
                    REGISTRATIONFEE, PLATEFEE, DOCFEE)
                   VALUES
                   (:DX-VIN-TEXT, CURRENT DATE, :DX-DEALERID,
                    :DX-STATEABBR, :DX-SALETYPE, :DX-GROSSAMOUNT,
                    :DX-REBATEAMOUNT, :DX-WHOLESALEAMOUNT,
                    :DX-EXEMPTAMOUNT, :DX-TRADEALLOWANCE,
                    :DX-TRADECREDIT, :DX-TAXABLEAMOUNT, :DX-TAXRATE,
                    :DX-TAXAMOUNT, :DX-TITLEFEE, :DX-REGISTRATIONFEE,
                    :DX-PLATEFEE, :DX-DOCFEE)
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE SELLING STATE'S FEE SCHEDULE IN FORCE TODAY. THE DOC FEE
      * NEVER EXCEEDS THE STATE'S LEGAL CAP; NO ROW MEANS NO FEES
      * AND NO TRADE CREDIT.
      *---------------------------------------
       1557-GET-STATE-FEES.
           MOVE 0 TO SF-TITLEFEE.
           MOVE 0 TO SF-REGISTRATIONFEE.
           MOVE 0 TO SF-PLATEFEE.
           MOVE 0 TO SF-DOCFEE.
           MOVE "N" TO SF-TRADECREDIT.
           MOVE -1 TO IND-SF-DOCCAP.
           MOVE -1 TO IND-SF-TRADECAP.
           EXEC SQL
               SELECT TITLEFEE, REGISTRATIONFEE, PLATEFEE, DOCFEE,
                      DOCFEECAP, TRADECREDIT, TRADECREDITCAP
                   INTO :SF-TITLEFEE, :SF-REGISTRATIONFEE,
                        :SF-PLATEFEE, :SF-DOCFEE,
                        :SF-DOCFEECAP :IND-SF-DOCCAP,
                        :SF-TRADECREDIT,
                        :SF-TRADECREDITCAP :IND-SF-TRADECAP
                   FROM STATE_FEES
                   WHERE STATEABBR = :TITLE-STATE-ABBR
                     AND EFFECTIVEFROM <= CURRENT DATE
                     AND (EFFECTIVETO IS NULL
                          OR EFFECTIVETO >= CURRENT DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SF-TITLEFEE
               MOVE 0 TO SF-REGISTRATIONFEE
               MOVE 0 TO SF-PLATEFEE
               MOVE 0 TO SF-DOCFEE
               MOVE "N" TO SF-TRADECREDIT
               MOVE -1 TO IND-SF-DOCCAP
               MOVE -1 TO IND-SF-TRADECAP
           END-IF.
           MOVE 0 TO SQLCODE.
           IF IND-SF-DOCCAP >= 0 AND SF-DOCFEE > SF-DOCFEECAP
               MOVE SF-DOCFEECAP TO SF-DOCFEE
           END-IF.

      *---------------------------------------
      * MANUFACTURER MONEY ON THE SOLD UNIT'S YEAR/MAKE/MODEL AS OF
      * TODAY: ALL THE STACKABLE PROGRAMS PLUS THE RICHEST OF THE
       1560-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE FACTORY ONLY REIMBURSES A REBATE WE CLAIM. EACH PROGRAM
      * 1560 TOOK OFF THE PRICE BECOMES A PENDING INCENTIVE_CLAIMS
      * ROW IN THE SALE'S UNIT OF WORK, AND GAM0VIC SUBMITS IT AND
      * CARRIES IT AS A RECEIVABLE UNTIL THE FACTORY PAYS.
      * WHOLESALE TOOK NO REBATE, SO THERE IS NOTHING TO CLAIM.
      *---------------------------------------
       1565-QUEUE-INCENTIVE-CLAIMS.
           IF SALE-TYPE-IN = "W" OR REBATE-TOTAL = 0
               GO TO 1565-EXIT
           END-IF.

           MOVE "N" TO INCENT-BEST-TAKEN.
           EXEC SQL OPEN INCENTCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH INCENTCURSOR
                       INTO :MI-INCENTIVEID, :MI-INCENTIVETYPE,
                            :MI-AMOUNT, :MI-STACKABLE
               END-EXEC

               IF SQLCODE = 0
                   IF MI-STACKABLE = "Y"
                       PERFORM 1566-QUEUE-ONE-CLAIM
                   ELSE
                       IF INCENT-BEST-TAKEN = "N"
                           MOVE "Y" TO INCENT-BEST-TAKEN
                           PERFORM 1566-QUEUE-ONE-CLAIM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE INCENTCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

       1565-EXIT.
           CONTINUE.

       1566-QUEUE-ONE-CLAIM.
           EXEC SQL
               SELECT COALESCE(MAX(CLAIMID), 0) + 1
                   INTO :IC-CLAIMID
                   FROM INCENTIVE_CLAIMS
           END-EXEC.
           EXEC SQL
               INSERT INTO INCENTIVE_CLAIMS
                   (CLAIMID, CLAIMTYPE, ORIGCLAIMID, VIN, DEALERID,
                    SALEDATE, INCENTIVEID, INCENTIVETYPE,
                    CLAIMAMOUNT, STATUS, CREATEDATE, PAIDAMOUNT)
                   VALUES
                   (:IC-CLAIMID, 'C', NULL, :SA-VIN-TEXT,
                    :SA-DEALERID, CURRENT DATE, :MI-INCENTIVEID,
                    :MI-INCENTIVETYPE, :MI-AMOUNT, 'P',
                    CURRENT DATE, 0)
           END-EXEC.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
      * REJECTED AND ROLLED BACK.
      *---------------------------------------
           IF AUDIT-KEEP = "Y" AND AUDIT-IN-SALE-UOW = "Y"
              AND AUDIT-REPLAY-COUNT < 8
               ADD 1 TO AUDIT-REPLAY-COUNT
               MOVE AUDIT-KEY TO
                   AUDIT-RP-KEY (AUDIT-REPLAY-COUNT)
               FROM(SALEENTO)
               ERASE
           END-EXEC.

      *---------------------------------------
      * BUSINESS-DAY ROUTINES OVER THE GAM0BBD WORK AREA - SEE
      * GAM0BBD FOR THE ENTRY POINTS. EVERY PROGRAM THAT COUNTS
      * BUSINESS DAYS CARRIES THE SAME CODE, SO THEY ALL COUNT THEM
      * THE SAME WAY - CHANGE THEM ALL TOGETHER. NO ANSWER IS MORE
      * THAN A YEAR OF CALENDAR DAYS FROM THE STARTING DATE.
      *---------------------------------------
       9700-ADD-BUSINESS-DAYS.
           MOVE 0 TO BD-SQLCODE.
           MOVE 0 TO BD-COUNT.
           MOVE 0 TO BD-CAL-DAYS.
           MOVE BD-FROM-DATE TO BD-STEP-DATE.
           IF BD-DAYS NOT > 0
               MOVE 0 TO BD-STEP
               PERFORM 9740-STEP-CALENDAR
           END-IF.
           MOVE 1 TO BD-STEP.
           IF BD-DAYS NOT > 0
               PERFORM UNTIL BD-STEP-OPEN OR BD-CAL-DAYS > 366
                   ADD 1 TO BD-CAL-DAYS
                   PERFORM 9740-STEP-CALENDAR
               END-PERFORM
           ELSE
               PERFORM UNTIL BD-COUNT >= BD-DAYS OR BD-CAL-DAYS > 366
                   ADD 1 TO BD-CAL-DAYS
                   PERFORM 9740-STEP-CALENDAR
                   IF BD-STEP-OPEN
                       ADD 1 TO BD-COUNT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE BD-STEP-DATE TO BD-RESULT-DATE.

      *---------------------------------------
      * MOVE BD-STEP-DATE BY BD-STEP DAYS (-1, 0 OR +1) AND SAY
      * WHETHER THE DAY LANDED ON IS A BUSINESS DAY. DAYOFWEEK
      * RETURNS 1=SUNDAY THROUGH 7=SATURDAY. IF THE CALENDAR CAN'T
      * BE READ THE DATE STILL MOVES AND ONLY THE WEEKEND COUNTS.
      *---------------------------------------
       9740-STEP-CALENDAR.
           MOVE 0 TO BD-STEP-CLOSED.
           EXEC SQL
               SELECT CHAR(DATE(:BD-STEP-DATE) + :BD-STEP DAYS, ISO),
                      DAYOFWEEK(DATE(:BD-STEP-DATE) + :BD-STEP DAYS),
                      (SELECT COUNT(*)
                          FROM BUSINESS_CALENDAR C
                          WHERE C.CALDATE =
                                DATE(:BD-STEP-DATE) + :BD-STEP DAYS
                            AND ((C.DEALERID = 0
                                  AND C.STATEABBR = ' ')
                              OR (C.DEALERID = :BD-DEALERID
                                  AND C.DEALERID <> 0)
                              OR (C.STATEABBR = :BD-STATEABBR
                                  AND C.STATEABBR <> ' ')))
                   INTO :BD-STEP-DATE, :BD-STEP-WEEKDAY,
                        :BD-STEP-CLOSED
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO BD-SQLCODE
               MOVE 0 TO BD-STEP-CLOSED
               EXEC SQL
                   SELECT CHAR(DATE(:BD-STEP-DATE) + :BD-STEP DAYS,
                               ISO),
                          DAYOFWEEK(DATE(:BD-STEP-DATE)
                                    + :BD-STEP DAYS)
                       INTO :BD-STEP-DATE, :BD-STEP-WEEKDAY
                       FROM SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF.
           IF BD-STEP-CLOSED > 0
              OR BD-STEP-WEEKDAY = 1
              OR BD-STEP-WEEKDAY = 7
               SET BD-STEP-SHUT TO TRUE
           ELSE
               SET BD-STEP-OPEN TO TRUE
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * CUSTOMER-RESOLUTION ROUTINES OVER THE GAM0BCF WORK AREA -
      * SEE GAM0BCF FOR THE INPUTS AND THE RULES. EVERY PROGRAM
      * THAT LINKS A SALE TO THE CUSTOMER MASTER CARRIES THE SAME
      * CODE - CHANGE THEM ALL TOGETHER.
      *---------------------------------------
       9850-RESOLVE-CUSTOMER.
           MOVE 0 TO CR-SQLCODE.
           MOVE 0 TO CR-MATCH-COUNT.
           IF CR-PHONE = LOW-VALUE
               MOVE SPACES TO CR-PHONE
           END-IF.

           IF CR-CUSTOMERID NOT = SPACES
              AND CR-CUSTOMERID NOT = LOW-VALUE
               EXEC SQL
                   SELECT COUNT(*) INTO :CR-MATCH-COUNT
                       FROM CUSTOMER
                       WHERE CUSTOMERID = :CR-CUSTOMERID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO CR-SQLCODE
                   SET CR-FAILED TO TRUE
               ELSE
                   IF CR-MATCH-COUNT > 0
                       SET CR-KEYED TO TRUE
                   ELSE
                       SET CR-NOT-FOUND TO TRUE
                   END-IF
               END-IF
               GO TO 9850-EXIT
           END-IF.

           MOVE SPACES TO CR-CUSTOMERID.
           SET CR-NOT-FOUND TO TRUE.
           IF CR-NAME = SPACES OR CR-NAME = LOW-VALUE
               GO TO 9850-EXIT
           END-IF.

           PERFORM 9860-MATCH-CUSTOMER THRU 9860-EXIT.

           IF CR-MATCHED OR CR-FAILED OR CR-MATCH-ONLY
               GO TO 9850-EXIT
           END-IF.

           MOVE 0 TO CR-ADD-TRIES.
           PERFORM 9870-ADD-CUSTOMER THRU 9870-EXIT.
       9850-EXIT.
           MOVE 0 TO SQLCODE.

       9860-MATCH-CUSTOMER.
           IF CR-PHONE NOT = SPACES
               MOVE SPACES TO CR-FOUND-ID
               EXEC SQL
                   SELECT COUNT(*), MIN(CUSTOMERID)
                       INTO :CR-MATCH-COUNT,
                            :CR-FOUND-ID :IND-CR-FOUND-ID
                       FROM CUSTOMER
                       WHERE UPPER(CUSTNAME) = UPPER(:CR-NAME)
                         AND CUSTPHONE = :CR-PHONE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO CR-SQLCODE
                   SET CR-FAILED TO TRUE
                   GO TO 9860-EXIT
               END-IF
               IF CR-MATCH-COUNT > 0
                   MOVE CR-FOUND-ID TO CR-CUSTOMERID
                   SET CR-MATCHED TO TRUE
                   GO TO 9860-EXIT
               END-IF
           END-IF.

      *---------------------------------------
      * NAME ALONE - A CUSTOMER ON FILE WITH A DIFFERENT PHONE IS A
      * DIFFERENT PERSON WHO SHARES THE NAME, SO ONLY ROWS WITH NO
      * PHONE (OR ANY ROW, WHEN THE DEAL HAS NO PHONE) COUNT.
      *---------------------------------------
           MOVE SPACES TO CR-FOUND-ID.
           EXEC SQL
               SELECT COUNT(*), MIN(CUSTOMERID)
                   INTO :CR-MATCH-COUNT,
                        :CR-FOUND-ID :IND-CR-FOUND-ID
                   FROM CUSTOMER
                   WHERE UPPER(CUSTNAME) = UPPER(:CR-NAME)
                     AND (CUSTPHONE IS NULL
                          OR CUSTPHONE = ' '
                          OR :CR-PHONE = ' ')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO CR-SQLCODE
               SET CR-FAILED TO TRUE
               GO TO 9860-EXIT
           END-IF.
           EVALUATE TRUE
           WHEN CR-MATCH-COUNT = 1
               MOVE CR-FOUND-ID TO CR-CUSTOMERID
               SET CR-MATCHED TO TRUE
           WHEN CR-MATCH-COUNT > 1
               SET CR-AMBIGUOUS TO TRUE
           WHEN OTHER
               SET CR-NOT-FOUND TO TRUE
           END-EVALUATE.
       9860-EXIT.
           CONTINUE.

      *---------------------------------------
      * NEXT "S" ID ABOVE THE HIGHEST ONE ON FILE. A TERMINAL THAT
      * TOOK THE SAME NUMBER A MOMENT EARLIER (-803) JUST MEANS
      * TRY THE NEXT ONE.
      *---------------------------------------
       9870-ADD-CUSTOMER.
           ADD 1 TO CR-ADD-TRIES.
           MOVE 0 TO CR-NEXT-NUMBER.
           EXEC SQL
               SELECT COALESCE(MAX(INTEGER(SUBSTR(CUSTOMERID, 2, 9))),
                               0) + 1
                   INTO :CR-NEXT-NUMBER
                   FROM CUSTOMER
                   WHERE CUSTOMERID LIKE 'S%'
                     AND LENGTH(CUSTOMERID) = 10
                     AND TRANSLATE(SUBSTR(CUSTOMERID, 2, 9), ' ',
                                   '0123456789') = ' '
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO CR-SQLCODE
               SET CR-FAILED TO TRUE
               GO TO 9870-EXIT
           END-IF.

           MOVE CR-NEXT-NUMBER TO CR-NEXT-DISPLAY.
           MOVE SPACES TO CR-CUSTOMERID.
           STRING "S" CR-NEXT-DISPLAY
               DELIMITED BY SIZE INTO CR-CUSTOMERID.

           MOVE 0 TO IND-CR-PHONE.
           IF CR-PHONE = SPACES
               MOVE -1 TO IND-CR-PHONE
           END-IF.
           MOVE 0 TO IND-CR-DEALERID.
           IF CR-DEALERID = 0
               MOVE -1 TO IND-CR-DEALERID
           END-IF.

           EXEC SQL
               INSERT INTO CUSTOMER
                   (CUSTOMERID, CUSTNAME, CUSTPHONE, CUSTEMAIL,
                    PREFDEALERID, CONTACTOPTOUT)
                   VALUES (:CR-CUSTOMERID, :CR-NAME,
                           :CR-PHONE :IND-CR-PHONE, NULL,
                           :CR-DEALERID :IND-CR-DEALERID, 'N')
           END-EXEC.

           IF SQLCODE = -803 AND CR-ADD-TRIES < 3
               GO TO 9870-ADD-CUSTOMER
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO CR-SQLCODE
               MOVE SPACES TO CR-CUSTOMERID
               SET CR-FAILED TO TRUE
               GO TO 9870-EXIT
           END-IF.
           SET CR-ADDED TO TRUE.
       9870-EXIT.
           CONTINUE.

      *---------------------------------------
      * A MAILING ADDRESS IS ALL OR NOTHING - STREET, CITY, STATE
      * AND A ZIP THE POST OFFICE WILL TAKE. LINE 2 IS OPTIONAL.
      *---------------------------------------
       9880-CHECK-ADDRESS.
           MOVE SPACES TO CR-ADDR-MSG.
           MOVE "N" TO CR-ADDR-SW.
           IF CR-ADDR1 = LOW-VALUE
               MOVE SPACES TO CR-ADDR1
           END-IF.
           IF CR-ADDR2 = LOW-VALUE
               MOVE SPACES TO CR-ADDR2
           END-IF.
           IF CR-CITY = LOW-VALUE
               MOVE SPACES TO CR-CITY
           END-IF.
           IF CR-STATE = LOW-VALUE
               MOVE SPACES TO CR-STATE
           END-IF.
           IF CR-ZIP = LOW-VALUE
               MOVE SPACES TO CR-ZIP
           END-IF.
           IF CR-ADDR1 = SPACES AND CR-ADDR2 = SPACES
              AND CR-CITY = SPACES AND CR-STATE = SPACES
              AND CR-ZIP = SPACES
               GO TO 9880-EXIT
           END-IF.
           SET CR-ADDR-KEYED TO TRUE.

           IF CR-ADDR1 = SPACES
               MOVE "ENTER THE STREET ADDRESS" TO CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
           IF CR-CITY = SPACES
               MOVE "ENTER THE CITY" TO CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
           IF CR-STATE NOT ALPHABETIC
              OR CR-STATE (1:1) = SPACE
              OR CR-STATE (2:1) = SPACE
               MOVE "STATE MUST BE THE 2-LETTER ABBREVIATION" TO
                   CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
           IF CR-ZIP (1:5) NOT NUMERIC
              OR (CR-ZIP (6:5) NOT = SPACES
                  AND (CR-ZIP (6:1) NOT = "-"
                       OR CR-ZIP (7:4) NOT NUMERIC))
               MOVE "ZIP MUST BE 99999 OR 99999-9999" TO CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
       9880-EXIT.
           CONTINUE.

       9890-STORE-ADDRESS.
           MOVE 0 TO CR-SQLCODE.
           MOVE 0 TO IND-CR-ADDR2.
           IF CR-ADDR2 = SPACES
               MOVE -1 TO IND-CR-ADDR2
           END-IF.
           EXEC SQL
               UPDATE CUSTOMER
                  SET ADDRLINE1 = :CR-ADDR1,
                      ADDRLINE2 = :CR-ADDR2 :IND-CR-ADDR2,
                      CITY = :CR-CITY,
                      STATEABBR = :CR-STATE,
                      ZIPCODE = :CR-ZIP,
                      ADDRSTATUS = 'N',
                      ADDRUPDATED = CURRENT DATE
                WHERE CUSTOMERID = :CR-CUSTOMERID
                  AND (ADDRLINE1 IS NULL
                       OR ADDRLINE1 <> :CR-ADDR1
                       OR COALESCE(ADDRLINE2, ' ') <> :CR-ADDR2
                       OR COALESCE(CITY, ' ') <> :CR-CITY
                       OR COALESCE(STATEABBR, ' ') <> :CR-STATE
                       OR COALESCE(ZIPCODE, ' ') <> :CR-ZIP)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO CR-SQLCODE
               SET CR-FAILED TO TRUE
           END-IF.
       9890-EXIT.
           MOVE 0 TO SQLCODE.
