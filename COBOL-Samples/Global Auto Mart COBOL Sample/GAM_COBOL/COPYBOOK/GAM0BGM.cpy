      ******************************************************************
      * DCLGEN TABLE(GL_ACCOUNT_MAP)                                   *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BGM))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GL_ACCOUNT_MAP TABLE
           ( DEALERID                       INTEGER NOT NULL,
             TXNTYPE                        CHAR(6) NOT NULL,
             NEWUSED                        CHAR(1) NOT NULL,
             COMPANYCODE                    CHAR(4) NOT NULL,
             DEPARTMENT                     CHAR(4) NOT NULL,
             DRACCOUNT                      CHAR(4) NOT NULL,
             CRACCOUNT                      CHAR(4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GL_ACCOUNT_MAP                     *
      *                                                                *
      * WHERE EACH STORE POSTS EACH KIND OF JOURNAL PAIR GAM0VGL       *
      * WRITES: THE STORE'S COMPANY CODE, THE DEPARTMENT THE ACTIVITY  *
      * BELONGS TO (NEW, USED, F+I, SERVICE...) AND THE ACCOUNT FOR    *
      * THE DEBIT LEG AND FOR THE CREDIT LEG. NEWUSED IS 'N' FOR A     *
      * NEW UNIT, 'U' USED, 'B' EITHER - AN 'N' OR 'U' ROW WINS OVER   *
      * A 'B' ROW. A BLANK ACCOUNT MEANS THE TYPE HAS NO LEG ON THAT   *
      * SIDE. MAINTAINED ON GAM0VCN (TABLE G). TXNTYPE IS ONE OF:      *
      *   SALE   RETAIL SALE           DR RECEIVABLE   CR SALES        *
      *   WHSALE WHOLESALE SALE        DR RECEIVABLE   CR WHOLESALE    *
      *   INVREL INVENTORY RELIEF      DR COST OF SALE CR INVENTORY    *
      *   MKDOWN PRICE CUT             DR MARKDOWN EXP CR INVENTORY    *
      *   MKUP   PRICE RAISED          DR INVENTORY    CR MARKDOWN EXP *
      *   DEPTKN DEPOSIT TAKEN         DR CASH         CR DEPOSIT LIAB *
      *   DEPAPL DEPOSIT APPLIED       DR DEPOSIT LIAB CR RECEIVABLE   *
      *   DEPESC DEPOSIT ESCHEATED     DR DEPOSIT LIAB CR ESCHEAT PAY  *
      *   DEPRFD DEPOSIT REFUNDED      DR DEPOSIT LIAB CR CASH         *
      *   FISALE F+I PRODUCT SOLD      DR RECEIVABLE   CR F+I REVENUE  *
      *   FICOST F+I PRODUCT COST      DR F+I COST     CR F+I PAYABLE  *
      *   FICANC F+I CANCEL REFUND     DR F+I REVENUE  CR CASH         *
      *   FPINT  FLOOR-PLAN INTEREST   DR INTEREST EXP CR FLOOR PLAN   *
      *   TRADE  TRADE LIEN ASSUMED    DR INVENTORY    CR LIEN PAYOFF  *
      *   TRDEQ  TRADE EQUITY          DR RECEIVABLE   CR RECEIVABLE   *
      *   AUCTN  AUCTION SALE          DR CASH         CR INVENTORY    *
      *   AUCGL  AUCTION LOSS / GAIN   DR GAIN/LOSS    CR GAIN/LOSS    *
      *   STAX   SALES TAX COLLECTED   DR RECEIVABLE   CR TAX PAYABLE  *
      *   DMVFEE TITLE/REG FEES        DR RECEIVABLE   CR FEES PAYABLE *
      *   DOCFEE DOC FEE               DR RECEIVABLE   CR DOC FEE INC  *
      *   STAXRV SALES TAX UNWOUND     DR TAX PAYABLE  CR RECEIVABLE   *
      *   DMVRV  TITLE/REG FEES UNWOUND DR FEES PAYABLE CR RECEIVABLE  *
      *   DOCRV  DOC FEE UNWOUND       DR DOC FEE INC  CR RECEIVABLE   *
      *   BHPHBK BHPH CONTRACT BOOKED  DR CONTRACT REC CR RECEIVABLE   *
      *   BHPHPY BHPH PAYMENT          DR CASH         CR CONTRACT REC *
      *   BHPHIN BHPH INTEREST PAID                    CR INTEREST INC *
      *   BHPHLP BHPH LATE FEES PAID                   CR LATE FEE REC *
      *   BHPHLF BHPH LATE FEE         DR LATE FEE REC CR LATE FEE INC *
      *   BHPHCX BHPH CANCELLED        DR RECEIVABLE   CR CONTRACT REC *
      *   BHPHLR BHPH FEES REVERSED    DR LATE FEE INC CR LATE FEE REC *
      *   GOODWL CUSTOMER GOODWILL     DR GOODWILL EXP CR CASH         *
      *   LCMRSV LCM RESERVE UP        DR LCM EXPENSE  CR LCM RESERVE  *
      *   LCMREL LCM RESERVE RELEASED  DR LCM RESERVE  CR LCM EXPENSE  *
      ******************************************************************
       01  DCLGL-ACCOUNT-MAP.
           10 GM-DEALERID          PIC S9(9) USAGE COMP.
           10 GM-TXNTYPE           PIC X(6).
           10 GM-NEWUSED           PIC X(1).
           10 GM-COMPANYCODE       PIC X(4).
           10 GM-DEPARTMENT        PIC X(4).
           10 GM-DRACCOUNT         PIC X(4).
           10 GM-CRACCOUNT         PIC X(4).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IGL-ACCOUNT-MAP.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
