      ******************************************************************
      * DCLGEN TABLE(DEAL_TAX)                                         *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BDX))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DEAL_TAX TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             SALEDATE                       DATE NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             STATEABBR                      CHAR(2) NOT NULL,
             SALETYPE                       CHAR(1) NOT NULL,
             GROSSAMOUNT                    DECIMAL(9, 2) NOT NULL,
             REBATEAMOUNT                   DECIMAL(9, 2) NOT NULL,
             WHOLESALEAMOUNT                DECIMAL(9, 2) NOT NULL,
             EXEMPTAMOUNT                   DECIMAL(9, 2) NOT NULL,
             TRADEALLOWANCE                 DECIMAL(9, 2) NOT NULL,
             TRADECREDIT                    DECIMAL(9, 2) NOT NULL,
             TAXABLEAMOUNT                  DECIMAL(9, 2) NOT NULL,
             TAXRATE                        DECIMAL(6, 4) NOT NULL,
             TAXAMOUNT                      DECIMAL(9, 2) NOT NULL,
             TITLEFEE                       DECIMAL(7, 2) NOT NULL,
             REGISTRATIONFEE                DECIMAL(7, 2) NOT NULL,
             PLATEFEE                       DECIMAL(7, 2) NOT NULL,
             DOCFEE                         DECIMAL(7, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEAL_TAX                           *
      *                                                                *
      * THE SALES-TAX SPLIT OF EVERY DEAL AS GAM0VSE TAXED IT, KEYED *
      * LIKE SALES BY VIN AND SALE DATE: GROSS (PRICE PLUS F+I      *
      * RETAIL), THE DEDUCTIONS THAT CAME OFF IT (REBATE WHERE THE   *
      * STATE TAXES AFTER REBATE, WHOLESALE RESALE, CERTIFICATE      *
      * EXEMPTION, TRADE CREDIT), THE TAXABLE REMAINDER, THE STATE   *
      * RATE AND THE TAX COLLECTED, PLUS THE STATE_FEES TITLE,       *
      * REGISTRATION, PLATE AND (CAPPED) DOC FEE CHARGED. GAM0VGL    *
      * POSTS THE TAX TO SALES TAX PAYABLE AND THE FEES TO DMV FEES  *
      * PAYABLE / DOC FEE INCOME; GAM0VSX FILES THE STATE RETURN.    *
      ******************************************************************
       01  DCLDEAL-TAX.
           10 DX-VIN.
              49 DX-VIN-LEN        PIC S9(4) USAGE COMP.
              49 DX-VIN-TEXT       PIC X(17).
           10 DX-SALEDATE          PIC X(10).
           10 DX-DEALERID          PIC S9(9) USAGE COMP.
           10 DX-STATEABBR         PIC X(2).
           10 DX-SALETYPE          PIC X(1).
           10 DX-GROSSAMOUNT       PIC S9(7)V9(2) USAGE COMP-3.
           10 DX-REBATEAMOUNT      PIC S9(7)V9(2) USAGE COMP-3.
           10 DX-WHOLESALEAMOUNT   PIC S9(7)V9(2) USAGE COMP-3.
           10 DX-EXEMPTAMOUNT      PIC S9(7)V9(2) USAGE COMP-3.
           10 DX-TRADEALLOWANCE    PIC S9(7)V9(2) USAGE COMP-3.
           10 DX-TRADECREDIT       PIC S9(7)V9(2) USAGE COMP-3.
           10 DX-TAXABLEAMOUNT     PIC S9(7)V9(2) USAGE COMP-3.
           10 DX-TAXRATE           PIC S9(2)V9(4) USAGE COMP-3.
           10 DX-TAXAMOUNT         PIC S9(7)V9(2) USAGE COMP-3.
           10 DX-TITLEFEE          PIC S9(5)V9(2) USAGE COMP-3.
           10 DX-REGISTRATIONFEE   PIC S9(5)V9(2) USAGE COMP-3.
           10 DX-PLATEFEE          PIC S9(5)V9(2) USAGE COMP-3.
           10 DX-DOCFEE            PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDEAL-TAX.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 18 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
