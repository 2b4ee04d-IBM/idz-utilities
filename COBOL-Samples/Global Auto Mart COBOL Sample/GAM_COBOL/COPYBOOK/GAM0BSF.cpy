      ******************************************************************
      * DCLGEN TABLE(STATE_FEES)                                       *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BSF))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STATE_FEES TABLE
           ( STATEABBR                      CHAR(2) NOT NULL,
             EFFECTIVEFROM                  DATE NOT NULL,
             EFFECTIVETO                    DATE,
             TITLEFEE                       DECIMAL(7, 2) NOT NULL,
             REGISTRATIONFEE                DECIMAL(7, 2) NOT NULL,
             PLATEFEE                       DECIMAL(7, 2) NOT NULL,
             DOCFEE                         DECIMAL(7, 2) NOT NULL,
             DOCFEECAP                      DECIMAL(7, 2),
             TRADECREDIT                    CHAR(1) NOT NULL,
             TRADECREDITCAP                 DECIMAL(9, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE STATE_FEES                         *
      *                                                                *
      * EACH STATE'S DMV FEE SCHEDULE, EFFECTIVE-DATED THE SAME WAY  *
      * AS SALES_TAX_RATES AND MAINTAINED ON GAM0VTX (PF5): TITLE,   *
      * REGISTRATION AND PLATE FEES, THE DOC FEE WE CHARGE THERE AND *
      * THE STATE'S LEGAL DOC-FEE CAP (NULL = NO CAP - THE LOWER OF  *
      * THE TWO IS CHARGED). TRADECREDIT 'Y' MEANS THE STATE TAXES   *
      * ONLY THE DIFFERENCE AFTER THE TRADE-IN ALLOWANCE, UP TO      *
      * TRADECREDITCAP WHEN ONE IS SET; 'N' TAXES THE FULL PRICE.    *
      * GAM0VSE, GAM0VDI, GAM0VQT AND GAM0VWP ALL PRICE FROM IT.     *
      ******************************************************************
       01  DCLSTATE-FEES.
           10 SF-STATEABBR         PIC X(2).
           10 SF-EFFECTIVEFROM     PIC X(10).
           10 SF-EFFECTIVETO       PIC X(10).
           10 SF-TITLEFEE          PIC S9(5)V9(2) USAGE COMP-3.
           10 SF-REGISTRATIONFEE   PIC S9(5)V9(2) USAGE COMP-3.
           10 SF-PLATEFEE          PIC S9(5)V9(2) USAGE COMP-3.
           10 SF-DOCFEE            PIC S9(5)V9(2) USAGE COMP-3.
           10 SF-DOCFEECAP         PIC S9(5)V9(2) USAGE COMP-3.
           10 SF-TRADECREDIT       PIC X(1).
           10 SF-TRADECREDITCAP    PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISTATE-FEES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
