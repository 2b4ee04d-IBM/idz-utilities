      ******************************************************************
      * DCLGEN TABLE(LEASE_CONTRACTS)                                  *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BLS))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LEASE_CONTRACTS TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             SALEDATE                       DATE NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             LENDERCODE                     CHAR(4) NOT NULL,
             CAPCOST                        DECIMAL(9, 2) NOT NULL,
             RESIDUALVALUE                  DECIMAL(9, 2) NOT NULL,
             MONEYFACTOR                    DECIMAL(7, 6) NOT NULL,
             TERMMONTHS                     INTEGER NOT NULL,
             MILESPERYEAR                   INTEGER NOT NULL,
             PAYMENTAMOUNT                  DECIMAL(7, 2) NOT NULL,
             MATURITYDATE                   DATE NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             STATUSDATE                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LEASE_CONTRACTS                    *
      *                                                                *
      * ONE ROW PER SALETYPE 'L' DEAL GAM0VSE RECORDS - THE CAR IS   *
      * SOLD TO THE LEASING LENDER (RETAIL_LENDERS) AND THE BUYER ON *
      * SALES IS THE LESSEE. CAPCOST IS THE CAPITALIZED COST, THE    *
      * RESIDUAL WHAT THE LENDER EXPECTS THE CAR TO BE WORTH AT      *
      * MATURITYDATE (SALE DATE PLUS TERMMONTHS), MONEYFACTOR THE    *
      * LEASE RATE (APR / 2400) AND MILESPERYEAR THE ALLOWANCE.      *
      * PAYMENTAMOUNT IS DEPRECIATION PLUS RENT CHARGE, PRE-TAX.     *
      * STATUS 'A' ACTIVE, 'G' GROUNDED BY US (THE CAR CAME BACK     *
      * THROUGH GAM0VRV INTAKE AS USED STOCK), 'X' CANCELLED WHEN    *
      * GAM0VUW UNWOUND THE SALE. GAM0VLM WORKS THE 'A' ROWS         *
      * 90/60/30 DAYS OUT FROM MATURITY SO THE LESSEE IS RE-LEASED   *
      * HERE INSTEAD OF TURNING THE CAR IN TO THE BANK.              *
      ******************************************************************
       01  DCLLEASE-CONTRACTS.
           10 LS-VIN.
              49 LS-VIN-LEN        PIC S9(4) USAGE COMP.
              49 LS-VIN-TEXT       PIC X(17).
           10 LS-SALEDATE          PIC X(10).
           10 LS-DEALERID          PIC S9(9) USAGE COMP.
           10 LS-LENDERCODE        PIC X(4).
           10 LS-CAPCOST           PIC S9(7)V9(2) USAGE COMP-3.
           10 LS-RESIDUALVALUE     PIC S9(7)V9(2) USAGE COMP-3.
           10 LS-MONEYFACTOR       PIC S9(1)V9(6) USAGE COMP-3.
           10 LS-TERMMONTHS        PIC S9(9) USAGE COMP.
           10 LS-MILESPERYEAR      PIC S9(9) USAGE COMP.
           10 LS-PAYMENTAMOUNT     PIC S9(5)V9(2) USAGE COMP-3.
           10 LS-MATURITYDATE      PIC X(10).
           10 LS-STATUS            PIC X(1).
           10 LS-STATUSDATE        PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILEASE-CONTRACTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
