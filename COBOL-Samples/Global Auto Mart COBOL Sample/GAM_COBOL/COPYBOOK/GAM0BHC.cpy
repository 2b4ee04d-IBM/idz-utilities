      ******************************************************************
      * DCLGEN TABLE(BHPH_CONTRACTS)                                   *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BHC))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE BHPH_CONTRACTS TABLE
           ( CONTRACTID                     INTEGER NOT NULL,
             VIN                            VARCHAR(17) NOT NULL,
             SALEDATE                       DATE NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             BUYERNAME                      VARCHAR(35) NOT NULL,
             BUYERPHONE                     CHAR(12),
             AMOUNTFINANCED                 DECIMAL(9, 2) NOT NULL,
             CONTRACTRATE                   DECIMAL(5, 3) NOT NULL,
             TERMMONTHS                     INTEGER NOT NULL,
             PAYMENTAMOUNT                  DECIMAL(7, 2) NOT NULL,
             FIRSTDUEDATE                   DATE NOT NULL,
             PRINCIPALBAL                   DECIMAL(9, 2) NOT NULL,
             LATEFEEBAL                     DECIMAL(7, 2) NOT NULL,
             NEXTDUEDATE                    DATE,
             DAYSPASTDUE                    INTEGER NOT NULL,
             LASTPAYDATE                    DATE,
             LASTAGEDDATE                   DATE,
             STATUS                         CHAR(1) NOT NULL,
             STATUSDATE                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BHPH_CONTRACTS                     *
      *                                                                *
      * THE STORE'S OWN PAPER - ONE ROW PER SALETYPE 'B' DEAL GAM0VSE*
      * RECORDS, WITH THE LEVEL MONTHLY PAYMENT AT CONTRACTRATE (APR)*
      * OVER TERMMONTHS AND ITS BHPH_SCHEDULE OF INSTALLMENTS.       *
      * PRINCIPALBAL AND LATEFEEBAL ARE WHAT THE BUYER STILL OWES US;*
      * GAM0VHP POSTS PAYMENTS AGAINST THEM, GAM0VHA ASSESSES LATE   *
      * FEES AND RESTAMPS NEXTDUEDATE (OLDEST UNPAID INSTALLMENT) AND*
      * DAYSPASTDUE NIGHTLY. STATUS 'A' ACTIVE, 'P' PAID OFF, 'X'    *
      * CANCELLED WHEN GAM0VUW UNWOUND THE SALE BEFORE ANY PAYMENT.  *
      * EVERY MONEY MOVEMENT IS ALSO A BHPH_TRANSACTIONS ROW.        *
      ******************************************************************
       01  DCLBHPH-CONTRACTS.
           10 HC-CONTRACTID        PIC S9(9) USAGE COMP.
           10 HC-VIN.
              49 HC-VIN-LEN        PIC S9(4) USAGE COMP.
              49 HC-VIN-TEXT       PIC X(17).
           10 HC-SALEDATE          PIC X(10).
           10 HC-DEALERID          PIC S9(9) USAGE COMP.
           10 HC-BUYERNAME.
              49 HC-BUYERNAME-LEN  PIC S9(4) USAGE COMP.
              49 HC-BUYERNAME-TEXT PIC X(35).
           10 HC-BUYERPHONE        PIC X(12).
           10 HC-AMOUNTFINANCED    PIC S9(7)V9(2) USAGE COMP-3.
           10 HC-CONTRACTRATE      PIC S9(2)V9(3) USAGE COMP-3.
           10 HC-TERMMONTHS        PIC S9(9) USAGE COMP.
           10 HC-PAYMENTAMOUNT     PIC S9(5)V9(2) USAGE COMP-3.
           10 HC-FIRSTDUEDATE      PIC X(10).
           10 HC-PRINCIPALBAL      PIC S9(7)V9(2) USAGE COMP-3.
           10 HC-LATEFEEBAL        PIC S9(5)V9(2) USAGE COMP-3.
           10 HC-NEXTDUEDATE       PIC X(10).
           10 HC-DAYSPASTDUE       PIC S9(9) USAGE COMP.
           10 HC-LASTPAYDATE       PIC X(10).
           10 HC-LASTAGEDDATE      PIC X(10).
           10 HC-STATUS            PIC X(1).
           10 HC-STATUSDATE        PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IBHPH-CONTRACTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 19 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
