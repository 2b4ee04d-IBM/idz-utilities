      ******************************************************************
      * DCLGEN TABLE(AP_VOUCHERS)                                      *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BAV))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE AP_VOUCHERS TABLE
           ( VOUCHERID                      INTEGER NOT NULL,
             VENDORID                       INTEGER NOT NULL,
             INVOICENUM                     VARCHAR(20) NOT NULL,
             VOUCHERDATE                    DATE NOT NULL,
             INVOICEAMOUNT                  DECIMAL(9, 2) NOT NULL,
             LINECOUNT                      INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AP_VOUCHERS                        *
      *                                                                *
      * ONE ROW PER VENDOR INVOICE GAM0VAV HAS SENT TO ACCOUNTS      *
      * PAYABLE. THE INVOICE'S VEHICLE_COST_LEDGER LINES CARRY THE   *
      * VOUCHERID, SO A LINE CAN BE TRACED TO THE VOUCHER THAT PAID  *
      * IT AND BACK. A VENDOR/INVOICE PAIR ALREADY HERE IS A         *
      * DUPLICATE - ANY LATER LINES BILLED UNDER IT ARE HELD, NOT    *
      * VOUCHERED A SECOND TIME.                                     *
      ******************************************************************
       01  DCLAP-VOUCHERS.
           10 AV-VOUCHERID         PIC S9(9) USAGE COMP.
           10 AV-VENDORID          PIC S9(9) USAGE COMP.
           10 AV-INVOICENUM.
              49 AV-INVOICENUM-LEN PIC S9(4) USAGE COMP.
              49 AV-INVOICENUM-TEXT PIC X(20).
           10 AV-VOUCHERDATE       PIC X(10).
           10 AV-INVOICEAMOUNT     PIC S9(7)V9(2) USAGE COMP-3.
           10 AV-LINECOUNT         PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IAP-VOUCHERS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
