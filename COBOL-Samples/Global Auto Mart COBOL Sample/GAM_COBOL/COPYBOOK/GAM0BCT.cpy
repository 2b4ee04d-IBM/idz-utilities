             CONTRACTSENTDATE               DATE,
             FUNDINGRECEIVED                DATE,
             FUNDEDAMOUNT                   DECIMAL(9, 2),
             STATUS                         CHAR(1) NOT NULL,
             AMOUNTFINANCED                 DECIMAL(9, 2),
             TERMMONTHS                     INTEGER,
             BUYRATE                        DECIMAL(5, 3),
             CONTRACTRATE                   DECIMAL(5, 3),
             EXPECTEDRESERVE                DECIMAL(7, 2),
             RESERVEPAID                    DECIMAL(7, 2),
             RESERVESTATUS                  CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CONTRACTS_IN_TRANSIT               *
      * AND WE HAVE NOTHING), 'F' IS FUNDED WITH DATE AND AMOUNT     *
      * (GAM0VCT). THE DAILY GAM0VUC REPORT AGES THE 'U' ROWS BY    *
      * DEALER, OLDEST FIRST.                                         *
      * BUYRATE IS THE LENDER'S RATE, CONTRACTRATE WHAT THE BUYER    *
      * SIGNED AT (BOTH ANNUAL PERCENT, E.G. 6.750); EXPECTEDRESERVE  *
      * IS THE DEALER'S SHARE OF THE FINANCE-CHARGE SPREAD GAM0VSE   *
      * WORKS OUT AT SALE. RESERVEPAID IS WHAT THE LENDER ACTUALLY   *
      * PAID (GAM0VCT), RESERVESTATUS 'M' MATCHED, 'S' SHORT, 'O'    *
      * OVER. THE MONTHLY GAM0VFR REPORT FLAGS THE MARKUPS.           *
      ******************************************************************
       01  DCLCONTRACTS-IN-TRANSIT.
           10 CT-VIN.
           10 CT-FUNDINGRECEIVED   PIC X(10).
           10 CT-FUNDEDAMOUNT      PIC S9(7)V9(2) USAGE COMP-3.
           10 CT-STATUS            PIC X(1).
           10 CT-AMOUNTFINANCED    PIC S9(7)V9(2) USAGE COMP-3.
           10 CT-TERMMONTHS        PIC S9(9) USAGE COMP.
           10 CT-BUYRATE           PIC S9(2)V9(3) USAGE COMP-3.
           10 CT-CONTRACTRATE      PIC S9(2)V9(3) USAGE COMP-3.
           10 CT-EXPECTEDRESERVE   PIC S9(5)V9(2) USAGE COMP-3.
           10 CT-RESERVEPAID       PIC S9(5)V9(2) USAGE COMP-3.
           10 CT-RESERVESTATUS     PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICONTRACTS-IN-TRANSIT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 15 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
