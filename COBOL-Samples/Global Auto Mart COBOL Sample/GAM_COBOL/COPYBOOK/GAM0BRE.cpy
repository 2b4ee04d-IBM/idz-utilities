      ******************************************************************
      * DCLGEN TABLE(RETAIL_LENDERS)                                   *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BRE))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE RETAIL_LENDERS TABLE
           ( LENDERCODE                     CHAR(4) NOT NULL,
             LENDERNAME                     VARCHAR(30) NOT NULL,
             MAXMARKUP                      DECIMAL(5, 3),
             RESERVESHARE                   DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RETAIL_LENDERS                     *
      *                                                                *
      * ONE ROW PER RETAIL-INSTALLMENT LENDER WE SEND DEALS TO, KEPT  *
      * ON GAM0VCN (TABLE L). MAXMARKUP IS THE MOST THE LENDER LETS   *
      * US MARK ITS BUY RATE UP, IN POINTS (NULL - NO CAP STATED).    *
      * RESERVESHARE IS THE PERCENT OF THE FINANCE-CHARGE SPREAD THE  *
      * LENDER PAYS BACK TO US AS RESERVE, E.G. 75.00.                *
      ******************************************************************
       01  DCLRETAIL-LENDERS.
           10 RTL-LENDERCODE       PIC X(4).
           10 RTL-LENDERNAME.
              49 RTL-LENDERNAME-LEN PIC S9(4) USAGE COMP.
              49 RTL-LENDERNAME-TEXT PIC X(30).
           10 RTL-MAXMARKUP        PIC S9(2)V9(3) USAGE COMP-3.
           10 RTL-RESERVESHARE     PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IRETAIL-LENDERS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
