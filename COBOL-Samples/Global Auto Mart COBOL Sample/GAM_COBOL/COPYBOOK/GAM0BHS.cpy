      ******************************************************************
      * DCLGEN TABLE(BHPH_SCHEDULE)                                    *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BHS))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE BHPH_SCHEDULE TABLE
           ( CONTRACTID                     INTEGER NOT NULL,
             INSTALLMENTNO                  INTEGER NOT NULL,
             DUEDATE                        DATE NOT NULL,
             PAYMENTDUE                     DECIMAL(7, 2) NOT NULL,
             INTERESTDUE                    DECIMAL(7, 2) NOT NULL,
             PRINCIPALDUE                   DECIMAL(7, 2) NOT NULL,
             BALANCEAFTER                   DECIMAL(9, 2) NOT NULL,
             AMOUNTPAID                     DECIMAL(7, 2) NOT NULL,
             PAIDDATE                       DATE,
             LATEFEEDATE                    DATE,
             LATEFEEAMT                     DECIMAL(5, 2),
             STATUS                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BHPH_SCHEDULE                      *
      *                                                                *
      * A BHPH CONTRACT'S AMORTIZATION SCHEDULE, WRITTEN BY GAM0VSE  *
      * WHEN THE DEAL IS RECORDED - ONE ROW PER MONTHLY INSTALLMENT, *
      * INTEREST ON THE RUNNING BALANCE, THE LAST ROW TAKING THE     *
      * ROUNDING. A PAYMENT FILLS AMOUNTPAID OLDEST INSTALLMENT      *
      * FIRST, INTEREST BEFORE PRINCIPAL. STATUS 'O' OPEN, 'H' PART  *
      * PAID, 'P' PAID (A PAYOFF CLOSES ALL THAT REMAIN), 'X'        *
      * CANCELLED WITH THE CONTRACT. LATEFEEDATE IS SET WHEN GAM0VHA *
      * CHARGES THE INSTALLMENT'S ONE LATE FEE.                      *
      ******************************************************************
       01  DCLBHPH-SCHEDULE.
           10 HS-CONTRACTID        PIC S9(9) USAGE COMP.
           10 HS-INSTALLMENTNO     PIC S9(9) USAGE COMP.
           10 HS-DUEDATE           PIC X(10).
           10 HS-PAYMENTDUE        PIC S9(5)V9(2) USAGE COMP-3.
           10 HS-INTERESTDUE       PIC S9(5)V9(2) USAGE COMP-3.
           10 HS-PRINCIPALDUE      PIC S9(5)V9(2) USAGE COMP-3.
           10 HS-BALANCEAFTER      PIC S9(7)V9(2) USAGE COMP-3.
           10 HS-AMOUNTPAID        PIC S9(5)V9(2) USAGE COMP-3.
           10 HS-PAIDDATE          PIC X(10).
           10 HS-LATEFEEDATE       PIC X(10).
           10 HS-LATEFEEAMT        PIC S9(3)V9(2) USAGE COMP-3.
           10 HS-STATUS            PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IBHPH-SCHEDULE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
