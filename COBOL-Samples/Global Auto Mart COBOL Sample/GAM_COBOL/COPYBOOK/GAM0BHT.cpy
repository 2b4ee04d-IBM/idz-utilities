      ******************************************************************
      * DCLGEN TABLE(BHPH_TRANSACTIONS)                                *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BHT))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE BHPH_TRANSACTIONS TABLE
           ( CONTRACTID                     INTEGER NOT NULL,
             TXNSEQ                         INTEGER NOT NULL,
             TXNDATE                        DATE NOT NULL,
             TXNTYPE                        CHAR(1) NOT NULL,
             VIN                            VARCHAR(17) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             TXNAMOUNT                      DECIMAL(9, 2) NOT NULL,
             PRINCIPALAMT                   DECIMAL(9, 2) NOT NULL,
             INTERESTAMT                    DECIMAL(7, 2) NOT NULL,
             LATEFEEAMT                     DECIMAL(7, 2) NOT NULL,
             TENDERTYPE                     CHAR(1),
             REFERENCE                      CHAR(15),
             POSTEDUSER                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BHPH_TRANSACTIONS                  *
      *                                                                *
      * EVERY MONEY MOVEMENT ON A BHPH CONTRACT, NUMBERED WITHIN THE *
      * CONTRACT. TXNTYPE 'O' CONTRACT BOOKED AT SALE (GAM0VSE), 'P' *
      * PAYMENT (GAM0VHP - TXNAMOUNT SPLIT INTO LATE FEE, INTEREST   *
      * AND PRINCIPAL; TENDERTYPE C CASH, K CHECK, M MONEY ORDER, D  *
      * DEBIT CARD), 'L' LATE FEE ASSESSED (GAM0VHA), 'X' BALANCE    *
      * CANCELLED BY AN UNWIND (GAM0VUW). ALL AMOUNTS ARE POSITIVE.  *
      * GAM0VGL JOURNALS EACH DAY'S ROWS TO 1150/1155 AND GAM0VHT    *
      * ROLLS THE MONTH FORWARD FROM THEM, SO THE TRIAL BALANCE AND  *
      * THE LEDGER WORK FROM ONE SOURCE.                             *
      ******************************************************************
       01  DCLBHPH-TRANSACTIONS.
           10 HT-CONTRACTID        PIC S9(9) USAGE COMP.
           10 HT-TXNSEQ            PIC S9(9) USAGE COMP.
           10 HT-TXNDATE           PIC X(10).
           10 HT-TXNTYPE           PIC X(1).
           10 HT-VIN.
              49 HT-VIN-LEN        PIC S9(4) USAGE COMP.
              49 HT-VIN-TEXT       PIC X(17).
           10 HT-DEALERID          PIC S9(9) USAGE COMP.
           10 HT-TXNAMOUNT         PIC S9(7)V9(2) USAGE COMP-3.
           10 HT-PRINCIPALAMT      PIC S9(7)V9(2) USAGE COMP-3.
           10 HT-INTERESTAMT       PIC S9(5)V9(2) USAGE COMP-3.
           10 HT-LATEFEEAMT        PIC S9(5)V9(2) USAGE COMP-3.
           10 HT-TENDERTYPE        PIC X(1).
           10 HT-REFERENCE         PIC X(15).
           10 HT-POSTEDUSER        PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IBHPH-TRANSACTIONS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
