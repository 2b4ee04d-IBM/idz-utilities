      ******************************************************************
      * DCLGEN TABLE(WARRANTY_CLAIMS)                                  *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BWY))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE WARRANTY_CLAIMS TABLE
           ( CLAIMID                        INTEGER NOT NULL,
             RONUMBER                       INTEGER NOT NULL,
             VIN                            VARCHAR(17) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             LABORAMOUNT                    DECIMAL(9, 2) NOT NULL,
             PARTSAMOUNT                    DECIMAL(9, 2) NOT NULL,
             CLAIMAMOUNT                    DECIMAL(9, 2) NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             CREATEDATE                     DATE NOT NULL,
             SUBMITDATE                     DATE,
             RESPONSEDATE                   DATE,
             PAIDAMOUNT                     DECIMAL(9, 2) NOT NULL,
             REJECTCODE                     CHAR(4),
             REJECTREASON                   VARCHAR(30)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE WARRANTY_CLAIMS                    *
      *                                                                *
      * THE FACTORY'S SIDE OF A REPAIR ORDER: GAM0VSO WRITES ONE ROW *
      * WHEN AN RO WITH WARRANTY-PAY LINES IS CLOSED, AND GAM0VMW    *
      * WORKS IT NIGHTLY. STATUS 'P' PENDING SUBMISSION, 'S'         *
      * SUBMITTED AND OWED TO US, 'A' PAID (PAIDAMOUNT), 'R'         *
      * REJECTED, 'B' PAID THEN CHARGED BACK. CLAIMAMOUNT LESS       *
      * PAIDAMOUNT ON AN 'S' ROW IS THE OPEN WARRANTY RECEIVABLE.    *
      ******************************************************************
       01  DCLWARRANTY-CLAIMS.
           10 WY-CLAIMID           PIC S9(9) USAGE COMP.
           10 WY-RONUMBER          PIC S9(9) USAGE COMP.
           10 WY-VIN.
              49 WY-VIN-LEN        PIC S9(4) USAGE COMP.
              49 WY-VIN-TEXT       PIC X(17).
           10 WY-DEALERID          PIC S9(9) USAGE COMP.
           10 WY-LABORAMOUNT       PIC S9(7)V9(2) USAGE COMP-3.
           10 WY-PARTSAMOUNT       PIC S9(7)V9(2) USAGE COMP-3.
           10 WY-CLAIMAMOUNT       PIC S9(7)V9(2) USAGE COMP-3.
           10 WY-STATUS            PIC X(1).
           10 WY-CREATEDATE        PIC X(10).
           10 WY-SUBMITDATE        PIC X(10).
           10 WY-RESPONSEDATE      PIC X(10).
           10 WY-PAIDAMOUNT        PIC S9(7)V9(2) USAGE COMP-3.
           10 WY-REJECTCODE        PIC X(4).
           10 WY-REJECTREASON.
              49 WY-REJECTREASON-LEN PIC S9(4) USAGE COMP.
              49 WY-REJECTREASON-TEXT PIC X(30).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IWARRANTY-CLAIMS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
