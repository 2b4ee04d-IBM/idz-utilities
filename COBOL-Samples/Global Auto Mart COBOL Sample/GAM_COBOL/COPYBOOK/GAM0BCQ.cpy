      ******************************************************************
      * DCLGEN TABLE(CREDIT_APPLICATIONS)                              *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BCQ))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CREDIT_APPLICATIONS TABLE
           ( APPID                          INTEGER NOT NULL,
             CUSTOMERID                     VARCHAR(10) NOT NULL,
             VIN                            VARCHAR(17) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             AMOUNTREQUESTED                DECIMAL(9, 2) NOT NULL,
             APPDATE                        DATE NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             CHOSENLENDER                   CHAR(4),
             DECIDEDDATE                    DATE,
             NOTICEDATE                     DATE,
             CREATEDUSER                    CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CREDIT_APPLICATIONS                *
      *                                                                *
      * ONE ROW PER CREDIT APPLICATION TAKEN ON GAM0VCQ FOR A        *
      * CUSTOMER ROW AND THE DEAL VIN. STATUS 'O' OPEN (OUT TO THE   *
      * LENDERS ON LENDER_SUBMISSIONS), 'A' A LENDER WAS CHOSEN      *
      * (CHOSENLENDER - GAM0VSE CARRIES IT ONTO CONTRACTS_IN_TRANSIT),*
      * 'D' DECLINED BY EVERY LENDER IT WENT TO. NOTICEDATE IS SET   *
      * WHEN GAM0VAN EXTRACTS THE ADVERSE-ACTION NOTICE.             *
      ******************************************************************
       01  DCLCREDIT-APPLICATIONS.
           10 CRA-APPID            PIC S9(9) USAGE COMP.
           10 CRA-CUSTOMERID.
              49 CRA-CUSTOMERID-LEN PIC S9(4) USAGE COMP.
              49 CRA-CUSTOMERID-TEXT PIC X(10).
           10 CRA-VIN.
              49 CRA-VIN-LEN       PIC S9(4) USAGE COMP.
              49 CRA-VIN-TEXT      PIC X(17).
           10 CRA-DEALERID         PIC S9(9) USAGE COMP.
           10 CRA-AMOUNTREQUESTED  PIC S9(7)V9(2) USAGE COMP-3.
           10 CRA-APPDATE          PIC X(10).
           10 CRA-STATUS           PIC X(1).
           10 CRA-CHOSENLENDER     PIC X(4).
           10 CRA-DECIDEDDATE      PIC X(10).
           10 CRA-NOTICEDATE       PIC X(10).
           10 CRA-CREATEDUSER      PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICREDIT-APPLICATIONS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(LENDER_SUBMISSIONS)                               *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BCQ))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LENDER_SUBMISSIONS TABLE
           ( APPID                          INTEGER NOT NULL,
             LENDERCODE                     CHAR(4) NOT NULL,
             SUBMITDATE                     DATE NOT NULL,
             DECISION                       CHAR(1) NOT NULL,
             DECISIONDATE                   DATE,
             APPROVEDAMOUNT                 DECIMAL(9, 2),
             BUYRATE                        DECIMAL(5, 3),
             STIPULATIONS                   VARCHAR(60),
             DECLINEREASON                  VARCHAR(40)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LENDER_SUBMISSIONS                 *
      *                                                                *
      * ONE ROW PER LENDER A CREDIT APPLICATION WAS SENT TO. DECISION *
      * 'P' PENDING, 'A' APPROVED (AMOUNT, BUY RATE AND ANY          *
      * STIPULATIONS), 'D' DECLINED (THE LENDER'S STATED REASON      *
      * GOES ON THE ADVERSE-ACTION NOTICE).                           *
      ******************************************************************
       01  DCLLENDER-SUBMISSIONS.
           10 CRL-APPID            PIC S9(9) USAGE COMP.
           10 CRL-LENDERCODE       PIC X(4).
           10 CRL-SUBMITDATE       PIC X(10).
           10 CRL-DECISION         PIC X(1).
           10 CRL-DECISIONDATE     PIC X(10).
           10 CRL-APPROVEDAMOUNT   PIC S9(7)V9(2) USAGE COMP-3.
           10 CRL-BUYRATE          PIC S9(2)V9(3) USAGE COMP-3.
           10 CRL-STIPULATIONS.
              49 CRL-STIPULATIONS-LEN PIC S9(4) USAGE COMP.
              49 CRL-STIPULATIONS-TEXT PIC X(60).
           10 CRL-DECLINEREASON.
              49 CRL-DECLINEREASON-LEN PIC S9(4) USAGE COMP.
              49 CRL-DECLINEREASON-TEXT PIC X(40).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILENDER-SUBMISSIONS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
