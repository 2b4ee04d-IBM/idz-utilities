      ******************************************************************
      * DCLGEN TABLE(INCENTIVE_CLAIMS)                                 *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BIC))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE INCENTIVE_CLAIMS TABLE
           ( CLAIMID                        INTEGER NOT NULL,
             CLAIMTYPE                      CHAR(1) NOT NULL,
             ORIGCLAIMID                    INTEGER,
             VIN                            VARCHAR(17) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             SALEDATE                       DATE NOT NULL,
             INCENTIVEID                    INTEGER NOT NULL,
             INCENTIVETYPE                  CHAR(4) NOT NULL,
             CLAIMAMOUNT                    DECIMAL(7, 2) NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             CREATEDATE                     DATE NOT NULL,
             SUBMITDATE                     DATE,
             RESPONSEDATE                   DATE,
             PAIDAMOUNT                     DECIMAL(7, 2) NOT NULL,
             RESPONSECODE                   CHAR(4),
             RESPONSEREASON                 VARCHAR(30)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE INCENTIVE_CLAIMS                   *
      *                                                                *
      * THE FACTORY'S SIDE OF A DEAL'S REBATES: GAM0VSE WRITES ONE   *
      * CLAIMTYPE 'C' ROW PER MFR_INCENTIVES PROGRAM IT TOOK OFF THE *
      * CUSTOMER'S PRICE, AND GAM0VUW WRITES A 'R' REVERSAL          *
      * (ORIGCLAIMID) WHEN A CLAIMED DEAL IS UNWOUND. GAM0VIC WORKS  *
      * THEM NIGHTLY. STATUS 'P' PENDING SUBMISSION, 'S' SUBMITTED   *
      * AND OWED TO US, 'H' PART PAID, 'A' PAID IN FULL, 'R'         *
      * REJECTED, 'B' PAID THEN CHARGED BACK, 'X' CANCELLED BEFORE   *
      * SUBMISSION BY AN UNWIND. CLAIMAMOUNT LESS PAIDAMOUNT ON AN   *
      * 'S' OR 'H' CLAIM IS THE OPEN INCENTIVE RECEIVABLE; ON A      *
      * REVERSAL IT IS MONEY THE FACTORY WILL TAKE BACK.             *
      ******************************************************************
       01  DCLINCENTIVE-CLAIMS.
           10 IC-CLAIMID           PIC S9(9) USAGE COMP.
           10 IC-CLAIMTYPE         PIC X(1).
           10 IC-ORIGCLAIMID       PIC S9(9) USAGE COMP.
           10 IC-VIN.
              49 IC-VIN-LEN        PIC S9(4) USAGE COMP.
              49 IC-VIN-TEXT       PIC X(17).
           10 IC-DEALERID          PIC S9(9) USAGE COMP.
           10 IC-SALEDATE          PIC X(10).
           10 IC-INCENTIVEID       PIC S9(9) USAGE COMP.
           10 IC-INCENTIVETYPE     PIC X(4).
           10 IC-CLAIMAMOUNT       PIC S9(5)V9(2) USAGE COMP-3.
           10 IC-STATUS            PIC X(1).
           10 IC-CREATEDATE        PIC X(10).
           10 IC-SUBMITDATE        PIC X(10).
           10 IC-RESPONSEDATE      PIC X(10).
           10 IC-PAIDAMOUNT        PIC S9(5)V9(2) USAGE COMP-3.
           10 IC-RESPONSECODE      PIC X(4).
           10 IC-RESPONSEREASON.
              49 IC-RESPONSEREASON-LEN PIC S9(4) USAGE COMP.
              49 IC-RESPONSEREASON-TEXT PIC X(30).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IINCENTIVE-CLAIMS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 16 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
