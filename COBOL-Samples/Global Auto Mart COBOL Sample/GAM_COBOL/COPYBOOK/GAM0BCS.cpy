      ******************************************************************
      * DCLGEN TABLE(CPO_CERTIFICATIONS)                               *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BCS))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CPO_CERTIFICATIONS TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             MAKE                           VARCHAR(20) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             CERTDATE                       DATE NOT NULL,
             CERTMILES                      INTEGER NOT NULL,
             INSPECTOR                      CHAR(8) NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             SALEDATE                       DATE,
             REGISTEREDDATE                 DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CPO_CERTIFICATIONS                 *
      *                                                                *
      * ONE ROW PER CERTIFIED PRE-OWNED UNIT - WRITTEN BY GAM0VPO      *
      * WHEN THE INSPECTOR SIGNS OFF A FULLY PASSED CHECKLIST (STATUS  *
      * 'C'), MOVED TO 'S' WITH THE SALE DATE BY GAM0VSE WHEN THE      *
      * UNIT SELLS RETAIL, AND STAMPED WITH THE DATE GAM0VPX SENT IT   *
      * TO THE MANUFACTURER ON THE MONTHLY REGISTRATION EXTRACT.       *
      ******************************************************************
       01  DCLCPO-CERTIFICATIONS.
           10 CS-VIN.
              49 CS-VIN-LEN        PIC S9(4) USAGE COMP.
              49 CS-VIN-TEXT       PIC X(17).
           10 CS-MAKE.
              49 CS-MAKE-LEN       PIC S9(4) USAGE COMP.
              49 CS-MAKE-TEXT      PIC X(20).
           10 CS-DEALERID          PIC S9(9) USAGE COMP.
           10 CS-CERTDATE          PIC X(10).
           10 CS-CERTMILES         PIC S9(9) USAGE COMP.
           10 CS-INSPECTOR         PIC X(8).
           10 CS-STATUS            PIC X(1).
           10 CS-SALEDATE          PIC X(10).
           10 CS-REGISTEREDDATE    PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICPO-CERTIFICATIONS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
