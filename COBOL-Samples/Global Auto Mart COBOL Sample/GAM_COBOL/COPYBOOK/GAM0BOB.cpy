      ******************************************************************
      * DCLGEN TABLE(DEALER_OBJECTIVES)                                *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BOB))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DEALER_OBJECTIVES TABLE
           ( DEALERID                       INTEGER NOT NULL,
             OBJYEAR                        INTEGER NOT NULL,
             OBJMONTH                       INTEGER NOT NULL,
             SALESPERSONID                  INTEGER NOT NULL,
             NEWUNITS                       INTEGER NOT NULL,
             USEDUNITS                      INTEGER NOT NULL,
             NEWGROSS                       DECIMAL(11, 2) NOT NULL,
             USEDGROSS                      DECIMAL(11, 2) NOT NULL,
             UPDATEDUSER                    CHAR(8) NOT NULL,
             UPDATEDDATE                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEALER_OBJECTIVES                  *
      *                                                                *
      * THE MONTH'S UNIT AND GROSS TARGETS, SPLIT NEW/USED, KEYED BY *
      * DEALER, YEAR AND MONTH. SALESPERSONID 0 IS THE STORE'S OWN   *
      * OBJECTIVE; A NONZERO ID IS AN OPTIONAL PER-SALESPERSON        *
      * TARGET UNDER IT. MAINTAINED ON GAM0VOB (OBJMAINT FUNCTION,   *
      * MANAGER) AND READ BY THE GAM0VPF NIGHTLY PACING FLASH.       *
      ******************************************************************
       01  DCLDEALER-OBJECTIVES.
           10 OB-DEALERID          PIC S9(9) USAGE COMP.
           10 OB-OBJYEAR           PIC S9(9) USAGE COMP.
           10 OB-OBJMONTH          PIC S9(9) USAGE COMP.
           10 OB-SALESPERSONID     PIC S9(9) USAGE COMP.
           10 OB-NEWUNITS          PIC S9(9) USAGE COMP.
           10 OB-USEDUNITS         PIC S9(9) USAGE COMP.
           10 OB-NEWGROSS          PIC S9(9)V9(2) USAGE COMP-3.
           10 OB-USEDGROSS         PIC S9(9)V9(2) USAGE COMP-3.
           10 OB-UPDATEDUSER       PIC X(8).
           10 OB-UPDATEDDATE       PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDEALER-OBJECTIVES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
