      ******************************************************************
      * DCLGEN TABLE(CPO_CHECKLIST)                                    *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BKL))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CPO_CHECKLIST TABLE
           ( MAKE                           VARCHAR(20) NOT NULL,
             ITEMNO                         INTEGER NOT NULL,
             ITEMDESC                       VARCHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CPO_CHECKLIST                      *
      *                                                                *
      * THE MANUFACTURER'S CPO INSPECTION CHECKLIST FOR A MAKE - ONE   *
      * ROW PER NUMBERED POINT THE INSPECTOR MUST PASS. EVERY ITEM     *
      * NEEDS A PASSING CPO_INSPECTIONS RESULT AGAINST THE VIN         *
      * BEFORE GAM0VPO WILL CERTIFY THE UNIT.                          *
      ******************************************************************
       01  DCLCPO-CHECKLIST.
           10 KL-MAKE.
              49 KL-MAKE-LEN       PIC S9(4) USAGE COMP.
              49 KL-MAKE-TEXT      PIC X(20).
           10 KL-ITEMNO            PIC S9(9) USAGE COMP.
           10 KL-ITEMDESC.
              49 KL-ITEMDESC-LEN   PIC S9(4) USAGE COMP.
              49 KL-ITEMDESC-TEXT  PIC X(40).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICPO-CHECKLIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
