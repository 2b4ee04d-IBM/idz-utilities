      ******************************************************************
      * DCLGEN TABLE(CPO_INSPECTIONS)                                  *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BKI))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CPO_INSPECTIONS TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             ITEMNO                         INTEGER NOT NULL,
             RESULT                         CHAR(1) NOT NULL,
             NOTE                           VARCHAR(30),
             INSPECTOR                      CHAR(8) NOT NULL,
             INSPECTEDTS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CPO_INSPECTIONS                    *
      *                                                                *
      * ONE ROW PER CHECKLIST ITEM INSPECTED ON A VIN - THE RESULT     *
      * ('P' PASSED, 'F' FAILED WITH A NOTE), THE INSPECTOR (SIGNON    *
      * USER) AND WHEN. A RE-INSPECTION REPLACES THE ROW. KEPT AFTER   *
      * THE SALE - IT IS THE PROOF OF INSPECTION THE MANUFACTURER      *
      * ASKS FOR BEFORE IT PAYS ON A CERTIFIED SALE (GAM0VPX).         *
      ******************************************************************
       01  DCLCPO-INSPECTIONS.
           10 KI-VIN.
              49 KI-VIN-LEN        PIC S9(4) USAGE COMP.
              49 KI-VIN-TEXT       PIC X(17).
           10 KI-ITEMNO            PIC S9(9) USAGE COMP.
           10 KI-RESULT            PIC X(1).
           10 KI-NOTE.
              49 KI-NOTE-LEN       PIC S9(4) USAGE COMP.
              49 KI-NOTE-TEXT      PIC X(30).
           10 KI-INSPECTOR         PIC X(8).
           10 KI-INSPECTEDTS       PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICPO-INSPECTIONS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
