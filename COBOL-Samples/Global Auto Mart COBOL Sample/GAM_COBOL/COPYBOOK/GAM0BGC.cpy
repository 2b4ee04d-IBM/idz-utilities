      ******************************************************************
      * DCLGEN TABLE(DEALER_GROSS_CONTROLS)                            *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BGC))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DEALER_GROSS_CONTROLS TABLE
           ( DEALERID                       INTEGER NOT NULL,
             MINFRONTGROSS                  DECIMAL(9, 2) NOT NULL,
             UPDATEDUSER                    CHAR(8) NOT NULL,
             UPDATEDDATE                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEALER_GROSS_CONTROLS              *
      *                                                                *
      * ONE ROW PER STORE THAT HOLDS ITS DESK TO A MINIMUM           *
      * FRONT-END GROSS - SALE PRICE LESS THE UNIT'S COST ON         *
      * VEHICLE_COST_LEDGER (ACQUISITIONCOST WHEN THE UNIT           *
      * PREDATES THE LEDGER). A RETAIL DEAL KEYED ON GAM0VSE BELOW   *
      * IT GOES TO PENDING_DEALS FOR A MANAGER INSTEAD OF POSTING.   *
      * NO ROW MEANS NO MINIMUM. SET ON GAM0VGA (GROSSAPR FUNCTION,  *
      * MANAGER).                                                    *
      ******************************************************************
       01  DCLDEALER-GROSS-CONTROLS.
           10 GC-DEALERID          PIC S9(9) USAGE COMP.
           10 GC-MINFRONTGROSS     PIC S9(7)V9(2) USAGE COMP-3.
           10 GC-UPDATEDUSER       PIC X(8).
           10 GC-UPDATEDDATE       PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDEALER-GROSS-CONTROLS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
