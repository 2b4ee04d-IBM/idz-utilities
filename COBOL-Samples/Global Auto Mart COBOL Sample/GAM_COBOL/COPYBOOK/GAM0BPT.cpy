      ******************************************************************
      * DCLGEN TABLE(PARTS_MASTER)                                     *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BPT))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PARTS_MASTER TABLE
           ( DEALERID                       INTEGER NOT NULL,
             PARTNUMBER                     VARCHAR(20) NOT NULL,
             PARTDESC                       VARCHAR(30) NOT NULL,
             BINLOCATION                    CHAR(8),
             ONHANDQTY                      INTEGER NOT NULL,
             AVGCOST                        DECIMAL(7, 2) NOT NULL,
             REORDERPOINT                   INTEGER NOT NULL,
             REORDERQTY                     INTEGER NOT NULL,
             LASTRECEIPTDATE                DATE,
             LASTISSUEDATE                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PARTS_MASTER                       *
      *                                                                *
      * THE SHOP'S PARTS STOCK, ONE ROW PER DEALER AND PART NUMBER   *
      * (GAM0VPT MAINTAINS IT AND RECEIVES STOCK). AVGCOST IS THE    *
      * MOVING WEIGHTED AVERAGE OF WHAT WAS PAID FOR WHAT IS ON HAND *
      * - A GAM0VWO PARTS LINE IS COSTED AT IT AND RELIEVES ONHANDQTY.*
      * GAM0VPI REPORTS PARTS UNDER REORDERPOINT NIGHTLY AND VALUES   *
      * THE STOCK AT MONTH END.                                        *
      ******************************************************************
       01  DCLPARTS-MASTER.
           10 PT-DEALERID          PIC S9(9) USAGE COMP.
           10 PT-PARTNUMBER.
              49 PT-PARTNUMBER-LEN PIC S9(4) USAGE COMP.
              49 PT-PARTNUMBER-TEXT PIC X(20).
           10 PT-PARTDESC.
              49 PT-PARTDESC-LEN   PIC S9(4) USAGE COMP.
              49 PT-PARTDESC-TEXT  PIC X(30).
           10 PT-BINLOCATION       PIC X(8).
           10 PT-ONHANDQTY         PIC S9(9) USAGE COMP.
           10 PT-AVGCOST           PIC S9(5)V9(2) USAGE COMP-3.
           10 PT-REORDERPOINT      PIC S9(9) USAGE COMP.
           10 PT-REORDERQTY        PIC S9(9) USAGE COMP.
           10 PT-LASTRECEIPTDATE   PIC X(10).
           10 PT-LASTISSUEDATE     PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPARTS-MASTER.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
