      ******************************************************************
      * DCLGEN TABLE(PENDING_DEALS)                                    *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BPN))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PENDING_DEALS TABLE
           ( PENDINGID                      INTEGER NOT NULL,
             VIN                            VARCHAR(17) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             SALESPERSONID                  INTEGER NOT NULL,
             BUYERNAME                      VARCHAR(35) NOT NULL,
             SALETYPE                       CHAR(1) NOT NULL,
             SALEPRICE                      DECIMAL(9, 2) NOT NULL,
             ADDENDUM                       DECIMAL(9, 2) NOT NULL,
             VEHICLECOST                    DECIMAL(9, 2) NOT NULL,
             FRONTGROSS                     DECIMAL(9, 2) NOT NULL,
             MINFRONTGROSS                  DECIMAL(9, 2) NOT NULL,
             HOLDOVERRIDE                   CHAR(1) NOT NULL,
             DEALIMAGE                      VARCHAR(1200) NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             KEYEDBY                        CHAR(8) NOT NULL,
             KEYEDTS                        TIMESTAMP NOT NULL,
             ACTIONBY                       CHAR(8),
             ACTIONTS                       TIMESTAMP,
             ACTIONNOTE                     VARCHAR(40)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PENDING_DEALS                      *
      *                                                                *
      * A RETAIL DEAL GAM0VSE WOULD NOT POST BECAUSE ITS FRONT-END   *
      * GROSS FELL UNDER THE STORE'S DEALER_GROSS_CONTROLS MINIMUM,  *
      * WITH THE GROSS BREAKDOWN AND THE SALE-ENTRY SCREEN AS KEYED  *
      * (DEALIMAGE). STATUS 'P' WAITS ON GAM0VGA; 'A' A MANAGER      *
      * APPROVED IT AND GAM0VSE POSTED THE DEAL IN THE SAME UNIT OF  *
      * WORK; 'R' THE MANAGER RETURNED IT TO THE DESK (ACTIONNOTE    *
      * SAYS WHY); 'T' NOBODY ACTED BY CLOSE OF BUSINESS AND THE     *
      * GAM0VGT SWEEP SENT IT BACK. HOLDOVERRIDE 'Y' - THE DESK      *
      * KEYED IT WITH THE PF6 HOLD OVERRIDE, RE-RUN AT APPROVAL.     *
      ******************************************************************
       01  DCLPENDING-DEALS.
           10 PN-PENDINGID         PIC S9(9) USAGE COMP.
           10 PN-VIN.
              49 PN-VIN-LEN        PIC S9(4) USAGE COMP.
              49 PN-VIN-TEXT       PIC X(17).
           10 PN-DEALERID          PIC S9(9) USAGE COMP.
           10 PN-SALESPERSONID     PIC S9(9) USAGE COMP.
           10 PN-BUYERNAME.
              49 PN-BUYERNAME-LEN  PIC S9(4) USAGE COMP.
              49 PN-BUYERNAME-TEXT PIC X(35).
           10 PN-SALETYPE          PIC X(1).
           10 PN-SALEPRICE         PIC S9(7)V9(2) USAGE COMP-3.
           10 PN-ADDENDUM          PIC S9(7)V9(2) USAGE COMP-3.
           10 PN-VEHICLECOST       PIC S9(7)V9(2) USAGE COMP-3.
           10 PN-FRONTGROSS        PIC S9(7)V9(2) USAGE COMP-3.
           10 PN-MINFRONTGROSS     PIC S9(7)V9(2) USAGE COMP-3.
           10 PN-HOLDOVERRIDE      PIC X(1).
           10 PN-DEALIMAGE.
              49 PN-DEALIMAGE-LEN  PIC S9(4) USAGE COMP.
              49 PN-DEALIMAGE-TEXT PIC X(1200).
           10 PN-STATUS            PIC X(1).
           10 PN-KEYEDBY           PIC X(8).
           10 PN-KEYEDTS           PIC X(26).
           10 PN-ACTIONBY          PIC X(8).
           10 PN-ACTIONTS          PIC X(26).
           10 PN-ACTIONNOTE.
              49 PN-ACTIONNOTE-LEN PIC S9(4) USAGE COMP.
              49 PN-ACTIONNOTE-TEXT PIC X(40).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPENDING-DEALS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 19 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
