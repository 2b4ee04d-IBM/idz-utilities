      ******************************************************************
      * DCLGEN TABLE(FI_MENU_LOG)                                      *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BFM))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FI_MENU_LOG TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             SALEDATE                       DATE NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             PRODUCTCODE                    CHAR(8) NOT NULL,
             PRICEQUOTED                    DECIMAL(7, 2) NOT NULL,
             TERMMONTHS                     INTEGER NOT NULL,
             DECISION                       CHAR(1) NOT NULL,
             PRESENTEDTS                    TIMESTAMP NOT NULL,
             FIMANAGER                      CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FI_MENU_LOG                        *
      *                                                                *
      * ONE ROW PER F+I PRODUCT ON THE MENU PUT IN FRONT OF THE BUYER *
      * ON A RETAIL DEAL - EVERY ACTIVE FI_PRODUCTS ITEM, PRICED AND  *
      * TERMED AS QUOTED, WITH THE BUYER'S DECISION ("A" ACCEPTED,    *
      * "D" DECLINED), WHEN THE MENU WAS PRESENTED AND THE F+I        *
      * MANAGER (SIGNON USER) WHO PRESENTED IT. WRITTEN BY GAM0VSE AT *
      * POSTING; A RETAIL DEAL WITH NO ROWS HAD NO MENU RECORDED AND  *
      * IS FLAGGED ON THE MONTHLY GAM0VFM REPORT.                     *
      ******************************************************************
       01  DCLFI-MENU-LOG.
           10 FM-VIN.
              49 FM-VIN-LEN        PIC S9(4) USAGE COMP.
              49 FM-VIN-TEXT       PIC X(17).
           10 FM-SALEDATE          PIC X(10).
           10 FM-DEALERID          PIC S9(9) USAGE COMP.
           10 FM-PRODUCTCODE       PIC X(8).
           10 FM-PRICEQUOTED       PIC S9(5)V9(2) USAGE COMP-3.
           10 FM-TERMMONTHS        PIC S9(9) USAGE COMP.
           10 FM-DECISION          PIC X(1).
           10 FM-PRESENTEDTS       PIC X(26).
           10 FM-FIMANAGER         PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IFI-MENU-LOG.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 9 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
