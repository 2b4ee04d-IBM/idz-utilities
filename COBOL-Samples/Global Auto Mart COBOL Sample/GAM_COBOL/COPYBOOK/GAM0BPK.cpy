      ******************************************************************
      * DCLGEN TABLE(PDI_CHECKLIST)                                    *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BPK))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PDI_CHECKLIST TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             SALEDATE                       DATE NOT NULL,
             ITEMCODE                       CHAR(4) NOT NULL,
             ITEMDESC                       CHAR(30) NOT NULL,
             SORTSEQ                        INTEGER NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             SIGNEDUSER                     CHAR(8),
             SIGNEDTS                       TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PDI_CHECKLIST                      *
      *                                                                *
      * ONE DEAL'S MAKE-READY CHECKLIST, COPIED FROM PDI_ITEMS WHEN  *
      * GAM0VSE RECORDS THE SALE. STATUS 'O' OPEN, 'S' SIGNED OFF ON *
      * THE GAM0VDV DELIVERY BOARD BY SIGNEDUSER AT SIGNEDTS. THE    *
      * CAR IS NOT DELIVERED WHILE ANY ROW IS STILL 'O'.             *
      ******************************************************************
       01  DCLPDI-CHECKLIST.
           10 PK-VIN.
              49 PK-VIN-LEN        PIC S9(4) USAGE COMP.
              49 PK-VIN-TEXT       PIC X(17).
           10 PK-SALEDATE          PIC X(10).
           10 PK-ITEMCODE          PIC X(4).
           10 PK-ITEMDESC          PIC X(30).
           10 PK-SORTSEQ           PIC S9(9) USAGE COMP.
           10 PK-STATUS            PIC X(1).
           10 PK-SIGNEDUSER        PIC X(8).
           10 PK-SIGNEDTS          PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPDI-CHECKLIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
