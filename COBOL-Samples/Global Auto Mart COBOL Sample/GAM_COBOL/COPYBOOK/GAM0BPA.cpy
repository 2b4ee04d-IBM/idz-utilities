      ******************************************************************
      * DCLGEN TABLE(PENDING_ARRIVALS)                                 *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BPA))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PENDING_ARRIVALS TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             SOURCE                         CHAR(1) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             AUTOYEAR                       INTEGER NOT NULL,
             MAKE                           VARCHAR(20) NOT NULL,
             MODEL                          VARCHAR(20) NOT NULL,
             AUTOTRIM                       VARCHAR(32),
             BODY                           VARCHAR(35),
             COLOR                          VARCHAR(32),
             TRANS                          VARCHAR(10),
             CYLIND                         VARCHAR(5),
             MILES                          INTEGER,
             PRICE                          DECIMAL(7, 0),
             COSTAMOUNT                     DECIMAL(9, 2) NOT NULL,
             SELLERREF                      VARCHAR(20) NOT NULL,
             EXPECTEDDATE                   DATE,
             ORDERNUMBER                    INTEGER,
             LOADDATE                       DATE NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             RECEIVEDDATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PENDING_ARRIVALS                   *
      *                                                                *
      * ONE ROW PER VIN ON ITS WAY IN, LOADED NIGHTLY BY GAM0VPA FROM *
      * THE FACTORY INVOICE/SHIP-NOTICE FILE (SOURCE 'F', COSTAMOUNT  *
      * IS THE INVOICE, PRICE THE STICKER) AND THE AUCTION PURCHASE-  *
      * RECEIPT FILE (SOURCE 'A', COSTAMOUNT IS THE HAMMER PRICE).    *
      * ORDERNUMBER IS THE OPEN FACTORY_ORDERS ROW THE UNIT WAS       *
      * MATCHED TO. STATUS 'P' PENDING UNTIL GAM0VRV RECEIVES THE VIN *
      * (PREFILLING INTAKE FROM THIS ROW), THEN 'R' RECEIVED.          *
      ******************************************************************
       01  DCLPENDING-ARRIVALS.
           10 PA-VIN.
              49 PA-VIN-LEN        PIC S9(4) USAGE COMP.
              49 PA-VIN-TEXT       PIC X(17).
           10 PA-SOURCE            PIC X(1).
           10 PA-DEALERID          PIC S9(9) USAGE COMP.
           10 PA-AUTOYEAR          PIC S9(9) USAGE COMP.
           10 PA-MAKE.
              49 PA-MAKE-LEN       PIC S9(4) USAGE COMP.
              49 PA-MAKE-TEXT      PIC X(20).
           10 PA-MODEL.
              49 PA-MODEL-LEN      PIC S9(4) USAGE COMP.
              49 PA-MODEL-TEXT     PIC X(20).
           10 PA-AUTOTRIM.
              49 PA-AUTOTRIM-LEN   PIC S9(4) USAGE COMP.
              49 PA-AUTOTRIM-TEXT  PIC X(32).
           10 PA-BODY.
              49 PA-BODY-LEN       PIC S9(4) USAGE COMP.
              49 PA-BODY-TEXT      PIC X(35).
           10 PA-COLOR.
              49 PA-COLOR-LEN      PIC S9(4) USAGE COMP.
              49 PA-COLOR-TEXT     PIC X(32).
           10 PA-TRANS.
              49 PA-TRANS-LEN      PIC S9(4) USAGE COMP.
              49 PA-TRANS-TEXT     PIC X(10).
           10 PA-CYLIND.
              49 PA-CYLIND-LEN     PIC S9(4) USAGE COMP.
              49 PA-CYLIND-TEXT    PIC X(5).
           10 PA-MILES             PIC S9(9) USAGE COMP.
           10 PA-PRICE             PIC S9(7)V USAGE COMP-3.
           10 PA-COSTAMOUNT        PIC S9(7)V9(2) USAGE COMP-3.
           10 PA-SELLERREF.
              49 PA-SELLERREF-LEN  PIC S9(4) USAGE COMP.
              49 PA-SELLERREF-TEXT PIC X(20).
           10 PA-EXPECTEDDATE      PIC X(10).
           10 PA-ORDERNUMBER       PIC S9(9) USAGE COMP.
           10 PA-LOADDATE          PIC X(10).
           10 PA-STATUS            PIC X(1).
           10 PA-RECEIVEDDATE      PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPENDING-ARRIVALS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 20 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
