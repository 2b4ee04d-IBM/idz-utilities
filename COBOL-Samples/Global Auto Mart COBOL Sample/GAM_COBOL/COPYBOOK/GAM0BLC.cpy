      ******************************************************************
      * DCLGEN TABLE(VEHICLE_LOCATION)                                 *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BLC))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE VEHICLE_LOCATION TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             LOTCODE                        CHAR(2) NOT NULL,
             LOTROW                         CHAR(3) NOT NULL,
             LOTSPACE                       CHAR(3) NOT NULL,
             SCANDATE                       DATE NOT NULL,
             SCANTIME                       TIME NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE VEHICLE_LOCATION                   *
      *                                                                *
      * LAST KNOWN SPOT OF EVERY UNIT THE LOT SCAN HAS SEEN, ONE ROW  *
      * PER VIN, REWRITTEN BY GAM0VLA EACH TIME THE UNIT IS SCANNED.  *
      * SHOWN AS LOT-ROW-SPACE ON THE GAM0VDI DETAIL SCREEN AND THE   *
      * GAM0VSI/GAM0VII SEARCH LIST.                                  *
      ******************************************************************
       01  DCLVEHICLE-LOCATION.
           10 LC-VIN.
              49 LC-VIN-LEN        PIC S9(4) USAGE COMP.
              49 LC-VIN-TEXT       PIC X(17).
           10 LC-DEALERID          PIC S9(9) USAGE COMP.
           10 LC-LOTCODE           PIC X(2).
           10 LC-LOTROW            PIC X(3).
           10 LC-LOTSPACE          PIC X(3).
           10 LC-SCANDATE          PIC X(10).
           10 LC-SCANTIME          PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVEHICLE-LOCATION.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(DEALER_LOTS)                                      *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BLC))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DEALER_LOTS TABLE
           ( DEALERID                       INTEGER NOT NULL,
             LOTCODE                        CHAR(2) NOT NULL,
             LOTDESC                        VARCHAR(30) NOT NULL,
             SPACECOUNT                     INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEALER_LOTS                        *
      *                                                                *
      * EACH DEALER'S PARKING LOTS AND HOW MANY SELLABLE SPACES EACH  *
      * HOLDS - REFERENCE DATA, LOADED WHEN A LOT IS OPENED OR        *
      * RESTRIPED. GAM0VLC MEASURES UNITS ON HAND AGAINST IT.         *
      ******************************************************************
       01  DCLDEALER-LOTS.
           10 DL-DEALERID          PIC S9(9) USAGE COMP.
           10 DL-LOTCODE           PIC X(2).
           10 DL-LOTDESC.
              49 DL-LOTDESC-LEN    PIC S9(4) USAGE COMP.
              49 DL-LOTDESC-TEXT   PIC X(30).
           10 DL-SPACECOUNT        PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDEALER-LOTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
