      ******************************************************************
      * DCLGEN TABLE(ACCESSORY_CATALOG)                                *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BAC))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ACCESSORY_CATALOG TABLE
           ( DEALERID                       INTEGER NOT NULL,
             ACCESSORYCODE                  CHAR(8) NOT NULL,
             DESCRIPTION                    VARCHAR(30) NOT NULL,
             RETAILPRICE                    DECIMAL(7, 2) NOT NULL,
             COST                           DECIMAL(7, 2) NOT NULL,
             VENDORID                       INTEGER,
             ACTIVEFLAG                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACCESSORY_CATALOG                  *
      *                                                                *
      * EACH STORE'S DEALER-INSTALLED ACCESSORIES - TINT, WHEEL      *
      * LOCKS, PROTECTION FILM, NITROGEN TIRES AND THE LIKE - WITH   *
      * THE RETAIL PRICE THAT GOES ON THE ADDENDUM STICKER AND THE   *
      * STORE'S INSTALLED COST. VENDORID NAMES THE INSTALLER WHO     *
      * BILLS US, IF ANY. MAINTAINED ON GAM0VAC (ACCYMNT MANAGER);   *
      * ACTIVEFLAG 'N' RETIRES A LINE WITHOUT LOSING ITS HISTORY.    *
      ******************************************************************
       01  DCLACCESSORY-CATALOG.
           10 AC-DEALERID          PIC S9(9) USAGE COMP.
           10 AC-ACCESSORYCODE     PIC X(8).
           10 AC-DESCRIPTION.
              49 AC-DESCRIPTION-LEN PIC S9(4) USAGE COMP.
              49 AC-DESCRIPTION-TEXT PIC X(30).
           10 AC-RETAILPRICE       PIC S9(5)V9(2) USAGE COMP-3.
           10 AC-COST              PIC S9(5)V9(2) USAGE COMP-3.
           10 AC-VENDORID          PIC S9(9) USAGE COMP.
           10 AC-ACTIVEFLAG        PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IACCESSORY-CATALOG.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(VEHICLE_ACCESSORIES)                              *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BAC))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE VEHICLE_ACCESSORIES TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             LINENUMBER                     INTEGER NOT NULL,
             ACCESSORYCODE                  CHAR(8) NOT NULL,
             DESCRIPTION                    VARCHAR(30) NOT NULL,
             RETAILPRICE                    DECIMAL(7, 2) NOT NULL,
             COST                           DECIMAL(7, 2) NOT NULL,
             INSTALLDATE                    DATE NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             STATUSDATE                     DATE,
             SALEDATE                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE VEHICLE_ACCESSORIES                *
      *                                                                *
      * ACCESSORIES INSTALLED ON A UNIT (GAM0VAC), PRICED FROM THE   *
      * STORE'S CATALOG AS OF THE INSTALL. STATUS 'I' IS ON THE CAR  *
      * AND ON THE ADDENDUM STICKER, 'R' WAS TAKEN OFF BEFORE SALE,  *
      * 'S' WENT WITH THE CAR ON THE DEAL DATED SALEDATE. THE COST   *
      * POSTS TO VEHICLE_COST_LEDGER AS AN 'ACCY' LINE (A REMOVAL    *
      * POSTS THE REVERSAL); THE RETAIL IS THE ADDENDUM TOTAL THAT   *
      * GAM0VSE ADDS TO THE SALE PRICE, SO THE OTD MATH, THE TAX AND *
      * THE GROSS REPORTS ALL CARRY IT. AN UNWIND (GAM0VUW) PUTS     *
      * 'S' LINES BACK TO 'I' WITH THE CAR.                          *
      ******************************************************************
       01  DCLVEHICLE-ACCESSORIES.
           10 VA-VIN.
              49 VA-VIN-LEN        PIC S9(4) USAGE COMP.
              49 VA-VIN-TEXT       PIC X(17).
           10 VA-LINENUMBER        PIC S9(9) USAGE COMP.
           10 VA-ACCESSORYCODE     PIC X(8).
           10 VA-DESCRIPTION.
              49 VA-DESCRIPTION-LEN PIC S9(4) USAGE COMP.
              49 VA-DESCRIPTION-TEXT PIC X(30).
           10 VA-RETAILPRICE       PIC S9(5)V9(2) USAGE COMP-3.
           10 VA-COST              PIC S9(5)V9(2) USAGE COMP-3.
           10 VA-INSTALLDATE       PIC X(10).
           10 VA-STATUS            PIC X(1).
           10 VA-STATUSDATE        PIC X(10).
           10 VA-SALEDATE          PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVEHICLE-ACCESSORIES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
