      ******************************************************************
      * DCLGEN TABLE(DELIVERY_SCHEDULE)                                *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BDV))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DELIVERY_SCHEDULE TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             SALEDATE                       DATE NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             PROMISEDDATE                   DATE,
             PROMISEDTIME                   TIME,
             SCHEDULEDUSER                  CHAR(8),
             STATUS                         CHAR(1) NOT NULL,
             STATUSDATE                     DATE NOT NULL,
             DELIVEREDDATE                  DATE,
             DELIVEREDUSER                  CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DELIVERY_SCHEDULE                  *
      *                                                                *
      * ONE ROW PER RETAIL DEAL BETWEEN THE SALE AND THE CUSTOMER    *
      * DRIVING AWAY. GAM0VSE OPENS IT (STATUS 'O') WITH THE DEAL'S  *
      * PDI_CHECKLIST; THE STORE SETS THE PROMISED DATE AND TIME AND *
      * SIGNS THE CHECKLIST OFF ON THE GAM0VDV DELIVERY BOARD, WHICH *
      * REFUSES TO DELIVER WHILE AN ITEM IS OPEN. DELIVERY STAMPS    *
      * STATUS 'D' AND DELIVEREDDATE, WHICH GAM0VFT'S DAY3/DY30 CALLS*
      * KEY OFF INSTEAD OF SALEDATE, WHICH GAM0VRX REPORTS TO THE    *
      * FACTORY AS THE DELIVERY DATE, AND WHICH STARTS A NEW UNIT'S  *
      * FACTORY WARRANTY (VEHICLE_WARRANTY.INSERVICEDATE). GAM0VUW   *
      * CANCELS AN UNDELIVERED ROW ('X'). GAM0VDW REPORTS OPEN ROWS  *
      * PAST THEIR PROMISED DATE NIGHTLY.                            *
      ******************************************************************
       01  DCLDELIVERY-SCHEDULE.
           10 DV-VIN.
              49 DV-VIN-LEN        PIC S9(4) USAGE COMP.
              49 DV-VIN-TEXT       PIC X(17).
           10 DV-SALEDATE          PIC X(10).
           10 DV-DEALERID          PIC S9(9) USAGE COMP.
           10 DV-PROMISEDDATE      PIC X(10).
           10 DV-PROMISEDTIME      PIC X(8).
           10 DV-SCHEDULEDUSER     PIC X(8).
           10 DV-STATUS            PIC X(1).
           10 DV-STATUSDATE        PIC X(10).
           10 DV-DELIVEREDDATE     PIC X(10).
           10 DV-DELIVEREDUSER     PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDELIVERY-SCHEDULE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
