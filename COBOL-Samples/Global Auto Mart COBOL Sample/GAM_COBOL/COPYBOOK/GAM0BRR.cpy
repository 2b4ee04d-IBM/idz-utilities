      ******************************************************************
      * DCLGEN TABLE(RETAIL_DELIVERY_REPORTS)                          *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BRR))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE RETAIL_DELIVERY_REPORTS TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             SALEDATE                       DATE NOT NULL,
             RDRTYPE                        CHAR(1) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             MAKE                           VARCHAR(20) NOT NULL,
             DELIVERYDATE                   DATE NOT NULL,
             EXTRACTDATE                    DATE NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             REPORTEDDATE                   DATE,
             ACKINSERVICEDATE               DATE,
             REJECTCODE                     CHAR(4),
             REJECTREASON                   VARCHAR(30)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RETAIL_DELIVERY_REPORTS            *
      *                                                                *
      * ONE ROW PER RETAIL DELIVERY REPORT (RDR) SENT TO THE         *
      * MANUFACTURER FOR A NEW UNIT (NEWAUTO 'Y') SOLD RETAIL -      *
      * RDRTYPE 'D' THE DELIVERY ITSELF, 'R' THE REVERSAL SENT WHEN  *
      * GAM0VUW UNWINDS A DEAL ALREADY REPORTED. WRITTEN STATUS 'S'  *
      * BY THE NIGHTLY GAM0VRX EXTRACT; THE FACTORY'S ACKNOWLEDGMENT *
      * MOVES IT TO 'A' WITH THE REPORTED AND IN-SERVICE DATES (THE  *
      * IN-SERVICE DATE GOES ON TO VEHICLE_WARRANTY) OR TO 'J'       *
      * REJECTED WITH THE FACTORY'S CODE AND REASON. A 'D' ROW STILL *
      * WITHOUT A REPORTED DATE TWO DAYS AFTER DELIVERY IS ON        *
      * GAM0VRX'S UNREPORTED LIST AND RAISES AN 'RDRL' EXCEPTION.    *
      * DELIVERYDATE ON A 'D' ROW IS THE DELIVERY BOARD'S            *
      * DELIVEREDDATE (THE SALE DATE FOR A DEAL WITH NO BOARD ROW),  *
      * AND THE UNWIND DATE ON AN 'R' ROW.                           *
      ******************************************************************
       01  DCLRETAIL-DELIVERY-REPORTS.
           10 RR-VIN.
              49 RR-VIN-LEN        PIC S9(4) USAGE COMP.
              49 RR-VIN-TEXT       PIC X(17).
           10 RR-SALEDATE          PIC X(10).
           10 RR-RDRTYPE           PIC X(1).
           10 RR-DEALERID          PIC S9(9) USAGE COMP.
           10 RR-MAKE.
              49 RR-MAKE-LEN       PIC S9(4) USAGE COMP.
              49 RR-MAKE-TEXT      PIC X(20).
           10 RR-DELIVERYDATE      PIC X(10).
           10 RR-EXTRACTDATE       PIC X(10).
           10 RR-STATUS            PIC X(1).
           10 RR-REPORTEDDATE      PIC X(10).
           10 RR-ACKINSERVICEDATE  PIC X(10).
           10 RR-REJECTCODE        PIC X(4).
           10 RR-REJECTREASON.
              49 RR-REJECTREASON-LEN PIC S9(4) USAGE COMP.
              49 RR-REJECTREASON-TEXT PIC X(30).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IRETAIL-DELIVERY-REPORTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
