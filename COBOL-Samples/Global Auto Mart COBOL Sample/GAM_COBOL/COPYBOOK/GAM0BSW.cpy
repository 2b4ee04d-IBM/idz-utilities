      ******************************************************************
      * DCLGEN TABLE(SHOWROOM_VISITS)                                  *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BSW))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE SHOWROOM_VISITS TABLE
           ( VISITID                        INTEGER NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             VISITDATE                      DATE NOT NULL,
             ARRIVALTIME                    TIME NOT NULL,
             SALESPERSONID                  INTEGER NOT NULL,
             ASSIGNTYPE                     CHAR(1) NOT NULL,
             CUSTNAME                       VARCHAR(35) NOT NULL,
             CUSTPHONE                      CHAR(12),
             CUSTOMERID                     VARCHAR(10),
             INTERESTVIN                    VARCHAR(17),
             OUTCOME                        CHAR(1) NOT NULL,
             OUTCOMETS                      TIMESTAMP,
             DRIVEVIN                       VARCHAR(17),
             DRIVEDATE                      DATE,
             SALEVIN                        VARCHAR(17),
             SALEDATE                       DATE,
             ENTEREDUSER                    CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SHOWROOM_VISITS                    *
      *                                                                *
      * ONE ROW PER SHOWROOM WALK-IN (AN 'UP'), LOGGED ON GAM0VSW.   *
      * SALESPERSONID IS WHO GOT THE UP: ASSIGNTYPE 'R' FROM THE     *
      * STORE'S UP-ROTATION, 'A' WHEN THE CUSTOMER ASKED FOR THEM.   *
      * OUTCOME 'O' STILL ON THE FLOOR, 'W' WALKED WITHOUT A DRIVE,  *
      * 'D' DROVE BUT DIDN'T BUY, 'S' SOLD. OUTCOMETS IS WHEN THE    *
      * SALESPERSON CLOSED THE VISIT OUT ON GAM0VSW - NULL WHILE THE *
      * CUSTOMER IS STILL WITH THEM. DRIVEVIN/DRIVEDATE WITH         *
      * CUSTOMERID LEAD TO THE TEST_DRIVE ROW (GAM0VTD LINKS IT WHEN *
      * THE DRIVE IS LOGGED); SALEVIN/SALEDATE TO THE SALES ROW      *
      * (GAM0VSE LINKS THE BUYER'S LATEST VISIT IN THE LAST 30 DAYS  *
      * AT THE SELLING STORE). GAM0VTF REPORTS IT DAILY.             *
      ******************************************************************
       01  DCLSHOWROOM-VISITS.
           10 SW-VISITID           PIC S9(9) USAGE COMP.
           10 SW-DEALERID          PIC S9(9) USAGE COMP.
           10 SW-VISITDATE         PIC X(10).
           10 SW-ARRIVALTIME       PIC X(8).
           10 SW-SALESPERSONID     PIC S9(9) USAGE COMP.
           10 SW-ASSIGNTYPE        PIC X(1).
           10 SW-CUSTNAME.
              49 SW-CUSTNAME-LEN   PIC S9(4) USAGE COMP.
              49 SW-CUSTNAME-TEXT  PIC X(35).
           10 SW-CUSTPHONE         PIC X(12).
           10 SW-CUSTOMERID.
              49 SW-CUSTOMERID-LEN PIC S9(4) USAGE COMP.
              49 SW-CUSTOMERID-TEXT PIC X(10).
           10 SW-INTERESTVIN.
              49 SW-INTERESTVIN-LEN PIC S9(4) USAGE COMP.
              49 SW-INTERESTVIN-TEXT PIC X(17).
           10 SW-OUTCOME           PIC X(1).
           10 SW-OUTCOMETS         PIC X(26).
           10 SW-DRIVEVIN.
              49 SW-DRIVEVIN-LEN   PIC S9(4) USAGE COMP.
              49 SW-DRIVEVIN-TEXT  PIC X(17).
           10 SW-DRIVEDATE         PIC X(10).
           10 SW-SALEVIN.
              49 SW-SALEVIN-LEN    PIC S9(4) USAGE COMP.
              49 SW-SALEVIN-TEXT   PIC X(17).
           10 SW-SALEDATE          PIC X(10).
           10 SW-ENTEREDUSER       PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISHOWROOM-VISITS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 17 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
