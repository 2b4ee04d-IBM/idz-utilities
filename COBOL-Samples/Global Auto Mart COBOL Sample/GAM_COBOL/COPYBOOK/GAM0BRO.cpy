      ******************************************************************
      * DCLGEN TABLE(REPAIR_ORDERS)                                    *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BRO))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE REPAIR_ORDERS TABLE
           ( RONUMBER                       INTEGER NOT NULL,
             VIN                            VARCHAR(17) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             CUSTNAME                       VARCHAR(35) NOT NULL,
             OPENDATE                       DATE NOT NULL,
             CLOSEDATE                      DATE,
             STATUS                         CHAR(1) NOT NULL,
             MILESIN                        INTEGER NOT NULL,
             WTYINFORCE                     CHAR(1) NOT NULL,
             CUSTPAYTOTAL                   DECIMAL(9, 2) NOT NULL,
             WTYPAYTOTAL                    DECIMAL(9, 2) NOT NULL,
             INVOICENUMBER                  INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE REPAIR_ORDERS                      *
      *                                                                *
      * ONE ROW PER CUSTOMER SERVICE VISIT (GAM0VSO) ON A VIN WE SOLD *
      * - THE VIN MUST BE ON SALES OR INVENTORY_HISTORY. STATUS 'O' *
      * IS OPEN IN THE SERVICE DRIVE, 'C' IS CLOSED AND INVOICED     *
      * WITH THE CUSTOMER-PAY AND WARRANTY-PAY TOTALS ROLLED UP FROM *
      * ITS LINES. WTYINFORCE IS THE FACTORY COVERAGE ON THE DAY THE *
      * RO WAS OPENED AT MILESIN.                                     *
      ******************************************************************
       01  DCLREPAIR-ORDERS.
           10 RO-RONUMBER          PIC S9(9) USAGE COMP.
           10 RO-VIN.
              49 RO-VIN-LEN        PIC S9(4) USAGE COMP.
              49 RO-VIN-TEXT       PIC X(17).
           10 RO-DEALERID          PIC S9(9) USAGE COMP.
           10 RO-CUSTNAME.
              49 RO-CUSTNAME-LEN   PIC S9(4) USAGE COMP.
              49 RO-CUSTNAME-TEXT  PIC X(35).
           10 RO-OPENDATE          PIC X(10).
           10 RO-CLOSEDATE         PIC X(10).
           10 RO-STATUS            PIC X(1).
           10 RO-MILESIN           PIC S9(9) USAGE COMP.
           10 RO-WTYINFORCE        PIC X(1).
           10 RO-CUSTPAYTOTAL      PIC S9(7)V9(2) USAGE COMP-3.
           10 RO-WTYPAYTOTAL       PIC S9(7)V9(2) USAGE COMP-3.
           10 RO-INVOICENUMBER     PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IREPAIR-ORDERS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(REPAIR_ORDER_LINES)                               *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BRO))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE REPAIR_ORDER_LINES TABLE
           ( RONUMBER                       INTEGER NOT NULL,
             LINENUMBER                     INTEGER NOT NULL,
             COMPLAINT                      VARCHAR(30) NOT NULL,
             CAUSE                          VARCHAR(30),
             CORRECTION                     VARCHAR(30),
             LABORHOURS                     DECIMAL(5, 1) NOT NULL,
             LABORAMOUNT                    DECIMAL(7, 2) NOT NULL,
             PARTSAMOUNT                    DECIMAL(7, 2) NOT NULL,
             PAYTYPE                        CHAR(1) NOT NULL,
             LINEDATE                       DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE REPAIR_ORDER_LINES                 *
      *                                                                *
      * THE THREE C'S OF A REPAIR - COMPLAINT, CAUSE, CORRECTION -    *
      * WITH THE LABOR AND PARTS ON THE JOB. PAYTYPE 'C' IS CUSTOMER *
      * PAY, 'W' IS BILLED TO THE FACTORY UNDER VEHICLE_WARRANTY.    *
      ******************************************************************
       01  DCLREPAIR-ORDER-LINES.
           10 ROL-RONUMBER         PIC S9(9) USAGE COMP.
           10 ROL-LINENUMBER       PIC S9(9) USAGE COMP.
           10 ROL-COMPLAINT.
              49 ROL-COMPLAINT-LEN PIC S9(4) USAGE COMP.
              49 ROL-COMPLAINT-TEXT PIC X(30).
           10 ROL-CAUSE.
              49 ROL-CAUSE-LEN     PIC S9(4) USAGE COMP.
              49 ROL-CAUSE-TEXT    PIC X(30).
           10 ROL-CORRECTION.
              49 ROL-CORRECTION-LEN PIC S9(4) USAGE COMP.
              49 ROL-CORRECTION-TEXT PIC X(30).
           10 ROL-LABORHOURS       PIC S9(4)V9(1) USAGE COMP-3.
           10 ROL-LABORAMOUNT      PIC S9(5)V9(2) USAGE COMP-3.
           10 ROL-PARTSAMOUNT      PIC S9(5)V9(2) USAGE COMP-3.
           10 ROL-PAYTYPE          PIC X(1).
           10 ROL-LINEDATE         PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IREPAIR-ORDER-LINES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
