      ******************************************************************
      * DCLGEN TABLE(TRANSPORT_ORDERS)                                 *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BTP))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE TRANSPORT_ORDERS TABLE
           ( TRANSPORTID                    INTEGER NOT NULL,
             VIN                            VARCHAR(17) NOT NULL,
             SOURCE                         CHAR(1) NOT NULL,
             FROMDEALERID                   INTEGER,
             TODEALERID                     INTEGER NOT NULL,
             CARRIER                        VARCHAR(30) NOT NULL,
             PICKUPDATE                     DATE NOT NULL,
             PROMISEDDATE                   DATE NOT NULL,
             RATE                           DECIMAL(7, 2) NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             DELIVEREDDATE                  DATE,
             DAMAGEFLAG                     CHAR(1),
             CREATEDUSER                    CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRANSPORT_ORDERS                   *
      *                                                                *
      * ONE ROW PER TRUCK MOVE OF A UNIT. SOURCE 'T' IS AN INTER-    *
      * DEALER TRANSFER (GAM0VTR), 'A' AN AUCTION PURCHASE COMING   *
      * IN (GAM0VTP; NO FROMDEALERID). STATUS 'T' IN TRANSIT - THE  *
      * UNIT IS HIDDEN FROM GAM0VSI SEARCH AND THE GAM0VIE/GAM0VSY  *
      * FEEDS - UNTIL THE RECEIVING STORE CHECKS IT IN ON GAM0VTP,  *
      * WHICH SETS 'D' DELIVERED AND POSTS RATE AS A 'TRAN' LINE ON *
      * VEHICLE_COST_LEDGER.                                         *
      ******************************************************************
       01  DCLTRANSPORT-ORDERS.
           10 TP-TRANSPORTID       PIC S9(9) USAGE COMP.
           10 TP-VIN.
              49 TP-VIN-LEN        PIC S9(4) USAGE COMP.
              49 TP-VIN-TEXT       PIC X(17).
           10 TP-SOURCE            PIC X(1).
           10 TP-FROMDEALERID      PIC S9(9) USAGE COMP.
           10 TP-TODEALERID        PIC S9(9) USAGE COMP.
           10 TP-CARRIER.
              49 TP-CARRIER-LEN    PIC S9(4) USAGE COMP.
              49 TP-CARRIER-TEXT   PIC X(30).
           10 TP-PICKUPDATE        PIC X(10).
           10 TP-PROMISEDDATE      PIC X(10).
           10 TP-RATE              PIC S9(5)V9(2) USAGE COMP-3.
           10 TP-STATUS            PIC X(1).
           10 TP-DELIVEREDDATE     PIC X(10).
           10 TP-DAMAGEFLAG        PIC X(1).
           10 TP-CREATEDUSER       PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ITRANSPORT-ORDERS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(CARRIER_CLAIMS)                                   *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BTP))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CARRIER_CLAIMS TABLE
           ( CLAIMID                        INTEGER NOT NULL,
             TRANSPORTID                    INTEGER NOT NULL,
             VIN                            VARCHAR(17) NOT NULL,
             CARRIER                        VARCHAR(30) NOT NULL,
             DAMAGEDESC                     VARCHAR(60) NOT NULL,
             CLAIMAMOUNT                    DECIMAL(7, 2) NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             OPENDATE                       DATE NOT NULL,
             CLOSEDATE                      DATE,
             RECOVEREDAMOUNT                DECIMAL(7, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CARRIER_CLAIMS                     *
      *                                                                *
      * DELIVERY DAMAGE FOUND AT GAM0VTP CHECK-IN, OPENED AGAINST    *
      * THE CARRIER THAT HAULED THE UNIT. STATUS 'O' OPEN, 'S'      *
      * SETTLED (RECOVEREDAMOUNT PAID BY THE CARRIER), 'D' DENIED.   *
      ******************************************************************
       01  DCLCARRIER-CLAIMS.
           10 CC-CLAIMID           PIC S9(9) USAGE COMP.
           10 CC-TRANSPORTID       PIC S9(9) USAGE COMP.
           10 CC-VIN.
              49 CC-VIN-LEN        PIC S9(4) USAGE COMP.
              49 CC-VIN-TEXT       PIC X(17).
           10 CC-CARRIER.
              49 CC-CARRIER-LEN    PIC S9(4) USAGE COMP.
              49 CC-CARRIER-TEXT   PIC X(30).
           10 CC-DAMAGEDESC.
              49 CC-DAMAGEDESC-LEN PIC S9(4) USAGE COMP.
              49 CC-DAMAGEDESC-TEXT PIC X(60).
           10 CC-CLAIMAMOUNT       PIC S9(5)V9(2) USAGE COMP-3.
           10 CC-STATUS            PIC X(1).
           10 CC-OPENDATE          PIC X(10).
           10 CC-CLOSEDATE         PIC X(10).
           10 CC-RECOVEREDAMOUNT   PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICARRIER-CLAIMS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
