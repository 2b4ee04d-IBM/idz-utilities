             SALESPERSONID                  INTEGER NOT NULL,
             DEALDATE                       DATE NOT NULL,
             POSTEDDATE                     DATE,
             STATUS                         CHAR(1) NOT NULL,
             CUSTOMERID                     VARCHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FLEET_DEALS                        *
      * SIX TRUCKS IS ONE DEAL, ONE BUYER, ONE PO. STATUS 'O' IS     *
      * OPEN AND TAKING UNITS, 'P' IS POSTED (EVERY UNIT SOLD IN ONE *
      * UNIT OF WORK, SALETYPE 'L' ON THE SALES ROWS), 'X' IS        *
      * CANCELLED BEFORE POSTING. CUSTOMERID IS THE BUYER'S CUSTOMER *
      * ROW, RESOLVED OR ADDED WHEN THE DEAL OPENS AND CARRIED ONTO  *
      * EVERY SALES ROW THE POSTING WRITES.                          *
      ******************************************************************
       01  DCLFLEET-DEALS.
           10 FD-FLEETDEALID       PIC S9(9) USAGE COMP.
           10 FD-DEALDATE          PIC X(10).
           10 FD-POSTEDDATE        PIC X(10).
           10 FD-STATUS            PIC X(1).
           10 FD-CUSTOMERID.
              49 FD-CUSTOMERID-LEN  PIC S9(4) USAGE COMP.
              49 FD-CUSTOMERID-TEXT PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IFLEET-DEALS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(FLEET_DEAL_UNITS)                                 *
