             COSTTYPE                       CHAR(4) NOT NULL,
             COSTDESC                       VARCHAR(30) NOT NULL,
             COSTAMOUNT                     DECIMAL(9, 2) NOT NULL,
             COSTDATE                       DATE NOT NULL,
             VENDORID                       INTEGER,
             INVOICENUM                     VARCHAR(20),
             APSTATUS                       CHAR(1),
             VOUCHERID                      INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE VEHICLE_COST_LEDGER                *
      * DATED COST LINES BEHIND A UNIT'S ONE-NUMBER ACQUISITIONCOST:  *
      * 'ACQ' (INTAKE, SEEDED BY GAM0VRV), 'RECN' (CLOSED WORK       *
      * ORDERS, POSTED BY GAM0VWO), 'TRAN' TRANSPORT, 'PACK' DEALER  *
      * PACK, 'DETL' DETAIL, 'OTHR' ANYTHING ELSE (GAM0VCL), 'ACCY'  *
      * DEALER-INSTALLED ACCESSORIES (GAM0VAC). THE                  *
      * MARGIN REPORTS SUM THE LEDGER; A UNIT WITH NO 'ACQ' LINE     *
      * PREDATES THE LEDGER AND FALLS BACK TO ACQUISITIONCOST FOR    *
      * ITS BASE. A LINE WE OWE SOMEONE FOR NAMES THE VENDOR        *
      * (VENDORS) AND THE VENDOR'S INVOICE NUMBER; APSTATUS 'P'     *
      * WAITS FOR THE GAM0VAV VOUCHER EXTRACT, 'V' HAS GONE TO       *
      * ACCOUNTS PAYABLE UNDER VOUCHERID, 'D' IS HELD AS A          *
      * DUPLICATE OF AN INVOICE ALREADY VOUCHERED. NULL IS A LINE   *
      * NOBODY BILLS US FOR (OR WHOSE INVOICE HAS NOT ARRIVED).     *
      ******************************************************************
       01  DCLVEHICLE-COST-LEDGER.
           10 CL-VIN.
              49 CL-COSTDESC-TEXT  PIC X(30).
           10 CL-COSTAMOUNT        PIC S9(7)V9(2) USAGE COMP-3.
           10 CL-COSTDATE          PIC X(10).
           10 CL-VENDORID          PIC S9(9) USAGE COMP.
           10 CL-INVOICENUM.
              49 CL-INVOICENUM-LEN PIC S9(4) USAGE COMP.
              49 CL-INVOICENUM-TEXT PIC X(20).
           10 CL-APSTATUS          PIC X(1).
           10 CL-VOUCHERID         PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVEHICLE-COST-LEDGER.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
