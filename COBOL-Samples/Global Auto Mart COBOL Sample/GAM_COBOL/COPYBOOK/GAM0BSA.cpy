             SALESTATUS                     CHAR(1),
             UNWINDDATE                     DATE,
             UNWINDREASON                   CHAR(4),
             RESALENUMBER                   CHAR(12),
             CUSTOMERID                     VARCHAR(10),
             COBUYERID                      VARCHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SALES                              *
      * SALETYPE: 'C' CASH, 'F' FINANCED, 'W' WHOLESALE TO AN       *
      * OUTSIDE DEALER - NO TAX, NO F+I, NO COMMISSION, AND THE     *
      * BUYER'S RESALE NUMBER IS REQUIRED AND KEPT ON THE ROW.      *
      * 'B' IN-HOUSE (BHPH_CONTRACTS), 'L' FLEET (GAM0VFD), 'E'     *
      * LEASE - THE LESSEE IS THE BUYER HERE AND THE TERMS ARE ON   *
      * LEASE_CONTRACTS.                                            *
      * CUSTOMERID IS THE BUYER'S CUSTOMER ROW, RESOLVED OR ADDED AT *
      * DEAL ENTRY (GAM0BCF); COBUYERID THE OPTIONAL SECOND BUYER.   *
      * WHOLESALE ROWS CARRY NEITHER. A NULL CUSTOMERID ON AN OLDER  *
      * ROW IS ONE GAM0VCB COULD NOT MATCH - THE NAME/PHONE IS ALL   *
      * THERE IS TO GO ON.                                           *
      ******************************************************************
       01  DCLSALES.
           10 SA-VIN.
           10 UNWINDDATE             PIC X(10).
           10 UNWINDREASON           PIC X(4).
           10 RESALENUMBER           PIC X(12).
           10 SA-CUSTOMERID.
              49 SA-CUSTOMERID-LEN  PIC S9(4) USAGE COMP.
              49 SA-CUSTOMERID-TEXT PIC X(10).
           10 SA-COBUYERID.
              49 SA-COBUYERID-LEN   PIC S9(4) USAGE COMP.
              49 SA-COBUYERID-TEXT  PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISALES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
