      ******************************************************************
      * DCLGEN TABLE(VENDORS)                                          *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BVN))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE VENDORS TABLE
           ( VENDORID                       INTEGER NOT NULL,
             VENDORNAME                     VARCHAR(30) NOT NULL,
             VENDORTYPE                     CHAR(4) NOT NULL,
             REMITADDRESS                   VARCHAR(50),
             PHONE                          CHAR(12),
             TAXID                          CHAR(9),
             APVENDORNUM                    CHAR(10),
             ACTIVEFLAG                     CHAR(1) NOT NULL,
             UPDATEDUSER                    CHAR(8) NOT NULL,
             UPDATEDDATE                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE VENDORS                            *
      *                                                                *
      * WHO WE OWE FOR A UNIT'S COST LINES - TRANSPORTERS ('TRAN'),  *
      * BODY SHOPS ('BODY'), DETAILERS ('DETL'), AUCTION HOUSES      *
      * ('AUCT') AND ANYONE ELSE ('OTHR'). MAINTAINED ON GAM0VVN     *
      * (VNDMAINT FUNCTION). APVENDORNUM IS THE VENDOR'S NUMBER IN   *
      * THE ACCOUNTS-PAYABLE SYSTEM AND RIDES ON EVERY VOUCHER       *
      * GAM0VAV EXTRACTS. AN INACTIVE ('N') VENDOR CANNOT GO ON A    *
      * NEW COST LINE OR SUBLET, BUT ITS OPEN INVOICES STILL GO TO   *
      * AP. VENDORNAME MATCHES THE CARRIER NAME GAM0VTP DISPATCHES   *
      * UNDER.                                                       *
      ******************************************************************
       01  DCLVENDORS.
           10 VN-VENDORID          PIC S9(9) USAGE COMP.
           10 VN-VENDORNAME.
              49 VN-VENDORNAME-LEN PIC S9(4) USAGE COMP.
              49 VN-VENDORNAME-TEXT PIC X(30).
           10 VN-VENDORTYPE        PIC X(4).
           10 VN-REMITADDRESS.
              49 VN-REMITADDRESS-LEN PIC S9(4) USAGE COMP.
              49 VN-REMITADDRESS-TEXT PIC X(50).
           10 VN-PHONE             PIC X(12).
           10 VN-TAXID             PIC X(9).
           10 VN-APVENDORNUM       PIC X(10).
           10 VN-ACTIVEFLAG        PIC X(1).
           10 VN-UPDATEDUSER       PIC X(8).
           10 VN-UPDATEDDATE       PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVENDORS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
