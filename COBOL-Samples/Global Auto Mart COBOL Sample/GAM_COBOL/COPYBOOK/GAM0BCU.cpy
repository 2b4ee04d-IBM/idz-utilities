             CUSTNAME                       VARCHAR(35) NOT NULL,
             CUSTPHONE                      CHAR(12),
             CUSTEMAIL                      VARCHAR(50),
             PREFDEALERID                   INTEGER,
             CONTACTOPTOUT                  CHAR(1),
             ADDRLINE1                      VARCHAR(40),
             ADDRLINE2                      VARCHAR(40),
             CITY                           VARCHAR(30),
             STATEABBR                      CHAR(2),
             ZIPCODE                        CHAR(10),
             ADDRSTATUS                     CHAR(1),
             ADDRUPDATED                    DATE,
             ADDRVERIFIED                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUSTOMER                           *
      *                                                                *
      * THE MAILING ADDRESS IS KEYED ON GAM0VCM OR AT SALE ENTRY    *
      * (GAM0VSE) AND KEPT CURRENT BY THE GAM0VNC CHANGE-OF-ADDRESS *
      * RUN. ZIPCODE IS 99999 OR 99999-9999. ADDRSTATUS IS NULL     *
      * WITH NO ADDRESS, 'N' KEYED AND NOT YET CHECKED, 'V' CHECKED *
      * (AND STANDARDIZED) BY THE SERVICE, 'U' UNDELIVERABLE.       *
      * ADDRUPDATED IS THE LAST DAY ANYONE CHANGED THE ADDRESS,     *
      * ADDRVERIFIED THE LAST DAY THE SERVICE CONFIRMED IT.         *
      ******************************************************************
       01  DCLCUSTOMER.
           10 CU-CUSTOMERID.
              49 CUSTEMAIL-LEN      PIC S9(4) USAGE COMP.
              49 CUSTEMAIL-TEXT     PIC X(50).
           10 PREFDEALERID          PIC S9(9) USAGE COMP.
           10 CONTACTOPTOUT         PIC X(1).
           10 CU-ADDRLINE1.
              49 CU-ADDRLINE1-LEN   PIC S9(4) USAGE COMP.
              49 CU-ADDRLINE1-TEXT  PIC X(40).
           10 CU-ADDRLINE2.
              49 CU-ADDRLINE2-LEN   PIC S9(4) USAGE COMP.
              49 CU-ADDRLINE2-TEXT  PIC X(40).
           10 CU-CITY.
              49 CU-CITY-LEN        PIC S9(4) USAGE COMP.
              49 CU-CITY-TEXT       PIC X(30).
           10 CU-STATEABBR          PIC X(2).
           10 CU-ZIPCODE            PIC X(10).
           10 CU-ADDRSTATUS         PIC X(1).
           10 CU-ADDRUPDATED        PIC X(10).
           10 CU-ADDRVERIFIED       PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICUSTOMER.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
