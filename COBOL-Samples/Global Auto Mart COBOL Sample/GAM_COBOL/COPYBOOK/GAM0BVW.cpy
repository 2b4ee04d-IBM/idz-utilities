           ( VIN                            VARCHAR(17) NOT NULL,
             INSERVICEDATE                  DATE NOT NULL,
             FACTORYMONTHS                  INTEGER NOT NULL,
             FACTORYMILES                   INTEGER NOT NULL,
             CPOSTARTDATE                   DATE,
             CPOSTARTMILES                  INTEGER,
             CPOMONTHS                      INTEGER,
             CPOMILES                       INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE VEHICLE_WARRANTY                   *
      * ASSUMED IN SERVICE JANUARY 1 OF ITS AUTOYEAR WITH THE       *
      * 36/36,000 INDUSTRY DEFAULT - GAM0VDI AND GAM0VWP COMPUTE    *
      * AND SHOW WHAT'S LEFT EITHER WAY.                              *
      *                                                                *
      * A NEW UNIT'S IN-SERVICE DATE IS STAMPED THE DAY GAM0VDV      *
      * DELIVERS IT, THEN REPLACED BY THE ONE THE FACTORY            *
      * ACKNOWLEDGES ON ITS RETAIL DELIVERY REPORT (GAM0VRX); AN     *
      * ACKNOWLEDGED REVERSAL OF THAT REPORT DELETES THE ROW.        *
      *                                                                *
      * A CERTIFIED PRE-OWNED SALE ADDS THE CPO LIMITED WARRANTY -    *
      * THE SALE DATE AND ODOMETER IT RUNS FROM AND THE PROGRAM TERM  *
      * IN MONTHS AND MILES (GAM0VSE AT POSTING, FROM CPO_PROGRAMS).  *
      * NULL ON A UNIT THAT WAS NEVER SOLD CERTIFIED.                 *
      ******************************************************************
       01  DCLVEHICLE-WARRANTY.
           10 VW-VIN.
           10 VW-INSERVICEDATE     PIC X(10).
           10 VW-FACTORYMONTHS     PIC S9(9) USAGE COMP.
           10 VW-FACTORYMILES      PIC S9(9) USAGE COMP.
           10 VW-CPOSTARTDATE      PIC X(10).
           10 VW-CPOSTARTMILES     PIC S9(9) USAGE COMP.
           10 VW-CPOMONTHS         PIC S9(9) USAGE COMP.
           10 VW-CPOMILES          PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVEHICLE-WARRANTY.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
