      ******************************************************************
      * DCLGEN TABLE(VEHICLE_HISTORY)                                  *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BVH))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE VEHICLE_HISTORY TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             REQUESTDATE                    DATE NOT NULL,
             REQUESTSOURCE                  CHAR(1) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             RESPONSEDATE                   DATE,
             TITLEBRAND                     CHAR(4),
             ACCIDENTCOUNT                  INTEGER,
             OWNERCOUNT                     INTEGER,
             LASTODOMETER                   INTEGER,
             LASTODODATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE VEHICLE_HISTORY                    *
      *                                                                *
      * ONE ROW PER VIN PER REQUEST TO THE VEHICLE-HISTORY VENDOR,   *
      * KEYED VIN + REQUESTDATE. GAM0VVH SENDS THE VINS APPRAISED    *
      * (REQUESTSOURCE 'A', GAM0VAP) OR RECEIVED ('R', GAM0VRV) THAT *
      * DAY AND LOADS THE VENDOR'S ANSWER. STATUS 'S' SENT, 'R'      *
      * REPORT RETURNED, 'N' VENDOR HAS NO RECORD OF THE VIN.        *
      * TITLEBRAND IS BLANK FOR A CLEAN TITLE, OTHERWISE 'FLOD'      *
      * FLOOD, 'SALV' SALVAGE, 'RBLT' REBUILT, 'JUNK', 'FIRE',       *
      * 'HAIL' OR 'LEMN' LEMON BUYBACK. A FLOOD BRAND SETS           *
      * FLOODTITLE, ANY OTHER BRAND OR A REPORTED ACCIDENT SETS      *
      * ACCIDENTFLAG, AND LASTODOMETER IS THE VENDOR'S HIGHEST       *
      * REPORTED READING (ALSO POSTED TO ODOMETER_LOG AS 'VHST').    *
      ******************************************************************
       01  DCLVEHICLE-HISTORY.
           10 VH-VIN.
              49 VH-VIN-LEN        PIC S9(4) USAGE COMP.
              49 VH-VIN-TEXT       PIC X(17).
           10 VH-REQUESTDATE       PIC X(10).
           10 VH-REQUESTSOURCE     PIC X(1).
           10 VH-DEALERID          PIC S9(9) USAGE COMP.
           10 VH-STATUS            PIC X(1).
           10 VH-RESPONSEDATE      PIC X(10).
           10 VH-TITLEBRAND        PIC X(4).
           10 VH-ACCIDENTCOUNT     PIC S9(9) USAGE COMP.
           10 VH-OWNERCOUNT        PIC S9(9) USAGE COMP.
           10 VH-LASTODOMETER      PIC S9(9) USAGE COMP.
           10 VH-LASTODODATE       PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IVEHICLE-HISTORY.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
