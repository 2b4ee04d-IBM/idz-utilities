      ******************************************************************
      * DCLGEN TABLE(BUSINESS_CALENDAR)                                *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BBC))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE BUSINESS_CALENDAR TABLE
           ( CALDATE                        DATE NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             STATEABBR                      CHAR(2) NOT NULL,
             DESCRIPTION                    VARCHAR(30) NOT NULL,
             ADDEDBY                        CHAR(8) NOT NULL,
             ADDEDTS                        TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BUSINESS_CALENDAR                  *
      *                                                                *
      * ONE ROW PER DAY THAT IS NOT A BUSINESS DAY BEYOND THE         *
      * WEEKEND, MAINTAINED ON GAM0VBD:                               *
      *   DEALERID 0, STATEABBR BLANK - COMPANY HOLIDAY, EVERY STORE  *
      *                                 AND THE BACK OFFICE CLOSED;   *
      *   DEALERID 0, STATEABBR SET   - STATE HOLIDAY, THAT STATE'S   *
      *                                 DMV AND TITLE OFFICES CLOSED; *
      *   DEALERID SET, STATEABBR BLANK - ONE STORE CLOSED.           *
      * SATURDAY AND SUNDAY ARE NEVER BUSINESS DAYS AND ARE NOT KEPT  *
      * HERE. ALL BUSINESS-DAY ARITHMETIC (GAM0BBD) READS IT.         *
      ******************************************************************
       01  DCLBUSINESS-CALENDAR.
           10 BC-CALDATE           PIC X(10).
           10 BC-DEALERID          PIC S9(9) USAGE COMP.
           10 BC-STATEABBR         PIC X(2).
           10 BC-DESCRIPTION.
              49 BC-DESCRIPTION-LEN PIC S9(4) USAGE COMP.
              49 BC-DESCRIPTION-TEXT PIC X(30).
           10 BC-ADDEDBY           PIC X(8).
           10 BC-ADDEDTS           PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IBUSINESS-CALENDAR.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
