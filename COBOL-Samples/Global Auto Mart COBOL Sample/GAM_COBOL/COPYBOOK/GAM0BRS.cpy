      ******************************************************************
      * DCLGEN TABLE(REPORT_SIGNOFFS)                                  *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BRS))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE REPORT_SIGNOFFS TABLE
           ( REPORTTYPE                     CHAR(8) NOT NULL,
             RUNDATE                        DATE NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             SIGNEDBY                       CHAR(8) NOT NULL,
             SIGNEDTS                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE REPORT_SIGNOFFS                    *
      *                                                                *
      * ONE ROW PER STORE THAT HAS SIGNED OFF A RUN OF A BATCH       *
      * REPORT ON REPORT_REPOSITORY. A MANAGER SIGNS OFF THEIR OWN   *
      * STORE'S LINES WITH PF6 ON THE REPORT VIEWER (GAM0VRB);       *
      * DEALERID 0 IS A HEAD-OFFICE SIGN-OFF. USED FOR THE QUARTERLY *
      * ACCESS RECERTIFICATION (GAM0VUA, TYPE "ACCRECRT"), WHICH     *
      * COUNTS THE STORES THAT NEVER SIGNED THE PRIOR QUARTER'S      *
      * LIST.                                                        *
      ******************************************************************
       01  DCLREPORT-SIGNOFFS.
           10 RS-REPORTTYPE        PIC X(8).
           10 RS-RUNDATE           PIC X(10).
           10 RS-DEALERID          PIC S9(9) USAGE COMP.
           10 RS-SIGNEDBY          PIC X(8).
           10 RS-SIGNEDTS          PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IREPORT-SIGNOFFS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
