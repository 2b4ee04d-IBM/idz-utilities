      ******************************************************************
      * DCLGEN TABLE(REPORT_SUBSCRIPTIONS)                             *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BRD))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE REPORT_SUBSCRIPTIONS TABLE
           ( SUBSCRIPTIONID                 INTEGER NOT NULL,
             REPORTTYPE                     CHAR(8) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             RECIPIENT                      VARCHAR(35) NOT NULL,
             METHOD                         CHAR(1) NOT NULL,
             DESTINATION                    VARCHAR(60) NOT NULL,
             ACTIVEFLAG                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE REPORT_SUBSCRIPTIONS               *
      *                                                                *
      * WHO GETS WHICH BATCH REPORT OFF REPORT_REPOSITORY, AND HOW.   *
      * DEALERID 0 IS A HEAD-OFFICE SUBSCRIPTION AND GETS THE WHOLE   *
      * REPORT; A STORE SUBSCRIPTION GETS THE COMPANY-WIDE LINES      *
      * PLUS ITS OWN STORE'S LINES - THE SAME SLICE GAM0VRB SHOWS     *
      * THAT STORE - AND ONLY ON A DAY THE STORE HAS LINES OF ITS     *
      * OWN. METHOD 'P' PRINTS AT THE DESTINATION NAMED (AN OUTPUT    *
      * DESTINATION ID); 'E' E-MAILS THE DESTINATION ADDRESS. GAM0VRD *
      * DELIVERS AT THE END OF THE NIGHTLY STREAM.                    *
      ******************************************************************
       01  DCLREPORT-SUBSCRIPTIONS.
           10 SB-SUBSCRIPTIONID    PIC S9(9) USAGE COMP.
           10 SB-REPORTTYPE        PIC X(8).
           10 SB-DEALERID          PIC S9(9) USAGE COMP.
           10 SB-RECIPIENT.
              49 SB-RECIPIENT-LEN  PIC S9(4) USAGE COMP.
              49 SB-RECIPIENT-TEXT PIC X(35).
           10 SB-METHOD            PIC X(1).
              88 SB-BY-PRINT       VALUE "P".
              88 SB-BY-EMAIL       VALUE "E".
           10 SB-DESTINATION.
              49 SB-DESTINATION-LEN PIC S9(4) USAGE COMP.
              49 SB-DESTINATION-TEXT PIC X(60).
           10 SB-ACTIVEFLAG        PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IREPORT-SUBSCRIPTIONS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(REPORT_DELIVERY_LOG)                              *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BRD))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE REPORT_DELIVERY_LOG TABLE
           ( SUBSCRIPTIONID                 INTEGER NOT NULL,
             REPORTTYPE                     CHAR(8) NOT NULL,
             RUNDATE                        DATE NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             METHOD                         CHAR(1) NOT NULL,
             DESTINATION                    VARCHAR(60) NOT NULL,
             LINECOUNT                      INTEGER NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             REASON                         VARCHAR(40) NOT NULL,
             LOGGEDTS                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE REPORT_DELIVERY_LOG                *
      *                                                                *
      * ONE ROW PER DELIVERY ATTEMPT. STATUS 'S' SENT, 'F' FAILED     *
      * WITH THE REASON. A RERUN THE SAME NIGHT RETRIES ONLY THE      *
      * SUBSCRIPTIONS WITH NO 'S' ROW FOR THE RUN DATE.               *
      ******************************************************************
       01  DCLREPORT-DELIVERY-LOG.
           10 RL-SUBSCRIPTIONID    PIC S9(9) USAGE COMP.
           10 RL-REPORTTYPE        PIC X(8).
           10 RL-RUNDATE           PIC X(10).
           10 RL-DEALERID          PIC S9(9) USAGE COMP.
           10 RL-METHOD            PIC X(1).
           10 RL-DESTINATION.
              49 RL-DESTINATION-LEN PIC S9(4) USAGE COMP.
              49 RL-DESTINATION-TEXT PIC X(60).
           10 RL-LINECOUNT         PIC S9(9) USAGE COMP.
           10 RL-STATUS            PIC X(1).
              88 RL-SENT           VALUE "S".
              88 RL-FAILED         VALUE "F".
           10 RL-REASON.
              49 RL-REASON-LEN     PIC S9(4) USAGE COMP.
              49 RL-REASON-TEXT    PIC X(40).
           10 RL-LOGGEDTS          PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IREPORT-DELIVERY-LOG.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
