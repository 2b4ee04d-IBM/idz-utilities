      ******************************************************************
      * DCLGEN TABLE(COMPLAINT_CASES)                                  *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BCP))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COMPLAINT_CASES TABLE
           ( CASEID                         INTEGER NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             CUSTOMERID                     VARCHAR(10),
             CUSTNAME                       VARCHAR(35) NOT NULL,
             CUSTPHONE                      CHAR(12),
             VIN                            VARCHAR(17),
             SALEDATE                       DATE,
             CATEGORY                       CHAR(4) NOT NULL,
             SEVERITY                       CHAR(1) NOT NULL,
             SOURCE                         CHAR(1) NOT NULL,
             ASSIGNEDTO                     CHAR(8),
             OPENDATE                       DATE NOT NULL,
             DUEDATE                        DATE NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             RESOLVEDDATE                   DATE,
             RESOLVEDBY                     CHAR(8),
             RESOLUTION                     VARCHAR(60),
             GOODWILLAMOUNT                 DECIMAL(7, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COMPLAINT_CASES                    *
      *                                                                *
      * ONE ROW PER CUSTOMER COMPLAINT, OPENED ON GAM0VCP (SOURCE    *
      * 'P' - PHONED OR WALKED IN) OR BY GAM0VSV FOR A LOW CSI SCORE *
      * (SOURCE 'S'). THE CUSTOMER ROW MAY BE UNKNOWN ON A SURVEY    *
      * CASE, SO THE NAME AND PHONE ARE KEPT ON THE CASE. VIN AND    *
      * SALEDATE TIE IT TO A UNIT OR A DEAL WHEN THERE IS ONE.       *
      * CATEGORY: SALE SALES PROCESS, FI   F+I, SERV SERVICE, DELV   *
      * DELIVERY, VEHC VEHICLE CONDITION, TITL TITLE/PAPERWORK, CSI  *
      * SURVEY, OTHR. SEVERITY H/M/L SETS THE DEFAULT DUE DATE (2,   *
      * 5, 10 DAYS). ASSIGNEDTO IS THE MANAGER'S USERID. STATUS 'O'  *
      * OPEN, 'R' RESOLVED WITH THE RESOLUTION AND ANY GOODWILL      *
      * DOLLARS, WHICH GAM0VGL POSTS ON THE RESOLVED DATE. AN OPEN   *
      * CASE PAST DUEDATE RAISES A 'CMPL' EXCEPTION (GAM0VCK) KEYED  *
      * 'CASE-' AND THE CASEID, WHICH THE RESOLUTION CLOSES.         *
      ******************************************************************
       01  DCLCOMPLAINT-CASES.
           10 CP-CASEID            PIC S9(9) USAGE COMP.
           10 CP-DEALERID          PIC S9(9) USAGE COMP.
           10 CP-CUSTOMERID.
              49 CP-CUSTOMERID-LEN PIC S9(4) USAGE COMP.
              49 CP-CUSTOMERID-TEXT PIC X(10).
           10 CP-CUSTNAME.
              49 CP-CUSTNAME-LEN   PIC S9(4) USAGE COMP.
              49 CP-CUSTNAME-TEXT  PIC X(35).
           10 CP-CUSTPHONE         PIC X(12).
           10 CP-VIN.
              49 CP-VIN-LEN        PIC S9(4) USAGE COMP.
              49 CP-VIN-TEXT       PIC X(17).
           10 CP-SALEDATE          PIC X(10).
           10 CP-CATEGORY          PIC X(4).
           10 CP-SEVERITY          PIC X(1).
           10 CP-SOURCE            PIC X(1).
           10 CP-ASSIGNEDTO        PIC X(8).
           10 CP-OPENDATE          PIC X(10).
           10 CP-DUEDATE           PIC X(10).
           10 CP-STATUS            PIC X(1).
           10 CP-RESOLVEDDATE      PIC X(10).
           10 CP-RESOLVEDBY        PIC X(8).
           10 CP-RESOLUTION.
              49 CP-RESOLUTION-LEN PIC S9(4) USAGE COMP.
              49 CP-RESOLUTION-TEXT PIC X(60).
           10 CP-GOODWILLAMOUNT    PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICOMPLAINT-CASES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 18 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(COMPLAINT_NOTES)                                  *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BCP))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE COMPLAINT_NOTES TABLE
           ( CASEID                         INTEGER NOT NULL,
             NOTESEQ                        INTEGER NOT NULL,
             NOTETS                         TIMESTAMP NOT NULL,
             NOTEUSER                       CHAR(8) NOT NULL,
             NOTETEXT                       VARCHAR(60) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE COMPLAINT_NOTES                    *
      *                                                                *
      * THE RUNNING LOG OF A COMPLAINT CASE - EVERY CALL BACK,       *
      * PROMISE AND FOLLOW-UP KEYED ON GAM0VCP, NUMBERED WITHIN THE  *
      * CASE. THE OPENING NOTE AND THE RESOLUTION ARE LOGGED HERE    *
      * TOO, SO THE NOTES READ AS THE WHOLE STORY.                   *
      ******************************************************************
       01  DCLCOMPLAINT-NOTES.
           10 CN-CASEID            PIC S9(9) USAGE COMP.
           10 CN-NOTESEQ           PIC S9(9) USAGE COMP.
           10 CN-NOTETS            PIC X(26).
           10 CN-NOTEUSER          PIC X(8).
           10 CN-NOTETEXT.
              49 CN-NOTETEXT-LEN   PIC S9(4) USAGE COMP.
              49 CN-NOTETEXT-TEXT  PIC X(60).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICOMPLAINT-NOTES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
