      ******************************************************************
      * DCLGEN TABLE(DEAL_INSURANCE)                                   *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BIN))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DEAL_INSURANCE TABLE
           ( VIN                            VARCHAR(17) NOT NULL,
             SALEDATE                       DATE NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             INSURERNAME                    CHAR(30),
             POLICYNUMBER                   CHAR(20),
             EFFECTIVEDATE                  DATE,
             AGENTPHONE                     CHAR(12),
             PROOFSTATUS                    CHAR(1) NOT NULL,
             TAGNUMBER                      CHAR(12),
             ENTEREDUSER                    CHAR(8) NOT NULL,
             RECORDEDTS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEAL_INSURANCE                     *
      *                                                                *
      * THE BUYER'S PROOF OF INSURANCE, ONE ROW PER RETAIL DEAL      *
      * GAM0VSE RECORDS (WHOLESALE 'W' DEALS ARE NOT TAGGED OR       *
      * DELIVERED BY US AND HAVE NO ROW). PROOFSTATUS 'V' MEANS THE  *
      * INSURER, POLICY, EFFECTIVE DATE AND AGENT PHONE WERE KEYED   *
      * AND THE POLICY WAS IN FORCE ON THE SALE DATE; 'O' MEANS NONE *
      * WAS PRODUCED AND A MANAGER RELEASED THE TAG AND DELIVERY     *
      * UNDER INSOVRD (THE AUDIT_LOG ROW NAMES THE MANAGER) - THE    *
      * POLICY COLUMNS ARE THEN NULL. TAGNUMBER IS THE TEMP_TAGS TAG *
      * ISSUED ON THE STRENGTH OF IT. GAM0VIO REPORTS THE 'O' ROWS   *
      * MONTHLY.                                                     *
      ******************************************************************
       01  DCLDEAL-INSURANCE.
           10 IN-VIN.
              49 IN-VIN-LEN        PIC S9(4) USAGE COMP.
              49 IN-VIN-TEXT       PIC X(17).
           10 IN-SALEDATE          PIC X(10).
           10 IN-DEALERID          PIC S9(9) USAGE COMP.
           10 IN-INSURERNAME       PIC X(30).
           10 IN-POLICYNUMBER      PIC X(20).
           10 IN-EFFECTIVEDATE     PIC X(10).
           10 IN-AGENTPHONE        PIC X(12).
           10 IN-PROOFSTATUS       PIC X(1).
           10 IN-TAGNUMBER         PIC X(12).
           10 IN-ENTEREDUSER       PIC X(8).
           10 IN-RECORDEDTS        PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDEAL-INSURANCE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
