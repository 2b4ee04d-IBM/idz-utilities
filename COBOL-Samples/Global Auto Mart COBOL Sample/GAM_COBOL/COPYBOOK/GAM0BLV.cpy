      ******************************************************************
      * DCLGEN TABLE(LCM_RESERVE)                                      *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BLV))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LCM_RESERVE TABLE
           ( DEALERID                       INTEGER NOT NULL,
             RESERVEDATE                    DATE NOT NULL,
             PERIODYEAR                     INTEGER NOT NULL,
             PERIODMONTH                    INTEGER NOT NULL,
             UNITCOUNT                      INTEGER NOT NULL,
             COSTTOTAL                      DECIMAL(11, 2) NOT NULL,
             MARKETTOTAL                    DECIMAL(11, 2) NOT NULL,
             RESERVETOTAL                   DECIMAL(11, 2) NOT NULL,
             PRIORTOTAL                     DECIMAL(11, 2) NOT NULL,
             CHANGEAMT                      DECIMAL(11, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LCM_RESERVE                        *
      *                                                                *
      * ONE ROW PER STORE PER MONTH-END LOWER-OF-COST-OR-MARKET RUN   *
      * (GAM0VLV). UNITCOUNT, COSTTOTAL AND MARKETTOTAL COVER THE     *
      * UNITS VALUED; RESERVETOTAL IS WHAT THE STORE'S STOCK WAS      *
      * WRITTEN DOWN BY - COST LESS MARKET SUMMED OVER THE UNITS      *
      * WHERE MARKET IS THE LOWER. PRIORTOTAL IS THE RESERVE ON THE   *
      * STORE'S LATEST EARLIER ROW (0 FOR THE FIRST) AND CHANGEAMT    *
      * THE DIFFERENCE, WHICH GAM0VGL POSTS THE NIGHT OF THE RUN. A   *
      * STORE THAT CARRIED A RESERVE AND HAS NO STOCK LEFT GETS A     *
      * ZERO ROW SO THE RESERVE IS RELEASED. A SAME-DAY RERUN         *
      * REPLACES THE DAY'S ROWS.                                      *
      ******************************************************************
       01  DCLLCM-RESERVE.
           10 LV-DEALERID          PIC S9(9) USAGE COMP.
           10 LV-RESERVEDATE       PIC X(10).
           10 LV-PERIODYEAR        PIC S9(9) USAGE COMP.
           10 LV-PERIODMONTH       PIC S9(9) USAGE COMP.
           10 LV-UNITCOUNT         PIC S9(9) USAGE COMP.
           10 LV-COSTTOTAL         PIC S9(9)V9(2) USAGE COMP-3.
           10 LV-MARKETTOTAL       PIC S9(9)V9(2) USAGE COMP-3.
           10 LV-RESERVETOTAL      PIC S9(9)V9(2) USAGE COMP-3.
           10 LV-PRIORTOTAL        PIC S9(9)V9(2) USAGE COMP-3.
           10 LV-CHANGEAMT         PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILCM-RESERVE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
