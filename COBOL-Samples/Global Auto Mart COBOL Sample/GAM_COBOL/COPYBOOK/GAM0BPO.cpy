      ******************************************************************
      * DCLGEN TABLE(CPO_PROGRAMS)                                     *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BPO))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CPO_PROGRAMS TABLE
           ( MAKE                           VARCHAR(20) NOT NULL,
             PROGRAMNAME                    VARCHAR(30) NOT NULL,
             MAXAGEYEARS                    INTEGER NOT NULL,
             MAXMILES                       INTEGER NOT NULL,
             MINCONDGRADE                   CHAR(1) NOT NULL,
             CPOMONTHS                      INTEGER NOT NULL,
             CPOMILES                       INTEGER NOT NULL,
             ACTIVEFLAG                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CPO_PROGRAMS                       *
      *                                                                *
      * THE MANUFACTURER'S CERTIFIED PRE-OWNED PROGRAM FOR A MAKE -    *
      * THE OLDEST MODEL YEAR (IN YEARS BACK FROM THIS ONE) AND THE    *
      * MOST MILES IT WILL CERTIFY, THE LOWEST CONDGRADE (1-5, 5 IS    *
      * BEST) IT WILL TAKE, AND THE CPO LIMITED WARRANTY IT CARRIES    *
      * FROM THE DATE OF SALE IN MONTHS AND MILES. A MAKE WITH NO      *
      * ACTIVE ROW (ACTIVEFLAG 'Y') HAS NO PROGRAM. GAM0VPO CHECKS     *
      * A UNIT AGAINST IT BEFORE IT WILL SIGN THE CERTIFICATION.       *
      ******************************************************************
       01  DCLCPO-PROGRAMS.
           10 PO-MAKE.
              49 PO-MAKE-LEN       PIC S9(4) USAGE COMP.
              49 PO-MAKE-TEXT      PIC X(20).
           10 PO-PROGRAMNAME.
              49 PO-PROGRAMNAME-LEN PIC S9(4) USAGE COMP.
              49 PO-PROGRAMNAME-TEXT PIC X(30).
           10 PO-MAXAGEYEARS       PIC S9(9) USAGE COMP.
           10 PO-MAXMILES          PIC S9(9) USAGE COMP.
           10 PO-MINCONDGRADE      PIC X(1).
           10 PO-CPOMONTHS         PIC S9(9) USAGE COMP.
           10 PO-CPOMILES          PIC S9(9) USAGE COMP.
           10 PO-ACTIVEFLAG        PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICPO-PROGRAMS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 8 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
