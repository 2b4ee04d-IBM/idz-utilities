             CURT120DUEDATE                 DATE,
             CURT120AMOUNT                  DECIMAL(9, 2),
             CURT120PAIDDATE                DATE,
             STATUS                         CHAR(1) NOT NULL,
             PAYOFFDUEDATE                  DATE,
             PAYOFFDATE                     DATE,
             PAYOFFAMOUNT                   DECIMAL(9, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FLOORPLAN                          *
      *                                                                *
      * ONE ROW PER FLOORED UNIT, OPENED BY THE NIGHTLY GAM0VFL RUN  *
      * THE FIRST TIME A COSTED UNIT IS SEEN. STATUS 'A' IS AN OPEN  *
      * FLOORING LINE; 'P' MEANS THE LINE WAS PAID OFF - PAYOFFDATE  *
      * AND PAYOFFAMOUNT, RECORDED ON GAM0VCT. A SOLD UNIT STAYS 'A' *
      * AND ACCRUING UNTIL IT IS PAID: THE SALE STAMPS PAYOFFDUEDATE *
      * (GAM0VSE, OR GAM0VFL FOR A UNIT THAT LEFT STOCK ANOTHER WAY) *
      * FROM THE LENDER'S PAYOFF WINDOW, AND GAM0VOT CHASES IT.      *
      * LASTACCRUALAMT IS THE INTEREST POSTED BY THE MOST RECENT     *
      * ACCRUAL - THE GL EXTRACT (GAM0VGL) PICKS UP ROWS WHOSE       *
      * LASTACCRUALDATE IS TODAY.                                    *
      ******************************************************************
       01  DCLFLOORPLAN.
           10 FL-VIN.
           10 FL-CURT120AMOUNT     PIC S9(7)V9(2) USAGE COMP-3.
           10 FL-CURT120PAIDDATE   PIC X(10).
           10 FL-STATUS            PIC X(1).
           10 FL-PAYOFFDUEDATE     PIC X(10).
           10 FL-PAYOFFDATE        PIC X(10).
           10 FL-PAYOFFAMOUNT      PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IFLOORPLAN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 16 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(FLOORPLAN_LENDER)                                 *
             LENDERNAME                     VARCHAR(30) NOT NULL,
             ANNUALRATE                     DECIMAL(6, 4) NOT NULL,
             CURTAILMENTPCT                 DECIMAL(3, 2) NOT NULL,
             DEFAULTFLAG                    CHAR(1) NOT NULL,
             PAYOFFDAYS                     SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FLOORPLAN_LENDER                   *
      * 8.25 PERCENT. CURTAILMENTPCT IS THE SHARE OF PRINCIPAL DUE AT *
      * EACH CURTAILMENT POINT, E.G. 0.10. EXACTLY ONE ROW CARRIES    *
      * DEFAULTFLAG 'Y' - UNITS WITH NO ASSIGNED LENDER FLOOR THERE.  *
      * PAYOFFDAYS IS THE LENDER'S WINDOW TO PAY OFF A SOLD UNIT,    *
      * IN BUSINESS DAYS FROM THE SALE.                              *
      ******************************************************************
       01  DCLFLOORPLAN-LENDER.
           10 FLL-LENDERCODE       PIC X(4).
           10 FLL-ANNUALRATE       PIC S9(2)V9(4) USAGE COMP-3.
           10 FLL-CURTAILMENTPCT   PIC S9(1)V9(2) USAGE COMP-3.
           10 FLL-DEFAULTFLAG      PIC X(1).
           10 FLL-PAYOFFDAYS       PIC S9(4) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IFLOORPLAN-LENDER.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(FLOORPLAN_CREDIT_LINE)                            *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BFL))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FLOORPLAN_CREDIT_LINE TABLE
           ( LENDERCODE                     CHAR(4) NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             CREDITLIMIT                    DECIMAL(11, 2) NOT NULL,
             UTILIZEDAMT                    DECIMAL(11, 2) NOT NULL,
             UTILIZEDDATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FLOORPLAN_CREDIT_LINE              *
      *                                                                *
      * THE CREDIT LINE EACH LENDER EXTENDS EACH STORE - ONE ROW PER *
      * LENDER AND DEALER. UTILIZEDAMT IS WHAT THE STORE OWES ON THE *
      * LINE: OPEN FLOORPLAN PRINCIPAL LESS CURTAILMENTS PAID, PLUS  *
      * (ON THE DEFAULT LENDER'S LINE) COSTED UNITS NOT YET FLOORED. *
      * GAM0VFL RESTAMPS IT NIGHTLY WITH UTILIZEDDATE; GAM0VRV       *
      * INTAKE WORKS THE SAME FIGURE LIVE, WARNS AT 90 PERCENT OF    *
      * CREDITLIMIT AND REFUSES A UNIT PAST 100 PERCENT WITHOUT A    *
      * MANAGER FPOVRLMT OVERRIDE. GAM0VLU REPORTS IT DAILY.         *
      ******************************************************************
       01  DCLFLOORPLAN-CREDIT-LINE.
           10 FLC-LENDERCODE       PIC X(4).
           10 FLC-DEALERID         PIC S9(9) USAGE COMP.
           10 FLC-CREDITLIMIT      PIC S9(9)V9(2) USAGE COMP-3.
           10 FLC-UTILIZEDAMT      PIC S9(9)V9(2) USAGE COMP-3.
           10 FLC-UTILIZEDDATE     PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IFLOORPLAN-CREDIT-LINE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(FLOORPLAN_STATEMENT)                              *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BFL))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FLOORPLAN_STATEMENT TABLE
           ( LENDERCODE                     CHAR(4) NOT NULL,
             STMTDATE                       DATE NOT NULL,
             VIN                            VARCHAR(17) NOT NULL,
             PRINCIPAL                      DECIMAL(9, 2) NOT NULL,
             INTEREST                       DECIMAL(9, 2) NOT NULL,
             LOADDATE                       DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FLOORPLAN_STATEMENT                *
      *                                                                *
      * EACH LENDER'S MONTHLY FLOOR-PLAN STATEMENT AS LOADED BY      *
      * GAM0VLR - ONE ROW PER UNIT THE LENDER SAYS IT IS FLOORING AT *
      * STMTDATE, WITH THE PRINCIPAL STILL OWED AND THE INTEREST     *
      * CHARGED TO DATE. A RELOAD OF THE SAME LENDER AND STATEMENT   *
      * DATE REPLACES ITS ROWS. GAM0VLR RECONCILES IT VIN BY VIN     *
      * AGAINST FLOORPLAN AND RAISES THE BREAKS ON EXCEPTIONS.       *
      ******************************************************************
       01  DCLFLOORPLAN-STATEMENT.
           10 FLS-LENDERCODE       PIC X(4).
           10 FLS-STMTDATE         PIC X(10).
           10 FLS-VIN.
              49 FLS-VIN-LEN       PIC S9(4) USAGE COMP.
              49 FLS-VIN-TEXT      PIC X(17).
           10 FLS-PRINCIPAL        PIC S9(7)V9(2) USAGE COMP-3.
           10 FLS-INTEREST         PIC S9(7)V9(2) USAGE COMP-3.
           10 FLS-LOADDATE         PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IFLOORPLAN-STATEMENT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
