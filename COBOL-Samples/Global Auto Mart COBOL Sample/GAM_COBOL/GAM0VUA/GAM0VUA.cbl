      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VUA.cbl                                     *
      *                                                                *
      * STATEMENT          IBM WebSphere Developer for System z        *
      *                    5724-L44                                    *
      *                    (c) Copyright IBM Corp. 2006                *
      *                                                                *
      * DISCLAIMER OF WARRANTIES                                       *
      * You may copy, modify, and distribute these samples, or their   *
      * modifications, in any form, internally or as part of your      *
      * application or related documentation. These samples have not   *
      * been tested under all conditions and are provided to you by    *
      * IBM without obligation of support of any kind. IBM PROVIDES    *
      * THESE SAMPLES "AS IS" SUBJECT TO ANY STATUTORY WARRANTIES THAT *
      * CANNOT BE EXCLUDED. IBM MAKES NO WARRANTIES OR CONDITIONS,     *
      * EITHER EXPRESS OR IMPLIED, INCLUDING BUT NOT LIMITED TO, THE   *
      * IMPLIED WARRANTIES OR CONDITIONS OF MERCHANTABILITY, FITNESS   *
      * FOR A PARTICULAR PURPOSE, AND NON-INFRINGEMENT REGARDING THESE *
      * SAMPLES OR TECHNICAL SUPPORT, IF ANY.                          *
      * You will indemnify IBM or third parties that provide IBM       *
      * products ("Third Parties") from and against any third party    *
      * claim arising out of the use, modification or distribution of  *
      * these samples with your application. You may not use the same  *
      * path name as the original files/modules. You must not alter or *
      * delete any copyright information in the Samples.               *
      *                                                                *
      ******************************************************************
      *---------------------------------------
      * QUARTERLY USER ACCESS RECERTIFICATION. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VHW
      * IS). EVERY USER_AUTHORITY ROW IS LISTED UNDER ITS STORE
      * (HEAD OFFICE FOR A NULL OR ZERO DEALER), USER BY USER, WITH
      * THE DATE THE FUNCTION WAS LAST EXERCISED ACCORDING TO
      * AUDIT_LOG - THE PROGRAM(S) THAT CHECK THE FUNCTION, AND FOR
      * THE MANAGER OVERRIDES THE AUDIT ROW THE OVERRIDE LEAVES.
      * ACCESS NOT USED IN 90 DAYS IS FLAGGED FOR REMOVAL. UNDER
      * EACH USER ANY SEGREGATION-OF-DUTIES CONFLICTS FOLLOW - BOTH
      * FUNCTIONS HELD THAT SHOULD NOT BE (SELL + UNWIND, REPRICE +
      * SELL), AND BOTH ENDS ACTUALLY DONE ON THE SAME VIN IN THE
      * LAST QUARTER (SOLD THEN UNWOUND, REPRICED THEN SOLD, DEPOSIT
      * TAKEN THEN REFUNDED). THE LINES GO TO REPORT_REPOSITORY
      * (TYPE "ACCRECRT") SCOPED TO EACH STORE, WHERE THE STORE
      * MANAGER READS AND SIGNS OFF THEIR LIST WITH PF6 ON GAM0VRB.
      * STORES THAT NEVER SIGNED THE PREVIOUS RUN ARE COUNTED AT
      * THE END FOR INTERNAL AUDIT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VUA.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY GAM0BUA.
       COPY GAM0BRP.
       COPY GAM0BRS.

       01 SCHEMA-CONNECT        PIC X(8).

      *---------------------------------------
      * WHICH AUDIT ROWS SHOW A FUNCTION BEING USED: THE PROGRAM(S)
      * THAT ASK FOR IT IN 0100-CHECK-AUTHORITY, AND THE START OF
      * THE AFTER IMAGE ("%" FOR ANY ROW THE PROGRAM WRITES). A
      * NEW FUNCTION CODE NEEDS A LINE HERE OR IT SHOWS AS NOT
      * TRACKED.
      *---------------------------------------
       01 UA-FUNCTION-LIT.
          05 FILLER             PIC X(48) VALUE
             "ACCYMNT GAM0VAC         %                       ".
          05 FILLER             PIC X(48) VALUE
             "AUCTION GAM0VAR         %                       ".
          05 FILLER             PIC X(48) VALUE
             "CALMAINTGAM0VBD         %                       ".
          05 FILLER             PIC X(48) VALUE
             "COMPLNT GAM0VCP         %                       ".
          05 FILLER             PIC X(48) VALUE
             "CTLMAINTGAM0VCN         %                       ".
          05 FILLER             PIC X(48) VALUE
             "DLRMAINTGAM0VDA         %                       ".
          05 FILLER             PIC X(48) VALUE
             "HOLD    GAM0VDI         %                       ".
          05 FILLER             PIC X(48) VALUE
             "OFACOVRDGAM0VSE GAM0VDP RELEASED AFTER MANAGER% ".
          05 FILLER             PIC X(48) VALUE
             "DELIVERYGAM0VDV         %                       ".
          05 FILLER             PIC X(48) VALUE
             "DATAERASGAM0VER         %                       ".
          05 FILLER             PIC X(48) VALUE
             "FICANCELGAM0VFC         %                       ".
          05 FILLER             PIC X(48) VALUE
             "GROSSAPRGAM0VGA GAM0VSE MIN%                    ".
          05 FILLER             PIC X(48) VALUE
             "FPOVRLMTGAM0VRV         RELEASED AFTER MANAGER% ".
          05 FILLER             PIC X(48) VALUE
             "BHPHPAY GAM0VHP         %                       ".
          05 FILLER             PIC X(48) VALUE
             "MDLMAINTGAM0VMA         %                       ".
          05 FILLER             PIC X(48) VALUE
             "CUSTMERGGAM0VMC         %                       ".
          05 FILLER             PIC X(48) VALUE
             "MARKSOLDGAM0VMS         %                       ".
          05 FILLER             PIC X(48) VALUE
             "OVERRIDEGAM0VMS GAM0VSE HOLD OVERRIDDEN%        ".
          05 FILLER             PIC X(48) VALUE
             "OBJMAINTGAM0VOB         %                       ".
          05 FILLER             PIC X(48) VALUE
             "PERCLOSEGAM0VPC         %                       ".
          05 FILLER             PIC X(48) VALUE
             "CLOSOVRDGAM0VPC         CLOSED ON OVERRIDE%     ".
          05 FILLER             PIC X(48) VALUE
             "REPRICE GAM0VRP         %                       ".
          05 FILLER             PIC X(48) VALUE
             "LICOVRD GAM0VSE         DEAL RELEASED BY%       ".
          05 FILLER             PIC X(48) VALUE
             "INSOVRD GAM0VSE         TAG/DELIVERY RELEASED%  ".
          05 FILLER             PIC X(48) VALUE
             "RFLGOVRDGAM0VSE         RED FLAG CLEARED%       ".
          05 FILLER             PIC X(48) VALUE
             "SALEENTRGAM0VSE         %                       ".
          05 FILLER             PIC X(48) VALUE
             "SHOWROOMGAM0VSW         %                       ".
          05 FILLER             PIC X(48) VALUE
             "SPMAINT GAM0VSM         %                       ".
          05 FILLER             PIC X(48) VALUE
             "TAGVOID GAM0VTL         %                       ".
          05 FILLER             PIC X(48) VALUE
             "UNWIND  GAM0VUW         %                       ".
          05 FILLER             PIC X(48) VALUE
             "VNDMAINTGAM0VVN         %                       ".
          05 FILLER             PIC X(48) VALUE
             "RPTSIGN GAM0VRB         %                       ".
       01 UA-FUNCTION-TAB REDEFINES UA-FUNCTION-LIT.
          05 UA-FUNCTION-ENTRY  OCCURS 32 TIMES.
             10 UF-FUNCTION     PIC X(8).
             10 UF-PROGRAM-1    PIC X(8).
             10 UF-PROGRAM-2    PIC X(8).
             10 UF-PATTERN      PIC X(24).
       01 UF-IX                 PIC S9(4) USAGE COMP.
       01 UF-FOUND              PIC X(1).
       01 UA-PROGRAM-1          PIC X(8).
       01 UA-PROGRAM-2          PIC X(8).

       01 UA-PATTERN.
          49 UA-PATTERN-LEN     PIC S9(4) USAGE COMP.
          49 UA-PATTERN-TEXT    PIC X(24).

       01 UA-STORE-ID           PIC S9(9) USAGE COMP.
       01 UA-DEALERNAME         PIC X(35).
       01 UA-LAST-USED          PIC X(10).
       01 UA-DAYS-IDLE          PIC S9(9) USAGE COMP.
       01 IND-LAST-USED         PIC S9(4) USAGE COMP.
       01 UA-CONFLICT-COUNT     PIC S9(9) USAGE COMP.
       01 UA-CONFLICT-VIN       PIC X(17).
       01 IND-CONFLICT-VIN      PIC S9(4) USAGE COMP.
       01 UA-HOLDS-A            PIC S9(9) USAGE COMP.
       01 UA-HOLDS-B            PIC S9(9) USAGE COMP.
       01 UA-PRIOR-RUNDATE      PIC X(10).
       01 IND-PRIOR-RUNDATE     PIC S9(4) USAGE COMP.
       01 UA-UNSIGNED-STORES    PIC S9(9) USAGE COMP.
       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.
       01 PRIOR-USERID          PIC X(8) VALUE SPACES.

       01 STORE-ROWS            PIC S9(9) USAGE COMP VALUE 0.
       01 STORE-IDLE            PIC S9(9) USAGE COMP VALUE 0.
       01 STORE-CONFLICTS       PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-ROWS            PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-IDLE            PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-CONFLICTS       PIC S9(9) USAGE COMP VALUE 0.

       01 UA-LINE.
          05 FILLER             PIC X(4) VALUE SPACE.
          05 UA-FUNCTION        PIC X(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 UA-ROLE            PIC X(8).
          05 FILLER             PIC X(11) VALUE " LAST USED ".
          05 UA-USED            PIC X(10).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 UA-FLAG            PIC X(30).

       01 UA-SOD-LINE.
          05 FILLER             PIC X(4) VALUE SPACE.
          05 FILLER             PIC X(14) VALUE "SOD CONFLICT: ".
          05 UA-SOD-TEXT        PIC X(30).
          05 UA-SOD-COUNT       PIC ZZZ9.
          05 FILLER             PIC X(6) VALUE " VINS ".
          05 UA-SOD-VIN         PIC X(17).

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.
       01 LINE-LABEL            PIC X(32).

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE UAUSERS CURSOR FOR
               SELECT COALESCE(U.DEALERID, 0),
                      COALESCE(D.DEALERNAME, 'HEAD OFFICE'),
                      U.USERID, U.USERROLE, U.FUNCTIONCODE
                   FROM USER_AUTHORITY U
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = U.DEALERID
                   ORDER BY 1, U.USERID, U.FUNCTIONCODE
           END-EXEC.

       LINKAGE SECTION.

       01 LINKSCHEMA.
          05 LINKSCHEMA-LENGTH     PIC S9(4) COMP.
          05 LINKSCHEMA-TXT        PIC X(8).

       PROCEDURE DIVISION USING LINKSCHEMA.

           MOVE SPACES TO SCHEMA-CONNECT.
           MOVE LINKSCHEMA-TXT TO SCHEMA-CONNECT.

           IF SCHEMA-CONNECT NOT = SPACES
              EXEC SQL CONNECT TO :SCHEMA-CONNECT END-EXEC
           END-IF.

           MOVE "ACCRECRT" TO RP-REPORTTYPE.
           PERFORM 0200-COUNT-UNSIGNED-STORES.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE 0 TO RP-DEALERID.
           MOVE "USER ACCESS RECERTIFICATION - SIGN OFF WITH PF6 ON"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "GAM0VRB. UNUSED 90+ DAYS = REMOVE UNLESS JUSTIFIED"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-ACCESS.

           IF PRIOR-DEALERID NOT = -1
              PERFORM 1500-CHECK-SOD THRU 1500-EXIT
              PERFORM 2000-STORE-TOTAL
           END-IF.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE "ACCESS ROWS REVIEWED" TO LINE-LABEL.
           MOVE TOTAL-ROWS TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "UNUSED 90+ DAYS" TO LINE-LABEL.
           MOVE TOTAL-IDLE TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "SEGREGATION-OF-DUTIES CONFLICTS" TO LINE-LABEL.
           MOVE TOTAL-CONFLICTS TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           IF IND-PRIOR-RUNDATE = 0
              MOVE "STORES NOT SIGNED OFF LAST RUN" TO LINE-LABEL
              MOVE UA-UNSIGNED-STORES TO DISPLAY-COUNT
              STRING LINE-LABEL " " DISPLAY-COUNT " ("
                 UA-PRIOR-RUNDATE ")"
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "ACCESS RECERTIFICATION COMPLETE".

           GOBACK.

      *---------------------------------------
      * THE LAST RUN BEFORE TODAY AND HOW MANY OF ITS STORES NEVER
      * SIGNED IT OFF - TAKEN BEFORE TODAY'S ROWS ARE CLEARED.
      *---------------------------------------
       0200-COUNT-UNSIGNED-STORES.
           MOVE 0 TO UA-UNSIGNED-STORES.
           EXEC SQL
               SELECT CHAR(MAX(RUNDATE), ISO)
                   INTO :UA-PRIOR-RUNDATE :IND-PRIOR-RUNDATE
                   FROM REPORT_REPOSITORY
                   WHERE REPORTTYPE = :RP-REPORTTYPE
                     AND RUNDATE < CURRENT DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE -1 TO IND-PRIOR-RUNDATE
           END-IF.
           MOVE 0 TO SQLCODE.

           IF IND-PRIOR-RUNDATE = 0
              EXEC SQL
                  SELECT COUNT(DISTINCT R.DEALERID)
                      INTO :UA-UNSIGNED-STORES
                      FROM REPORT_REPOSITORY R
                      WHERE R.REPORTTYPE = :RP-REPORTTYPE
                        AND R.RUNDATE = DATE(:UA-PRIOR-RUNDATE)
                        AND R.DEALERID <> 0
                        AND NOT EXISTS
                            (SELECT 1 FROM REPORT_SIGNOFFS S
                                WHERE S.REPORTTYPE = R.REPORTTYPE
                                  AND S.RUNDATE = R.RUNDATE
                                  AND S.DEALERID = R.DEALERID)
              END-EXEC
              MOVE 0 TO SQLCODE
           END-IF.

       1000-LIST-ACCESS.

           EXEC SQL OPEN UAUSERS END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING UAUSERS, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH UAUSERS
                      INTO :UA-STORE-ID, :UA-DEALERNAME,
                           :UA-USERID, :UA-USERROLE, :UA-FUNCTIONCODE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING UAUSERS, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-PRINT-ACCESS
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE UAUSERS END-EXEC.

       1100-PRINT-ACCESS.
           IF UA-STORE-ID NOT = PRIOR-DEALERID
              IF PRIOR-DEALERID NOT = -1
                 PERFORM 1500-CHECK-SOD THRU 1500-EXIT
                 PERFORM 2000-STORE-TOTAL
              END-IF
              MOVE UA-STORE-ID TO PRIOR-DEALERID
              MOVE SPACES TO PRIOR-USERID
              MOVE UA-STORE-ID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE UA-STORE-ID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " UA-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           IF UA-USERID NOT = PRIOR-USERID
              IF PRIOR-USERID NOT = SPACES
                 PERFORM 1500-CHECK-SOD THRU 1500-EXIT
              END-IF
              MOVE UA-USERID TO PRIOR-USERID
              STRING "  USER " UA-USERID
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           PERFORM 1200-FIND-LAST-USED THRU 1200-EXIT.

           MOVE UA-FUNCTIONCODE TO UA-FUNCTION.
           MOVE UA-USERROLE TO UA-ROLE.
           MOVE SPACES TO UA-FLAG.
           EVALUATE TRUE
              WHEN UF-FOUND NOT = "Y"
                 MOVE "N/A" TO UA-USED
                 MOVE "FUNCTION NOT TRACKED" TO UA-FLAG
              WHEN IND-LAST-USED < 0
                 MOVE "NEVER" TO UA-USED
                 MOVE "** UNUSED 90+ DAYS **" TO UA-FLAG
                 ADD 1 TO STORE-IDLE TOTAL-IDLE
              WHEN UA-DAYS-IDLE > 90
                 MOVE UA-LAST-USED TO UA-USED
                 MOVE "** UNUSED 90+ DAYS **" TO UA-FLAG
                 ADD 1 TO STORE-IDLE TOTAL-IDLE
              WHEN OTHER
                 MOVE UA-LAST-USED TO UA-USED
           END-EVALUATE.
           MOVE UA-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           ADD 1 TO STORE-ROWS TOTAL-ROWS.

      *---------------------------------------
      * LATEST AUDIT ROW FOR THE FUNCTION BY THIS USER. REFUSALS
      * (KEY "VIOLATION") DON'T COUNT AS USE.
      *---------------------------------------
       1200-FIND-LAST-USED.
           MOVE "N" TO UF-FOUND.
           MOVE -1 TO IND-LAST-USED.
           MOVE 0 TO UA-DAYS-IDLE.
           PERFORM VARYING UF-IX FROM 1 BY 1
                   UNTIL UF-IX > 32 OR UF-FOUND = "Y"
              IF UF-FUNCTION (UF-IX) = UA-FUNCTIONCODE
                 MOVE "Y" TO UF-FOUND
              END-IF
           END-PERFORM.
           IF UF-FOUND NOT = "Y"
              GO TO 1200-EXIT
           END-IF.
           SUBTRACT 1 FROM UF-IX.

           MOVE UF-PROGRAM-1 (UF-IX) TO UA-PROGRAM-1.
           MOVE UF-PROGRAM-2 (UF-IX) TO UA-PROGRAM-2.
           MOVE UF-PATTERN (UF-IX) TO UA-PATTERN-TEXT.
           PERFORM VARYING UA-PATTERN-LEN FROM 24 BY -1
                   UNTIL UA-PATTERN-LEN < 2
                      OR UA-PATTERN-TEXT (UA-PATTERN-LEN:1)
                         NOT = SPACE
              CONTINUE
           END-PERFORM.

           EXEC SQL
               SELECT CHAR(DATE(MAX(AUDITTS)), ISO),
                      DAYS(CURRENT DATE) - DAYS(MAX(AUDITTS))
                   INTO :UA-LAST-USED :IND-LAST-USED,
                        :UA-DAYS-IDLE :IND-LAST-USED
                   FROM AUDIT_LOG
                   WHERE AUDITUSER = :UA-USERID
                     AND TRANSPROG IN (:UA-PROGRAM-1, :UA-PROGRAM-2)
                     AND AUDITKEY <> 'VIOLATION'
                     AND COALESCE(AFTERIMAGE, ' ') LIKE :UA-PATTERN
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE -1 TO IND-LAST-USED
           END-IF.
           MOVE 0 TO SQLCODE.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * SEGREGATION OF DUTIES FOR THE USER JUST LISTED (PRIOR-
      * USERID): FIRST THE INCOMPATIBLE FUNCTIONS THEY HOLD, THEN
      * BOTH HALVES ACTUALLY DONE BY THEM ON ONE VIN THIS QUARTER.
      *---------------------------------------
       1500-CHECK-SOD.
           IF PRIOR-USERID = SPACES
              GO TO 1500-EXIT
           END-IF.

           MOVE 0 TO UA-HOLDS-A UA-HOLDS-B.
           EXEC SQL
               SELECT SUM(CASE WHEN FUNCTIONCODE IN ('SALEENTR',
                                    'MARKSOLD') THEN 1 ELSE 0 END),
                      SUM(CASE WHEN FUNCTIONCODE = 'UNWIND'
                               THEN 1 ELSE 0 END)
                   INTO :UA-HOLDS-A, :UA-HOLDS-B
                   FROM USER_AUTHORITY
                   WHERE USERID = :PRIOR-USERID
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF UA-HOLDS-A > 0 AND UA-HOLDS-B > 0
              MOVE "HOLDS SELL AND UNWIND" TO UA-SOD-TEXT
              MOVE 0 TO UA-CONFLICT-COUNT
              MOVE SPACES TO UA-CONFLICT-VIN
              PERFORM 1590-PRINT-CONFLICT
           END-IF.

           MOVE 0 TO UA-HOLDS-A UA-HOLDS-B.
           EXEC SQL
               SELECT SUM(CASE WHEN FUNCTIONCODE = 'REPRICE'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN FUNCTIONCODE IN ('SALEENTR',
                                    'MARKSOLD') THEN 1 ELSE 0 END)
                   INTO :UA-HOLDS-A, :UA-HOLDS-B
                   FROM USER_AUTHORITY
                   WHERE USERID = :PRIOR-USERID
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF UA-HOLDS-A > 0 AND UA-HOLDS-B > 0
              MOVE "HOLDS REPRICE AND SELL" TO UA-SOD-TEXT
              MOVE 0 TO UA-CONFLICT-COUNT
              MOVE SPACES TO UA-CONFLICT-VIN
              PERFORM 1590-PRINT-CONFLICT
           END-IF.

           MOVE 0 TO UA-CONFLICT-COUNT.
           EXEC SQL
               SELECT COUNT(DISTINCT A.AUDITKEY), MIN(A.AUDITKEY)
                   INTO :UA-CONFLICT-COUNT,
                        :UA-CONFLICT-VIN :IND-CONFLICT-VIN
                   FROM AUDIT_LOG A, AUDIT_LOG B
                   WHERE A.AUDITUSER = :PRIOR-USERID
                     AND A.TRANSPROG IN ('GAM0VSE', 'GAM0VMS')
                     AND A.AFTERIMAGE LIKE 'SOLDFLAG=Y%'
                     AND A.AUDITTS >= CURRENT TIMESTAMP - 3 MONTHS
                     AND B.AUDITUSER = A.AUDITUSER
                     AND B.AUDITKEY = A.AUDITKEY
                     AND B.TRANSPROG = 'GAM0VUW'
                     AND B.AFTERIMAGE LIKE 'SALE UNWOUND%'
                     AND B.AUDITTS > A.AUDITTS
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF UA-CONFLICT-COUNT > 0
              MOVE "SOLD AND UNWOUND SAME SALE" TO UA-SOD-TEXT
              PERFORM 1590-PRINT-CONFLICT
           END-IF.

           MOVE 0 TO UA-CONFLICT-COUNT.
           EXEC SQL
               SELECT COUNT(DISTINCT A.AUDITKEY), MIN(A.AUDITKEY)
                   INTO :UA-CONFLICT-COUNT,
                        :UA-CONFLICT-VIN :IND-CONFLICT-VIN
                   FROM AUDIT_LOG A, AUDIT_LOG B
                   WHERE A.AUDITUSER = :PRIOR-USERID
                     AND A.TRANSPROG = 'GAM0VRP'
                     AND A.AFTERIMAGE LIKE 'PRICE=%'
                     AND A.AUDITTS >= CURRENT TIMESTAMP - 3 MONTHS
                     AND B.AUDITUSER = A.AUDITUSER
                     AND B.AUDITKEY = A.AUDITKEY
                     AND B.TRANSPROG IN ('GAM0VSE', 'GAM0VMS')
                     AND B.AFTERIMAGE LIKE 'SOLDFLAG=Y%'
                     AND B.AUDITTS > A.AUDITTS
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF UA-CONFLICT-COUNT > 0
              MOVE "REPRICED THEN SOLD SAME VIN" TO UA-SOD-TEXT
              PERFORM 1590-PRINT-CONFLICT
           END-IF.

           MOVE 0 TO UA-CONFLICT-COUNT.
           EXEC SQL
               SELECT COUNT(DISTINCT A.AUDITKEY), MIN(A.AUDITKEY)
                   INTO :UA-CONFLICT-COUNT,
                        :UA-CONFLICT-VIN :IND-CONFLICT-VIN
                   FROM AUDIT_LOG A, AUDIT_LOG B
                   WHERE A.AUDITUSER = :PRIOR-USERID
                     AND A.TRANSPROG = 'GAM0VDP'
                     AND A.AFTERIMAGE LIKE 'DEPOSIT TAKEN%'
                     AND A.AUDITTS >= CURRENT TIMESTAMP - 3 MONTHS
                     AND B.AUDITUSER = A.AUDITUSER
                     AND B.AUDITKEY = A.AUDITKEY
                     AND B.TRANSPROG = 'GAM0VDP'
                     AND B.AFTERIMAGE LIKE 'DEPOSIT REFUNDED%'
                     AND B.AUDITTS > A.AUDITTS
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF UA-CONFLICT-COUNT > 0
              MOVE "TOOK AND REFUNDED DEPOSIT" TO UA-SOD-TEXT
              PERFORM 1590-PRINT-CONFLICT
           END-IF.

       1500-EXIT.
           CONTINUE.

       1590-PRINT-CONFLICT.
           MOVE UA-CONFLICT-COUNT TO UA-SOD-COUNT.
           MOVE UA-CONFLICT-VIN TO UA-SOD-VIN.
           MOVE UA-SOD-LINE TO RP-LINETEXT-TEXT.
           IF UA-CONFLICT-COUNT = 0
              MOVE SPACES TO RP-LINETEXT-TEXT (49:)
           END-IF.
           PERFORM 8000-PUT-LINE.
           ADD 1 TO STORE-CONFLICTS TOTAL-CONFLICTS.

       2000-STORE-TOTAL.
           MOVE "  STORE ACCESS ROWS" TO LINE-LABEL.
           MOVE STORE-ROWS TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  STORE UNUSED 90+ DAYS" TO LINE-LABEL.
           MOVE STORE-IDLE TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  STORE SOD CONFLICTS" TO LINE-LABEL.
           MOVE STORE-CONFLICTS TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE 0 TO STORE-ROWS.
           MOVE 0 TO STORE-IDLE.
           MOVE 0 TO STORE-CONFLICTS.

       8000-PUT-LINE.
           DISPLAY RP-LINETEXT-TEXT.
           PERFORM 9600-WRITE-REPO-LINE.
           MOVE SPACES TO RP-LINETEXT-TEXT.

      *---------------------------------------
      * A RERUN THE SAME DAY REPLACES THE DAY'S ROWS.
      *---------------------------------------
       9500-CLEAR-TODAYS-REPORT.
           EXEC SQL
               DELETE FROM REPORT_REPOSITORY
                   WHERE REPORTTYPE = :RP-REPORTTYPE
                     AND RUNDATE = CURRENT DATE
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE 0 TO REPO-LINE-NO.

       9600-WRITE-REPO-LINE.
           ADD 1 TO REPO-LINE-NO.
           MOVE REPO-LINE-NO TO RP-LINENUM.
           EXEC SQL
               INSERT INTO REPORT_REPOSITORY
                   (REPORTTYPE, RUNDATE, DEALERID, LINENUM, LINETEXT)
                   VALUES
                   (:RP-REPORTTYPE, CURRENT DATE, :RP-DEALERID,
                    :RP-LINENUM, :RP-LINETEXT-TEXT)
           END-EXEC.
           MOVE 0 TO SQLCODE.
