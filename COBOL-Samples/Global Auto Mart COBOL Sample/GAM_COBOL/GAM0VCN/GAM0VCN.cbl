      *---------------------------------------
      * ONLINE CONTROL-TABLE MAINTENANCE, IN THE GAM0VDA SHAPE.
      * THE TABLES THAT STEER PRICING AND BATCH BEHAVIOR STOP BEING
      * DBA SQL: CN-TABLE PICKS P (PRICING_CONTROLS - FLOOR PCT, MIN
      * PHOTOS AND THE FAIR-LENDING MARKUP LIMIT), R
      * (REGION_CONTROL), T (TITLE_DEADLINES), L (RETAIL_LENDERS -
      * MARKUP CAP AND RESERVE SHARE) OR G (GL_ACCOUNT_MAP - WHERE
      * GAM0VGL POSTS EACH STORE'S ACTIVITY); CN-MODE IS A/C/D.
      * RESTRICTED BY THE CTLMAINT FUNCTION ON USER_AUTHORITY
      * (MANAGER), EVERY CHANGE WRITTEN TO AUDIT_LOG. CHANGING A
      * MARKDOWN FLOOR STOPS NEEDING A CHANGE TICKET TO THE DATABASE
      * TEAM.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VCN.

       01  PC-FLOOR                    PIC S9(3)V99 USAGE COMP-3.
       01  PC-MINPHOTOS                PIC S9(9) USAGE COMP.
       01  PC-MAXMARKUP                PIC S9(2)V999 USAGE COMP-3.
       01  IND-PC-MAXMARKUP            PIC S9(4) USAGE COMP.
       01  IND-RTL-MAXMARKUP           PIC S9(4) USAGE COMP.
       01  RC-REGION                   PIC X(10).
       01  RC-REGIONNAME               PIC X(10).
       01  RC-TABLENAME                PIC X(18).
       01  TD-LIENRELDAYS              PIC S9(9) USAGE COMP.
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  CHECK-COUNT                 PIC S9(9) USAGE COMP.
       01  GM-DR-ENTERED               PIC X(6).
       01  GM-CR-ENTERED               PIC X(6).

           COPY GAM0BGM.

       COPY GAM0BAW.
       COPY GAM0BRE.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
               PERFORM 1200-MAINT-REGION-CONTROL
           WHEN "T"
               PERFORM 1300-MAINT-TITLE-DEADLINES
           WHEN "L"
               PERFORM 1400-MAINT-RETAIL-LENDERS THRU 1400-EXIT
           WHEN "G"
               PERFORM 1500-MAINT-GL-ACCOUNT-MAP THRU 1500-EXIT
           WHEN OTHER
               MOVE "TABLE MUST BE P, R, T, L OR G" TO CTLMAINTMSGOUT
           END-EVALUATE.

      *---------------------------------------
      * PRICING_CONTROLS IS THE ONE-ROW TABLE THE GAM0VRP/GAM0VMK
      * FLOOR AND THE GAM0VIE PHOTO MINIMUM READ - CHANGE ONLY, NO
      * ADD OR DELETE. VALUE1 IS THE FLOOR PCT, VALUE2 MIN PHOTOS,
      * VALUE3 THE FAIR-LENDING RATE MARKUP LIMIT IN POINTS THE
      * GAM0VFR RESERVE REPORT FLAGS AGAINST (BLANK - 2.000).
      *---------------------------------------
       1100-MAINT-PRICING-CONTROLS.
           IF CTL-MODE NOT = "C"
           ELSE
               COMPUTE PC-MINPHOTOS = FUNCTION NUMVAL(CTL-VALUE2)
           END-IF.
           IF CTL-VALUE3 = SPACES OR CTL-VALUE3 = LOW-VALUE
               MOVE 0 TO PC-MAXMARKUP
               MOVE -1 TO IND-PC-MAXMARKUP
           ELSE
               COMPUTE PC-MAXMARKUP = FUNCTION NUMVAL(CTL-VALUE3)
               MOVE 0 TO IND-PC-MAXMARKUP
           END-IF.

           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE PRICING_CONTROLS
                  SET FLOORPERCENT = :PC-FLOOR,
                      MINPHOTOS = :PC-MINPHOTOS,
                      MAXRATEMARKUP =
                          :PC-MAXMARKUP :IND-PC-MAXMARKUP
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
               MOVE "CONTROL ROW" TO AUDIT-BEFORE
               MOVE SPACES TO AUDIT-AFTER
               STRING "FLOOR=" CTL-VALUE1(1:8) " MINPHOTOS="
                      CTL-VALUE2(1:4) " MAXMARKUP=" CTL-VALUE3(1:6)
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

      *---------------------------------------
      * RETAIL_LENDERS - KEY IS THE LENDER CODE, VALUE1 THE LENDER
      * NAME, VALUE2 THE MOST IT LETS US MARK ITS BUY RATE UP IN
      * POINTS (BLANK - NO CAP STATED), VALUE3 THE PERCENT OF THE
      * SPREAD IT PAYS BACK AS RESERVE (BLANK - 75.00). GAM0VSE
      * PRICES THE EXPECTED RESERVE OFF THIS ROW AND GAM0VFR FLAGS
      * MARKUPS OVER THE CAP.
      *---------------------------------------
       1400-MAINT-RETAIL-LENDERS.
           IF CTL-KEY = SPACES OR CTL-KEY = LOW-VALUE
               MOVE "ENTER THE LENDER CODE IN THE KEY FIELD" TO
                   CTLMAINTMSGOUT
               GO TO 1400-EXIT
           END-IF.
           MOVE CTL-KEY(1:4) TO RTL-LENDERCODE.
           IF CTL-VALUE1 = LOW-VALUE
               MOVE SPACES TO CTL-VALUE1
           END-IF.
           MOVE 30 TO RTL-LENDERNAME-LEN.
           MOVE CTL-VALUE1 TO RTL-LENDERNAME-TEXT.
           IF CTL-VALUE2 = SPACES OR CTL-VALUE2 = LOW-VALUE
               MOVE 0 TO RTL-MAXMARKUP
               MOVE -1 TO IND-RTL-MAXMARKUP
           ELSE
               COMPUTE RTL-MAXMARKUP = FUNCTION NUMVAL(CTL-VALUE2)
               MOVE 0 TO IND-RTL-MAXMARKUP
           END-IF.
           IF CTL-VALUE3 = SPACES OR CTL-VALUE3 = LOW-VALUE
               MOVE 75 TO RTL-RESERVESHARE
           ELSE
               COMPUTE RTL-RESERVESHARE = FUNCTION NUMVAL(CTL-VALUE3)
           END-IF.
           IF RTL-RESERVESHARE > 100
               MOVE "RESERVE SHARE CANNOT BE OVER 100 PERCENT" TO
                   CTLMAINTMSGOUT
               GO TO 1400-EXIT
           END-IF.

           EVALUATE CTL-MODE
           WHEN "A"
               IF CTL-VALUE1 = SPACES
                   MOVE "ENTER THE LENDER NAME IN VALUE 1" TO
                       CTLMAINTMSGOUT
                   GO TO 1400-EXIT
               END-IF
               EXEC SQL
                   INSERT INTO RETAIL_LENDERS
                       (LENDERCODE, LENDERNAME, MAXMARKUP,
                        RESERVESHARE)
                       VALUES
                       (:RTL-LENDERCODE, :RTL-LENDERNAME,
                        :RTL-MAXMARKUP :IND-RTL-MAXMARKUP,
                        :RTL-RESERVESHARE)
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 1450-AUDIT-LENDER
                   MOVE "LENDER ADDED" TO CTLMAINTMSGOUT
               ELSE
                   MOVE 0 TO SQLCODE
                   MOVE "SQL ERROR ADDING LENDER" TO CTLMAINTMSGOUT
               END-IF
           WHEN "C"
               MOVE 0 TO ROWS-UPDATED
               EXEC SQL
                   UPDATE RETAIL_LENDERS
                      SET LENDERNAME =
                              COALESCE(NULLIF(:RTL-LENDERNAME, ' '),
                                       LENDERNAME),
                          MAXMARKUP =
                              :RTL-MAXMARKUP :IND-RTL-MAXMARKUP,
                          RESERVESHARE = :RTL-RESERVESHARE
                    WHERE LENDERCODE = :RTL-LENDERCODE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO ROWS-UPDATED
               END-IF
               MOVE 0 TO SQLCODE
               IF ROWS-UPDATED > 0
                   PERFORM 1450-AUDIT-LENDER
                   MOVE "LENDER UPDATED" TO CTLMAINTMSGOUT
               ELSE
                   MOVE "LENDER NOT FOUND" TO CTLMAINTMSGOUT
               END-IF
           WHEN "D"
               MOVE 0 TO ROWS-UPDATED
               EXEC SQL
                   DELETE FROM RETAIL_LENDERS
                       WHERE LENDERCODE = :RTL-LENDERCODE
               END-EXEC
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO ROWS-UPDATED
               END-IF
               MOVE 0 TO SQLCODE
               IF ROWS-UPDATED > 0
                   PERFORM 1450-AUDIT-LENDER
                   MOVE "LENDER DELETED" TO CTLMAINTMSGOUT
               ELSE
                   MOVE "LENDER NOT FOUND" TO CTLMAINTMSGOUT
               END-IF
           WHEN OTHER
               MOVE "MODE MUST BE A, C OR D" TO CTLMAINTMSGOUT
           END-EVALUATE.

       1400-EXIT.
           CONTINUE.

       1450-AUDIT-LENDER.
           MOVE RTL-LENDERCODE TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "RETAIL_LENDERS MODE " CTL-MODE
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING CTL-VALUE1(1:18) " CAP=" CTL-VALUE2(1:6)
                  " SHARE=" CTL-VALUE3(1:6)
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

      *---------------------------------------
      * GL_ACCOUNT_MAP - KEY IS THE DEALER ID, VALUE1 THE
      * TRANSACTION TYPE AND N/U/B ("SALE N"), VALUE2 THE COMPANY
      * CODE AND DEPARTMENT ("0100 NEW"), VALUE3 THE DEBIT AND
      * CREDIT ACCOUNTS ("1100 4000", "-" FOR A TYPE WITH NO LEG ON
      * THAT SIDE). GAM0VGL WILL NOT POST A DAY THAT NEEDS A ROW
      * THAT ISN'T HERE. DELETE NEEDS ONLY THE KEY AND VALUE1.
      *---------------------------------------
       1500-MAINT-GL-ACCOUNT-MAP.
           IF CTL-KEY = SPACES OR CTL-KEY = LOW-VALUE
               MOVE "ENTER THE DEALER ID IN THE KEY FIELD" TO
                   CTLMAINTMSGOUT
               GO TO 1500-EXIT
           END-IF.
           COMPUTE GM-DEALERID = FUNCTION NUMVAL(CTL-KEY).
           IF CTL-VALUE1 = LOW-VALUE
               MOVE SPACES TO CTL-VALUE1
           END-IF.
           IF CTL-VALUE2 = LOW-VALUE
               MOVE SPACES TO CTL-VALUE2
           END-IF.
           IF CTL-VALUE3 = LOW-VALUE
               MOVE SPACES TO CTL-VALUE3
           END-IF.

           MOVE SPACES TO GM-TXNTYPE GM-NEWUSED GM-COMPANYCODE
                          GM-DEPARTMENT GM-DR-ENTERED GM-CR-ENTERED.
           UNSTRING CTL-VALUE1 DELIMITED BY ALL SPACE
               INTO GM-TXNTYPE GM-NEWUSED.
           UNSTRING CTL-VALUE2 DELIMITED BY ALL SPACE
               INTO GM-COMPANYCODE GM-DEPARTMENT.
           UNSTRING CTL-VALUE3 DELIMITED BY ALL SPACE
               INTO GM-DR-ENTERED GM-CR-ENTERED.

           IF GM-TXNTYPE = SPACES
               MOVE "ENTER THE TRANSACTION TYPE AND N/U/B IN VALUE 1"
                   TO CTLMAINTMSGOUT
               GO TO 1500-EXIT
           END-IF.
           IF GM-NEWUSED NOT = "N" AND GM-NEWUSED NOT = "U"
              AND GM-NEWUSED NOT = "B"
               MOVE "NEW/USED MUST BE N, U OR B" TO CTLMAINTMSGOUT
               GO TO 1500-EXIT
           END-IF.

           IF GM-DR-ENTERED = "-"
               MOVE SPACES TO GM-DRACCOUNT
           ELSE
               MOVE GM-DR-ENTERED TO GM-DRACCOUNT
           END-IF.
           IF GM-CR-ENTERED = "-"
               MOVE SPACES TO GM-CRACCOUNT
           ELSE
               MOVE GM-CR-ENTERED TO GM-CRACCOUNT
           END-IF.

           IF CTL-MODE = "A" OR CTL-MODE = "C"
               IF GM-COMPANYCODE = SPACES
                   MOVE "ENTER COMPANY AND DEPARTMENT IN VALUE 2" TO
                       CTLMAINTMSGOUT
                   GO TO 1500-EXIT
               END-IF
               IF GM-DR-ENTERED = SPACES OR GM-CR-ENTERED = SPACES
                   MOVE "ENTER DR AND CR ACCOUNTS IN VALUE 3 (- = NONE)"
                       TO CTLMAINTMSGOUT
                   GO TO 1500-EXIT
               END-IF
               IF GM-DRACCOUNT = SPACES AND GM-CRACCOUNT = SPACES
                   MOVE "A MAPPING NEEDS AT LEAST ONE ACCOUNT" TO
                       CTLMAINTMSGOUT
                   GO TO 1500-EXIT
               END-IF
           END-IF.

           EVALUATE CTL-MODE
           WHEN "A"
               EXEC SQL
                   INSERT INTO GL_ACCOUNT_MAP
                       (DEALERID, TXNTYPE, NEWUSED, COMPANYCODE,
                        DEPARTMENT, DRACCOUNT, CRACCOUNT)
                       VALUES
                       (:GM-DEALERID, :GM-TXNTYPE, :GM-NEWUSED,
                        :GM-COMPANYCODE, :GM-DEPARTMENT,
                        :GM-DRACCOUNT, :GM-CRACCOUNT)
               END-EXEC
               IF SQLCODE = 0
                   PERFORM 1550-AUDIT-GL-MAP
                   MOVE "GL MAPPING ADDED" TO CTLMAINTMSGOUT
               ELSE
                   MOVE 0 TO SQLCODE
                   MOVE "SQL ERROR ADDING GL MAPPING" TO CTLMAINTMSGOUT
               END-IF
           WHEN "C"
               MOVE 0 TO ROWS-UPDATED
               EXEC SQL
                   UPDATE GL_ACCOUNT_MAP
                      SET COMPANYCODE = :GM-COMPANYCODE,
                          DEPARTMENT = :GM-DEPARTMENT,
                          DRACCOUNT = :GM-DRACCOUNT,
                          CRACCOUNT = :GM-CRACCOUNT
                    WHERE DEALERID = :GM-DEALERID
                      AND TXNTYPE = :GM-TXNTYPE
                      AND NEWUSED = :GM-NEWUSED
               END-EXEC
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO ROWS-UPDATED
               END-IF
               MOVE 0 TO SQLCODE
               IF ROWS-UPDATED > 0
                   PERFORM 1550-AUDIT-GL-MAP
                   MOVE "GL MAPPING UPDATED" TO CTLMAINTMSGOUT
               ELSE
                   MOVE "GL MAPPING NOT FOUND" TO CTLMAINTMSGOUT
               END-IF
           WHEN "D"
               MOVE 0 TO ROWS-UPDATED
               EXEC SQL
                   DELETE FROM GL_ACCOUNT_MAP
                       WHERE DEALERID = :GM-DEALERID
                         AND TXNTYPE = :GM-TXNTYPE
                         AND NEWUSED = :GM-NEWUSED
               END-EXEC
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO ROWS-UPDATED
               END-IF
               MOVE 0 TO SQLCODE
               IF ROWS-UPDATED > 0
                   PERFORM 1550-AUDIT-GL-MAP
                   MOVE "GL MAPPING DELETED" TO CTLMAINTMSGOUT
               ELSE
                   MOVE "GL MAPPING NOT FOUND" TO CTLMAINTMSGOUT
               END-IF
           WHEN OTHER
               MOVE "MODE MUST BE A, C OR D" TO CTLMAINTMSGOUT
           END-EVALUATE.

       1500-EXIT.
           CONTINUE.

       1550-AUDIT-GL-MAP.
           MOVE SPACES TO AUDIT-KEY.
           STRING CTL-KEY DELIMITED BY SPACE
                  "/" GM-TXNTYPE "/" GM-NEWUSED
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "GL_ACCOUNT_MAP MODE " CTL-MODE
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "CO=" GM-COMPANYCODE " DEPT=" GM-DEPARTMENT
                  " DR=" GM-DRACCOUNT " CR=" GM-CRACCOUNT
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
