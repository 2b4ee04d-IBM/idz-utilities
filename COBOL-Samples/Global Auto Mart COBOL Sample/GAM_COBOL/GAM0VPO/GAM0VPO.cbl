      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VPO.cbl                                     *
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
      * ONLINE CERTIFIED PRE-OWNED INSPECTION AND SIGN-OFF. KEY A
      * USED VIN AND PRESS ENTER FOR THE UNIT'S CPO PROGRAM (BY
      * MAKE, CPO_PROGRAMS), WHETHER IT IS ELIGIBLE AND WHERE ITS
      * INSPECTION CHECKLIST STANDS - OUTSTANDING AND FAILED ITEMS
      * FIRST. PF5 WITH AN ITEM NUMBER AND A RESULT (P OR F, A NOTE
      * ON A FAIL) RECORDS ONE CHECKLIST POINT AGAINST THE VIN; PF6
      * IS THE INSPECTOR'S SIGN-OFF - IT CERTIFIES THE UNIT ONLY IF
      * IT IS STILL ELIGIBLE AND EVERY CHECKLIST ITEM HAS PASSED,
      * AND SETS THE CPOFLAG THE SEARCH, THE WEBSITE FEED AND THE
      * WINDOW STICKER CARRY. THE INSPECTION ROWS STAY ON FILE AS
      * THE PROOF THE MANUFACTURER ASKS FOR BEFORE IT PAYS ON A
      * CERTIFIED SALE. A STORE USER WORKS ONLY THEIR OWN STORE'S
      * UNITS.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VPO.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE CPO INSPECTION BMS MAP
      *---------------------------------------
       COPY GAM0MDP.
       01  CPOINSPO REDEFINES GAMVPO1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  POVINOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  POITEMOUT               PIC X(3).
           05  FILLER                  PIC X(9).
           05  PORSLTOUT               PIC X(1).
           05  FILLER                  PIC X(9).
           05  PONOTEOUT               PIC X(30).
           05  FILLER                  PIC X(9).
           05  CPOMSGOUT               PIC X(60).

       01  CPOINSP-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  PO-PANEL.
           05  PP-LINE-1   PIC X(79) VALUE
               "GAM0VPO CERTIFIED PRE-OWNED INSPECTION".
           05  PP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  PP-LINE-LAST PIC X(79) VALUE
               "PF5+ITEM+RESULT=RECORD ITEM  PF6=SIGN OFF AND CERTIFY".

       01  CPO-VIN                     PIC X(17).
       01  CPO-ITEM-IN                 PIC X(3).
       01  CPO-ITEMNO                  PIC S9(9) USAGE COMP.
       01  CPO-RESULT-IN               PIC X(1).
       01  CPO-NOTE-IN                 PIC X(30).
       01  IND-CPO-NOTE                PIC S9(4) USAGE COMP.
       01  CPO-LOADED                  PIC X(1).
       01  CPO-REGION                  PIC X(10).
       01  CPO-MAKE                    PIC X(20).
       01  CPO-MODEL                   PIC X(20).
       01  CPO-AUTOYEAR                PIC S9(9) USAGE COMP.
       01  CPO-MILES                   PIC S9(9) USAGE COMP.
       01  IND-CPO-MILES               PIC S9(4) USAGE COMP.
       01  CPO-DEALERID                PIC S9(9) USAGE COMP.
       01  CPO-NEWAUTO                 PIC X(1).
       01  CPO-CONDGRADE               PIC X(1).
       01  IND-CPO-CONDGRADE           PIC S9(4) USAGE COMP.
       01  CPO-RECALLFLAG              PIC X(1).
       01  CPO-EXCEPTIONFLAG           PIC X(1).
       01  CPO-ACCIDENTFLAG            PIC X(1).
       01  CPO-FRAMEDAMAGE             PIC X(1).
       01  CPO-FLOODTITLE              PIC X(1).
       01  CPO-PROGRAM-FOUND           PIC X(1).
       01  CPO-ELIG-MSG                PIC X(60).
       01  CPO-CURRENT-YEAR            PIC S9(9) USAGE COMP.
       01  CPO-HIST-STATUS             PIC X(1).
       01  CPO-HIST-BRAND              PIC X(4).
       01  IND-CPO-HIST-BRAND          PIC S9(4) USAGE COMP.
       01  CPO-HIST-ACCIDENTS          PIC S9(9) USAGE COMP.
       01  IND-CPO-HIST-ACCIDENTS      PIC S9(4) USAGE COMP.
       01  CPO-ITEM-COUNT              PIC S9(9) USAGE COMP.
       01  CPO-PASS-COUNT              PIC S9(9) USAGE COMP.
       01  IND-CPO-PASS                PIC S9(4) USAGE COMP.
       01  CPO-FAIL-COUNT              PIC S9(9) USAGE COMP.
       01  IND-CPO-FAIL                PIC S9(4) USAGE COMP.
       01  CPO-OPEN-COUNT              PIC S9(9) USAGE COMP.
       01  CPO-CERT-COUNT              PIC S9(9) USAGE COMP.
       01  CPO-CERT-DATE               PIC X(10).
       01  CPO-CERT-INSPECTOR          PIC X(8).
       01  CPO-ITEM-RESULT             PIC X(1).
       01  CPO-ITEM-NOTE               PIC X(30).
       01  CPO-RESULT-TEXT             PIC X(4).
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  USER-DEALERID               PIC S9(9) USAGE COMP.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-YEAR                PIC 9(4).
       01  CONVERT-MILES               PIC ZZZZZZ9.
       01  CONVERT-ITEMNO              PIC ZZ9.
       01  CONVERT-COUNT               PIC ZZ9.
       01  CONVERT-PASSED              PIC ZZ9.
       01  CONVERT-FAILED              PIC ZZ9.
       01  CONVERT-OPEN                PIC ZZ9.

       COPY GAM0BAW.
       COPY GAM0BPO.
       COPY GAM0BKL.
       COPY GAM0BKI.
       COPY GAM0BCS.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * THE UNIT'S CHECKLIST AGAINST WHAT HAS BEEN INSPECTED -
      * ANYTHING NOT YET PASSED COMES FIRST, SO THE INSPECTOR SEES
      * WHAT STANDS BETWEEN THE UNIT AND ITS CERTIFICATION.
      *---------------------------------------
       EXEC SQL
           DECLARE CHECKCURSOR CURSOR FOR
               SELECT K.ITEMNO, K.ITEMDESC,
                      COALESCE(I.RESULT, ' '),
                      COALESCE(I.NOTE, ' ')
                   FROM CPO_CHECKLIST K
                   LEFT OUTER JOIN CPO_INSPECTIONS I
                           ON I.VIN = :CPO-VIN
                          AND I.ITEMNO = K.ITEMNO
                   WHERE K.MAKE = :CPO-MAKE
                   ORDER BY CASE WHEN I.RESULT = 'P' THEN 1
                                 ELSE 0 END,
                            K.ITEMNO
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE CPOINSPO.
           MOVE LOW-VALUE TO CPOINSPO.

           IF EIBCALEN = 0
               INITIALIZE CPOINSP-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO CPOINSP-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE "CPOINSP" TO AUTH-FUNCTION.
           MOVE "N" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"
               PERFORM 0200-RESOLVE-USER-DEALER
               PERFORM 0000-PROCESS-CPO
           ELSE
               IF EIBAID = DFHPF3 OR EIBAID = DFHPF12
                   EXEC CICS SEND
                       CONTROL
                       ERASE
                       FREEKB
                       END-EXEC
                   EXEC CICS RETURN
                       END-EXEC
               END-IF
               MOVE "NOT AUTHORIZED FOR CPO INSPECTION" TO CPOMSGOUT
               PERFORM 1900-SEND-MAP
           END-IF.

           GOBACK.

      *---------------------------------------
      * COMMON SIGN-ON CHECK - THE CICS USER MUST HOLD A
      * USER_AUTHORITY ROW FOR THIS FUNCTION (MANAGER ROLE WHERE THE
      * FUNCTION DEMANDS IT) BEFORE THE UPDATE LOGIC RUNS. A REFUSAL
      * IS ITSELF RECORDED ON THE AUDIT TRAIL SO THE VIOLATIONS
      * REPORT (GAM0VVR) HAS SOMETHING TO SHOW THE AUDITORS.
      *---------------------------------------
       0100-CHECK-AUTHORITY.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE 0 TO AUTH-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :AUTH-COUNT
                   FROM USER_AUTHORITY
                   WHERE USERID = :AUDIT-USER
                     AND FUNCTIONCODE = :AUTH-FUNCTION
                     AND (:AUTH-NEED-MGR = 'N'
                          OR USERROLE = 'MANAGER')
           END-EXEC.

           IF AUTH-COUNT > 0
               MOVE "Y" TO AUTH-OK
           ELSE
               MOVE "N" TO AUTH-OK
               MOVE "VIOLATION" TO AUDIT-KEY
               MOVE AUTH-FUNCTION TO AUDIT-BEFORE
               MOVE "DENIED" TO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
           END-IF.

      *---------------------------------------
      * A STORE USER'S DEALER COMES OFF USER_AUTHORITY; NO ROW OR A
      * NULL DEALER MEANS HEAD OFFICE, WHICH MAY WORK ANY STORE'S.
      *---------------------------------------
       0200-RESOLVE-USER-DEALER.
           MOVE 0 TO USER-DEALERID.
           EXEC SQL
               SELECT COALESCE(MAX(DEALERID), 0)
                   INTO :USER-DEALERID
                   FROM USER_AUTHORITY
                   WHERE USERID = :AUDIT-USER
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO USER-DEALERID
           END-IF.
           MOVE 0 TO SQLCODE.

       0000-PROCESS-CPO.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-SHOW-CHECKLIST THRU 1000-EXIT

           WHEN EIBAID = DFHPF5
               PERFORM 1500-RECORD-RESULT THRU 1500-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1700-CERTIFY-UNIT THRU 1700-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE

           WHEN EIBAID = DFHPF3 OR DFHPF12
               EXEC CICS
                   SYNCPOINT
                   END-EXEC
               EXEC CICS SEND
                   CONTROL
                   ERASE
                   FREEKB
                   END-EXEC
               EXEC CICS RETURN
                   END-EXEC

           WHEN OTHER
               MOVE "INVALID KEY PRESSED" TO CPOMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * ENTER - THE UNIT, ITS PROGRAM AND ELIGIBILITY (OR ITS
      * CERTIFICATION, ONCE SIGNED), THE CHECKLIST TALLY AND AS MANY
      * CHECKLIST ITEMS AS FIT, OUTSTANDING FIRST.
      *---------------------------------------
       1000-SHOW-CHECKLIST.
           PERFORM 1100-LOAD-VEHICLE THRU 1100-EXIT.
           IF CPO-LOADED NOT = "Y"
               PERFORM 1900-SEND-MAP
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-CHECK-ELIGIBILITY THRU 1200-EXIT.
           PERFORM 1300-COUNT-CHECKLIST.

           MOVE 0 TO PANEL-LINE-COUNT.
           PERFORM 1050-CLEAR-PANEL-LINES.

           MOVE CPO-AUTOYEAR TO CONVERT-YEAR.
           MOVE SPACES TO PANEL-LINE-TEXT.
           IF IND-CPO-MILES < 0
               STRING CPO-VIN " " CONVERT-YEAR " " CPO-MAKE " "
                      CPO-MODEL " NO ODOMETER"
                   DELIMITED BY SIZE INTO PANEL-LINE-TEXT
           ELSE
               MOVE CPO-MILES TO CONVERT-MILES
               STRING CPO-VIN " " CONVERT-YEAR " " CPO-MAKE " "
                      CPO-MODEL " " CONVERT-MILES " MI"
                   DELIMITED BY SIZE INTO PANEL-LINE-TEXT
           END-IF.
           PERFORM 1060-ADD-PANEL-LINE.

           MOVE SPACES TO PANEL-LINE-TEXT.
           EVALUATE TRUE
           WHEN CPO-CERT-COUNT > 0
               STRING "CERTIFIED " CPO-CERT-DATE " BY "
                      CPO-CERT-INSPECTOR " - "
                      PO-PROGRAMNAME-TEXT
                   DELIMITED BY SIZE INTO PANEL-LINE-TEXT
           WHEN CPO-ELIG-MSG NOT = SPACES
               STRING "NOT ELIGIBLE: " CPO-ELIG-MSG
                   DELIMITED BY SIZE INTO PANEL-LINE-TEXT
           WHEN OTHER
               STRING "ELIGIBLE - " PO-PROGRAMNAME-TEXT
                   DELIMITED BY SIZE INTO PANEL-LINE-TEXT
           END-EVALUATE.
           PERFORM 1060-ADD-PANEL-LINE.

           IF CPO-ITEM-COUNT = 0
               MOVE "NO CPO CHECKLIST ON FILE FOR THIS MAKE" TO
                   PANEL-LINE-TEXT
               PERFORM 1060-ADD-PANEL-LINE
           ELSE
               MOVE CPO-ITEM-COUNT TO CONVERT-COUNT
               MOVE CPO-PASS-COUNT TO CONVERT-PASSED
               MOVE CPO-FAIL-COUNT TO CONVERT-FAILED
               MOVE CPO-OPEN-COUNT TO CONVERT-OPEN
               MOVE SPACES TO PANEL-LINE-TEXT
               STRING "CHECKLIST " CONVERT-COUNT " ITEMS "
                      CONVERT-PASSED " PASSED " CONVERT-FAILED
                      " FAILED " CONVERT-OPEN " NOT INSPECTED"
                   DELIMITED BY SIZE INTO PANEL-LINE-TEXT
               PERFORM 1060-ADD-PANEL-LINE
           END-IF.

           EXEC SQL OPEN CHECKCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH CHECKCURSOR
                      INTO :KL-ITEMNO, :KL-ITEMDESC,
                           :CPO-ITEM-RESULT, :CPO-ITEM-NOTE
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1070-FORMAT-ITEM-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CHECKCURSOR END-EXEC.

           EXEC CICS SEND TEXT FROM(PO-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1000-EXIT.
           CONTINUE.

       1050-CLEAR-PANEL-LINES.
           MOVE SPACES TO PP-DETAIL-LINE (1) PP-DETAIL-LINE (2)
                          PP-DETAIL-LINE (3) PP-DETAIL-LINE (4)
                          PP-DETAIL-LINE (5) PP-DETAIL-LINE (6)
                          PP-DETAIL-LINE (7) PP-DETAIL-LINE (8).

       1060-ADD-PANEL-LINE.
           ADD 1 TO PANEL-LINE-COUNT.
           MOVE PANEL-LINE-TEXT TO PP-DETAIL-LINE (PANEL-LINE-COUNT).

       1070-FORMAT-ITEM-LINE.
           EVALUATE CPO-ITEM-RESULT
           WHEN "P"
               MOVE "PASS" TO CPO-RESULT-TEXT
           WHEN "F"
               MOVE "FAIL" TO CPO-RESULT-TEXT
           WHEN OTHER
               MOVE "----" TO CPO-RESULT-TEXT
           END-EVALUATE.
           MOVE KL-ITEMNO TO CONVERT-ITEMNO.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING CONVERT-ITEMNO " " CPO-RESULT-TEXT " "
                  KL-ITEMDESC-TEXT (1:KL-ITEMDESC-LEN)
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           IF CPO-ITEM-RESULT = "F"
               MOVE CPO-ITEM-NOTE TO PANEL-LINE-TEXT (50:30)
           END-IF.
           PERFORM 1060-ADD-PANEL-LINE.

      *---------------------------------------
      * THE UNIT MUST BE IN UNSOLD INVENTORY AND, FOR A STORE USER,
      * THEIR OWN STORE'S. ITS ACTIVE CPO PROGRAM (IF THE MAKE HAS
      * ONE) AND ANY CERTIFICATION ALREADY SIGNED COME WITH IT.
      *---------------------------------------
       1100-LOAD-VEHICLE.
           MOVE "N" TO CPO-LOADED.
           MOVE POVINOUT TO CPO-VIN.
           IF CPO-VIN = SPACES OR CPO-VIN = LOW-VALUE
               MOVE "ENTER A VIN" TO CPOMSGOUT
               GO TO 1100-EXIT
           END-IF.
           MOVE CPO-VIN TO POVINOUT.

           EXEC SQL
               SELECT REGION, MAKE, MODEL, AUTOYEAR, MILES, DEALERID,
                      NEWAUTO, CONDGRADE,
                      COALESCE(RECALLFLAG, 'N'),
                      COALESCE(EXCEPTIONFLAG, 'N'),
                      COALESCE(ACCIDENTFLAG, 'N'),
                      COALESCE(FRAMEDAMAGE, 'N'),
                      COALESCE(FLOODTITLE, 'N')
                   INTO :CPO-REGION, :CPO-MAKE, :CPO-MODEL,
                        :CPO-AUTOYEAR, :CPO-MILES :IND-CPO-MILES,
                        :CPO-DEALERID, :CPO-NEWAUTO,
                        :CPO-CONDGRADE :IND-CPO-CONDGRADE,
                        :CPO-RECALLFLAG, :CPO-EXCEPTIONFLAG,
                        :CPO-ACCIDENTFLAG, :CPO-FRAMEDAMAGE,
                        :CPO-FLOODTITLE
                   FROM INVENTORY
                   WHERE VIN = :CPO-VIN
                     AND SOLDFLAG NOT = 'Y'
           END-EXEC.
           IF SQLCODE = 100
               MOVE "VIN NOT IN UNSOLD INVENTORY" TO CPOMSGOUT
               GO TO 1100-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE "SQL ERROR READING THE VEHICLE" TO CPOMSGOUT
               GO TO 1100-EXIT
           END-IF.
           IF USER-DEALERID NOT = 0
              AND CPO-DEALERID NOT = USER-DEALERID
               MOVE "THAT UNIT BELONGS TO ANOTHER STORE" TO CPOMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE "N" TO CPO-PROGRAM-FOUND.
           MOVE SPACES TO PO-PROGRAMNAME-TEXT.
           EXEC SQL
               SELECT PROGRAMNAME, MAXAGEYEARS, MAXMILES,
                      MINCONDGRADE, CPOMONTHS, CPOMILES
                   INTO :PO-PROGRAMNAME, :PO-MAXAGEYEARS,
                        :PO-MAXMILES, :PO-MINCONDGRADE,
                        :PO-CPOMONTHS, :PO-CPOMILES
                   FROM CPO_PROGRAMS
                   WHERE MAKE = :CPO-MAKE
                     AND ACTIVEFLAG = 'Y'
           END-EXEC.
           IF SQLCODE = 0
               MOVE "Y" TO CPO-PROGRAM-FOUND
           END-IF.

           MOVE 0 TO CPO-CERT-COUNT.
           EXEC SQL
               SELECT CHAR(CERTDATE, ISO), INSPECTOR
                   INTO :CPO-CERT-DATE, :CPO-CERT-INSPECTOR
                   FROM CPO_CERTIFICATIONS
                   WHERE VIN = :CPO-VIN
                     AND STATUS = 'C'
           END-EXEC.
           IF SQLCODE = 0
               MOVE 1 TO CPO-CERT-COUNT
           END-IF.
           MOVE 0 TO SQLCODE.

           MOVE "Y" TO CPO-LOADED.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE PROGRAM'S ELIGIBILITY RULES - A USED UNIT OF A MAKE WITH
      * AN ACTIVE PROGRAM, NO OLDER AND NO HIGHER-MILEAGE THAN THE
      * PROGRAM ALLOWS, AT OR ABOVE ITS MINIMUM CONDGRADE, WITH A
      * CLEAN HISTORY (NO ACCIDENT, FRAME OR FLOOD FLAG, AND A
      * VENDOR HISTORY REPORT BACK WITH NO BRAND AND NO ACCIDENTS),
      * NO OPEN RECALL AND NO OPEN INVENTORY EXCEPTION. THE FIRST
      * RULE BROKEN IS LEFT IN CPO-ELIG-MSG; SPACES MEANS ELIGIBLE.
      *---------------------------------------
       1200-CHECK-ELIGIBILITY.
           MOVE SPACES TO CPO-ELIG-MSG.

           IF CPO-NEWAUTO = "Y"
               MOVE "NEW UNITS ARE NOT CERTIFIED PRE-OWNED" TO
                   CPO-ELIG-MSG
               GO TO 1200-EXIT
           END-IF.
           IF CPO-PROGRAM-FOUND NOT = "Y"
               MOVE "NO ACTIVE CPO PROGRAM FOR THIS MAKE" TO
                   CPO-ELIG-MSG
               GO TO 1200-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO CPO-CURRENT-YEAR.
           IF CPO-CURRENT-YEAR - CPO-AUTOYEAR > PO-MAXAGEYEARS
               MOVE "MODEL YEAR TOO OLD FOR THE CPO PROGRAM" TO
                   CPO-ELIG-MSG
               GO TO 1200-EXIT
           END-IF.
           IF IND-CPO-MILES < 0
               MOVE "NO ODOMETER READING ON THE UNIT" TO CPO-ELIG-MSG
               GO TO 1200-EXIT
           END-IF.
           IF CPO-MILES > PO-MAXMILES
               MOVE "OVER THE CPO PROGRAM MILEAGE LIMIT" TO
                   CPO-ELIG-MSG
               GO TO 1200-EXIT
           END-IF.
           IF IND-CPO-CONDGRADE < 0
              OR CPO-CONDGRADE = SPACE
              OR CPO-CONDGRADE < PO-MINCONDGRADE
               MOVE "CONDITION GRADE BELOW THE CPO MINIMUM" TO
                   CPO-ELIG-MSG
               GO TO 1200-EXIT
           END-IF.
           IF CPO-ACCIDENTFLAG = "Y" OR CPO-FRAMEDAMAGE = "Y"
              OR CPO-FLOODTITLE = "Y"
               MOVE "ACCIDENT, FRAME OR FLOOD HISTORY" TO CPO-ELIG-MSG
               GO TO 1200-EXIT
           END-IF.
           IF CPO-RECALLFLAG = "Y"
               MOVE "OPEN SAFETY RECALL - COMPLETE IT FIRST" TO
                   CPO-ELIG-MSG
               GO TO 1200-EXIT
           END-IF.
           IF CPO-EXCEPTIONFLAG = "Y"
               MOVE "OPEN INVENTORY EXCEPTION ON THE UNIT" TO
                   CPO-ELIG-MSG
               GO TO 1200-EXIT
           END-IF.

           MOVE SPACES TO CPO-HIST-STATUS.
           EXEC SQL
               SELECT STATUS, TITLEBRAND, ACCIDENTCOUNT
                   INTO :CPO-HIST-STATUS,
                        :CPO-HIST-BRAND :IND-CPO-HIST-BRAND,
                        :CPO-HIST-ACCIDENTS :IND-CPO-HIST-ACCIDENTS
                   FROM VEHICLE_HISTORY
                   WHERE VIN = :CPO-VIN
                   ORDER BY REQUESTDATE DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0 OR CPO-HIST-STATUS NOT = "R"
               MOVE 0 TO SQLCODE
               MOVE "NO VEHICLE HISTORY REPORT BACK ON THE VIN" TO
                   CPO-ELIG-MSG
               GO TO 1200-EXIT
           END-IF.
           IF IND-CPO-HIST-BRAND < 0
               MOVE SPACES TO CPO-HIST-BRAND
           END-IF.
           IF IND-CPO-HIST-ACCIDENTS < 0
               MOVE 0 TO CPO-HIST-ACCIDENTS
           END-IF.
           IF CPO-HIST-BRAND NOT = SPACES
              OR CPO-HIST-ACCIDENTS > 0
               MOVE "HISTORY REPORT SHOWS A BRAND OR AN ACCIDENT" TO
                   CPO-ELIG-MSG
               GO TO 1200-EXIT
           END-IF.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * WHERE THE MAKE'S CHECKLIST STANDS ON THIS VIN.
      *---------------------------------------
       1300-COUNT-CHECKLIST.
           MOVE 0 TO CPO-ITEM-COUNT.
           MOVE 0 TO CPO-PASS-COUNT.
           MOVE 0 TO CPO-FAIL-COUNT.
           EXEC SQL
               SELECT COUNT(*),
                      SUM(CASE WHEN I.RESULT = 'P' THEN 1
                               ELSE 0 END),
                      SUM(CASE WHEN I.RESULT = 'F' THEN 1
                               ELSE 0 END)
                   INTO :CPO-ITEM-COUNT,
                        :CPO-PASS-COUNT :IND-CPO-PASS,
                        :CPO-FAIL-COUNT :IND-CPO-FAIL
                   FROM CPO_CHECKLIST K
                   LEFT OUTER JOIN CPO_INSPECTIONS I
                           ON I.VIN = :CPO-VIN
                          AND I.ITEMNO = K.ITEMNO
                   WHERE K.MAKE = :CPO-MAKE
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO CPO-ITEM-COUNT
           END-IF.
           IF SQLCODE NOT = 0 OR IND-CPO-PASS < 0
               MOVE 0 TO CPO-PASS-COUNT
           END-IF.
           IF SQLCODE NOT = 0 OR IND-CPO-FAIL < 0
               MOVE 0 TO CPO-FAIL-COUNT
           END-IF.
           MOVE 0 TO SQLCODE.
           COMPUTE CPO-OPEN-COUNT =
               CPO-ITEM-COUNT - CPO-PASS-COUNT - CPO-FAIL-COUNT.

      *---------------------------------------
      * PF5 - ONE CHECKLIST POINT. A RE-INSPECTION REPLACES THE
      * EARLIER RESULT; A FAIL MUST SAY WHY. NOTHING CHANGES ONCE
      * THE UNIT IS CERTIFIED - THE SIGNED CHECKLIST IS THE PROOF.
      *---------------------------------------
       1500-RECORD-RESULT.
           PERFORM 1100-LOAD-VEHICLE THRU 1100-EXIT.
           IF CPO-LOADED NOT = "Y"
               GO TO 1500-EXIT
           END-IF.
           IF CPO-CERT-COUNT > 0
               MOVE "UNIT IS ALREADY CERTIFIED" TO CPOMSGOUT
               GO TO 1500-EXIT
           END-IF.

           MOVE POITEMOUT TO CPO-ITEM-IN.
           MOVE PORSLTOUT TO CPO-RESULT-IN.
           MOVE PONOTEOUT TO CPO-NOTE-IN.
           IF CPO-ITEM-IN = LOW-VALUE
               MOVE SPACES TO CPO-ITEM-IN
           END-IF.
           IF CPO-RESULT-IN = LOW-VALUE
               MOVE SPACES TO CPO-RESULT-IN
           END-IF.
           IF CPO-NOTE-IN = LOW-VALUE
               MOVE SPACES TO CPO-NOTE-IN
           END-IF.

           IF CPO-ITEM-IN = SPACES
               MOVE "ENTER THE CHECKLIST ITEM NUMBER" TO CPOMSGOUT
               GO TO 1500-EXIT
           END-IF.
           COMPUTE CPO-ITEMNO = FUNCTION NUMVAL(CPO-ITEM-IN).
           IF CPO-ITEMNO NOT > 0
               MOVE "ITEM NUMBER MUST BE NUMERIC" TO CPOMSGOUT
               GO TO 1500-EXIT
           END-IF.
           IF CPO-RESULT-IN NOT = "P" AND CPO-RESULT-IN NOT = "F"
               MOVE "RESULT MUST BE P (PASS) OR F (FAIL)" TO CPOMSGOUT
               GO TO 1500-EXIT
           END-IF.
           IF CPO-RESULT-IN = "F" AND CPO-NOTE-IN = SPACES
               MOVE "ENTER A NOTE FOR A FAILED ITEM" TO CPOMSGOUT
               GO TO 1500-EXIT
           END-IF.

           EXEC SQL
               SELECT ITEMDESC INTO :KL-ITEMDESC
                   FROM CPO_CHECKLIST
                   WHERE MAKE = :CPO-MAKE
                     AND ITEMNO = :CPO-ITEMNO
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "ITEM IS NOT ON THE CHECKLIST FOR THIS MAKE" TO
                   CPOMSGOUT
               GO TO 1500-EXIT
           END-IF.

           MOVE 0 TO IND-CPO-NOTE.
           IF CPO-NOTE-IN = SPACES
               MOVE -1 TO IND-CPO-NOTE
           END-IF.
           EXEC SQL
               UPDATE CPO_INSPECTIONS
                  SET RESULT = :CPO-RESULT-IN,
                      NOTE = :CPO-NOTE-IN :IND-CPO-NOTE,
                      INSPECTOR = :AUDIT-USER,
                      INSPECTEDTS = CURRENT TIMESTAMP
                WHERE VIN = :CPO-VIN
                  AND ITEMNO = :CPO-ITEMNO
           END-EXEC.
           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CPO_INSPECTIONS
                       (VIN, ITEMNO, RESULT, NOTE, INSPECTOR,
                        INSPECTEDTS)
                       VALUES (:CPO-VIN, :CPO-ITEMNO, :CPO-RESULT-IN,
                               :CPO-NOTE-IN :IND-CPO-NOTE,
                               :AUDIT-USER, CURRENT TIMESTAMP)
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR RECORDING THE INSPECTION" TO CPOMSGOUT
               GO TO 1500-EXIT
           END-IF.

           MOVE CPO-ITEMNO TO CONVERT-ITEMNO.
           MOVE CPO-VIN TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "CPO ITEM=" CONVERT-ITEMNO
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "RESULT=" CPO-RESULT-IN " INSPECTED"
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           PERFORM 1300-COUNT-CHECKLIST.
           MOVE CPO-PASS-COUNT TO CONVERT-PASSED.
           MOVE CPO-ITEM-COUNT TO CONVERT-COUNT.
           MOVE SPACES TO CPOMSGOUT.
           STRING "ITEM " CONVERT-ITEMNO " RECORDED - "
                  CONVERT-PASSED " OF " CONVERT-COUNT " PASSED"
               DELIMITED BY SIZE INTO CPOMSGOUT.
           MOVE SPACES TO POITEMOUT PORSLTOUT PONOTEOUT.

       1500-EXIT.
           CONTINUE.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
      * WORK AS THE CHANGE IT DESCRIBES.
      *---------------------------------------
       1600-WRITE-AUDIT.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VPO',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

      *---------------------------------------
      * PF6 - THE INSPECTOR'S SIGN-OFF. THE UNIT MUST STILL MEET
      * THE PROGRAM RULES AND EVERY CHECKLIST ITEM MUST HAVE PASSED.
      * THE CERTIFICATION ROW AND THE CPOFLAG ON THE BACKING
      * REGIONAL TABLE (THE VIEW IS READ-ONLY) GO IN ONE UNIT OF
      * WORK WITH THE AUDIT ROW.
      *---------------------------------------
       1700-CERTIFY-UNIT.
           PERFORM 1100-LOAD-VEHICLE THRU 1100-EXIT.
           IF CPO-LOADED NOT = "Y"
               GO TO 1700-EXIT
           END-IF.
           IF CPO-CERT-COUNT > 0
               MOVE "UNIT IS ALREADY CERTIFIED" TO CPOMSGOUT
               GO TO 1700-EXIT
           END-IF.

           PERFORM 1200-CHECK-ELIGIBILITY THRU 1200-EXIT.
           IF CPO-ELIG-MSG NOT = SPACES
               MOVE CPO-ELIG-MSG TO CPOMSGOUT
               GO TO 1700-EXIT
           END-IF.

           PERFORM 1300-COUNT-CHECKLIST.
           IF CPO-ITEM-COUNT = 0
               MOVE "NO CPO CHECKLIST ON FILE FOR THIS MAKE" TO
                   CPOMSGOUT
               GO TO 1700-EXIT
           END-IF.
           IF CPO-PASS-COUNT < CPO-ITEM-COUNT
               COMPUTE CPO-OPEN-COUNT =
                   CPO-ITEM-COUNT - CPO-PASS-COUNT
               MOVE CPO-OPEN-COUNT TO CONVERT-OPEN
               MOVE SPACES TO CPOMSGOUT
               STRING CONVERT-OPEN " CHECKLIST ITEMS NOT YET PASSED"
                   DELIMITED BY SIZE INTO CPOMSGOUT
               GO TO 1700-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO CPO_CERTIFICATIONS
                   (VIN, MAKE, DEALERID, CERTDATE, CERTMILES,
                    INSPECTOR, STATUS, SALEDATE, REGISTEREDDATE)
                   VALUES (:CPO-VIN, :CPO-MAKE, :CPO-DEALERID,
                           CURRENT DATE, :CPO-MILES, :AUDIT-USER,
                           'C', NULL, NULL)
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR RECORDING THE CERTIFICATION" TO
                   CPOMSGOUT
               GO TO 1700-EXIT
           END-IF.

           MOVE 0 TO ROWS-UPDATED.
           EVALUATE CPO-REGION
           WHEN "EASTERN"
               EXEC SQL
                   UPDATE EASTINVNTRY
                      SET CPOFLAG = 'Y'
                    WHERE VIN = :CPO-VIN
                      AND SOLDFLAG NOT = 'Y'
               END-EXEC
           WHEN "CENTRAL"
               EXEC SQL
                   UPDATE CENTINVNTRY
                      SET CPOFLAG = 'Y'
                    WHERE VIN = :CPO-VIN
                      AND SOLDFLAG NOT = 'Y'
               END-EXEC
           WHEN "PACIFIC"
               EXEC SQL
                   UPDATE PACINVNTRY
                      SET CPOFLAG = 'Y'
                    WHERE VIN = :CPO-VIN
                      AND SOLDFLAG NOT = 'Y'
               END-EXEC
           END-EVALUATE.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           IF ROWS-UPDATED = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "VEHICLE NOT FOUND OR ALREADY SOLD" TO CPOMSGOUT
               GO TO 1700-EXIT
           END-IF.

           MOVE CPO-VIN TO AUDIT-KEY.
           MOVE "CPOFLAG=N" TO AUDIT-BEFORE.
           MOVE "CPOFLAG=Y CERTIFIED" TO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO CPOMSGOUT.
           STRING "CERTIFIED PRE-OWNED - " PO-PROGRAMNAME-TEXT
               DELIMITED BY SIZE INTO CPOMSGOUT.

       1700-EXIT.
           CONTINUE.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVPO1')
               MAPSET('GAM0MDP')
               FROM(CPOINSPO)
               ERASE
           END-EXEC.
