      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VMA.cbl                                     *
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
      * MAKE/MODEL CATALOG MAINTENANCE - THE ONE-OFF ADDITIONS AND
      * CORRECTIONS BETWEEN GAM0VMY'S OEM CATALOG LOADS. ENTER WITH
      * A MAKE LISTS ITS MODELS (FROM THE MODEL KEYED, IF ANY) WITH
      * THE MODEL YEARS BUILT AND WHEN EACH ROW WAS LAST CHANGED.
      * PF5 WITH A MAKE, MODEL AND FIRST YEAR ADDS THE MODEL, OR
      * CHANGES ITS YEARS IF IT IS ALREADY ON MAKE_MODEL - A BLANK
      * LAST YEAR MEANS STILL IN PRODUCTION, AND KEYING ONE IS HOW
      * A DISCONTINUED MODEL IS CLOSED TO NEW INTAKE. PF7 WITH A
      * TRIM NAME ADDS IT TO TRIM_CODES. MANAGER ONLY, MDLMAINT
      * FUNCTION ON USER_AUTHORITY; THE CATALOG IS SHARED BY EVERY
      * STORE, SO ONLY HEAD OFFICE MAY CHANGE IT. EVERY CHANGE IS
      * AUDITED AND STAMPS UPDATEDTS, SO GAM0VMM'S PICKERS SHOW IT
      * THE SAME DAY.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VMA.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE MODEL CATALOG BMS MAP
      *---------------------------------------
       COPY GAM0MDR.
       01  CATMAINTO REDEFINES GAMVMA1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  MAMAKEOUT               PIC X(20).
           05  FILLER                  PIC X(9).
           05  MAMODELOUT              PIC X(20).
           05  FILLER                  PIC X(9).
           05  MAFIRSTOUT              PIC X(4).
           05  FILLER                  PIC X(9).
           05  MALASTOUT               PIC X(4).
           05  FILLER                  PIC X(9).
           05  MATRIMOUT               PIC X(32).
           05  FILLER                  PIC X(9).
           05  CATMAMSGOUT             PIC X(60).

       01  CATMAINT-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  MA-PANEL.
           05  MP-LINE-1   PIC X(79) VALUE
               "GAM0VMA MAKE/MODEL CATALOG - MODEL YEARS BUILT".
           05  MP-LINE-2   PIC X(79) VALUE
               "MODEL                FIRST LAST  LAST CHANGED".
           05  MP-DETAIL-LINE OCCURS 12 TIMES PIC X(79).
           05  MP-LINE-LAST PIC X(79) VALUE
               "PF5=ADD/CHANGE MODEL  PF7=ADD TRIM  LAST BLANK=CURRENT".

       01  MA-MAKE                     PIC X(20).
       01  MA-MODEL                    PIC X(20).
       01  MA-FIRSTYEAR                PIC S9(9) USAGE COMP.
       01  MA-LASTYEAR                 PIC S9(9) USAGE COMP.
       01  MA-OLD-FIRSTYEAR            PIC S9(9) USAGE COMP.
       01  MA-OLD-LASTYEAR             PIC S9(9) USAGE COMP.
       01  MA-TRIMNAME                 PIC X(32).
       01  MA-YEAR-IN                  PIC X(4).
       01  MA-YEAR-ERROR               PIC X(1).
       01  MIN-VALID-AUTOYEAR          PIC 9(4) VALUE 1980.
       01  MAX-VALID-AUTOYEAR          PIC 9(4).
       01  USER-DEALERID               PIC S9(9) USAGE COMP.
       01  CHECK-COUNT                 PIC S9(9) USAGE COMP.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-YEAR                PIC 9(4).
       01  CONVERT-FIRSTYEAR           PIC S9(9) USAGE COMP.
       01  CONVERT-LASTYEAR            PIC S9(9) USAGE COMP.
       01  CONVERT-FIRST               PIC X(4).
       01  CONVERT-LAST                PIC X(4).

       COPY GAM0BAW.
       COPY GAM0BMT.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE CATMODCURSOR CURSOR FOR
               SELECT MODEL, COALESCE(FIRSTYEAR, 0),
                      COALESCE(LASTYEAR, 0),
                      COALESCE(CHAR(UPDATEDTS), ' ')
                   FROM MAKE_MODEL
                   WHERE MAKE = :MA-MAKE
                     AND MODEL >= :MA-MODEL
                   ORDER BY MODEL
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE CATMAINTO.
           MOVE LOW-VALUE TO CATMAINTO.

           IF EIBCALEN = 0
               INITIALIZE CATMAINT-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO CATMAINT-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           COMPUTE MAX-VALID-AUTOYEAR =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) + 1.

           MOVE "MDLMAINT" TO AUTH-FUNCTION.
           MOVE "Y" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"
               PERFORM 0200-RESOLVE-USER-DEALER
               PERFORM 0000-PROCESS-CATALOG
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
               MOVE "NOT AUTHORIZED TO MAINTAIN THE MODEL CATALOG" TO
                   CATMAMSGOUT
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
      * NULL DEALER MEANS HEAD OFFICE.
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

       0000-PROCESS-CATALOG.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-LIST-MODELS THRU 1000-EXIT

           WHEN EIBAID = DFHPF5
               PERFORM 1100-ADD-CHANGE-MODEL THRU 1100-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF7
               PERFORM 1300-ADD-TRIM THRU 1300-EXIT
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
               MOVE "INVALID KEY PRESSED" TO CATMAMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

       0300-GET-MAKE-MODEL.
           MOVE MAMAKEOUT TO MA-MAKE.
           IF MA-MAKE = LOW-VALUE
               MOVE SPACES TO MA-MAKE
           END-IF.
           MOVE MAMODELOUT TO MA-MODEL.
           IF MA-MODEL = LOW-VALUE
               MOVE SPACES TO MA-MODEL
           END-IF.

      *---------------------------------------
      * A YEAR IS FOUR DIGITS FROM 1980 TO NEXT YEAR, THE SAME RANGE
      * GAM0VRV TAKES AT INTAKE. MA-YEAR-ERROR COMES BACK "Y" ON A
      * BAD ONE.
      *---------------------------------------
       0400-EDIT-YEAR.
           MOVE "N" TO MA-YEAR-ERROR.
           MOVE 0 TO CONVERT-YEAR.
           IF MA-YEAR-IN NOT NUMERIC
               MOVE "Y" TO MA-YEAR-ERROR
           ELSE
               COMPUTE CONVERT-YEAR = FUNCTION NUMVAL(MA-YEAR-IN)
               IF CONVERT-YEAR < MIN-VALID-AUTOYEAR OR
                  CONVERT-YEAR > MAX-VALID-AUTOYEAR
                   MOVE "Y" TO MA-YEAR-ERROR
               END-IF
           END-IF.

       1000-LIST-MODELS.
           PERFORM 0300-GET-MAKE-MODEL.
           IF MA-MAKE = SPACES
               MOVE "ENTER A MAKE TO LIST ITS MODELS" TO CATMAMSGOUT
               PERFORM 1900-SEND-MAP
               GO TO 1000-EXIT
           END-IF.

           MOVE 0 TO PANEL-LINE-COUNT.
           PERFORM 1040-CLEAR-PANEL-LINES.

           EXEC SQL OPEN CATMODCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 12
              EXEC SQL
                  FETCH CATMODCURSOR
                      INTO :MODEL-TEXT OF DCLMAKE-MODEL,
                           :MM-FIRSTYEAR, :MM-LASTYEAR,
                           :MM-UPDATEDTS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1060-FORMAT-MODEL-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CATMODCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO MODELS ON FILE FOR THAT MAKE" TO
                 MP-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(MA-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1000-EXIT.
           CONTINUE.

       1040-CLEAR-PANEL-LINES.
           MOVE SPACES TO MP-DETAIL-LINE (1) MP-DETAIL-LINE (2)
                          MP-DETAIL-LINE (3) MP-DETAIL-LINE (4)
                          MP-DETAIL-LINE (5) MP-DETAIL-LINE (6)
                          MP-DETAIL-LINE (7) MP-DETAIL-LINE (8)
                          MP-DETAIL-LINE (9) MP-DETAIL-LINE (10)
                          MP-DETAIL-LINE (11) MP-DETAIL-LINE (12).

       1060-FORMAT-MODEL-LINE.
           ADD 1 TO PANEL-LINE-COUNT.
           MOVE MM-FIRSTYEAR TO CONVERT-FIRSTYEAR.
           MOVE MM-LASTYEAR TO CONVERT-LASTYEAR.
           PERFORM 1070-CONVERT-YEARS.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING MODEL-TEXT OF DCLMAKE-MODEL " " CONVERT-FIRST "  "
                  CONVERT-LAST "  " MM-UPDATEDTS (1:10)
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           MOVE PANEL-LINE-TEXT TO
               MP-DETAIL-LINE (PANEL-LINE-COUNT).

      *---------------------------------------
      * CONVERT-FIRSTYEAR/CONVERT-LASTYEAR FOR THE PANEL AND THE
      * AUDIT IMAGES. A NULL FIRST YEAR IS BLANK, AN OPEN LAST YEAR
      * IS "CURR".
      *---------------------------------------
       1070-CONVERT-YEARS.
           IF CONVERT-FIRSTYEAR = 0
               MOVE SPACES TO CONVERT-FIRST
           ELSE
               MOVE CONVERT-FIRSTYEAR TO CONVERT-YEAR
               MOVE CONVERT-YEAR TO CONVERT-FIRST
           END-IF.
           IF CONVERT-LASTYEAR = 0
               MOVE "CURR" TO CONVERT-LAST
           ELSE
               MOVE CONVERT-LASTYEAR TO CONVERT-YEAR
               MOVE CONVERT-YEAR TO CONVERT-LAST
           END-IF.

      *---------------------------------------
      * PF5 - ADD THE MODEL, OR CHANGE THE YEARS OF ONE ALREADY ON
      * FILE. THE MODEL ROW IS NEVER DELETED HERE - STOCK AND
      * HISTORY STILL CARRY IT - A LAST YEAR CLOSES IT INSTEAD.
      *---------------------------------------
       1100-ADD-CHANGE-MODEL.
           MOVE SPACES TO CATMAMSGOUT.
           IF USER-DEALERID NOT = 0
               MOVE "THE MODEL CATALOG IS MAINTAINED BY HEAD OFFICE" TO
                   CATMAMSGOUT
               GO TO 1100-EXIT
           END-IF.

           PERFORM 0300-GET-MAKE-MODEL.
           IF MA-MAKE = SPACES OR MA-MODEL = SPACES
               MOVE "ENTER THE MAKE AND MODEL" TO CATMAMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE MAFIRSTOUT TO MA-YEAR-IN.
           PERFORM 0400-EDIT-YEAR.
           IF MA-YEAR-ERROR = "Y"
               MOVE "FIRST YEAR MUST BE 1980 TO NEXT YEAR" TO
                   CATMAMSGOUT
               GO TO 1100-EXIT
           END-IF.
           MOVE CONVERT-YEAR TO MA-FIRSTYEAR.

           MOVE MALASTOUT TO MA-YEAR-IN.
           IF MA-YEAR-IN = SPACES OR MA-YEAR-IN = LOW-VALUE
               MOVE 0 TO MA-LASTYEAR
           ELSE
               PERFORM 0400-EDIT-YEAR
               IF MA-YEAR-ERROR = "Y" OR CONVERT-YEAR < MA-FIRSTYEAR
                   MOVE "LAST YEAR MUST BE BLANK OR FIRST TO NEXT YEAR"
                       TO CATMAMSGOUT
                   GO TO 1100-EXIT
               END-IF
               MOVE CONVERT-YEAR TO MA-LASTYEAR
           END-IF.

           EXEC SQL
               SELECT COALESCE(FIRSTYEAR, 0), COALESCE(LASTYEAR, 0)
                   INTO :MA-OLD-FIRSTYEAR, :MA-OLD-LASTYEAR
                   FROM MAKE_MODEL
                   WHERE MAKE = :MA-MAKE AND MODEL = :MA-MODEL
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE "SQL ERROR READING MAKE_MODEL" TO CATMAMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE "MAKE_MODEL" TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE AUDIT-AFTER.

           IF SQLCODE = 100
               STRING MA-MAKE DELIMITED BY "  "
                      "/" MA-MODEL DELIMITED BY "  "
                      " (NONE)" DELIMITED BY SIZE
                   INTO AUDIT-BEFORE
               EXEC SQL
                   INSERT INTO MAKE_MODEL (MAKE, MODEL, FIRSTYEAR,
                          LASTYEAR, UPDATEDTS)
                       VALUES (:MA-MAKE, :MA-MODEL, :MA-FIRSTYEAR,
                               NULLIF(:MA-LASTYEAR, 0),
                               CURRENT TIMESTAMP)
               END-EXEC
               MOVE "MODEL ADDED TO THE CATALOG" TO CATMAMSGOUT
           ELSE
               IF MA-OLD-FIRSTYEAR = MA-FIRSTYEAR AND
                  MA-OLD-LASTYEAR = MA-LASTYEAR
                   MOVE "MODEL ALREADY ON FILE WITH THOSE YEARS" TO
                       CATMAMSGOUT
                   GO TO 1100-EXIT
               END-IF
               MOVE MA-OLD-FIRSTYEAR TO CONVERT-FIRSTYEAR
               MOVE MA-OLD-LASTYEAR TO CONVERT-LASTYEAR
               PERFORM 1070-CONVERT-YEARS
               STRING MA-MAKE DELIMITED BY "  "
                      "/" MA-MODEL DELIMITED BY "  "
                      " YEARS=" CONVERT-FIRST "-" CONVERT-LAST
                      DELIMITED BY SIZE
                   INTO AUDIT-BEFORE
               EXEC SQL
                   UPDATE MAKE_MODEL
                      SET FIRSTYEAR = :MA-FIRSTYEAR,
                          LASTYEAR = NULLIF(:MA-LASTYEAR, 0),
                          UPDATEDTS = CURRENT TIMESTAMP
                    WHERE MAKE = :MA-MAKE AND MODEL = :MA-MODEL
               END-EXEC
               MOVE "MODEL YEARS CHANGED" TO CATMAMSGOUT
           END-IF.

           IF SQLCODE = 0
               MOVE MA-FIRSTYEAR TO CONVERT-FIRSTYEAR
               MOVE MA-LASTYEAR TO CONVERT-LASTYEAR
               PERFORM 1070-CONVERT-YEARS
               STRING MA-MAKE DELIMITED BY "  "
                      "/" MA-MODEL DELIMITED BY "  "
                      " YEARS=" CONVERT-FIRST "-" CONVERT-LAST
                      DELIMITED BY SIZE
                   INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR UPDATING THE CATALOG" TO CATMAMSGOUT
           END-IF.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF7 - A NEW TRIM NAME. TRIM_CODES IS ONE LIST FOR EVERY
      * MAKE, THE WAY GAM0VRV CHECKS IT AT INTAKE.
      *---------------------------------------
       1300-ADD-TRIM.
           MOVE SPACES TO CATMAMSGOUT.
           IF USER-DEALERID NOT = 0
               MOVE "THE MODEL CATALOG IS MAINTAINED BY HEAD OFFICE" TO
                   CATMAMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE MATRIMOUT TO MA-TRIMNAME.
           IF MA-TRIMNAME = SPACES OR MA-TRIMNAME = LOW-VALUE
               MOVE "ENTER THE TRIM NAME" TO CATMAMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE 0 TO CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :CHECK-COUNT
                   FROM TRIM_CODES
                   WHERE TRIMNAME = :MA-TRIMNAME
           END-EXEC.
           IF CHECK-COUNT > 0
               MOVE "TRIM ALREADY ON FILE" TO CATMAMSGOUT
               GO TO 1300-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO TRIM_CODES (TRIMNAME)
                   VALUES (:MA-TRIMNAME)
           END-EXEC.

           IF SQLCODE = 0
               MOVE "TRIM_CODES" TO AUDIT-KEY
               MOVE "TRIMNAME=(NONE)" TO AUDIT-BEFORE
               MOVE SPACES TO AUDIT-AFTER
               STRING "TRIMNAME=" MA-TRIMNAME
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE "TRIM ADDED" TO CATMAMSGOUT
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR ADDING THE TRIM" TO CATMAMSGOUT
           END-IF.

       1300-EXIT.
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
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VMA',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVMA1')
               MAPSET('GAM0MDR')
               FROM(CATMAINTO)
               ERASE
           END-EXEC.
