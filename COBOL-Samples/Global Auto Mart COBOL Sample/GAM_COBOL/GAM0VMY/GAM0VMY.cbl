      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VMY.cbl                                     *
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
      * OEM MODEL CATALOG LOAD. BATCH PROGRAM (NO COMMAREA, LINKED
      * WITH A SCHEMA PARM THE SAME WAY GAM0VMW IS). RUN ONCE A YEAR
      * WHEN THE MANUFACTURERS PUBLISH THE NEW MODEL YEAR, AND AD HOC
      * WHEN A MAKER SENDS A MID-YEAR ADDITION. READS THE CATALOG
      * FILE (OEMCATLG) - ONE RECORD PER MAKE/MODEL WITH THE FIRST
      * AND LAST MODEL YEAR BUILT (LAST YEAR ZERO WHILE THE MODEL IS
      * STILL IN PRODUCTION) AND UP TO SIX TRIM NAMES; A MODEL WITH
      * MORE TRIMS REPEATS ON THE NEXT RECORD - AND UPSERTS IT:
      *   - A MODEL NOT ON MAKE_MODEL IS ADDED;
      *   - A MODEL WHOSE YEAR RANGE DIFFERS IS UPDATED, OLD AND NEW
      *     RANGE LISTED;
      *   - A TRIM NAME NOT ON TRIM_CODES IS ADDED (TRIM_CODES IS ONE
      *     LIST FOR EVERY MAKE, THE WAY GAM0VRV VALIDATES IT).
      * EVERY ROW ADDED OR CHANGED GETS UPDATEDTS STAMPED, WHICH IS
      * WHAT TELLS GAM0VMM TO REBUILD ITS MAKE/MODEL CACHE THE SAME
      * DAY. ON A FULL CATALOG (CC-LOAD-TYPE 'F') EVERY MODEL ON
      * MAKE_MODEL FOR A MAKE THE FILE CARRIES BUT NOT IN THE FILE
      * IS LISTED - IT IS NOT DELETED, SINCE STOCK, APPRAISALS AND
      * HISTORY STILL CARRY IT; CLOSING ITS LASTYEAR ON GAM0VMA IS
      * WHAT STOPS NEW INTAKE OF IT. CC-RUN-MODE 'V' IS A VALIDATE-
      * ONLY DRY RUN, AS ON GAM0VDB: THE SAME EDITS AND THE SAME
      * REPORT, NOTHING WRITTEN.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VMY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT OEM-CATALOG-FILE ASSIGN TO OEMCATLG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-RUN-MODE           PIC X(1).
           05 CC-LOAD-TYPE          PIC X(1).
           05 FILLER                PIC X(78).

       FD  OEM-CATALOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OEM-CATALOG-RECORD.
           05 OCR-MAKE             PIC X(20).
           05 OCR-MODEL            PIC X(20).
           05 OCR-FIRSTYEAR        PIC 9(4).
           05 OCR-LASTYEAR         PIC 9(4).
           05 OCR-TRIM             PIC X(32) OCCURS 6 TIMES.
           05 FILLER               PIC X(10).

       WORKING-STORAGE SECTION.

       COPY GAM0BMT.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.
       01 OEM-CATALOG-EOF-SW    PIC X VALUE 'N'.
          88 OEM-CATALOG-EOF       VALUE 'Y'.

       01 RUN-MODE              PIC X VALUE 'L'.
          88 VALIDATE-ONLY         VALUE 'V'.
       01 LOAD-TYPE             PIC X VALUE 'A'.
          88 FULL-CATALOG          VALUE 'F'.

       01 MIN-VALID-AUTOYEAR    PIC 9(4) VALUE 1980.
       01 MAX-VALID-AUTOYEAR    PIC 9(4).

       01 REJECT-REASON         PIC X(40).

       01 CAT-MAKE              PIC X(20).
       01 CAT-MODEL             PIC X(20).
       01 CAT-FIRSTYEAR         PIC S9(9) USAGE COMP.
       01 CAT-LASTYEAR          PIC S9(9) USAGE COMP.
       01 CAT-OLD-FIRSTYEAR     PIC S9(9) USAGE COMP.
       01 CAT-OLD-LASTYEAR      PIC S9(9) USAGE COMP.
       01 CAT-TRIMNAME          PIC X(32).
       01 CAT-TRIM-COUNT        PIC S9(9) USAGE COMP.
       01 TRIM-IX               PIC S9(4) USAGE COMP.

      *---------------------------------------
      * EVERY MAKE/MODEL READ THIS RUN, WITH THE YEARS IT CAME IN
      * WITH. IT CATCHES A CONTINUATION RECORD (ONLY ITS TRIMS ARE
      * NEW) AND A MODEL THAT TURNS UP AGAIN WITH DIFFERENT YEARS,
      * AND IT IS WHAT THE FULL-CATALOG NOT-IN-FILE PASS CHECKS
      * MAKE_MODEL AGAINST. A CATALOG TOO BIG FOR IT SKIPS THAT PASS.
      *---------------------------------------
       01 SEEN-MODEL-MAX        PIC S9(4) USAGE COMP VALUE +3000.
       01 SEEN-MODEL-COUNT      PIC S9(4) USAGE COMP VALUE 0.
       01 SEEN-MODEL-TABLE.
          02 SEEN-MODEL-ENTRY   OCCURS 3000 TIMES.
             05 SEEN-MAKE          PIC X(20).
             05 SEEN-MODEL         PIC X(20).
             05 SEEN-FIRSTYEAR     PIC S9(9) USAGE COMP.
             05 SEEN-LASTYEAR      PIC S9(9) USAGE COMP.
       01 SEEN-MAKE-MAX         PIC S9(4) USAGE COMP VALUE +100.
       01 SEEN-MAKE-COUNT       PIC S9(4) USAGE COMP VALUE 0.
       01 SEEN-MAKE-TABLE.
          02 SEEN-CATALOG-MAKE  PIC X(20) OCCURS 100 TIMES.
       01 SEEN-TABLE-FULL       PIC X VALUE 'N'.
       01 SCAN-IX               PIC S9(4) USAGE COMP.
       01 MAKE-IX               PIC S9(4) USAGE COMP.
       01 FOUND-IX              PIC S9(4) USAGE COMP.

       01 RECORDS-READ          PIC S9(9) USAGE COMP VALUE 0.
       01 RECORDS-REJECTED      PIC S9(9) USAGE COMP VALUE 0.
       01 MODELS-ADDED          PIC S9(9) USAGE COMP VALUE 0.
       01 MODELS-CHANGED        PIC S9(9) USAGE COMP VALUE 0.
       01 MODELS-UNCHANGED      PIC S9(9) USAGE COMP VALUE 0.
       01 TRIMS-ADDED           PIC S9(9) USAGE COMP VALUE 0.
       01 MODELS-NOT-IN-FILE    PIC S9(9) USAGE COMP VALUE 0.

       01 CATALOG-LINE.
          05 CL-ACTION          PIC X(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 CL-MAKE            PIC X(20).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 CL-MODEL           PIC X(20).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 CL-OLD-FIRSTYEAR   PIC X(4).
          05 CL-OLD-DASH        PIC X(1).
          05 CL-OLD-LASTYEAR    PIC X(4).
          05 CL-ARROW           PIC X(4).
          05 CL-FIRSTYEAR       PIC X(4).
          05 CL-DASH            PIC X(1).
          05 CL-LASTYEAR        PIC X(4).
       01 DISPLAY-YEAR          PIC 9(4).

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE CATMMCURSOR CURSOR FOR
               SELECT MAKE, MODEL, COALESCE(FIRSTYEAR, 0),
                      COALESCE(LASTYEAR, 0)
                   FROM MAKE_MODEL
                   ORDER BY MAKE, MODEL
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

           COMPUTE MAX-VALID-AUTOYEAR =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) + 1.

           DISPLAY "OEM MODEL CATALOG LOAD".

           PERFORM 0100-READ-CONTROL-CARD.

           IF VALIDATE-ONLY
              DISPLAY "VALIDATE-ONLY RUN - EDITS ONLY, NO ROWS"
                 " WILL BE ADDED OR CHANGED"
           END-IF.
           IF FULL-CATALOG
              DISPLAY "FULL CATALOG - MODELS NOT IN THE FILE WILL"
                 " BE LISTED"
           END-IF.

           PERFORM 1000-LOAD-CATALOG.

           IF FULL-CATALOG
              PERFORM 2000-LIST-NOT-IN-FILE THRU 2000-EXIT
           END-IF.

           IF VALIDATE-ONLY
              EXEC SQL ROLLBACK END-EXEC
           ELSE
              EXEC SQL COMMIT END-EXEC
           END-IF.

           DISPLAY " ".
           MOVE RECORDS-READ TO DISPLAY-COUNT.
           DISPLAY "CATALOG RECORDS READ:  " DISPLAY-COUNT.
           MOVE RECORDS-REJECTED TO DISPLAY-COUNT.
           DISPLAY "RECORDS REJECTED:      " DISPLAY-COUNT.
           MOVE MODELS-ADDED TO DISPLAY-COUNT.
           DISPLAY "MODELS ADDED:          " DISPLAY-COUNT.
           MOVE MODELS-CHANGED TO DISPLAY-COUNT.
           DISPLAY "MODEL YEARS CHANGED:   " DISPLAY-COUNT.
           MOVE MODELS-UNCHANGED TO DISPLAY-COUNT.
           DISPLAY "MODELS UNCHANGED:      " DISPLAY-COUNT.
           MOVE TRIMS-ADDED TO DISPLAY-COUNT.
           DISPLAY "TRIMS ADDED:           " DISPLAY-COUNT.
           IF FULL-CATALOG
              MOVE MODELS-NOT-IN-FILE TO DISPLAY-COUNT
              DISPLAY "MODELS NOT IN CATALOG: " DISPLAY-COUNT
           END-IF.
           DISPLAY "OEM MODEL CATALOG LOAD COMPLETE".

           GOBACK.

      *---------------------------------------
      * NO CARD, OR A BLANK ONE, IS AN AD HOC LOAD FOR REAL.
      *---------------------------------------
       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-RUN-MODE = 'V'
                 MOVE 'V' TO RUN-MODE
              END-IF
              IF CC-LOAD-TYPE = 'F'
                 MOVE 'F' TO LOAD-TYPE
              END-IF
           END-IF.

       1000-LOAD-CATALOG.
           OPEN INPUT OEM-CATALOG-FILE.

           READ OEM-CATALOG-FILE
               AT END MOVE 'Y' TO OEM-CATALOG-EOF-SW
           END-READ.

           PERFORM UNTIL OEM-CATALOG-EOF
              ADD 1 TO RECORDS-READ
              PERFORM 1100-APPLY-CATALOG-RECORD THRU 1100-EXIT

              READ OEM-CATALOG-FILE
                  AT END MOVE 'Y' TO OEM-CATALOG-EOF-SW
              END-READ
           END-PERFORM.

           CLOSE OEM-CATALOG-FILE.

       1100-APPLY-CATALOG-RECORD.
           MOVE SPACES TO REJECT-REASON.
           PERFORM 1200-EDIT-CATALOG-RECORD THRU 1200-EXIT.

           IF REJECT-REASON NOT = SPACES
              ADD 1 TO RECORDS-REJECTED
              DISPLAY "REJECTED " OCR-MAKE " " OCR-MODEL " "
                 REJECT-REASON
              GO TO 1100-EXIT
           END-IF.

      *---------------------------------------
      * A CONTINUATION RECORD ONLY ADDS TRIMS - THE MODEL ROW WAS
      * DEALT WITH ON THE FIRST RECORD FOR IT.
      *---------------------------------------
           IF FOUND-IX = 0
              PERFORM 1300-REMEMBER-MODEL
              PERFORM 1400-UPSERT-MODEL THRU 1400-EXIT
           END-IF.

           PERFORM VARYING TRIM-IX FROM 1 BY 1 UNTIL TRIM-IX > 6
              IF OCR-TRIM (TRIM-IX) NOT = SPACES
                 MOVE OCR-TRIM (TRIM-IX) TO CAT-TRIMNAME
                 PERFORM 1500-ADD-TRIM-IF-NEW
              END-IF
           END-PERFORM.

       1100-EXIT.
           CONTINUE.

       1200-EDIT-CATALOG-RECORD.
           MOVE 0 TO FOUND-IX.

           IF OCR-MAKE = SPACES OR OCR-MODEL = SPACES
              MOVE "MAKE OR MODEL MISSING" TO REJECT-REASON
              GO TO 1200-EXIT
           END-IF.

           IF OCR-FIRSTYEAR NOT NUMERIC OR OCR-LASTYEAR NOT NUMERIC
              MOVE "MODEL YEAR NOT NUMERIC" TO REJECT-REASON
              GO TO 1200-EXIT
           END-IF.

           IF OCR-FIRSTYEAR < MIN-VALID-AUTOYEAR OR
              OCR-FIRSTYEAR > MAX-VALID-AUTOYEAR
              MOVE "FIRST MODEL YEAR OUT OF RANGE" TO REJECT-REASON
              GO TO 1200-EXIT
           END-IF.

           IF OCR-LASTYEAR NOT = 0 AND
              (OCR-LASTYEAR < OCR-FIRSTYEAR OR
               OCR-LASTYEAR > MAX-VALID-AUTOYEAR)
              MOVE "LAST MODEL YEAR OUT OF RANGE" TO REJECT-REASON
              GO TO 1200-EXIT
           END-IF.

           MOVE OCR-MAKE TO CAT-MAKE.
           MOVE OCR-MODEL TO CAT-MODEL.
           MOVE OCR-FIRSTYEAR TO CAT-FIRSTYEAR.
           MOVE OCR-LASTYEAR TO CAT-LASTYEAR.

           PERFORM VARYING SCAN-IX FROM 1 BY 1
                   UNTIL SCAN-IX > SEEN-MODEL-COUNT OR FOUND-IX > 0
              IF SEEN-MAKE (SCAN-IX) = CAT-MAKE AND
                 SEEN-MODEL (SCAN-IX) = CAT-MODEL
                 MOVE SCAN-IX TO FOUND-IX
              END-IF
           END-PERFORM.

           IF FOUND-IX > 0
              IF SEEN-FIRSTYEAR (FOUND-IX) NOT = CAT-FIRSTYEAR OR
                 SEEN-LASTYEAR (FOUND-IX) NOT = CAT-LASTYEAR
                 MOVE "YEARS DIFFER FROM EARLIER RECORD" TO
                    REJECT-REASON
                 GO TO 1200-EXIT
              END-IF
           END-IF.

       1200-EXIT.
           CONTINUE.

       1300-REMEMBER-MODEL.
           IF SEEN-MODEL-COUNT < SEEN-MODEL-MAX
              ADD 1 TO SEEN-MODEL-COUNT
              MOVE CAT-MAKE TO SEEN-MAKE (SEEN-MODEL-COUNT)
              MOVE CAT-MODEL TO SEEN-MODEL (SEEN-MODEL-COUNT)
              MOVE CAT-FIRSTYEAR TO SEEN-FIRSTYEAR (SEEN-MODEL-COUNT)
              MOVE CAT-LASTYEAR TO SEEN-LASTYEAR (SEEN-MODEL-COUNT)
           ELSE
              IF SEEN-TABLE-FULL = 'N'
                 MOVE 'Y' TO SEEN-TABLE-FULL
                 DISPLAY "WARNING - MORE THAN 3000 CATALOG MODELS,"
                    " NOT-IN-CATALOG LIST WILL BE SKIPPED"
              END-IF
           END-IF.

           MOVE 0 TO SCAN-IX.
           PERFORM VARYING MAKE-IX FROM 1 BY 1
                   UNTIL MAKE-IX > SEEN-MAKE-COUNT OR SCAN-IX > 0
              IF SEEN-CATALOG-MAKE (MAKE-IX) = CAT-MAKE
                 MOVE MAKE-IX TO SCAN-IX
              END-IF
           END-PERFORM.
           IF SCAN-IX = 0
              IF SEEN-MAKE-COUNT < SEEN-MAKE-MAX
                 ADD 1 TO SEEN-MAKE-COUNT
                 MOVE CAT-MAKE TO SEEN-CATALOG-MAKE (SEEN-MAKE-COUNT)
              ELSE
                 IF SEEN-TABLE-FULL = 'N'
                    MOVE 'Y' TO SEEN-TABLE-FULL
                    DISPLAY "WARNING - MORE THAN 100 CATALOG MAKES,"
                       " NOT-IN-CATALOG LIST WILL BE SKIPPED"
                 END-IF
              END-IF
           END-IF.

      *---------------------------------------
      * A NULL YEAR ON AN EXISTING ROW (ONE GAM0VDB SEEDED, SAY) IS
      * COMPARED AS ZERO, SO IT PICKS UP THE CATALOG'S YEARS HERE.
      *---------------------------------------
       1400-UPSERT-MODEL.
           EXEC SQL
               SELECT COALESCE(FIRSTYEAR, 0), COALESCE(LASTYEAR, 0)
                   INTO :CAT-OLD-FIRSTYEAR, :CAT-OLD-LASTYEAR
                   FROM MAKE_MODEL
                   WHERE MAKE = :CAT-MAKE AND MODEL = :CAT-MODEL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR READING MAKE_MODEL, SQLCODE "
                 DISPLAYSQLCODE
              EXEC SQL ROLLBACK END-EXEC
              GOBACK
           END-IF.

           IF SQLCODE = 100
              IF NOT VALIDATE-ONLY
                 EXEC SQL
                     INSERT INTO MAKE_MODEL (MAKE, MODEL, FIRSTYEAR,
                            LASTYEAR, UPDATEDTS)
                         VALUES (:CAT-MAKE, :CAT-MODEL, :CAT-FIRSTYEAR,
                                 NULLIF(:CAT-LASTYEAR, 0),
                                 CURRENT TIMESTAMP)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE SQLCODE TO DISPLAYSQLCODE
                    DISPLAY "ERROR ADDING MAKE/MODEL " CAT-MAKE "/"
                       CAT-MODEL ", SQLCODE " DISPLAYSQLCODE
                    EXEC SQL ROLLBACK END-EXEC
                    GOBACK
                 END-IF
              END-IF
              ADD 1 TO MODELS-ADDED
              MOVE "ADDED" TO CL-ACTION
              MOVE 0 TO CAT-OLD-FIRSTYEAR CAT-OLD-LASTYEAR
              PERFORM 1900-DISPLAY-CATALOG-LINE
              GO TO 1400-EXIT
           END-IF.

           IF CAT-OLD-FIRSTYEAR = CAT-FIRSTYEAR AND
              CAT-OLD-LASTYEAR = CAT-LASTYEAR
              ADD 1 TO MODELS-UNCHANGED
              GO TO 1400-EXIT
           END-IF.

           IF NOT VALIDATE-ONLY
              EXEC SQL
                  UPDATE MAKE_MODEL
                     SET FIRSTYEAR = :CAT-FIRSTYEAR,
                         LASTYEAR = NULLIF(:CAT-LASTYEAR, 0),
                         UPDATEDTS = CURRENT TIMESTAMP
                   WHERE MAKE = :CAT-MAKE AND MODEL = :CAT-MODEL
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR CHANGING MAKE/MODEL " CAT-MAKE "/"
                    CAT-MODEL ", SQLCODE " DISPLAYSQLCODE
                 EXEC SQL ROLLBACK END-EXEC
                 GOBACK
              END-IF
           END-IF.
           ADD 1 TO MODELS-CHANGED.
           MOVE "CHANGED" TO CL-ACTION.
           PERFORM 1900-DISPLAY-CATALOG-LINE.

       1400-EXIT.
           CONTINUE.

      *---------------------------------------
      * IN A VALIDATE-ONLY RUN NOTHING IS INSERTED, SO A NEW TRIM
      * SHARED BY SEVERAL MODELS IS LISTED ONCE PER MODEL.
      *---------------------------------------
       1500-ADD-TRIM-IF-NEW.
           MOVE 0 TO CAT-TRIM-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :CAT-TRIM-COUNT
                   FROM TRIM_CODES
                   WHERE TRIMNAME = :CAT-TRIMNAME
           END-EXEC.

           IF CAT-TRIM-COUNT = 0
              IF NOT VALIDATE-ONLY
                 EXEC SQL
                     INSERT INTO TRIM_CODES (TRIMNAME)
                         VALUES (:CAT-TRIMNAME)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE SQLCODE TO DISPLAYSQLCODE
                    DISPLAY "ERROR ADDING TRIM " CAT-TRIMNAME
                       ", SQLCODE " DISPLAYSQLCODE
                    EXEC SQL ROLLBACK END-EXEC
                    GOBACK
                 END-IF
              END-IF
              ADD 1 TO TRIMS-ADDED
              DISPLAY "TRIM ADD " CAT-TRIMNAME " (" CAT-MAKE
                 " " CAT-MODEL ")"
           END-IF.

      *---------------------------------------
      * ACTION, MAKE, MODEL, THEN OLD RANGE -> NEW RANGE FOR A
      * CHANGE. AN OPEN LAST YEAR PRINTS AS "CURR".
      *---------------------------------------
       1900-DISPLAY-CATALOG-LINE.
           MOVE CAT-MAKE TO CL-MAKE.
           MOVE CAT-MODEL TO CL-MODEL.

           IF CAT-OLD-FIRSTYEAR = 0 AND CAT-OLD-LASTYEAR = 0
              MOVE SPACES TO CL-OLD-FIRSTYEAR CL-OLD-DASH
                             CL-OLD-LASTYEAR CL-ARROW
           ELSE
              MOVE CAT-OLD-FIRSTYEAR TO DISPLAY-YEAR
              MOVE DISPLAY-YEAR TO CL-OLD-FIRSTYEAR
              MOVE "-" TO CL-OLD-DASH
              IF CAT-OLD-LASTYEAR = 0
                 MOVE "CURR" TO CL-OLD-LASTYEAR
              ELSE
                 MOVE CAT-OLD-LASTYEAR TO DISPLAY-YEAR
                 MOVE DISPLAY-YEAR TO CL-OLD-LASTYEAR
              END-IF
              MOVE " -> " TO CL-ARROW
           END-IF.

           MOVE CAT-FIRSTYEAR TO DISPLAY-YEAR.
           MOVE DISPLAY-YEAR TO CL-FIRSTYEAR.
           MOVE "-" TO CL-DASH.
           IF CAT-LASTYEAR = 0
              MOVE "CURR" TO CL-LASTYEAR
           ELSE
              MOVE CAT-LASTYEAR TO DISPLAY-YEAR
              MOVE DISPLAY-YEAR TO CL-LASTYEAR
           END-IF.

           DISPLAY CATALOG-LINE.

      *---------------------------------------
      * FULL CATALOG ONLY. A MAKE THE FILE DOES NOT CARRY AT ALL IS
      * LEFT ALONE - ITS MAKER SIMPLY WASN'T IN THIS YEAR'S FILE.
      *---------------------------------------
       2000-LIST-NOT-IN-FILE.
           IF SEEN-TABLE-FULL = 'Y'
              GO TO 2000-EXIT
           END-IF.

           DISPLAY " ".
           DISPLAY "ON MAKE_MODEL BUT NOT IN THE CATALOG".

           EXEC SQL OPEN CATMMCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING CATMMCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              EXEC SQL ROLLBACK END-EXEC
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH CATMMCURSOR
                      INTO :MAKE-TEXT OF DCLMAKE-MODEL,
                           :MODEL-TEXT OF DCLMAKE-MODEL,
                           :MM-FIRSTYEAR, :MM-LASTYEAR
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING CATMMCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 EXEC SQL ROLLBACK END-EXEC
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2100-CHECK-IN-FILE THRU 2100-EXIT
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CATMMCURSOR END-EXEC.

       2000-EXIT.
           CONTINUE.

       2100-CHECK-IN-FILE.
           MOVE 0 TO SCAN-IX.
           PERFORM VARYING MAKE-IX FROM 1 BY 1
                   UNTIL MAKE-IX > SEEN-MAKE-COUNT OR SCAN-IX > 0
              IF SEEN-CATALOG-MAKE (MAKE-IX) =
                 MAKE-TEXT OF DCLMAKE-MODEL
                 MOVE MAKE-IX TO SCAN-IX
              END-IF
           END-PERFORM.
           IF SCAN-IX = 0
              GO TO 2100-EXIT
           END-IF.

           MOVE 0 TO FOUND-IX.
           PERFORM VARYING SCAN-IX FROM 1 BY 1
                   UNTIL SCAN-IX > SEEN-MODEL-COUNT OR FOUND-IX > 0
              IF SEEN-MAKE (SCAN-IX) = MAKE-TEXT OF DCLMAKE-MODEL AND
                 SEEN-MODEL (SCAN-IX) = MODEL-TEXT OF DCLMAKE-MODEL
                 MOVE SCAN-IX TO FOUND-IX
              END-IF
           END-PERFORM.

           IF FOUND-IX = 0
              ADD 1 TO MODELS-NOT-IN-FILE
              MOVE "ABSENT" TO CL-ACTION
              MOVE MAKE-TEXT OF DCLMAKE-MODEL TO CAT-MAKE
              MOVE MODEL-TEXT OF DCLMAKE-MODEL TO CAT-MODEL
              MOVE 0 TO CAT-OLD-FIRSTYEAR CAT-OLD-LASTYEAR
              MOVE MM-FIRSTYEAR TO CAT-FIRSTYEAR
              MOVE MM-LASTYEAR TO CAT-LASTYEAR
              PERFORM 1900-DISPLAY-CATALOG-LINE
           END-IF.

       2100-EXIT.
           CONTINUE.
