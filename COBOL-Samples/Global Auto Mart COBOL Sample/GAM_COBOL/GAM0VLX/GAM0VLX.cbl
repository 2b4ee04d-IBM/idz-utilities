      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VLX.cbl                                     *
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
      * TEST-DRIVE LICENSE RETENTION JOB. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS)
      * THAT BLANKS THE DRIVER'S-LICENSE NUMBER AND STATE ON EVERY
      * TEST_DRIVE ROW OLDER THAN THE INSURER'S REQUIRED WINDOW. THE
      * DRIVE ITSELF STAYS (GAM0VTC STILL COUNTS IT) AND
      * LICENSECHECKED STAYS 'Y' AS THE RECORD THAT THE LICENSE WAS
      * SEEN AT THE TIME - ONLY THE NUMBER GOES. THE WINDOW IN DAYS
      * COMES IN ON A SYSIN CARD AND DEFAULTS TO 1095 (THREE YEARS).
      * UPDATES COMMIT IN BATCHES THROUGH A HELD CURSOR, SO A RERUN
      * SIMPLY PICKS UP THE ROWS STILL CARRYING A NUMBER.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VLX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-RETENTION-DAYS     PIC 9(5).
           05 FILLER                PIC X(75).

       WORKING-STORAGE SECTION.

       COPY GAM0BTD.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 RETENTION-DAYS        PIC S9(9) USAGE COMP VALUE 1095.

       01 COMMIT-BATCH-SIZE     PIC 9(5) VALUE 500.
       01 ROWS-SINCE-COMMIT     PIC 9(5) VALUE 0.

       01 LICENSES-BLANKED      PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * DECLARED WITH HOLD SO THE BATCH COMMITS DON'T CLOSE IT. A
      * ROW ALREADY BLANKED HAS AN EMPTY LICENSENO AND DROPS OUT.
      *---------------------------------------
       EXEC SQL
           DECLARE LXPURGE CURSOR WITH HOLD FOR
               SELECT VIN, DRIVEDATE
                   FROM TEST_DRIVE
                   WHERE DRIVEDATE < CURRENT DATE
                                     - :RETENTION-DAYS DAYS
                     AND LICENSENO <> ''
               FOR UPDATE OF LICENSENO, LICENSESTATE
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

           PERFORM 0100-READ-CONTROL-CARD.

           DISPLAY "TEST_DRIVE LICENSE RETENTION JOB".
           DISPLAY "RETENTION WINDOW: " RETENTION-DAYS " DAYS".

           PERFORM 1000-BLANK-OLD-LICENSES.

           MOVE LICENSES-BLANKED TO DISPLAY-COUNT.
           DISPLAY "LICENSE NUMBERS BLANKED: " DISPLAY-COUNT.
           DISPLAY "LICENSE RETENTION JOB COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-RETENTION-DAYS NUMERIC AND CC-RETENTION-DAYS > 0
                 MOVE CC-RETENTION-DAYS TO RETENTION-DAYS
              END-IF
           END-IF.

       1000-BLANK-OLD-LICENSES.
           MOVE 0 TO ROWS-SINCE-COMMIT.

           EXEC SQL OPEN LXPURGE END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING LXPURGE, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH LXPURGE
                      INTO :TD-VIN, :DRIVEDATE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING LXPURGE, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-BLANK-ONE-LICENSE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE LXPURGE END-EXEC.
           EXEC SQL COMMIT END-EXEC.

       1100-BLANK-ONE-LICENSE.
           EXEC SQL
               UPDATE TEST_DRIVE
                  SET LICENSENO = '',
                      LICENSESTATE = '  '
                WHERE CURRENT OF LXPURGE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR BLANKING LICENSE ON " TD-VIN-TEXT
                 ", SQLCODE " DISPLAYSQLCODE
              GOBACK
           END-IF.

           ADD 1 TO LICENSES-BLANKED.
           ADD 1 TO ROWS-SINCE-COMMIT.
           IF ROWS-SINCE-COMMIT >= COMMIT-BATCH-SIZE
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO ROWS-SINCE-COMMIT
              MOVE 0 TO SQLCODE
           END-IF.
