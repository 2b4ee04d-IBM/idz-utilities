      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VRD.cbl                                     *
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
      * NIGHTLY REPORT DISTRIBUTION. BATCH PROGRAM (NO COMMAREA,
      * LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS) RUN AS THE
      * LAST STEP OF THE NIGHTLY STREAM, AFTER EVERY REPORT HAS
      * LANDED ON REPORT_REPOSITORY. FOR EACH ACTIVE
      * REPORT_SUBSCRIPTIONS ROW NOT ALREADY SENT TODAY IT WRITES
      * THE SUBSCRIBER'S SLICE OF TODAY'S REPORT - THE WHOLE REPORT
      * FOR A HEAD-OFFICE (DEALERID 0) SUBSCRIPTION, THE COMPANY-WIDE
      * LINES PLUS THE STORE'S OWN FOR A STORE - AS ONE ENVELOPE ON
      * THE DISTRIBUTION FILE (DISTOUT). THE OUTPUT-ROUTING STEP THAT
      * FOLLOWS PRINTS 'P' ENVELOPES AT THEIR DESTINATION AND MAILS
      * 'E' ENVELOPES TO THEIR ADDRESS; AN ENVELOPE WITH NO TRAILER
      * RECORD IS INCOMPLETE AND IS DROPPED THERE. EVERY ATTEMPT IS
      * LOGGED ON REPORT_DELIVERY_LOG, SENT OR FAILED WITH THE REASON.
      * A STORE WITH NO LINES OF ITS OWN TODAY GETS NOTHING AND NO
      * LOG ROW - THERE IS NOTHING FOR IT TO ACT ON.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VRD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE ASSIGN TO DISTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DIST-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DISTRIBUTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DISTRIBUTION-RECORD.
           05 DST-RECTYPE          PIC X(1).
              88 DST-HEADER           VALUE "H".
              88 DST-LINE             VALUE "L".
              88 DST-TRAILER          VALUE "T".
           05 DST-METHOD           PIC X(1).
           05 DST-DESTINATION      PIC X(60).
           05 DST-SUBSCRIPTIONID   PIC 9(9).
           05 DST-REPORTTYPE       PIC X(8).
           05 DST-RUNDATE          PIC X(10).
           05 DST-DEALERID         PIC 9(9).
           05 DST-TEXT             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY GAM0BRP.
       COPY GAM0BRD.

       01 SCHEMA-CONNECT        PIC X(8).

       01 DIST-FILE-STATUS      PIC X(2).
       01 TODAY-ISO             PIC X(10).

       01 REPORT-LINE-COUNT     PIC S9(9) USAGE COMP.
       01 STORE-LINE-COUNT      PIC S9(9) USAGE COMP.
       01 SLICE-LINE-COUNT      PIC S9(9) USAGE COMP.
       01 AT-SIGN-COUNT         PIC S9(4) USAGE COMP.

       01 SENT-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 FAILED-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 NOTHING-COUNT         PIC S9(9) USAGE COMP VALUE 0.

       01 DELIVERY-REASON       PIC X(40).

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE SUBSCURSOR CURSOR FOR
               SELECT S.SUBSCRIPTIONID, S.REPORTTYPE, S.DEALERID,
                      S.RECIPIENT, S.METHOD, S.DESTINATION
                   FROM REPORT_SUBSCRIPTIONS S
                   WHERE S.ACTIVEFLAG = 'Y'
                     AND NOT EXISTS
                         (SELECT 1 FROM REPORT_DELIVERY_LOG L
                             WHERE L.SUBSCRIPTIONID = S.SUBSCRIPTIONID
                               AND L.RUNDATE = CURRENT DATE
                               AND L.STATUS = 'S')
                   ORDER BY S.REPORTTYPE, S.DEALERID, S.SUBSCRIPTIONID
           END-EXEC.

       EXEC SQL
           DECLARE SLICECURSOR CURSOR FOR
               SELECT LINETEXT
                   FROM REPORT_REPOSITORY
                   WHERE REPORTTYPE = :SB-REPORTTYPE
                     AND RUNDATE = CURRENT DATE
                     AND (:SB-DEALERID = 0
                          OR DEALERID IN (0, :SB-DEALERID))
                   ORDER BY LINENUM
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

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :TODAY-ISO
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           OPEN OUTPUT DISTRIBUTION-FILE.
           IF DIST-FILE-STATUS NOT = '00'
              DISPLAY "DISTOUT OPEN FAILED - STATUS " DIST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "GLOBAL AUTO MART - NIGHTLY REPORT DISTRIBUTION".

           PERFORM 1000-DISTRIBUTE-REPORTS.

           CLOSE DISTRIBUTION-FILE.

           EXEC SQL COMMIT END-EXEC.

           MOVE SENT-COUNT TO DISPLAY-COUNT.
           DISPLAY "DELIVERIES SENT:     " DISPLAY-COUNT.
           MOVE FAILED-COUNT TO DISPLAY-COUNT.
           DISPLAY "DELIVERIES FAILED:   " DISPLAY-COUNT.
           MOVE NOTHING-COUNT TO DISPLAY-COUNT.
           DISPLAY "NOTHING FOR STORE:   " DISPLAY-COUNT.

           IF FAILED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "REPORT DISTRIBUTION COMPLETE".

           GOBACK.

       1000-DISTRIBUTE-REPORTS.

           EXEC SQL OPEN SUBSCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING SUBSCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              MOVE SPACES TO SB-RECIPIENT-TEXT
              MOVE SPACES TO SB-DESTINATION-TEXT
              EXEC SQL
                  FETCH SUBSCURSOR
                      INTO :SB-SUBSCRIPTIONID, :SB-REPORTTYPE,
                           :SB-DEALERID, :SB-RECIPIENT,
                           :SB-METHOD, :SB-DESTINATION
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING SUBSCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2000-DELIVER-ONE-SUBSCRIPTION
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE SUBSCURSOR END-EXEC.

      *---------------------------------------
      * A REPORT THAT DID NOT RUN TODAY IS A FAILED DELIVERY - THE
      * SUBSCRIBER IS EXPECTING IT. A BAD DESTINATION FAILS WITHOUT
      * WRITING ANYTHING.
      *---------------------------------------
       2000-DELIVER-ONE-SUBSCRIPTION.
           MOVE SPACES TO DELIVERY-REASON.
           MOVE 0 TO SLICE-LINE-COUNT.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN DEALERID = :SB-DEALERID
                                        THEN 1 ELSE 0 END), 0)
                   INTO :REPORT-LINE-COUNT, :STORE-LINE-COUNT
                   FROM REPORT_REPOSITORY
                   WHERE REPORTTYPE = :SB-REPORTTYPE
                     AND RUNDATE = CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR COUNTING REPORT_REPOSITORY, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           IF SB-DEALERID NOT = 0
              AND REPORT-LINE-COUNT > 0
              AND STORE-LINE-COUNT = 0
              ADD 1 TO NOTHING-COUNT
           ELSE
              EVALUATE TRUE
              WHEN REPORT-LINE-COUNT = 0
                 MOVE "REPORT NOT PRODUCED TODAY" TO DELIVERY-REASON
              WHEN SB-DESTINATION-TEXT = SPACES
                 MOVE "NO DESTINATION ON SUBSCRIPTION" TO
                    DELIVERY-REASON
              WHEN SB-BY-PRINT
                 IF SB-DESTINATION-TEXT(9:52) NOT = SPACES
                    MOVE "PRINT DESTINATION OVER 8 CHARACTERS" TO
                       DELIVERY-REASON
                 END-IF
              WHEN SB-BY-EMAIL
                 MOVE 0 TO AT-SIGN-COUNT
                 INSPECT SB-DESTINATION-TEXT TALLYING AT-SIGN-COUNT
                    FOR ALL "@"
                 IF AT-SIGN-COUNT NOT = 1
                    OR SB-DESTINATION-TEXT(1:1) = "@"
                    MOVE "E-MAIL ADDRESS NOT VALID" TO DELIVERY-REASON
                 END-IF
              WHEN OTHER
                 MOVE "DELIVERY METHOD NOT P OR E" TO DELIVERY-REASON
              END-EVALUATE

              IF DELIVERY-REASON = SPACES
                 PERFORM 3000-WRITE-ENVELOPE
              END-IF

              PERFORM 4000-LOG-DELIVERY
           END-IF.

      *---------------------------------------
      * HEADER, THE SLICE'S LINES, TRAILER WITH THE LINE COUNT.
      *---------------------------------------
       3000-WRITE-ENVELOPE.
           MOVE SPACES TO DISTRIBUTION-RECORD.
           MOVE SB-METHOD TO DST-METHOD.
           MOVE SB-DESTINATION-TEXT TO DST-DESTINATION.
           MOVE SB-SUBSCRIPTIONID TO DST-SUBSCRIPTIONID.
           MOVE SB-REPORTTYPE TO DST-REPORTTYPE.
           MOVE TODAY-ISO TO DST-RUNDATE.
           MOVE SB-DEALERID TO DST-DEALERID.

           SET DST-HEADER TO TRUE.
           STRING "ATTN: " SB-RECIPIENT-TEXT "  REPORT "
              SB-REPORTTYPE " OF " TODAY-ISO
              DELIMITED BY SIZE INTO DST-TEXT.
           PERFORM 3900-WRITE-DIST-RECORD.

           EXEC SQL OPEN SLICECURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING SLICECURSOR, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              MOVE SPACES TO RP-LINETEXT-TEXT
              EXEC SQL
                  FETCH SLICECURSOR
                      INTO :RP-LINETEXT
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING SLICECURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 ADD 1 TO SLICE-LINE-COUNT
                 SET DST-LINE TO TRUE
                 MOVE RP-LINETEXT-TEXT TO DST-TEXT
                 PERFORM 3900-WRITE-DIST-RECORD
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE SLICECURSOR END-EXEC.

           IF DELIVERY-REASON = SPACES
              SET DST-TRAILER TO TRUE
              MOVE SLICE-LINE-COUNT TO DISPLAY-COUNT
              STRING "END OF REPORT - LINES: " DISPLAY-COUNT
                 DELIMITED BY SIZE INTO DST-TEXT
              PERFORM 3900-WRITE-DIST-RECORD
           END-IF.

      *---------------------------------------
      * THE FIRST BAD WRITE FAILS THE DELIVERY; THE REST OF THE
      * ENVELOPE IS SKIPPED AND IT NEVER GETS ITS TRAILER.
      *---------------------------------------
       3900-WRITE-DIST-RECORD.
           IF DELIVERY-REASON = SPACES
              WRITE DISTRIBUTION-RECORD
              IF DIST-FILE-STATUS NOT = '00'
                 STRING "DISTOUT WRITE FAILED - STATUS "
                    DIST-FILE-STATUS
                    DELIMITED BY SIZE INTO DELIVERY-REASON
              END-IF
           END-IF.
           MOVE SPACES TO DST-TEXT.

       4000-LOG-DELIVERY.
           MOVE SB-SUBSCRIPTIONID TO RL-SUBSCRIPTIONID.
           MOVE SB-REPORTTYPE TO RL-REPORTTYPE.
           MOVE SB-DEALERID TO RL-DEALERID.
           MOVE SB-METHOD TO RL-METHOD.
           MOVE SB-DESTINATION TO RL-DESTINATION.
           MOVE SLICE-LINE-COUNT TO RL-LINECOUNT.
           IF DELIVERY-REASON = SPACES
              SET RL-SENT TO TRUE
              MOVE "DELIVERED" TO DELIVERY-REASON
              ADD 1 TO SENT-COUNT
           ELSE
              SET RL-FAILED TO TRUE
              ADD 1 TO FAILED-COUNT
              DISPLAY "DELIVERY FAILED - SUBSCRIPTION "
                 SB-SUBSCRIPTIONID " " SB-REPORTTYPE " "
                 DELIVERY-REASON
           END-IF.
           MOVE DELIVERY-REASON TO RL-REASON-TEXT.
           MOVE 40 TO RL-REASON-LEN.

           EXEC SQL
               INSERT INTO REPORT_DELIVERY_LOG
                   (SUBSCRIPTIONID, REPORTTYPE, RUNDATE, DEALERID,
                    METHOD, DESTINATION, LINECOUNT, STATUS, REASON,
                    LOGGEDTS)
                   VALUES
                   (:RL-SUBSCRIPTIONID, :RL-REPORTTYPE, CURRENT DATE,
                    :RL-DEALERID, :RL-METHOD, :RL-DESTINATION,
                    :RL-LINECOUNT, :RL-STATUS, :RL-REASON,
                    CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR INSERTING REPORT_DELIVERY_LOG, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
