      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VVH.cbl                                     *
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
      * NIGHTLY VEHICLE-HISTORY REPORT INTERFACE. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VMW IS)
      * THAT TRADES FILES WITH THE VEHICLE-HISTORY VENDOR SO NO TRADE
      * (GAM0VAP) OR STOCK UNIT (GAM0VRV) GOES UNCHECKED:
      *   1. LOADS THE VENDOR'S RESPONSE FILE (VHRESP) ONTO THE
      *      VEHICLE_HISTORY ROW IT ANSWERS. A FLOOD BRAND SETS
      *      FLOODTITLE AND ANY OTHER BRAND OR A REPORTED ACCIDENT
      *      SETS ACCIDENTFLAG ON THE OPEN APPRAISAL AND THE REGIONAL
      *      INVENTORY ROW, SO THE DISCLOSURES AND THE TRADE
      *      CONVERSION CARRY THEM. A BRANDED TITLE RAISES A 'VHBR'
      *      EXCEPTION. THE VENDOR'S LAST ODOMETER IS POSTED TO
      *      ODOMETER_LOG ('VHST'), AND OUR READING FOR THE UNIT
      *      COMING IN BELOW IT RAISES THE USUAL 'ODOM' EXCEPTION.
      *   2. WRITES TODAY'S REQUEST FILE (VHREQ) - EVERY VIN
      *      APPRAISED OR RECEIVED TODAY THAT HAS NOT HAD A REPORT
      *      PULLED IN THE LAST 30 DAYS - AND RECORDS EACH REQUEST.
      * THE EXCEPTIONS LAND ON THE GAM0VEW WORKBENCH AND THE GAM0VEA
      * ESCALATION REPORT, DEDUPED ON THE VIN.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VVH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-RESPONSE-FILE ASSIGN TO VHRESP
               ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORY-REQUEST-FILE ASSIGN TO VHREQ
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-RESPONSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-RESPONSE-RECORD.
           05 HRR-VIN              PIC X(17).
           05 HRR-REQUESTDATE      PIC X(10).
           05 HRR-RESULT           PIC X(1).
              88 HRR-REPORT-FOUND     VALUE 'R'.
              88 HRR-NO-RECORD        VALUE 'N'.
           05 HRR-TITLEBRAND       PIC X(4).
           05 HRR-ACCIDENTS        PIC 9(3).
           05 HRR-OWNERS           PIC 9(2).
           05 HRR-LASTODOMETER     PIC 9(7).
           05 HRR-LASTODODATE      PIC X(10).
           05 FILLER               PIC X(26).

       FD  HISTORY-REQUEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-REQUEST-RECORD.
           05 HQR-RECTYPE          PIC X(1).
           05 HQR-DATA             PIC X(79).
       01  HISTORY-REQUEST-HEADER.
           05 FILLER               PIC X(1).
           05 HQH-SUBMITTER        PIC X(8).
           05 HQH-RUNDATE          PIC X(10).
           05 FILLER               PIC X(61).
       01  HISTORY-REQUEST-DETAIL.
           05 FILLER               PIC X(1).
           05 HQD-VIN              PIC X(17).
           05 HQD-REQUESTDATE      PIC X(10).
           05 HQD-DEALERID         PIC 9(5).
           05 HQD-SOURCE           PIC X(1).
           05 FILLER               PIC X(46).
       01  HISTORY-REQUEST-TRAILER.
           05 FILLER               PIC X(1).
           05 HQT-REQUEST-COUNT    PIC 9(9).
           05 FILLER               PIC X(70).

       WORKING-STORAGE SECTION.

       COPY GAM0BVH.

       01 SCHEMA-CONNECT        PIC X(8).

       01 HISTORY-RESPONSE-EOF-SW PIC X VALUE 'N'.
          88 HISTORY-RESPONSE-EOF    VALUE 'Y'.

       01 HV-VIN                PIC X(17).
       01 HV-DEALERID           PIC S9(9) USAGE COMP.
       01 HV-STATUS             PIC X(1).
       01 HV-SOURCE             PIC X(1).
       01 HV-ODODATE            PIC X(10).
       01 HV-OUR-MILES          PIC S9(9) USAGE COMP.
       01 IND-OUR-MILES         PIC S9(4) USAGE COMP.
       01 HV-SET-FLOOD          PIC X(1).
       01 HV-SET-ACCIDENT       PIC X(1).
       01 HV-EXCTYPE            PIC X(4).
       01 HV-EXC-REASON         PIC X(30).

       01 ESC-DUP-COUNT         PIC S9(9) USAGE COMP.
       01 ESC-NEXT-EXCID        PIC S9(9) USAGE COMP.

       01 RESPONSES-READ        PIC S9(9) USAGE COMP VALUE 0.
       01 REPORTS-LOADED        PIC S9(9) USAGE COMP VALUE 0.
       01 NO-RECORD-COUNT       PIC S9(9) USAGE COMP VALUE 0.
       01 BRANDED-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 ODOMETER-FLAGGED      PIC S9(9) USAGE COMP VALUE 0.
       01 RESPONSES-UNMATCHED   PIC S9(9) USAGE COMP VALUE 0.
       01 REQUESTS-SENT         PIC S9(9) USAGE COMP VALUE 0.
       01 ESCALATED-COUNT       PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * TODAY'S APPRAISED TRADES AND RECEIVED UNITS, LESS ANY VIN
      * WITH A REPORT REQUESTED IN THE LAST 30 DAYS (A TRADE THAT
      * CONVERTS TO STOCK THE SAME MONTH IS NOT PULLED TWICE).
      *---------------------------------------
       EXEC SQL
           DECLARE VHREQCURSOR CURSOR FOR
               SELECT A.TRADEVIN, A.DEALERID, 'A'
                   FROM APPRAISALS A
                   WHERE A.APPRDATE = CURRENT DATE
                     AND A.STATUS = 'O'
                     AND NOT EXISTS
                         (SELECT 1 FROM VEHICLE_HISTORY H
                              WHERE H.VIN = A.TRADEVIN
                                AND H.REQUESTDATE >=
                                    CURRENT DATE - 30 DAYS)
               UNION ALL
               SELECT I.VIN, I.DEALERID, 'R'
                   FROM INVENTORY I
                   WHERE I.DATEADDED = CURRENT DATE
                     AND I.SOLDFLAG = 'N'
                     AND NOT EXISTS
                         (SELECT 1 FROM VEHICLE_HISTORY H
                              WHERE H.VIN = I.VIN
                                AND H.REQUESTDATE >=
                                    CURRENT DATE - 30 DAYS)
                     AND NOT EXISTS
                         (SELECT 1 FROM APPRAISALS A
                              WHERE A.TRADEVIN = I.VIN
                                AND A.APPRDATE = CURRENT DATE
                                AND A.STATUS = 'O')
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

           DISPLAY "VEHICLE HISTORY REPORT INTERFACE".

           PERFORM 1000-LOAD-RESPONSES.
           PERFORM 2000-SEND-REQUESTS.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY " ".
           MOVE RESPONSES-READ TO DISPLAY-COUNT.
           DISPLAY "RESPONSES READ:        " DISPLAY-COUNT.
           MOVE REPORTS-LOADED TO DISPLAY-COUNT.
           DISPLAY "REPORTS LOADED:        " DISPLAY-COUNT.
           MOVE NO-RECORD-COUNT TO DISPLAY-COUNT.
           DISPLAY "NO VENDOR RECORD:      " DISPLAY-COUNT.
           MOVE BRANDED-COUNT TO DISPLAY-COUNT.
           DISPLAY "BRANDED TITLES:        " DISPLAY-COUNT.
           MOVE ODOMETER-FLAGGED TO DISPLAY-COUNT.
           DISPLAY "BELOW VENDOR ODOMETER: " DISPLAY-COUNT.
           MOVE RESPONSES-UNMATCHED TO DISPLAY-COUNT.
           DISPLAY "RESPONSES UNMATCHED:   " DISPLAY-COUNT.
           MOVE REQUESTS-SENT TO DISPLAY-COUNT.
           DISPLAY "REQUESTS SENT:         " DISPLAY-COUNT.
           MOVE ESCALATED-COUNT TO DISPLAY-COUNT.
           DISPLAY "EXCEPTIONS RAISED:     " DISPLAY-COUNT.
           DISPLAY "VEHICLE HISTORY INTERFACE COMPLETE".

           GOBACK.

      *---------------------------------------
      * PASS 1 - THE VENDOR'S ANSWERS TO EARLIER REQUESTS. ONLY A
      * REQUEST STILL MARKED SENT CAN BE ANSWERED.
      *---------------------------------------
       1000-LOAD-RESPONSES.
           OPEN INPUT HISTORY-RESPONSE-FILE.

           READ HISTORY-RESPONSE-FILE
               AT END MOVE 'Y' TO HISTORY-RESPONSE-EOF-SW
           END-READ.

           PERFORM UNTIL HISTORY-RESPONSE-EOF
              ADD 1 TO RESPONSES-READ
              PERFORM 1100-APPLY-RESPONSE THRU 1100-EXIT

              READ HISTORY-RESPONSE-FILE
                  AT END MOVE 'Y' TO HISTORY-RESPONSE-EOF-SW
              END-READ
           END-PERFORM.

           CLOSE HISTORY-RESPONSE-FILE.

       1100-APPLY-RESPONSE.
           MOVE HRR-VIN TO HV-VIN.
           MOVE SPACES TO HV-STATUS HV-SOURCE.
           EXEC SQL
               SELECT STATUS, REQUESTSOURCE, DEALERID
                   INTO :HV-STATUS, :HV-SOURCE, :HV-DEALERID
                   FROM VEHICLE_HISTORY
                   WHERE VIN = :HV-VIN
                     AND REQUESTDATE = :HRR-REQUESTDATE
           END-EXEC.

           IF SQLCODE NOT = 0 OR HV-STATUS NOT = "S"
              MOVE 0 TO SQLCODE
              ADD 1 TO RESPONSES-UNMATCHED
              DISPLAY "RESPONSE FOR UNKNOWN REQUEST " HRR-VIN " "
                 HRR-REQUESTDATE
              GO TO 1100-EXIT
           END-IF.

           IF NOT HRR-REPORT-FOUND
              EXEC SQL
                  UPDATE VEHICLE_HISTORY
                     SET STATUS = 'N',
                         RESPONSEDATE = CURRENT DATE
                   WHERE VIN = :HV-VIN
                     AND REQUESTDATE = :HRR-REQUESTDATE
              END-EXEC
              MOVE 0 TO SQLCODE
              ADD 1 TO NO-RECORD-COUNT
              GO TO 1100-EXIT
           END-IF.

           MOVE HRR-TITLEBRAND TO VH-TITLEBRAND.
           IF HRR-ACCIDENTS NUMERIC
              MOVE HRR-ACCIDENTS TO VH-ACCIDENTCOUNT
           ELSE
              MOVE 0 TO VH-ACCIDENTCOUNT
           END-IF.
           IF HRR-OWNERS NUMERIC
              MOVE HRR-OWNERS TO VH-OWNERCOUNT
           ELSE
              MOVE 0 TO VH-OWNERCOUNT
           END-IF.
           IF HRR-LASTODOMETER NUMERIC
              MOVE HRR-LASTODOMETER TO VH-LASTODOMETER
           ELSE
              MOVE 0 TO VH-LASTODOMETER
           END-IF.
           MOVE HRR-LASTODODATE TO HV-ODODATE.
           IF HV-ODODATE = SPACES
              MOVE HRR-REQUESTDATE TO HV-ODODATE
           END-IF.

           EXEC SQL
               UPDATE VEHICLE_HISTORY
                  SET STATUS = 'R',
                      RESPONSEDATE = CURRENT DATE,
                      TITLEBRAND = :VH-TITLEBRAND,
                      ACCIDENTCOUNT = :VH-ACCIDENTCOUNT,
                      OWNERCOUNT = :VH-OWNERCOUNT,
                      LASTODOMETER = :VH-LASTODOMETER,
                      LASTODODATE = :HV-ODODATE
                WHERE VIN = :HV-VIN
                  AND REQUESTDATE = :HRR-REQUESTDATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR STORING REPORT FOR " HV-VIN
                 ", SQLCODE " DISPLAYSQLCODE
              MOVE 0 TO SQLCODE
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO REPORTS-LOADED.

           PERFORM 1200-APPLY-CONDITION-FLAGS.
           PERFORM 1300-CHECK-ODOMETER THRU 1300-EXIT.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE VENDOR'S BRAND OR ACCIDENT HISTORY ONLY EVER TURNS A
      * DISCLOSURE ON - A CLEAN REPORT NEVER CLEARS WHAT THE
      * APPRAISER OR INTAKE CLERK SAW WITH THEIR OWN EYES.
      *---------------------------------------
       1200-APPLY-CONDITION-FLAGS.
           MOVE "N" TO HV-SET-FLOOD HV-SET-ACCIDENT.
           IF VH-TITLEBRAND = "FLOD"
              MOVE "Y" TO HV-SET-FLOOD
           ELSE
              IF VH-TITLEBRAND NOT = SPACES
                 MOVE "Y" TO HV-SET-ACCIDENT
              END-IF
           END-IF.
           IF VH-ACCIDENTCOUNT > 0
              MOVE "Y" TO HV-SET-ACCIDENT
           END-IF.

           IF HV-SET-FLOOD = "Y" OR HV-SET-ACCIDENT = "Y"
              EXEC SQL
                  UPDATE APPRAISALS
                     SET FLOODTITLE =
                         CASE WHEN :HV-SET-FLOOD = 'Y' THEN 'Y'
                              ELSE FLOODTITLE END,
                         ACCIDENTFLAG =
                         CASE WHEN :HV-SET-ACCIDENT = 'Y' THEN 'Y'
                              ELSE ACCIDENTFLAG END
                   WHERE TRADEVIN = :HV-VIN
                     AND STATUS = 'O'
              END-EXEC
              EXEC SQL
                  UPDATE EASTINVNTRY
                     SET FLOODTITLE =
                         CASE WHEN :HV-SET-FLOOD = 'Y' THEN 'Y'
                              ELSE FLOODTITLE END,
                         ACCIDENTFLAG =
                         CASE WHEN :HV-SET-ACCIDENT = 'Y' THEN 'Y'
                              ELSE ACCIDENTFLAG END
                   WHERE VIN = :HV-VIN
              END-EXEC
              EXEC SQL
                  UPDATE CENTINVNTRY
                     SET FLOODTITLE =
                         CASE WHEN :HV-SET-FLOOD = 'Y' THEN 'Y'
                              ELSE FLOODTITLE END,
                         ACCIDENTFLAG =
                         CASE WHEN :HV-SET-ACCIDENT = 'Y' THEN 'Y'
                              ELSE ACCIDENTFLAG END
                   WHERE VIN = :HV-VIN
              END-EXEC
              EXEC SQL
                  UPDATE PACINVNTRY
                     SET FLOODTITLE =
                         CASE WHEN :HV-SET-FLOOD = 'Y' THEN 'Y'
                              ELSE FLOODTITLE END,
                         ACCIDENTFLAG =
                         CASE WHEN :HV-SET-ACCIDENT = 'Y' THEN 'Y'
                              ELSE ACCIDENTFLAG END
                   WHERE VIN = :HV-VIN
              END-EXEC
              MOVE 0 TO SQLCODE
           END-IF.

           IF VH-TITLEBRAND NOT = SPACES
              ADD 1 TO BRANDED-COUNT
              DISPLAY "TITLE BRAND " VH-TITLEBRAND " ON " HV-VIN
              MOVE "VHBR" TO HV-EXCTYPE
              MOVE SPACES TO HV-EXC-REASON
              IF HV-SOURCE = "A"
                 STRING "TITLE BRAND " VH-TITLEBRAND " ON TRADE"
                    DELIMITED BY SIZE INTO HV-EXC-REASON
              ELSE
                 STRING "TITLE BRAND " VH-TITLEBRAND " ON STOCK"
                    DELIMITED BY SIZE INTO HV-EXC-REASON
              END-IF
              PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT
           END-IF.

      *---------------------------------------
      * THE VENDOR'S LAST READING GOES ON THE ODOMETER LOG SO EVERY
      * LATER CHECK (GAM0VSE AT SALE, GAM0VTR, GAM0VVA) MEASURES
      * AGAINST IT TOO. THE MILES WE TOOK THE UNIT IN ON - THE
      * APPRAISAL'S FOR A TRADE, THE INTAKE'S FOR STOCK - COMING IN
      * UNDER IT IS A ROLLBACK UNTIL SOMEONE PROVES OTHERWISE.
      *---------------------------------------
       1300-CHECK-ODOMETER.
           IF VH-LASTODOMETER NOT > 0
              GO TO 1300-EXIT
           END-IF.

           EXEC SQL
               INSERT INTO ODOMETER_LOG
                   (VIN, READINGDATE, MILES, SOURCE)
                   VALUES
                   (:HV-VIN, :HV-ODODATE, :VH-LASTODOMETER, 'VHST')
           END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE -1 TO IND-OUR-MILES.
           IF HV-SOURCE = "A"
              EXEC SQL
                  SELECT MILES
                      INTO :HV-OUR-MILES :IND-OUR-MILES
                      FROM APPRAISALS
                      WHERE TRADEVIN = :HV-VIN
                        AND STATUS = 'O'
              END-EXEC
           ELSE
              EXEC SQL
                  SELECT MILES
                      INTO :HV-OUR-MILES :IND-OUR-MILES
                      FROM INVENTORY
                      WHERE VIN = :HV-VIN
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE -1 TO IND-OUR-MILES
           END-IF.
           MOVE 0 TO SQLCODE.

           IF IND-OUR-MILES >= 0
              AND HV-OUR-MILES < VH-LASTODOMETER
              ADD 1 TO ODOMETER-FLAGGED
              DISPLAY "ODOMETER BELOW VENDOR READING ON " HV-VIN
              MOVE "ODOM" TO HV-EXCTYPE
              MOVE "BELOW VEHICLE HISTORY ODOMETER" TO HV-EXC-REASON
              PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT
           END-IF.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * PASS 2 - TODAY'S REQUESTS. EACH VIN GOES ON THE FILE AND
      * GETS A 'S' ROW THE VENDOR'S ANSWER WILL LAND ON.
      *---------------------------------------
       2000-SEND-REQUESTS.
           OPEN OUTPUT HISTORY-REQUEST-FILE.

           MOVE SPACES TO HISTORY-REQUEST-HEADER.
           MOVE "H" TO HQR-RECTYPE.
           MOVE "GAM0VVH" TO HQH-SUBMITTER.
           MOVE FUNCTION CURRENT-DATE(1:4) TO HQH-RUNDATE(1:4).
           MOVE "-" TO HQH-RUNDATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO HQH-RUNDATE(6:2).
           MOVE "-" TO HQH-RUNDATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO HQH-RUNDATE(9:2).
           WRITE HISTORY-REQUEST-HEADER.

           EXEC SQL OPEN VHREQCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING VHREQCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              CLOSE HISTORY-REQUEST-FILE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH VHREQCURSOR
                      INTO :HV-VIN, :HV-DEALERID, :HV-SOURCE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING VHREQCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 CLOSE HISTORY-REQUEST-FILE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2100-SEND-ONE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE VHREQCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE SPACES TO HISTORY-REQUEST-TRAILER.
           MOVE "T" TO HQR-RECTYPE.
           MOVE REQUESTS-SENT TO HQT-REQUEST-COUNT.
           WRITE HISTORY-REQUEST-TRAILER.

           CLOSE HISTORY-REQUEST-FILE.

      *---------------------------------------
      * A VIN BOTH APPRAISED AND RECEIVED TODAY ALREADY HAS ITS ROW
      * FROM THE FIRST PASS THROUGH - THE DUPLICATE KEY IS SKIPPED.
      *---------------------------------------
       2100-SEND-ONE.
           EXEC SQL
               INSERT INTO VEHICLE_HISTORY
                   (VIN, REQUESTDATE, REQUESTSOURCE, DEALERID,
                    STATUS)
                   VALUES
                   (:HV-VIN, CURRENT DATE, :HV-SOURCE, :HV-DEALERID,
                    'S')
           END-EXEC.

           IF SQLCODE = 0
              MOVE SPACES TO HISTORY-REQUEST-DETAIL
              MOVE "D" TO HQR-RECTYPE
              MOVE HV-VIN TO HQD-VIN
              MOVE HQH-RUNDATE TO HQD-REQUESTDATE
              MOVE HV-DEALERID TO HQD-DEALERID
              MOVE HV-SOURCE TO HQD-SOURCE
              WRITE HISTORY-REQUEST-DETAIL
              ADD 1 TO REQUESTS-SENT
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * ONE OPEN EXCEPTION PER VIN AND TYPE FOR THE GAM0VEW
      * WORKBENCH.
      *---------------------------------------
       9000-RAISE-EXCEPTION.
           MOVE 0 TO ESC-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :ESC-DUP-COUNT
                   FROM EXCEPTIONS
                   WHERE EXCTYPE = :HV-EXCTYPE
                     AND VIN = :HV-VIN
                     AND STATUS = 'O'
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF ESC-DUP-COUNT > 0
              GO TO 9000-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(EXCEPTIONID), 0) + 1
                   INTO :ESC-NEXT-EXCID
                   FROM EXCEPTIONS
           END-EXEC.
           EXEC SQL
               INSERT INTO EXCEPTIONS
                   (EXCEPTIONID, EXCTYPE, VIN, DEALERID, STATUS,
                    DATEFOUND, REASON)
                   VALUES
                   (:ESC-NEXT-EXCID, :HV-EXCTYPE, :HV-VIN,
                    :HV-DEALERID, 'O', CURRENT DATE,
                    :HV-EXC-REASON)
           END-EXEC.
           MOVE 0 TO SQLCODE.

           ADD 1 TO ESCALATED-COUNT.

       9000-EXIT.
           CONTINUE.
