      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VNC.cbl                                     *
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
      * CUSTOMER CHANGE-OF-ADDRESS RUN. BATCH PROGRAM (NO COMMAREA,
      * LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS) THAT
      * KEEPS THE CUSTOMER MAILING ADDRESSES GAM0VCM AND GAM0VSE
      * CAPTURE FIT FOR THE RECALL (GAM0VON) AND ESCHEATMENT
      * (GAM0VES) LETTERS. IT RUNS IN TWO STEPS AROUND THE POSTAL
      * SERVICE VENDOR, PICKED BY COLUMN 1 OF THE SYSIN CARD:
      *   E  (THE DEFAULT) EXTRACT - EVERY CUSTOMER WITH AN ADDRESS
      *      NOT ALREADY KNOWN UNDELIVERABLE GOES TO NCOAOUT, WITH
      *      THE EXTRACT DATE THE VENDOR ECHOES BACK.
      *   A  APPLY - THE VENDOR'S RETURN FILE (NCOAIN) IS POSTED:
      *        M  MOVED - THE FORWARDING ADDRESS REPLACES THE OLD ONE
      *        S  STANDARDIZED - SAME PLACE, CORRECTED SPELLING/ZIP+4
      *        U  UNDELIVERABLE - THE ADDRESS IS FLAGGED, NOT ERASED
      *        N  NO CHANGE - THE ADDRESS IS CONFIRMED AS IT STANDS
      *      EVERY ONE OF THEM STAMPS ADDRVERIFIED. A CUSTOMER WHOSE
      *      ADDRESS WAS RE-KEYED AFTER THE EXTRACT DATE IS LEFT
      *      ALONE - THE DESK KNOWS BETTER THAN A STALE RETURN - AND
      *      A RETURNED ADDRESS THAT FAILS THE GAM0BCF EDIT IS NOT
      *      POSTED. MOVES, UNDELIVERABLES AND REJECTS ARE LISTED ON
      *      REPORT_REPOSITORY TYPE "NCOA", EACH LINE SCOPED TO THE
      *      CUSTOMER'S PREFERRED DEALER, NAMES MASKED PER GAM0BMK.
      *      UPDATES COMMIT EVERY 500 CUSTOMERS.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VNC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT NCOA-EXTRACT-FILE ASSIGN TO NCOAOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT NCOA-RETURN-FILE ASSIGN TO NCOAIN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-FUNCTION           PIC X(1).
           05 FILLER                PIC X(79).

       FD  NCOA-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NCOA-EXTRACT-RECORD.
           05 NXR-CUSTOMERID       PIC X(10).
           05 NXR-CUSTNAME         PIC X(35).
           05 NXR-ADDRLINE1        PIC X(40).
           05 NXR-ADDRLINE2        PIC X(40).
           05 NXR-CITY             PIC X(30).
           05 NXR-STATEABBR        PIC X(2).
           05 NXR-ZIPCODE          PIC X(10).
           05 NXR-EXTRACTDATE      PIC X(10).
           05 FILLER               PIC X(23).

       FD  NCOA-RETURN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NCOA-RETURN-RECORD.
           05 NRR-CUSTOMERID       PIC X(10).
           05 NRR-RESULT           PIC X(1).
              88 NRR-MOVED            VALUE 'M'.
              88 NRR-STANDARDIZED     VALUE 'S'.
              88 NRR-UNDELIVERABLE    VALUE 'U'.
              88 NRR-NO-CHANGE        VALUE 'N'.
           05 NRR-EXTRACTDATE      PIC X(10).
           05 NRR-MOVEDATE         PIC X(10).
           05 NRR-ADDRLINE1        PIC X(40).
           05 NRR-ADDRLINE2        PIC X(40).
           05 NRR-CITY             PIC X(30).
           05 NRR-STATEABBR        PIC X(2).
           05 NRR-ZIPCODE          PIC X(10).
           05 FILLER               PIC X(47).

       WORKING-STORAGE SECTION.

       COPY GAM0BRP.

       COPY GAM0BMK.

       COPY GAM0BCF.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 NCOA-RETURN-EOF-SW    PIC X VALUE 'N'.
          88 NCOA-RETURN-EOF       VALUE 'Y'.

       01 RUN-FUNCTION          PIC X(1) VALUE 'E'.
          88 RUN-EXTRACT           VALUE 'E'.
          88 RUN-APPLY             VALUE 'A'.

       01 COMMIT-BATCH-SIZE     PIC 9(5) VALUE 500.
       01 ROWS-SINCE-COMMIT     PIC 9(5) VALUE 0.

      *---------------------------------------
      * ONE CUSTOMER ADDRESS, AS FETCHED FOR THE EXTRACT OR LOOKED
      * UP FOR A RETURN RECORD.
      *---------------------------------------
       01 NC-CUSTOMERID         PIC X(10).
       01 NC-CUSTNAME           PIC X(35).
       01 NC-ADDRLINE1          PIC X(40).
       01 NC-ADDRLINE2          PIC X(40).
       01 NC-CITY               PIC X(30).
       01 NC-STATEABBR          PIC X(2).
       01 NC-ZIPCODE            PIC X(10).
       01 NC-DEALERID           PIC S9(9) USAGE COMP.
       01 NC-ADDRUPDATED        PIC X(10).
       01 IND-NC-ADDRUPDATED    PIC S9(4) USAGE COMP.
       01 NC-EXTRACTDATE        PIC X(10).
       01 NC-REASON             PIC X(14).
       01 NC-DETAIL             PIC X(28).

       01 CUSTOMERS-EXTRACTED   PIC S9(9) USAGE COMP VALUE 0.
       01 RETURNS-READ          PIC S9(9) USAGE COMP VALUE 0.
       01 RETURNS-MOVED         PIC S9(9) USAGE COMP VALUE 0.
       01 RETURNS-STANDARDIZED  PIC S9(9) USAGE COMP VALUE 0.
       01 RETURNS-UNDELIVERABLE PIC S9(9) USAGE COMP VALUE 0.
       01 RETURNS-CONFIRMED     PIC S9(9) USAGE COMP VALUE 0.
       01 RETURNS-REKEYED       PIC S9(9) USAGE COMP VALUE 0.
       01 RETURNS-REJECTED      PIC S9(9) USAGE COMP VALUE 0.
       01 RETURNS-UNMATCHED     PIC S9(9) USAGE COMP VALUE 0.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * AN ADDRESS ALREADY FLAGGED UNDELIVERABLE STAYS OUT UNTIL
      * THE DESK KEYS A NEW ONE, WHICH RESETS ADDRSTATUS TO 'N'.
      *---------------------------------------
       EXEC SQL
           DECLARE NCEXTRACT CURSOR FOR
               SELECT CUSTOMERID, CUSTNAME, ADDRLINE1,
                      COALESCE(ADDRLINE2, ' '), CITY, STATEABBR,
                      ZIPCODE
                   FROM CUSTOMER
                   WHERE ADDRLINE1 IS NOT NULL
                     AND (ADDRSTATUS IS NULL OR ADDRSTATUS <> 'U')
                   ORDER BY CUSTOMERID
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

           IF RUN-APPLY
              DISPLAY "CUSTOMER CHANGE OF ADDRESS - APPLY RETURNS"
              PERFORM 2000-APPLY-RETURNS
           ELSE
              DISPLAY "CUSTOMER CHANGE OF ADDRESS - EXTRACT"
              PERFORM 1000-EXTRACT-ADDRESSES
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           DISPLAY "CHANGE OF ADDRESS RUN COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-FUNCTION = 'A' OR CC-FUNCTION = 'E'
                 MOVE CC-FUNCTION TO RUN-FUNCTION
              END-IF
           END-IF.

      *---------------------------------------
      * STEP 1 - EVERY MAILABLE ADDRESS OUT TO THE VENDOR.
      *---------------------------------------
       1000-EXTRACT-ADDRESSES.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :NC-EXTRACTDATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           OPEN OUTPUT NCOA-EXTRACT-FILE.

           EXEC SQL OPEN NCEXTRACT END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING NCEXTRACT, SQLCODE "
                 DISPLAYSQLCODE
              CLOSE NCOA-EXTRACT-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH NCEXTRACT
                      INTO :NC-CUSTOMERID, :NC-CUSTNAME,
                           :NC-ADDRLINE1, :NC-ADDRLINE2, :NC-CITY,
                           :NC-STATEABBR, :NC-ZIPCODE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING NCEXTRACT, SQLCODE "
                    DISPLAYSQLCODE
                 CLOSE NCOA-EXTRACT-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-WRITE-EXTRACT
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE NCEXTRACT END-EXEC.
           CLOSE NCOA-EXTRACT-FILE.

           MOVE CUSTOMERS-EXTRACTED TO DISPLAY-COUNT.
           DISPLAY "EXTRACT DATE:          " NC-EXTRACTDATE.
           DISPLAY "ADDRESSES EXTRACTED:   " DISPLAY-COUNT.

       1100-WRITE-EXTRACT.
           MOVE SPACES TO NCOA-EXTRACT-RECORD.
           MOVE NC-CUSTOMERID TO NXR-CUSTOMERID.
           MOVE NC-CUSTNAME TO NXR-CUSTNAME.
           MOVE NC-ADDRLINE1 TO NXR-ADDRLINE1.
           MOVE NC-ADDRLINE2 TO NXR-ADDRLINE2.
           MOVE NC-CITY TO NXR-CITY.
           MOVE NC-STATEABBR TO NXR-STATEABBR.
           MOVE NC-ZIPCODE TO NXR-ZIPCODE.
           MOVE NC-EXTRACTDATE TO NXR-EXTRACTDATE.
           WRITE NCOA-EXTRACT-RECORD.
           ADD 1 TO CUSTOMERS-EXTRACTED.

      *---------------------------------------
      * STEP 2 - THE VENDOR'S RETURN FILE, ONE RECORD PER CUSTOMER.
      *---------------------------------------
       2000-APPLY-RETURNS.
           MOVE "NCOA" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE "CUSTOMER ADDRESSES - CHANGE-OF-ADDRESS RETURNS"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "CUSTOMER   NAME" TO RP-LINETEXT-TEXT.
           MOVE "RESULT         DETAIL" TO RP-LINETEXT-TEXT (38:22).
           PERFORM 8000-PUT-LINE.

           MOVE 0 TO ROWS-SINCE-COMMIT.
           OPEN INPUT NCOA-RETURN-FILE.

           READ NCOA-RETURN-FILE
               AT END MOVE 'Y' TO NCOA-RETURN-EOF-SW
           END-READ.

           PERFORM UNTIL NCOA-RETURN-EOF
              ADD 1 TO RETURNS-READ
              PERFORM 2100-APPLY-ONE-RETURN THRU 2100-EXIT

              READ NCOA-RETURN-FILE
                  AT END MOVE 'Y' TO NCOA-RETURN-EOF-SW
              END-READ
           END-PERFORM.

           CLOSE NCOA-RETURN-FILE.

           MOVE 0 TO RP-DEALERID.
           MOVE RETURNS-READ TO DISPLAY-COUNT.
           STRING "RETURN RECORDS READ:     " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE RETURNS-MOVED TO DISPLAY-COUNT.
           STRING "MOVED, NEW ADDRESS POSTED:" DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE RETURNS-STANDARDIZED TO DISPLAY-COUNT.
           STRING "STANDARDIZED / ZIP+4:    " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE RETURNS-CONFIRMED TO DISPLAY-COUNT.
           STRING "CONFIRMED, NO CHANGE:    " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE RETURNS-UNDELIVERABLE TO DISPLAY-COUNT.
           STRING "FLAGGED UNDELIVERABLE:   " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE RETURNS-REKEYED TO DISPLAY-COUNT.
           STRING "RE-KEYED SINCE EXTRACT:  " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE RETURNS-REJECTED TO DISPLAY-COUNT.
           STRING "REJECTED, NOT POSTED:    " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE RETURNS-UNMATCHED TO DISPLAY-COUNT.
           STRING "CUSTOMER NOT ON FILE:    " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

       2100-APPLY-ONE-RETURN.
           MOVE SPACES TO NC-CUSTNAME NC-ADDRUPDATED.
           MOVE 0 TO NC-DEALERID.
           MOVE NRR-CUSTOMERID TO NC-CUSTOMERID.
           EXEC SQL
               SELECT CUSTNAME, COALESCE(PREFDEALERID, 0),
                      CHAR(ADDRUPDATED, ISO)
                   INTO :NC-CUSTNAME, :NC-DEALERID,
                        :NC-ADDRUPDATED :IND-NC-ADDRUPDATED
                   FROM CUSTOMER
                   WHERE CUSTOMERID = :NC-CUSTOMERID
                     AND ADDRLINE1 IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO SQLCODE
              ADD 1 TO RETURNS-UNMATCHED
              DISPLAY "RETURN FOR UNKNOWN CUSTOMER " NRR-CUSTOMERID
                 " SKIPPED"
              GO TO 2100-EXIT
           END-IF.

           IF IND-NC-ADDRUPDATED >= 0
              AND NC-ADDRUPDATED > NRR-EXTRACTDATE
              ADD 1 TO RETURNS-REKEYED
              GO TO 2100-EXIT
           END-IF.

           EVALUATE TRUE
           WHEN NRR-MOVED
           WHEN NRR-STANDARDIZED
              PERFORM 2200-POST-NEW-ADDRESS THRU 2200-EXIT
           WHEN NRR-UNDELIVERABLE
              PERFORM 2300-FLAG-UNDELIVERABLE
           WHEN NRR-NO-CHANGE
              PERFORM 2400-CONFIRM-ADDRESS
           WHEN OTHER
              ADD 1 TO RETURNS-REJECTED
              MOVE "REJECTED" TO NC-REASON
              MOVE SPACES TO NC-DETAIL
              STRING "UNKNOWN RESULT CODE " NRR-RESULT
                 DELIMITED BY SIZE INTO NC-DETAIL
              PERFORM 2900-LIST-CUSTOMER
              GO TO 2100-EXIT
           END-EVALUATE.

           ADD 1 TO ROWS-SINCE-COMMIT.
           IF ROWS-SINCE-COMMIT >= COMMIT-BATCH-SIZE
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO ROWS-SINCE-COMMIT
           END-IF.

       2100-EXIT.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * A FORWARDING OR CORRECTED ADDRESS MUST PASS THE SAME EDIT
      * THE SCREENS APPLY. A MOVE RESTAMPS ADDRUPDATED - THE
      * CUSTOMER NOW LIVES SOMEWHERE ELSE - A STANDARDIZATION DOES
      * NOT.
      *---------------------------------------
       2200-POST-NEW-ADDRESS.
           MOVE NRR-ADDRLINE1 TO CR-ADDR1.
           MOVE NRR-ADDRLINE2 TO CR-ADDR2.
           MOVE NRR-CITY TO CR-CITY.
           MOVE NRR-STATEABBR TO CR-STATE.
           MOVE NRR-ZIPCODE TO CR-ZIP.
           PERFORM 9880-CHECK-ADDRESS THRU 9880-EXIT.
           IF CR-ADDR-MSG NOT = SPACES OR NOT CR-ADDR-KEYED
              ADD 1 TO RETURNS-REJECTED
              MOVE "REJECTED" TO NC-REASON
              MOVE CR-ADDR-MSG TO NC-DETAIL
              IF NOT CR-ADDR-KEYED
                 MOVE "NO ADDRESS RETURNED" TO NC-DETAIL
              END-IF
              PERFORM 2900-LIST-CUSTOMER
              GO TO 2200-EXIT
           END-IF.

           MOVE 0 TO IND-CR-ADDR2.
           IF CR-ADDR2 = SPACES
              MOVE -1 TO IND-CR-ADDR2
           END-IF.

           IF NRR-MOVED
              EXEC SQL
                  UPDATE CUSTOMER
                     SET ADDRLINE1 = :CR-ADDR1,
                         ADDRLINE2 = :CR-ADDR2 :IND-CR-ADDR2,
                         CITY = :CR-CITY,
                         STATEABBR = :CR-STATE,
                         ZIPCODE = :CR-ZIP,
                         ADDRSTATUS = 'V',
                         ADDRUPDATED = CURRENT DATE,
                         ADDRVERIFIED = CURRENT DATE
                   WHERE CUSTOMERID = :NC-CUSTOMERID
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE CUSTOMER
                     SET ADDRLINE1 = :CR-ADDR1,
                         ADDRLINE2 = :CR-ADDR2 :IND-CR-ADDR2,
                         CITY = :CR-CITY,
                         STATEABBR = :CR-STATE,
                         ZIPCODE = :CR-ZIP,
                         ADDRSTATUS = 'V',
                         ADDRVERIFIED = CURRENT DATE
                   WHERE CUSTOMERID = :NC-CUSTOMERID
              END-EXEC
           END-IF.

           PERFORM 2800-CHECK-UPDATE.

           IF NRR-MOVED
              ADD 1 TO RETURNS-MOVED
              MOVE "MOVED" TO NC-REASON
              MOVE SPACES TO NC-DETAIL
              STRING NRR-MOVEDATE " " CR-CITY (1:14) " " CR-STATE
                 DELIMITED BY SIZE INTO NC-DETAIL
              PERFORM 2900-LIST-CUSTOMER
           ELSE
              ADD 1 TO RETURNS-STANDARDIZED
           END-IF.

       2200-EXIT.
           CONTINUE.

       2300-FLAG-UNDELIVERABLE.
           EXEC SQL
               UPDATE CUSTOMER
                  SET ADDRSTATUS = 'U',
                      ADDRVERIFIED = CURRENT DATE
                WHERE CUSTOMERID = :NC-CUSTOMERID
           END-EXEC.
           PERFORM 2800-CHECK-UPDATE.

           ADD 1 TO RETURNS-UNDELIVERABLE.
           MOVE "UNDELIVERABLE" TO NC-REASON.
           MOVE "RE-KEY ON GAM0VCM" TO NC-DETAIL.
           PERFORM 2900-LIST-CUSTOMER.

       2400-CONFIRM-ADDRESS.
           EXEC SQL
               UPDATE CUSTOMER
                  SET ADDRSTATUS = 'V',
                      ADDRVERIFIED = CURRENT DATE
                WHERE CUSTOMERID = :NC-CUSTOMERID
           END-EXEC.
           PERFORM 2800-CHECK-UPDATE.

           ADD 1 TO RETURNS-CONFIRMED.

       2800-CHECK-UPDATE.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR UPDATING CUSTOMER " NC-CUSTOMERID
                 ", SQLCODE " DISPLAYSQLCODE
              EXEC SQL ROLLBACK END-EXEC
              CLOSE NCOA-RETURN-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

       2900-LIST-CUSTOMER.
           MOVE NC-DEALERID TO RP-DEALERID.
           MOVE NC-CUSTNAME TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE NC-CUSTOMERID TO RP-LINETEXT-TEXT (1:10).
           MOVE MASK-OUT (1:25) TO RP-LINETEXT-TEXT (12:25).
           MOVE NC-REASON TO RP-LINETEXT-TEXT (38:14).
           MOVE NC-DETAIL TO RP-LINETEXT-TEXT (53:28).
           PERFORM 8000-PUT-LINE.
           MOVE 0 TO SQLCODE.

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

      *---------------------------------------
      * COMMON PII MASKING RULE (GAM0BMK) - MASK-IN COMES BACK IN
      * MASK-OUT WITH ONLY ITS LAST FOUR CHARACTERS SHOWING.
      *---------------------------------------
       9800-MASK-PII.
           MOVE MASK-IN TO MASK-OUT.
           MOVE 0 TO MASK-KEPT.
           PERFORM VARYING MASK-SUB FROM 50 BY -1 UNTIL MASK-SUB < 1
              IF MASK-OUT (MASK-SUB:1) NOT = SPACE
                 AND MASK-OUT (MASK-SUB:1) NOT = "-"
                 IF MASK-KEPT < 4
                    ADD 1 TO MASK-KEPT
                 ELSE
                    MOVE "*" TO MASK-OUT (MASK-SUB:1)
                 END-IF
              END-IF
           END-PERFORM.

      *---------------------------------------
      * CUSTOMER-RESOLUTION ROUTINES OVER THE GAM0BCF WORK AREA -
      * SEE GAM0BCF FOR THE INPUTS AND THE RULES. EVERY PROGRAM
      * THAT LINKS A SALE TO THE CUSTOMER MASTER CARRIES THE SAME
      * CODE - CHANGE THEM ALL TOGETHER.
      *---------------------------------------
      *
      * A MAILING ADDRESS IS ALL OR NOTHING - STREET, CITY, STATE
      * AND A ZIP THE POST OFFICE WILL TAKE. LINE 2 IS OPTIONAL.
      *---------------------------------------
       9880-CHECK-ADDRESS.
           MOVE SPACES TO CR-ADDR-MSG.
           MOVE "N" TO CR-ADDR-SW.
           IF CR-ADDR1 = LOW-VALUE
               MOVE SPACES TO CR-ADDR1
           END-IF.
           IF CR-ADDR2 = LOW-VALUE
               MOVE SPACES TO CR-ADDR2
           END-IF.
           IF CR-CITY = LOW-VALUE
               MOVE SPACES TO CR-CITY
           END-IF.
           IF CR-STATE = LOW-VALUE
               MOVE SPACES TO CR-STATE
           END-IF.
           IF CR-ZIP = LOW-VALUE
               MOVE SPACES TO CR-ZIP
           END-IF.
           IF CR-ADDR1 = SPACES AND CR-ADDR2 = SPACES
              AND CR-CITY = SPACES AND CR-STATE = SPACES
              AND CR-ZIP = SPACES
               GO TO 9880-EXIT
           END-IF.
           SET CR-ADDR-KEYED TO TRUE.

           IF CR-ADDR1 = SPACES
               MOVE "ENTER THE STREET ADDRESS" TO CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
           IF CR-CITY = SPACES
               MOVE "ENTER THE CITY" TO CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
           IF CR-STATE NOT ALPHABETIC
              OR CR-STATE (1:1) = SPACE
              OR CR-STATE (2:1) = SPACE
               MOVE "STATE MUST BE THE 2-LETTER ABBREVIATION" TO
                   CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
           IF CR-ZIP (1:5) NOT NUMERIC
              OR (CR-ZIP (6:5) NOT = SPACES
                  AND (CR-ZIP (6:1) NOT = "-"
                       OR CR-ZIP (7:4) NOT NUMERIC))
               MOVE "ZIP MUST BE 99999 OR 99999-9999" TO CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
       9880-EXIT.
           CONTINUE.
