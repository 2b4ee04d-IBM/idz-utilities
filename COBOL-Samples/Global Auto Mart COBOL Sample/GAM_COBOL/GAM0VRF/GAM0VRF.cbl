      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VRF.cbl                                     *
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
      * MONTHLY RED FLAGS (IDENTITY THEFT) LOG EXTRACT. BATCH
      * PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY
      * GAM0VCE IS; MONTH ON THE SYSIN CARD AS YYYY MM, DEFAULT
      * CURRENT MONTH). CUTS EVERY ID_VERIFICATIONS ROW GAM0VSE
      * LOGGED IN THE MONTH - VERIFIED, MANAGER-CLEARED AND BLOCKED
      * - TO THE REDFLAGS DATASET FOR THE COMPLIANCE OFFICER'S
      * PROGRAM REVIEW, STORE BY STORE, WITH THE COUNTS BY RESULT
      * ON SYSOUT. THE BUYER'S NAME, PHONE AND ID NUMBER FOLLOW THE
      * GAM0BMK MASKING RULE - THE VIN AND CHECK ID LEAD BACK TO THE
      * FULL ROW WHEN AN INVESTIGATION NEEDS IT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VRF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RED-FLAG-EXTRACT-FILE ASSIGN TO REDFLAGS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-RPT-YEAR           PIC 9(4).
           05 FILLER                PIC X(1).
           05 CC-RPT-MONTH          PIC 9(2).
           05 FILLER                PIC X(73).

       FD  RED-FLAG-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RED-FLAG-EXTRACT-RECORD.
           05 RFR-CHECKID          PIC 9(9).
           05 RFR-CHECKTS          PIC X(26).
           05 RFR-DEALERID         PIC 9(5).
           05 RFR-VIN              PIC X(17).
           05 RFR-BUYERNAME        PIC X(35).
           05 RFR-BUYERPHONE       PIC X(12).
           05 RFR-SALETYPE         PIC X(1).
           05 RFR-IDTYPE           PIC X(2).
           05 RFR-IDNUMBER         PIC X(20).
           05 RFR-IDSTATE          PIC X(2).
           05 RFR-IDEXPIRY         PIC X(10).
           05 RFR-EXPIREDFLAG      PIC X(1).
           05 RFR-PHONEFLAG        PIC X(1).
           05 RFR-ADDRFLAG         PIC X(1).
           05 RFR-RESULT           PIC X(1).
           05 RFR-CLEARREASON      PIC X(40).
           05 RFR-CLEAREDBY        PIC X(8).
           05 RFR-ENTEREDUSER      PIC X(8).

       WORKING-STORAGE SECTION.

       COPY GAM0BRF.
       COPY GAM0BMK.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 RPT-YEAR              PIC S9(9) USAGE COMP.
       01 RPT-MONTH             PIC S9(9) USAGE COMP.
       01 CURRENT-DATE-FIELDS.
          05 CD-YYYY            PIC 9(4).
          05 CD-MM              PIC 9(2).
          05 FILLER             PIC X(15).
       01 DISPLAY-YEAR          PIC 9(4).
       01 DISPLAY-MONTH         PIC 9(2).

       01 IND-RF-PHONE          PIC S9(4) USAGE COMP.
       01 IND-RF-REASON         PIC S9(4) USAGE COMP.
       01 IND-RF-CLEAREDBY      PIC S9(4) USAGE COMP.

       01 EXTRACT-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 VERIFIED-COUNT        PIC S9(9) USAGE COMP VALUE 0.
       01 CLEARED-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 BLOCKED-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 EXPIRED-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 PHONE-FLAG-COUNT      PIC S9(9) USAGE COMP VALUE 0.
       01 ADDR-FLAG-COUNT       PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE RFCURSOR CURSOR FOR
               SELECT CHECKID, CHAR(CHECKTS), DEALERID, VIN,
                      BUYERNAME, BUYERPHONE, SALETYPE, IDTYPE,
                      IDNUMBER, IDSTATE, CHAR(IDEXPIRY, ISO),
                      EXPIREDFLAG, PHONEFLAG, ADDRFLAG, RESULT,
                      CLEARREASON, CLEAREDBY, ENTEREDUSER
                   FROM ID_VERIFICATIONS
                   WHERE YEAR(CHECKTS) = :RPT-YEAR
                     AND MONTH(CHECKTS) = :RPT-MONTH
                   ORDER BY DEALERID, CHECKTS, CHECKID
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

           OPEN OUTPUT RED-FLAG-EXTRACT-FILE.

           MOVE RPT-YEAR TO DISPLAY-YEAR.
           MOVE RPT-MONTH TO DISPLAY-MONTH.
           DISPLAY "RED FLAGS ID VERIFICATION LOG EXTRACT - PERIOD "
              DISPLAY-YEAR "/" DISPLAY-MONTH.

           PERFORM 1000-EXTRACT-CHECKS.

           CLOSE RED-FLAG-EXTRACT-FILE.

           MOVE EXTRACT-COUNT TO DISPLAY-COUNT.
           DISPLAY "ID CHECKS EXTRACTED:    " DISPLAY-COUNT.
           MOVE VERIFIED-COUNT TO DISPLAY-COUNT.
           DISPLAY "  VERIFIED CLEAN:       " DISPLAY-COUNT.
           MOVE CLEARED-COUNT TO DISPLAY-COUNT.
           DISPLAY "  CLEARED BY MANAGER:   " DISPLAY-COUNT.
           MOVE BLOCKED-COUNT TO DISPLAY-COUNT.
           DISPLAY "  DEAL BLOCKED:         " DISPLAY-COUNT.
           MOVE EXPIRED-COUNT TO DISPLAY-COUNT.
           DISPLAY "EXPIRED ID FLAGS:       " DISPLAY-COUNT.
           MOVE PHONE-FLAG-COUNT TO DISPLAY-COUNT.
           DISPLAY "PHONE MISMATCH FLAGS:   " DISPLAY-COUNT.
           MOVE ADDR-FLAG-COUNT TO DISPLAY-COUNT.
           DISPLAY "ADDRESS MISMATCH FLAGS: " DISPLAY-COUNT.
           DISPLAY "RED FLAGS EXTRACT COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           MOVE CD-YYYY TO RPT-YEAR.
           MOVE CD-MM TO RPT-MONTH.

           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-RPT-YEAR NUMERIC AND CC-RPT-MONTH NUMERIC
                 AND CC-RPT-MONTH >= 1 AND CC-RPT-MONTH <= 12
                 MOVE CC-RPT-YEAR TO RPT-YEAR
                 MOVE CC-RPT-MONTH TO RPT-MONTH
              END-IF
           END-IF.

       1000-EXTRACT-CHECKS.

           EXEC SQL OPEN RFCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING RFCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH RFCURSOR
                      INTO :RF-CHECKID, :RF-CHECKTS, :RF-DEALERID,
                           :RF-VIN, :RF-BUYERNAME,
                           :RF-BUYERPHONE :IND-RF-PHONE,
                           :RF-SALETYPE, :RF-IDTYPE, :RF-IDNUMBER,
                           :RF-IDSTATE, :RF-IDEXPIRY,
                           :RF-EXPIREDFLAG, :RF-PHONEFLAG,
                           :RF-ADDRFLAG, :RF-RESULT,
                           :RF-CLEARREASON :IND-RF-REASON,
                           :RF-CLEAREDBY :IND-RF-CLEAREDBY,
                           :RF-ENTEREDUSER
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING RFCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2000-WRITE-ONE-CHECK
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE RFCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

       2000-WRITE-ONE-CHECK.
           MOVE SPACES TO RED-FLAG-EXTRACT-RECORD.
           MOVE RF-CHECKID TO RFR-CHECKID.
           MOVE RF-CHECKTS TO RFR-CHECKTS.
           MOVE RF-DEALERID TO RFR-DEALERID.
           MOVE RF-VIN-TEXT TO RFR-VIN.
           MOVE RF-BUYERNAME-TEXT TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE MASK-OUT TO RFR-BUYERNAME.
           IF IND-RF-PHONE >= 0
              MOVE RF-BUYERPHONE TO MASK-IN
              PERFORM 9800-MASK-PII
              MOVE MASK-OUT TO RFR-BUYERPHONE
           END-IF.
           MOVE RF-SALETYPE TO RFR-SALETYPE.
           MOVE RF-IDTYPE TO RFR-IDTYPE.
           MOVE RF-IDNUMBER-TEXT TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE MASK-OUT TO RFR-IDNUMBER.
           MOVE RF-IDSTATE TO RFR-IDSTATE.
           MOVE RF-IDEXPIRY TO RFR-IDEXPIRY.
           MOVE RF-EXPIREDFLAG TO RFR-EXPIREDFLAG.
           MOVE RF-PHONEFLAG TO RFR-PHONEFLAG.
           MOVE RF-ADDRFLAG TO RFR-ADDRFLAG.
           MOVE RF-RESULT TO RFR-RESULT.
           IF IND-RF-REASON >= 0
              MOVE RF-CLEARREASON-TEXT TO RFR-CLEARREASON
           END-IF.
           IF IND-RF-CLEAREDBY >= 0
              MOVE RF-CLEAREDBY TO RFR-CLEAREDBY
           END-IF.
           MOVE RF-ENTEREDUSER TO RFR-ENTEREDUSER.
           WRITE RED-FLAG-EXTRACT-RECORD.

           ADD 1 TO EXTRACT-COUNT.
           EVALUATE RF-RESULT
              WHEN "V"
                 ADD 1 TO VERIFIED-COUNT
              WHEN "C"
                 ADD 1 TO CLEARED-COUNT
              WHEN OTHER
                 ADD 1 TO BLOCKED-COUNT
           END-EVALUATE.
           IF RF-EXPIREDFLAG = "Y"
              ADD 1 TO EXPIRED-COUNT
           END-IF.
           IF RF-PHONEFLAG = "Y"
              ADD 1 TO PHONE-FLAG-COUNT
           END-IF.
           IF RF-ADDRFLAG = "Y"
              ADD 1 TO ADDR-FLAG-COUNT
           END-IF.

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
