      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VAN.cbl                                     *
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
      * NIGHTLY ADVERSE-ACTION NOTICE EXTRACT. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS)
      * THAT FINDS EVERY CREDIT APPLICATION TAKEN ON GAM0VCQ WHICH
      * HAS BEEN DECLINED BY EVERY LENDER IT WENT TO AND HAS NOT YET
      * HAD ITS NOTICE, AND WRITES ONE ADVNOTCE RECORD PER APPLICANT
      * FOR THE LETTER SHOP - NAME AND CONTACT FROM THE CUSTOMER
      * ROW, THE DEAL VIN, AND UP TO FOUR LENDERS WITH THE REASON
      * EACH GAVE. THE APPLICATION IS THEN MARKED DECLINED WITH
      * TODAY'S NOTICE DATE SO IT IS NEVER NOTIFIED TWICE. THE
      * NOTICE LEGALLY GOES TO THE APPLICANT BY NAME, SO ADVNOTCE IS
      * EXEMPT FROM GAM0BMK MASKING; THE RUN LISTING IS NOT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVERSE-NOTICE-FILE ASSIGN TO ADVNOTCE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  ADVERSE-NOTICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ADVERSE-NOTICE-RECORD.
           05 ANR-APPID            PIC 9(9).
           05 ANR-DEALERID         PIC 9(9).
           05 ANR-CUSTOMERID       PIC X(10).
           05 ANR-CUSTNAME         PIC X(35).
           05 ANR-CUSTPHONE        PIC X(12).
           05 ANR-CUSTEMAIL        PIC X(50).
           05 ANR-VIN              PIC X(17).
           05 ANR-APPDATE          PIC X(10).
           05 ANR-NOTICEDATE       PIC X(10).
           05 ANR-LENDER-COUNT     PIC 9(2).
           05 ANR-LENDER OCCURS 4 TIMES.
              10 ANR-LENDERCODE    PIC X(4).
              10 ANR-DECLINEREASON PIC X(40).

       WORKING-STORAGE SECTION.

       COPY GAM0BCQ.
       COPY GAM0BMK.

       01 SCHEMA-CONNECT        PIC X(8).

       01 AN-CUSTNAME           PIC X(35).
       01 AN-CUSTPHONE          PIC X(12).
       01 AN-CUSTEMAIL          PIC X(50).
       01 AN-LENDER-SUB         PIC S9(4) USAGE COMP.
       01 NOTICE-COUNT          PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE ANAPPCURSOR CURSOR FOR
               SELECT A.APPID, A.DEALERID, A.CUSTOMERID, A.VIN,
                      CHAR(A.APPDATE, ISO),
                      COALESCE(C.CUSTNAME, ' '),
                      COALESCE(C.CUSTPHONE, ' '),
                      COALESCE(C.CUSTEMAIL, ' ')
                   FROM CREDIT_APPLICATIONS A
                   LEFT OUTER JOIN CUSTOMER C
                           ON A.CUSTOMERID = C.CUSTOMERID
                   WHERE A.NOTICEDATE IS NULL
                     AND A.STATUS IN ('O', 'D')
                     AND EXISTS
                         (SELECT 1 FROM LENDER_SUBMISSIONS S
                              WHERE S.APPID = A.APPID)
                     AND NOT EXISTS
                         (SELECT 1 FROM LENDER_SUBMISSIONS S
                              WHERE S.APPID = A.APPID
                                AND S.DECISION <> 'D')
                   ORDER BY A.DEALERID, A.APPID
           END-EXEC.

       EXEC SQL
           DECLARE ANLENDCURSOR CURSOR FOR
               SELECT LENDERCODE, COALESCE(DECLINEREASON, ' ')
                   FROM LENDER_SUBMISSIONS
                   WHERE APPID = :CRA-APPID
                   ORDER BY SUBMITDATE, LENDERCODE
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

           OPEN OUTPUT ADVERSE-NOTICE-FILE.

           PERFORM 1000-EXTRACT-NOTICES.

           CLOSE ADVERSE-NOTICE-FILE.

           EXEC SQL COMMIT END-EXEC.

           MOVE NOTICE-COUNT TO DISPLAY-COUNT.
           DISPLAY "ADVERSE-ACTION NOTICES WRITTEN: " DISPLAY-COUNT.
           DISPLAY "ADVERSE-ACTION EXTRACT COMPLETE".

           GOBACK.

       1000-EXTRACT-NOTICES.

           EXEC SQL OPEN ANAPPCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING ANAPPCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              CLOSE ADVERSE-NOTICE-FILE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH ANAPPCURSOR
                      INTO :CRA-APPID, :CRA-DEALERID,
                           :CRA-CUSTOMERID, :CRA-VIN,
                           :CRA-APPDATE, :AN-CUSTNAME,
                           :AN-CUSTPHONE, :AN-CUSTEMAIL
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING ANAPPCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 CLOSE ADVERSE-NOTICE-FILE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-WRITE-NOTICE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ANAPPCURSOR END-EXEC.

      *---------------------------------------
      * ONE NOTICE PER APPLICATION. THE LENDERS AND THEIR STATED
      * REASONS GO ON THE RECORD (THE FIRST FOUR BY SUBMISSION
      * DATE), THEN THE APPLICATION IS CLOSED OUT AS DECLINED WITH
      * TODAY AS ITS NOTICE DATE.
      *---------------------------------------
       1100-WRITE-NOTICE.
           MOVE SPACES TO ADVERSE-NOTICE-RECORD.
           MOVE CRA-APPID TO ANR-APPID.
           MOVE CRA-DEALERID TO ANR-DEALERID.
           MOVE CRA-CUSTOMERID-TEXT TO ANR-CUSTOMERID.
           MOVE AN-CUSTNAME TO ANR-CUSTNAME.
           MOVE AN-CUSTPHONE TO ANR-CUSTPHONE.
           MOVE AN-CUSTEMAIL TO ANR-CUSTEMAIL.
           MOVE CRA-VIN-TEXT TO ANR-VIN.
           MOVE CRA-APPDATE TO ANR-APPDATE.
           MOVE 0 TO AN-LENDER-SUB.

           EXEC SQL OPEN ANLENDCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR AN-LENDER-SUB = 4
              EXEC SQL
                  FETCH ANLENDCURSOR
                      INTO :CRL-LENDERCODE, :CRL-DECLINEREASON
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO AN-LENDER-SUB
                 MOVE CRL-LENDERCODE TO
                    ANR-LENDERCODE (AN-LENDER-SUB)
                 MOVE CRL-DECLINEREASON-TEXT TO
                    ANR-DECLINEREASON (AN-LENDER-SUB)
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ANLENDCURSOR END-EXEC.

           MOVE AN-LENDER-SUB TO ANR-LENDER-COUNT.

           EXEC SQL
               UPDATE CREDIT_APPLICATIONS
                  SET STATUS = 'D',
                      DECIDEDDATE = COALESCE(DECIDEDDATE,
                                             CURRENT DATE),
                      NOTICEDATE = CURRENT DATE
                WHERE APPID = :CRA-APPID
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR UPDATING APPLICATION " ANR-APPID
                 ", SQLCODE " DISPLAYSQLCODE
           ELSE
              EXEC SQL
                  SELECT CHAR(NOTICEDATE, ISO)
                      INTO :CRA-NOTICEDATE
                      FROM CREDIT_APPLICATIONS
                      WHERE APPID = :CRA-APPID
              END-EXEC
              MOVE CRA-NOTICEDATE TO ANR-NOTICEDATE
              WRITE ADVERSE-NOTICE-RECORD
              ADD 1 TO NOTICE-COUNT
              MOVE ANR-CUSTNAME TO MASK-IN
              PERFORM 9800-MASK-PII
              DISPLAY ANR-APPID " " ANR-CUSTOMERID " " MASK-OUT (1:35)
                 " " ANR-VIN
           END-IF.

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
