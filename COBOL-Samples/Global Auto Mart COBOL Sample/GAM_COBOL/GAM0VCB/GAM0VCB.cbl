      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VCB.cbl                                     *
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
      * ONE-TIME (AND SAFELY REPEATABLE) CUSTOMER LINK FOR SALES
      * WRITTEN BEFORE THE DEAL SCREENS STORED A CUSTOMER ID. BATCH
      * PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY
      * GAM0VIV IS). EVERY RETAIL, LEASE, FINANCE AND FLEET SALES
      * ROW WITH NO CUSTOMERID IS RUN THROUGH THE SAME NAME/PHONE
      * MATCH GAM0VSE USES AT DEAL ENTRY (GAM0BCF, MATCH ONLY - THIS
      * JOB NEVER ADDS A CUSTOMER) AND STAMPED WHEN ONE CUSTOMER
      * FITS. WHOLESALE ROWS ARE DEALER-TO-DEALER AND ARE LEFT
      * ALONE, AS ARE ROWS GAM0VER ANONYMIZED.
      *
      * A SALE WITH NO MATCH, OR WHOSE BUYER NAME FITS SEVERAL
      * CUSTOMERS, IS LISTED FOR THE OFFICE ON REPORT_REPOSITORY
      * TYPE "CUSTMTCH", EACH LINE SCOPED TO THE SELLING DEALER,
      * NAMES MASKED PER GAM0BMK. THE OFFICE FIXES OR ADDS THE
      * CUSTOMER ON GAM0VCM AND THE JOB IS SIMPLY RUN AGAIN - A
      * LINKED ROW DROPS OUT OF THE CURSOR. UPDATES COMMIT IN
      * BATCHES THROUGH A HELD CURSOR, THE SAME AS GAM0VLX.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VCB.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY GAM0BRP.

       COPY GAM0BMK.

       COPY GAM0BCF.

       01 SCHEMA-CONNECT        PIC X(8).

       01 COMMIT-BATCH-SIZE     PIC 9(5) VALUE 500.
       01 ROWS-SINCE-COMMIT     PIC 9(5) VALUE 0.

      *---------------------------------------
      * ONE UNLINKED SALE, AS FETCHED.
      *---------------------------------------
       01 CB-VIN                PIC X(17).
       01 CB-SALEDATE           PIC X(10).
       01 CB-BUYERNAME          PIC X(35).
       01 CB-BUYERPHONE         PIC X(12).
       01 CB-DEALERID           PIC S9(9) USAGE COMP.
       01 CB-REASON             PIC X(12).

       01 SALES-READ            PIC S9(9) USAGE COMP VALUE 0.
       01 SALES-LINKED          PIC S9(9) USAGE COMP VALUE 0.
       01 SALES-NO-MATCH        PIC S9(9) USAGE COMP VALUE 0.
       01 SALES-AMBIGUOUS       PIC S9(9) USAGE COMP VALUE 0.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * DECLARED WITH HOLD SO THE BATCH COMMITS DON'T CLOSE IT. A
      * ROW ALREADY LINKED HAS A CUSTOMERID AND DROPS OUT.
      *---------------------------------------
       EXEC SQL
           DECLARE CBLINK CURSOR WITH HOLD FOR
               SELECT VIN, SALEDATE, BUYERNAME,
                      COALESCE(BUYERPHONE, ' '), DEALERID
                   FROM SALES
                   WHERE CUSTOMERID IS NULL
                     AND SALETYPE <> 'W'
                     AND BUYERNAME <> 'ERASED PER REQUEST'
               FOR UPDATE OF CUSTOMERID
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

           DISPLAY "SALES TO CUSTOMER LINK JOB".

           MOVE "CUSTMTCH" TO RP-REPORTTYPE.
           MOVE 0 TO RP-DEALERID.
           MOVE SPACES TO RP-LINETEXT-TEXT.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE "SALES NOT LINKED TO A CUSTOMER - FIX OR ADD ON GAM0VCM"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "VIN               SALE DATE  BUYER" TO
              RP-LINETEXT-TEXT.
           MOVE "PHONE        REASON" TO RP-LINETEXT-TEXT (56:19).
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LINK-SALES.

           MOVE 0 TO RP-DEALERID.
           MOVE SALES-READ TO DISPLAY-COUNT.
           STRING "UNLINKED SALES READ:     " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE SALES-LINKED TO DISPLAY-COUNT.
           STRING "LINKED TO A CUSTOMER:    " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE SALES-NO-MATCH TO DISPLAY-COUNT.
           STRING "NO CUSTOMER MATCH:       " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE SALES-AMBIGUOUS TO DISPLAY-COUNT.
           STRING "SEVERAL CUSTOMERS FIT:   " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           EXEC SQL COMMIT END-EXEC.
           DISPLAY "SALES TO CUSTOMER LINK JOB COMPLETE".

           GOBACK.

       1000-LINK-SALES.
           MOVE 0 TO ROWS-SINCE-COMMIT.

           EXEC SQL OPEN CBLINK END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING CBLINK, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH CBLINK
                      INTO :CB-VIN, :CB-SALEDATE, :CB-BUYERNAME,
                           :CB-BUYERPHONE, :CB-DEALERID
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING CBLINK, SQLCODE "
                    DISPLAYSQLCODE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-LINK-ONE-SALE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CBLINK END-EXEC.
           EXEC SQL COMMIT END-EXEC.

       1100-LINK-ONE-SALE.
           ADD 1 TO SALES-READ.

           MOVE SPACES TO CR-CUSTOMERID.
           MOVE CB-BUYERNAME TO CR-NAME.
           MOVE CB-BUYERPHONE TO CR-PHONE.
           MOVE CB-DEALERID TO CR-DEALERID.
           SET CR-MATCH-ONLY TO TRUE.
           PERFORM 9850-RESOLVE-CUSTOMER THRU 9850-EXIT.

           IF CR-FAILED
              MOVE CR-SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR MATCHING " CB-VIN ", SQLCODE "
                 DISPLAYSQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           IF CR-MATCHED
              PERFORM 1200-STAMP-SALE
           ELSE
              IF CR-AMBIGUOUS
                 ADD 1 TO SALES-AMBIGUOUS
                 MOVE "SEVERAL FIT" TO CB-REASON
              ELSE
                 ADD 1 TO SALES-NO-MATCH
                 MOVE "NO MATCH" TO CB-REASON
              END-IF
              PERFORM 1300-LIST-UNMATCHED
           END-IF.

       1200-STAMP-SALE.
           EXEC SQL
               UPDATE SALES
                  SET CUSTOMERID = :CR-CUSTOMERID
                WHERE CURRENT OF CBLINK
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR LINKING SALE " CB-VIN ", SQLCODE "
                 DISPLAYSQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           ADD 1 TO SALES-LINKED.
           ADD 1 TO ROWS-SINCE-COMMIT.
           IF ROWS-SINCE-COMMIT >= COMMIT-BATCH-SIZE
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO ROWS-SINCE-COMMIT
              MOVE 0 TO SQLCODE
           END-IF.

       1300-LIST-UNMATCHED.
           MOVE CB-DEALERID TO RP-DEALERID.
           MOVE CB-BUYERNAME TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE CB-VIN TO RP-LINETEXT-TEXT (1:17).
           MOVE CB-SALEDATE TO RP-LINETEXT-TEXT (19:10).
           MOVE MASK-OUT (1:25) TO RP-LINETEXT-TEXT (30:25).
           MOVE CB-BUYERPHONE TO RP-LINETEXT-TEXT (56:12).
           MOVE CB-REASON TO RP-LINETEXT-TEXT (69:12).
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
       9850-RESOLVE-CUSTOMER.
           MOVE 0 TO CR-SQLCODE.
           MOVE 0 TO CR-MATCH-COUNT.
           IF CR-PHONE = LOW-VALUE
               MOVE SPACES TO CR-PHONE
           END-IF.

           IF CR-CUSTOMERID NOT = SPACES
              AND CR-CUSTOMERID NOT = LOW-VALUE
               EXEC SQL
                   SELECT COUNT(*) INTO :CR-MATCH-COUNT
                       FROM CUSTOMER
                       WHERE CUSTOMERID = :CR-CUSTOMERID
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO CR-SQLCODE
                   SET CR-FAILED TO TRUE
               ELSE
                   IF CR-MATCH-COUNT > 0
                       SET CR-KEYED TO TRUE
                   ELSE
                       SET CR-NOT-FOUND TO TRUE
                   END-IF
               END-IF
               GO TO 9850-EXIT
           END-IF.

           MOVE SPACES TO CR-CUSTOMERID.
           SET CR-NOT-FOUND TO TRUE.
           IF CR-NAME = SPACES OR CR-NAME = LOW-VALUE
               GO TO 9850-EXIT
           END-IF.

           PERFORM 9860-MATCH-CUSTOMER THRU 9860-EXIT.

           IF CR-MATCHED OR CR-FAILED OR CR-MATCH-ONLY
               GO TO 9850-EXIT
           END-IF.

           MOVE 0 TO CR-ADD-TRIES.
           PERFORM 9870-ADD-CUSTOMER THRU 9870-EXIT.
       9850-EXIT.
           MOVE 0 TO SQLCODE.

       9860-MATCH-CUSTOMER.
           IF CR-PHONE NOT = SPACES
               MOVE SPACES TO CR-FOUND-ID
               EXEC SQL
                   SELECT COUNT(*), MIN(CUSTOMERID)
                       INTO :CR-MATCH-COUNT,
                            :CR-FOUND-ID :IND-CR-FOUND-ID
                       FROM CUSTOMER
                       WHERE UPPER(CUSTNAME) = UPPER(:CR-NAME)
                         AND CUSTPHONE = :CR-PHONE
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO CR-SQLCODE
                   SET CR-FAILED TO TRUE
                   GO TO 9860-EXIT
               END-IF
               IF CR-MATCH-COUNT > 0
                   MOVE CR-FOUND-ID TO CR-CUSTOMERID
                   SET CR-MATCHED TO TRUE
                   GO TO 9860-EXIT
               END-IF
           END-IF.

      *---------------------------------------
      * NAME ALONE - A CUSTOMER ON FILE WITH A DIFFERENT PHONE IS A
      * DIFFERENT PERSON WHO SHARES THE NAME, SO ONLY ROWS WITH NO
      * PHONE (OR ANY ROW, WHEN THE DEAL HAS NO PHONE) COUNT.
      *---------------------------------------
           MOVE SPACES TO CR-FOUND-ID.
           EXEC SQL
               SELECT COUNT(*), MIN(CUSTOMERID)
                   INTO :CR-MATCH-COUNT,
                        :CR-FOUND-ID :IND-CR-FOUND-ID
                   FROM CUSTOMER
                   WHERE UPPER(CUSTNAME) = UPPER(:CR-NAME)
                     AND (CUSTPHONE IS NULL
                          OR CUSTPHONE = ' '
                          OR :CR-PHONE = ' ')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO CR-SQLCODE
               SET CR-FAILED TO TRUE
               GO TO 9860-EXIT
           END-IF.
           EVALUATE TRUE
           WHEN CR-MATCH-COUNT = 1
               MOVE CR-FOUND-ID TO CR-CUSTOMERID
               SET CR-MATCHED TO TRUE
           WHEN CR-MATCH-COUNT > 1
               SET CR-AMBIGUOUS TO TRUE
           WHEN OTHER
               SET CR-NOT-FOUND TO TRUE
           END-EVALUATE.
       9860-EXIT.
           CONTINUE.

      *---------------------------------------
      * NEXT "S" ID ABOVE THE HIGHEST ONE ON FILE. A TERMINAL THAT
      * TOOK THE SAME NUMBER A MOMENT EARLIER (-803) JUST MEANS
      * TRY THE NEXT ONE.
      *---------------------------------------
       9870-ADD-CUSTOMER.
           ADD 1 TO CR-ADD-TRIES.
           MOVE 0 TO CR-NEXT-NUMBER.
           EXEC SQL
               SELECT COALESCE(MAX(INTEGER(SUBSTR(CUSTOMERID, 2, 9))),
                               0) + 1
                   INTO :CR-NEXT-NUMBER
                   FROM CUSTOMER
                   WHERE CUSTOMERID LIKE 'S%'
                     AND LENGTH(CUSTOMERID) = 10
                     AND TRANSLATE(SUBSTR(CUSTOMERID, 2, 9), ' ',
                                   '0123456789') = ' '
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO CR-SQLCODE
               SET CR-FAILED TO TRUE
               GO TO 9870-EXIT
           END-IF.

           MOVE CR-NEXT-NUMBER TO CR-NEXT-DISPLAY.
           MOVE SPACES TO CR-CUSTOMERID.
           STRING "S" CR-NEXT-DISPLAY
               DELIMITED BY SIZE INTO CR-CUSTOMERID.

           MOVE 0 TO IND-CR-PHONE.
           IF CR-PHONE = SPACES
               MOVE -1 TO IND-CR-PHONE
           END-IF.
           MOVE 0 TO IND-CR-DEALERID.
           IF CR-DEALERID = 0
               MOVE -1 TO IND-CR-DEALERID
           END-IF.

           EXEC SQL
               INSERT INTO CUSTOMER
                   (CUSTOMERID, CUSTNAME, CUSTPHONE, CUSTEMAIL,
                    PREFDEALERID, CONTACTOPTOUT)
                   VALUES (:CR-CUSTOMERID, :CR-NAME,
                           :CR-PHONE :IND-CR-PHONE, NULL,
                           :CR-DEALERID :IND-CR-DEALERID, 'N')
           END-EXEC.

           IF SQLCODE = -803 AND CR-ADD-TRIES < 3
               GO TO 9870-ADD-CUSTOMER
           END-IF.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO CR-SQLCODE
               MOVE SPACES TO CR-CUSTOMERID
               SET CR-FAILED TO TRUE
               GO TO 9870-EXIT
           END-IF.
           SET CR-ADDED TO TRUE.
       9870-EXIT.
           CONTINUE.
