      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VLM.cbl                                     *
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
      * NIGHTLY LEASE-MATURITY WORKLIST. BATCH PROGRAM (NO COMMAREA,
      * LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VHW IS). EVERY
      * ACTIVE LEASE WRITTEN BY GAM0VSE (SALETYPE 'E') THAT RUNS OUT
      * IN THE NEXT 90 DAYS, OR HAS ALREADY RUN OUT AND NOT COME
      * BACK THROUGH GAM0VRV, IS LISTED UNDER ITS STORE, SOONEST
      * FIRST, IN PAST-MATURITY / 1-30 / 31-60 / 61-90 DAY BUCKETS -
      * THE CAR, THE LESSEE (MASKED) AND PHONE, THE MATURITY DATE,
      * THE PAYMENT, THE LEASING BANK AND THE MILES ALLOWED, SO THE
      * STORE CAN CALL ABOUT A NEW LEASE BEFORE THE CAR GOES BACK TO
      * THE BANK. THE LINES ALSO GO TO REPORT_REPOSITORY (TYPE
      * "LEASEMAT") SCOPED TO EACH STORE FOR GAM0VRB.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VLM.

       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY GAM0BLS.
       COPY GAM0BRP.
       COPY GAM0BMK.

       01 SCHEMA-CONNECT        PIC X(8).

       01 LM-DEALERNAME         PIC X(35).
       01 LM-BUYERNAME          PIC X(35).
       01 LM-BUYERPHONE         PIC X(12).
       01 LM-DAYS-LEFT          PIC S9(9) USAGE COMP.
       01 LM-BUCKET             PIC X(20).
       01 PRIOR-BUCKET          PIC X(20).
       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.

       01 STORE-MATURING        PIC S9(9) USAGE COMP VALUE 0.
       01 STORE-PAST            PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-MATURING        PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-PAST            PIC S9(9) USAGE COMP VALUE 0.

       01 LM-LINE.
          05 FILLER             PIC X(2) VALUE SPACE.
          05 LM-VIN             PIC X(17).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 LM-NAME            PIC X(18).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 LM-PHONE           PIC X(12).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 LM-MATURES         PIC X(10).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 LM-DAYS            PIC ZZZ9-.

       01 LM-TERMS-LINE.
          05 FILLER             PIC X(6) VALUE SPACE.
          05 FILLER             PIC X(8) VALUE "PAYMENT ".
          05 LM-PAYMENT         PIC $ZZ,ZZ9.99.
          05 FILLER             PIC X(9) VALUE "  LENDER ".
          05 LM-LENDER          PIC X(4).
          05 FILLER             PIC X(11) VALUE "  MILES/YR ".
          05 LM-MILES           PIC ZZZ,ZZ9.

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.
       01 LINE-LABEL            PIC X(32).

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * THE LESSEE'S NAME AND PHONE ARE NOT KEPT ON THE LEASE - THEY
      * COME FROM THE SALE, SO A BUYER GAM0VER HAS ERASED STAYS
      * ERASED HERE TOO.
      *---------------------------------------
       EXEC SQL
           DECLARE LMLEASE CURSOR FOR
               SELECT L.DEALERID, COALESCE(D.DEALERNAME, ' '),
                      L.VIN, CHAR(L.MATURITYDATE, ISO),
                      DAYS(L.MATURITYDATE) - DAYS(CURRENT DATE),
                      L.PAYMENTAMOUNT, L.LENDERCODE, L.MILESPERYEAR,
                      COALESCE(S.BUYERNAME, ' '),
                      COALESCE(S.BUYERPHONE, ' ')
                   FROM LEASE_CONTRACTS L
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = L.DEALERID
                   LEFT OUTER JOIN SALES S
                           ON S.VIN = L.VIN
                          AND S.SALEDATE = L.SALEDATE
                   WHERE L.STATUS = 'A'
                     AND L.MATURITYDATE <= CURRENT DATE + 90 DAYS
                   ORDER BY L.DEALERID, L.MATURITYDATE, L.VIN
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

           MOVE "LEASEMAT" TO RP-REPORTTYPE.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE 0 TO RP-DEALERID.
           MOVE "LEASES MATURING IN THE NEXT 90 DAYS OR PAST MATURITY"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-LEASES.

           IF PRIOR-DEALERID NOT = -1
              PERFORM 2000-STORE-TOTAL
           END-IF.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE "LEASES PAST MATURITY" TO LINE-LABEL.
           MOVE TOTAL-PAST TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "LEASES MATURING IN 90 DAYS" TO LINE-LABEL.
           MOVE TOTAL-MATURING TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "LEASE MATURITY WORKLIST COMPLETE".

           GOBACK.

       1000-LIST-LEASES.

           EXEC SQL OPEN LMLEASE END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING LMLEASE, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH LMLEASE
                      INTO :LS-DEALERID, :LM-DEALERNAME,
                           :LS-VIN, :LS-MATURITYDATE, :LM-DAYS-LEFT,
                           :LS-PAYMENTAMOUNT, :LS-LENDERCODE,
                           :LS-MILESPERYEAR, :LM-BUYERNAME,
                           :LM-BUYERPHONE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING LMLEASE, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-PRINT-LEASE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE LMLEASE END-EXEC.

       1100-PRINT-LEASE.
           IF LS-DEALERID NOT = PRIOR-DEALERID
              IF PRIOR-DEALERID NOT = -1
                 PERFORM 2000-STORE-TOTAL
              END-IF
              MOVE LS-DEALERID TO PRIOR-DEALERID
              MOVE SPACES TO PRIOR-BUCKET
              MOVE LS-DEALERID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE LS-DEALERID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " LM-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           EVALUATE TRUE
              WHEN LM-DAYS-LEFT < 1
                 MOVE " PAST MATURITY" TO LM-BUCKET
              WHEN LM-DAYS-LEFT < 31
                 MOVE " MATURES IN 1-30" TO LM-BUCKET
              WHEN LM-DAYS-LEFT < 61
                 MOVE " MATURES IN 31-60" TO LM-BUCKET
              WHEN OTHER
                 MOVE " MATURES IN 61-90" TO LM-BUCKET
           END-EVALUATE.

           IF LM-BUCKET NOT = PRIOR-BUCKET
              MOVE LM-BUCKET TO PRIOR-BUCKET RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           MOVE LS-VIN-TEXT TO LM-VIN.
           MOVE LM-BUYERNAME TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE MASK-OUT TO LM-NAME.
           MOVE LM-BUYERPHONE TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE MASK-OUT TO LM-PHONE.
           MOVE LS-MATURITYDATE TO LM-MATURES.
           MOVE LM-DAYS-LEFT TO LM-DAYS.
           MOVE LM-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           MOVE LS-PAYMENTAMOUNT TO LM-PAYMENT.
           MOVE LS-LENDERCODE TO LM-LENDER.
           MOVE LS-MILESPERYEAR TO LM-MILES.
           MOVE LM-TERMS-LINE TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           IF LM-DAYS-LEFT < 1
              ADD 1 TO STORE-PAST TOTAL-PAST
           ELSE
              ADD 1 TO STORE-MATURING TOTAL-MATURING
           END-IF.

       2000-STORE-TOTAL.
           MOVE "  STORE LEASES PAST MATURITY" TO LINE-LABEL.
           MOVE STORE-PAST TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  STORE LEASES MATURING" TO LINE-LABEL.
           MOVE STORE-MATURING TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE 0 TO STORE-PAST.
           MOVE 0 TO STORE-MATURING.

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
