      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VPD.cbl                                     *
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
      * NIGHTLY PRICE-DROP ALERTS. BATCH PROGRAM (NO COMMAREA,
      * LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VEQ IS). EVERY
      * UNIT STILL UNSOLD WHOSE PRICE CAME DOWN TODAY ON
      * PRICE_HISTORY (GAM0VMK MARKDOWNS, GAM0VPE PRICE EDITS,
      * GAM0VRP REPRICING - SEVERAL MOVES THE SAME DAY NET TO THE
      * DAY'S HIGHEST OLD AND LOWEST NEW PRICE) IS MATCHED TO:
      *   - EVERY CUSTOMER_WISHLIST ENTRY ON THE VIN, LISTED UNDER
      *     THE STORE HOLDING THE CAR;
      *   - THE LATEST DEAL_QUOTES ROW EACH CUSTOMER WALKED AWAY
      *     FROM ON THE VIN (STILL OPEN, OR CLOSED AS A LOST DEAL FOR
      *     ANY REASON BUT BUYING ELSEWHERE) WITHIN THE LOOKBACK
      *     WINDOW, WHEN THE NEW PRICE IS UNDER WHAT THEY WERE
      *     QUOTED, LISTED UNDER THE STORE THAT DESKED THE QUOTE. A
      *     QUOTED CUSTOMER WHO ALSO WISHLISTED THE CAR IS LISTED
      *     ONCE, FROM THE WISHLIST.
      * CUSTOMERS WHO OPTED OUT OF CONTACT (GAM0VCM) OR WERE ERASED
      * BY GAM0VER ARE NEVER LISTED. EACH STORE'S CONTACT WORKLIST
      * GOES TO REPORT_REPOSITORY (TYPE "PRICEDRP") SCOPED TO THAT
      * STORE FOR GAM0VRB, NAMES MASKED PER GAM0BMK - THE CUSTOMER
      * ID OR QUOTE NUMBER PULLS UP THE FULL RECORD. EVERY MATCH
      * WITH A PHONE OR EMAIL ON FILE ALSO GOES TO THE PRICEDRP
      * DATASET FOR THE OUTBOUND NOTIFICATION VENDOR WITH THE OLD
      * AND NEW PRICE. AN OPTIONAL SYSIN CARD (COLUMNS 1-3) SETS THE
      * QUOTE LOOKBACK IN DAYS (DEFAULT 90).
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VPD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRICE-DROP-NOTICE-FILE ASSIGN TO PRICEDRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-LOOKBACK-DAYS      PIC X(3).
           05 FILLER                PIC X(77).

       FD  PRICE-DROP-NOTICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PRICE-DROP-NOTICE-RECORD.
           05 PDN-SOURCE           PIC X(1).
           05 PDN-DEALERID         PIC 9(5).
           05 PDN-DEALERNAME       PIC X(35).
           05 PDN-DEALERPHONE      PIC X(12).
           05 PDN-VIN              PIC X(17).
           05 PDN-AUTOYEAR         PIC 9(4).
           05 PDN-MAKE             PIC X(20).
           05 PDN-MODEL            PIC X(20).
           05 PDN-OLDPRICE         PIC 9(7).
           05 PDN-NEWPRICE         PIC 9(7).
           05 PDN-DROP             PIC 9(7).
           05 PDN-CUSTOMERID       PIC X(10).
           05 PDN-QUOTENUMBER      PIC 9(9).
           05 PDN-QUOTEDPRICE      PIC 9(7).
           05 PDN-CUSTNAME         PIC X(35).
           05 PDN-CUSTPHONE        PIC X(12).
           05 PDN-CUSTEMAIL        PIC X(50).

       WORKING-STORAGE SECTION.

       COPY GAM0BRP.
       COPY GAM0BMK.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 LOOKBACK-DAYS         PIC S9(9) USAGE COMP VALUE 90.

       01 PD-DEALERID           PIC S9(9) USAGE COMP.
       01 PD-DEALERNAME         PIC X(35).
       01 PD-DEALERPHONE        PIC X(12).
       01 PD-VIN                PIC X(17).
       01 PD-AUTOYEAR           PIC S9(9) USAGE COMP.
       01 PD-MAKE               PIC X(20).
       01 PD-MODEL              PIC X(20).
       01 PD-OLDPRICE           PIC S9(7) USAGE COMP-3.
       01 PD-NEWPRICE           PIC S9(7) USAGE COMP-3.
       01 PD-SOURCE             PIC X(1).
       01 PD-CUSTOMERID         PIC X(10).
       01 PD-QUOTENUMBER        PIC S9(9) USAGE COMP.
       01 PD-QUOTEDPRICE        PIC S9(7)V99 USAGE COMP-3.
       01 PD-CUSTNAME           PIC X(35).
       01 PD-CUSTPHONE          PIC X(12).
       01 PD-CUSTEMAIL          PIC X(50).
       01 PD-DROP               PIC S9(7) USAGE COMP-3.

       01 PRIOR-DEALERID        PIC S9(9) USAGE COMP VALUE -1.

       01 STORE-CONTACTS        PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-WISHLIST        PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-QUOTED          PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-NOTICES         PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-NO-CONTACT      PIC S9(9) USAGE COMP VALUE 0.

       01 PD-LINE-1.
          05 FILLER             PIC X(4) VALUE SPACE.
          05 PD1-SOURCE         PIC X(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 PD1-REF            PIC X(10).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 PD1-NAME           PIC X(20).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 PD1-VIN            PIC X(17).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 PD1-YEAR           PIC 9(4).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 PD1-MODEL          PIC X(12).

       01 PD-LINE-2.
          05 FILLER             PIC X(6) VALUE SPACE.
          05 FILLER             PIC X(4) VALUE "WAS ".
          05 PD2-OLDPRICE       PIC ZZZ,ZZ9.
          05 FILLER             PIC X(5) VALUE " NOW ".
          05 PD2-NEWPRICE       PIC ZZZ,ZZ9.
          05 FILLER             PIC X(6) VALUE " DROP ".
          05 PD2-DROP           PIC ZZZ,ZZ9.
          05 PD2-QUOTE.
             10 FILLER          PIC X(8) VALUE " QUOTED ".
             10 PD2-QUOTEDPRICE PIC ZZZ,ZZ9.
          05 PD2-NO-CONTACT     PIC X(16).

       01 REPO-LINE-NO          PIC S9(9) USAGE COMP VALUE 0.
       01 LINE-LABEL            PIC X(32).

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-QUOTE         PIC 9(9).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * TODAY'S NET DECREASES ON UNSOLD STOCK, EACH WITH ITS
      * WISHLIST CUSTOMERS, THEN ITS WALKED-AWAY QUOTES. A QUOTE
      * CARRIES ONLY A NAME, SO ITS PHONE, EMAIL AND OPT-OUT COME
      * FROM THE CUSTOMER ROW OF THE SAME NAME WHEN THERE IS ONE.
      *---------------------------------------
       EXEC SQL
           DECLARE PDCURSOR CURSOR FOR
               WITH DROPS (VIN, OLDPRICE, NEWPRICE) AS
                   (SELECT VIN, MAX(OLDPRICE), MIN(NEWPRICE)
                        FROM PRICE_HISTORY
                        WHERE MARKDOWNDATE = CURRENT DATE
                        GROUP BY VIN
                        HAVING MIN(NEWPRICE) < MAX(OLDPRICE))
               SELECT I.DEALERID, COALESCE(D.DEALERNAME, ' '),
                      COALESCE(D.PHONE, ' '), X.VIN, I.AUTOYEAR,
                      I.MAKE, I.MODEL, X.OLDPRICE, X.NEWPRICE,
                      'W', C.CUSTOMERID, 0, 0, C.CUSTNAME,
                      COALESCE(C.CUSTPHONE, ' '),
                      COALESCE(C.CUSTEMAIL, ' ')
                   FROM DROPS X
                   INNER JOIN INVENTORY I
                           ON I.VIN = X.VIN
                   INNER JOIN CUSTOMER_WISHLIST W
                           ON W.VIN = X.VIN
                   INNER JOIN CUSTOMER C
                           ON C.CUSTOMERID = W.CUSTOMERID
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = I.DEALERID
                   WHERE I.SOLDFLAG = 'N'
                     AND (C.CONTACTOPTOUT IS NULL
                          OR C.CONTACTOPTOUT NOT = 'Y')
                     AND C.CUSTNAME NOT = 'ERASED PER REQUEST'
               UNION ALL
               SELECT Q.DEALERID, COALESCE(D.DEALERNAME, ' '),
                      COALESCE(D.PHONE, ' '), X.VIN, I.AUTOYEAR,
                      I.MAKE, I.MODEL, X.OLDPRICE, X.NEWPRICE,
                      'Q',
                      COALESCE((SELECT MIN(C.CUSTOMERID)
                                    FROM CUSTOMER C
                                    WHERE UPPER(C.CUSTNAME) =
                                          UPPER(Q.CUSTNAME)), ' '),
                      Q.QUOTENUMBER, Q.QUOTEDPRICE, Q.CUSTNAME,
                      COALESCE((SELECT MIN(C.CUSTPHONE)
                                    FROM CUSTOMER C
                                    WHERE UPPER(C.CUSTNAME) =
                                          UPPER(Q.CUSTNAME)), ' '),
                      COALESCE((SELECT MIN(C.CUSTEMAIL)
                                    FROM CUSTOMER C
                                    WHERE UPPER(C.CUSTNAME) =
                                          UPPER(Q.CUSTNAME)), ' ')
                   FROM DROPS X
                   INNER JOIN INVENTORY I
                           ON I.VIN = X.VIN
                   INNER JOIN DEAL_QUOTES Q
                           ON Q.VIN = X.VIN
                   LEFT OUTER JOIN DEALERSHIP D
                           ON D.DEALERID = Q.DEALERID
                   WHERE I.SOLDFLAG = 'N'
                     AND (Q.STATUS = 'O'
                          OR (Q.STATUS = 'L'
                              AND Q.LOSTREASON NOT = 'E'))
                     AND Q.QUOTEDPRICE > X.NEWPRICE
                     AND Q.QUOTEDATE >=
                         CURRENT DATE - :LOOKBACK-DAYS DAYS
                     AND Q.CUSTNAME NOT = 'ERASED PER REQUEST'
                     AND NOT EXISTS
                         (SELECT 1 FROM CUSTOMER U
                              WHERE UPPER(U.CUSTNAME) =
                                    UPPER(Q.CUSTNAME)
                                AND U.CONTACTOPTOUT = 'Y')
                     AND NOT EXISTS
                         (SELECT 1 FROM CUSTOMER_WISHLIST V
                              INNER JOIN CUSTOMER U
                                      ON U.CUSTOMERID = V.CUSTOMERID
                              WHERE V.VIN = Q.VIN
                                AND UPPER(U.CUSTNAME) =
                                    UPPER(Q.CUSTNAME))
                     AND NOT EXISTS
                         (SELECT 1 FROM DEAL_QUOTES L
                              WHERE L.VIN = Q.VIN
                                AND UPPER(L.CUSTNAME) =
                                    UPPER(Q.CUSTNAME)
                                AND L.QUOTENUMBER > Q.QUOTENUMBER)
               ORDER BY 1, 4, 10 DESC, 14
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

           OPEN OUTPUT PRICE-DROP-NOTICE-FILE.

           MOVE "PRICEDRP" TO RP-REPORTTYPE.
           PERFORM 9500-CLEAR-TODAYS-REPORT.

           MOVE 0 TO RP-DEALERID.
           MOVE "PRICE-DROP CONTACT WORKLIST - WISHLISTS AND QUOTES"
              TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           PERFORM 1000-LIST-CONTACTS.

           IF PRIOR-DEALERID NOT = -1
              PERFORM 2000-STORE-TOTAL
           END-IF.

           CLOSE PRICE-DROP-NOTICE-FILE.

           MOVE 0 TO RP-DEALERID.
           PERFORM 8000-PUT-LINE.
           MOVE "WISHLIST CUSTOMERS TO CONTACT" TO LINE-LABEL.
           MOVE TOTAL-WISHLIST TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "QUOTED CUSTOMERS TO CONTACT" TO LINE-LABEL.
           MOVE TOTAL-QUOTED TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "NOTIFICATIONS WRITTEN" TO LINE-LABEL.
           MOVE TOTAL-NOTICES TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE "  NO PHONE OR EMAIL ON FILE" TO LINE-LABEL.
           MOVE TOTAL-NO-CONTACT TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY "PRICE-DROP ALERTS COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-LOOKBACK-DAYS NUMERIC
                 MOVE CC-LOOKBACK-DAYS TO LOOKBACK-DAYS
              END-IF
           END-IF.

       1000-LIST-CONTACTS.

           EXEC SQL OPEN PDCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING PDCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              CLOSE PRICE-DROP-NOTICE-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH PDCURSOR
                      INTO :PD-DEALERID, :PD-DEALERNAME,
                           :PD-DEALERPHONE, :PD-VIN, :PD-AUTOYEAR,
                           :PD-MAKE, :PD-MODEL, :PD-OLDPRICE,
                           :PD-NEWPRICE, :PD-SOURCE, :PD-CUSTOMERID,
                           :PD-QUOTENUMBER, :PD-QUOTEDPRICE,
                           :PD-CUSTNAME, :PD-CUSTPHONE, :PD-CUSTEMAIL
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING PDCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 CLOSE PRICE-DROP-NOTICE-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 COMPUTE PD-DROP = PD-OLDPRICE - PD-NEWPRICE
                 PERFORM 1100-PRINT-CONTACT
                 PERFORM 1200-WRITE-NOTICE
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE PDCURSOR END-EXEC.

      *---------------------------------------
      * A NEW STORE CLOSES THE LAST ONE'S COUNT AND STARTS A NEW
      * HEADING. A WISHLIST LINE IS KEYED BY CUSTOMER ID, A QUOTE
      * LINE BY QUOTE NUMBER AND SHOWS WHAT THEY WERE QUOTED.
      *---------------------------------------
       1100-PRINT-CONTACT.
           IF PD-DEALERID NOT = PRIOR-DEALERID
              IF PRIOR-DEALERID NOT = -1
                 PERFORM 2000-STORE-TOTAL
              END-IF
              MOVE PD-DEALERID TO PRIOR-DEALERID
              MOVE PD-DEALERID TO RP-DEALERID
              PERFORM 8000-PUT-LINE
              MOVE PD-DEALERID TO DISPLAY-COUNT
              STRING "DEALER " DISPLAY-COUNT " " PD-DEALERNAME
                 DELIMITED BY SIZE INTO RP-LINETEXT-TEXT
              PERFORM 8000-PUT-LINE
           END-IF.

           MOVE PD-CUSTNAME TO MASK-IN.
           PERFORM 9800-MASK-PII.
           MOVE MASK-OUT TO PD1-NAME.
           MOVE PD-VIN TO PD1-VIN.
           MOVE PD-AUTOYEAR TO PD1-YEAR.
           MOVE PD-MODEL TO PD1-MODEL.
           MOVE PD-OLDPRICE TO PD2-OLDPRICE.
           MOVE PD-NEWPRICE TO PD2-NEWPRICE.
           MOVE PD-DROP TO PD2-DROP.

           IF PD-SOURCE = "W"
              MOVE "WISHLIST" TO PD1-SOURCE
              MOVE PD-CUSTOMERID TO PD1-REF
              MOVE SPACES TO PD2-QUOTE
              ADD 1 TO TOTAL-WISHLIST
           ELSE
              MOVE "QUOTE" TO PD1-SOURCE
              MOVE PD-QUOTENUMBER TO DISPLAY-QUOTE
              MOVE DISPLAY-QUOTE TO PD1-REF
              MOVE " QUOTED " TO PD2-QUOTE
              MOVE PD-QUOTEDPRICE TO PD2-QUOTEDPRICE
              ADD 1 TO TOTAL-QUOTED
           END-IF.

           IF PD-CUSTPHONE = SPACES AND PD-CUSTEMAIL = SPACES
              MOVE "  NO CONTACT" TO PD2-NO-CONTACT
           ELSE
              MOVE SPACES TO PD2-NO-CONTACT
           END-IF.

           MOVE PD-LINE-1 TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE PD-LINE-2 TO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.

           ADD 1 TO STORE-CONTACTS.

      *---------------------------------------
      * THE VENDOR NEEDS SOMEWHERE TO SEND IT - A MATCH WITH NO
      * PHONE OR EMAIL IS LEFT TO THE STORE'S WORKLIST CALL.
      *---------------------------------------
       1200-WRITE-NOTICE.
           IF PD-CUSTPHONE = SPACES AND PD-CUSTEMAIL = SPACES
              ADD 1 TO TOTAL-NO-CONTACT
           ELSE
              MOVE PD-SOURCE TO PDN-SOURCE
              MOVE PD-DEALERID TO PDN-DEALERID
              MOVE PD-DEALERNAME TO PDN-DEALERNAME
              MOVE PD-DEALERPHONE TO PDN-DEALERPHONE
              MOVE PD-VIN TO PDN-VIN
              MOVE PD-AUTOYEAR TO PDN-AUTOYEAR
              MOVE PD-MAKE TO PDN-MAKE
              MOVE PD-MODEL TO PDN-MODEL
              MOVE PD-OLDPRICE TO PDN-OLDPRICE
              MOVE PD-NEWPRICE TO PDN-NEWPRICE
              MOVE PD-DROP TO PDN-DROP
              MOVE PD-CUSTOMERID TO PDN-CUSTOMERID
              MOVE PD-QUOTENUMBER TO PDN-QUOTENUMBER
              MOVE PD-QUOTEDPRICE TO PDN-QUOTEDPRICE
              MOVE PD-CUSTNAME TO PDN-CUSTNAME
              MOVE PD-CUSTPHONE TO PDN-CUSTPHONE
              MOVE PD-CUSTEMAIL TO PDN-CUSTEMAIL
              WRITE PRICE-DROP-NOTICE-RECORD
              ADD 1 TO TOTAL-NOTICES
           END-IF.

       2000-STORE-TOTAL.
           MOVE "  STORE CUSTOMERS TO CONTACT" TO LINE-LABEL.
           MOVE STORE-CONTACTS TO DISPLAY-COUNT.
           STRING LINE-LABEL " " DISPLAY-COUNT
              DELIMITED BY SIZE INTO RP-LINETEXT-TEXT.
           PERFORM 8000-PUT-LINE.
           MOVE 0 TO STORE-CONTACTS.

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
