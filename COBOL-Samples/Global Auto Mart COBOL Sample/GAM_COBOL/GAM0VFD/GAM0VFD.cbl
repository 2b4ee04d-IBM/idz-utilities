      * DEAL IN ONE UNIT OF WORK - EVERY UNIT MARKED SOLD AND A
      * SALES ROW WRITTEN WITH SALETYPE 'L', WHICH GAM0VSR AND
      * GAM0VSC REPORT AS FLEET VOLUME DISTINCT FROM RETAIL. PF8
      * CANCELS AN UNPOSTED DEAL. THE BUYER IS LINKED TO (OR ADDED
      * TO) THE CUSTOMER FILE WHEN THE DEAL OPENS, AND EVERY SALES
      * ROW CARRIES ITS CUSTOMER ID.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VFD.
           05  FILLER                  PIC X(9).
           05  FDPRICEOUT              PIC X(9).
           05  FILLER                  PIC X(9).
           05  FDCUSTIDOUT             PIC X(10).
           05  FILLER                  PIC X(9).
           05  FLEETDLMSGOUT           PIC X(60).

       01  FLEETDL-COMMAREA.
       01  FLEET-BUYER                 PIC X(35).
       01  FLEET-PHONE                 PIC X(12).
       01  FLEET-PONUM                 PIC X(15).
       01  FLEET-CUSTOMERID            PIC X(10).
       01  IND-FLEET-CUSTOMERID        PIC S9(4) USAGE COMP.
       01  FLEET-DEALERID              PIC S9(9) USAGE COMP.
       01  FLEET-SLSP                  PIC S9(9) USAGE COMP.
       01  FLEET-STATUS                PIC X(1).

       COPY GAM0BAW.
       COPY GAM0BFD.
       COPY GAM0BCF.

       EXEC SQL INCLUDE SQLCA END-EXEC.

           MOVE FDBUYEROUT TO FLEET-BUYER.
           MOVE FDPHONEOUT TO FLEET-PHONE.
           MOVE FDPONUMOUT TO FLEET-PONUM.
           MOVE FDCUSTIDOUT TO FLEET-CUSTOMERID.
           IF FLEET-CUSTOMERID = LOW-VALUE
               MOVE SPACES TO FLEET-CUSTOMERID
           END-IF.
           IF FLEET-BUYER = SPACES OR FLEET-BUYER = LOW-VALUE
               MOVE "ENTER THE FLEET BUYER NAME" TO REJECT-REASON
           END-IF.
               END-IF
           END-IF.

           IF REJECT-REASON = SPACES
              AND FLEET-CUSTOMERID NOT = SPACES
               MOVE FLEET-CUSTOMERID TO CR-CUSTOMERID
               SET CR-MATCH-ONLY TO TRUE
               PERFORM 9850-RESOLVE-CUSTOMER THRU 9850-EXIT
               IF NOT CR-KEYED
                   MOVE "BUYER CUSTOMER ID NOT ON FILE" TO
                       REJECT-REASON
               END-IF
           END-IF.

           IF REJECT-REASON NOT = SPACES
               MOVE REJECT-REASON TO FLEETDLMSGOUT
               GO TO 1100-EXIT
           END-IF.

      *---------------------------------------
      * THE FLEET BUYER IS ONE CUSTOMER ROW - KEYED, MATCHED ON
      * NAME AND PHONE, OR ADDED HERE - AND EVERY UNIT THE DEAL
      * POSTS CARRIES ITS ID ONTO SALES.
      *---------------------------------------
           PERFORM 1110-LINK-CUSTOMER THRU 1110-EXIT.
           IF CR-FAILED
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR LINKING THE BUYER TO THE CUSTOMER FILE"
                   TO FLEETDLMSGOUT
               GO TO 1100-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(FLEETDEALID), 0) + 1
                   INTO :FLEET-DEALID
               INSERT INTO FLEET_DEALS
                   (FLEETDEALID, BUYERNAME, BUYERPHONE, PONUMBER,
                    DEALERID, SALESPERSONID, DEALDATE, POSTEDDATE,
                    STATUS, CUSTOMERID)
                   VALUES
                   (:FLEET-DEALID, :FLEET-BUYER, :FLEET-PHONE,
                    :FLEET-PONUM, :FLEET-DEALERID, :FLEET-SLSP,
                    CURRENT DATE, NULL, 'O', :FLEET-CUSTOMERID)
           END-EXEC.

           IF SQLCODE NOT = 0
           EXEC SQL COMMIT END-EXEC.

           MOVE CONVERT-DEALID TO FDDEALIDOUT.
           MOVE FLEET-CUSTOMERID TO FDCUSTIDOUT.
           MOVE SPACES TO FLEETDLMSGOUT.
           STRING "FLEET DEAL " CONVERT-DEALID " OPENED"
               DELIMITED BY SIZE INTO FLEETDLMSGOUT.
       1100-EXIT.
           CONTINUE.

       1110-LINK-CUSTOMER.
           MOVE FLEET-CUSTOMERID TO CR-CUSTOMERID.
           MOVE FLEET-BUYER TO CR-NAME.
           MOVE FLEET-PHONE TO CR-PHONE.
           MOVE FLEET-DEALERID TO CR-DEALERID.
           SET CR-MATCH-OR-ADD TO TRUE.
           PERFORM 9850-RESOLVE-CUSTOMER THRU 9850-EXIT.
           IF CR-FAILED
               GO TO 1110-EXIT
           END-IF.
           MOVE CR-CUSTOMERID TO FLEET-CUSTOMERID.
           IF CR-ADDED
               MOVE CR-CUSTOMERID TO AUDIT-KEY
               MOVE "(NEW)" TO AUDIT-BEFORE
               MOVE SPACES TO AUDIT-AFTER
               STRING "CUSTOMER ADDED AT FLEET DEAL - " CR-NAME
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
           END-IF.

       1110-EXIT.
           CONTINUE.

       1200-ATTACH-UNIT.
           PERFORM 1020-EDIT-DEAL-KEY.
           IF FLEETDLMSGOUT NOT = SPACES
           END-IF.

           MOVE SPACES TO FLEET-PHONE.
           MOVE SPACES TO FLEET-CUSTOMERID.
           EXEC SQL
               SELECT COALESCE(BUYERPHONE, ' '), CUSTOMERID
                   INTO :FLEET-PHONE,
                        :FLEET-CUSTOMERID :IND-FLEET-CUSTOMERID
                   FROM FLEET_DEALS
                   WHERE FLEETDEALID = :FLEET-DEALID
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * A DEAL OPENED BEFORE BUYERS WERE LINKED HAS NO CUSTOMER ID
      * YET - IT IS RESOLVED NOW, IN THE POSTING'S UNIT OF WORK.
      *---------------------------------------
           IF IND-FLEET-CUSTOMERID < 0
               MOVE SPACES TO FLEET-CUSTOMERID
               PERFORM 1110-LINK-CUSTOMER THRU 1110-EXIT
               IF CR-FAILED
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "POSTING FAILED - DEAL ROLLED BACK INTACT" TO
                       FLEETDLMSGOUT
                   GO TO 1300-EXIT
               END-IF
               EXEC SQL
                   UPDATE FLEET_DEALS
                      SET CUSTOMERID = :FLEET-CUSTOMERID
                    WHERE FLEETDEALID = :FLEET-DEALID
               END-EXEC
               MOVE 0 TO SQLCODE
           END-IF.

           MOVE 0 TO UNITS-POSTED.
           MOVE "N" TO POST-FAILED.

           EXEC SQL
               INSERT INTO SALES
                   (VIN, SALEDATE, BUYERNAME, BUYERPHONE, SALEPRICE,
                    SALETYPE, SALESPERSONID, DEALERID, SALESTATUS,
                    CUSTOMERID)
                   VALUES
                   (:FLEET-VIN, CURRENT DATE, :FLEET-BUYER,
                    :FLEET-PHONE, :FLEET-UNITPRICE, 'L',
                    :FLEET-SLSP, :FLEET-UNIT-DEALERID, 'A',
                    :FLEET-CUSTOMERID)
           END-EXEC.

           IF SQLCODE NOT = 0
               FROM(FLEETDLO)
               ERASE
           END-EXEC.

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
