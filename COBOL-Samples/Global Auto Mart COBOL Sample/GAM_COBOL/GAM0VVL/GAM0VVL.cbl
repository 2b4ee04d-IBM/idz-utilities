      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VVL.cbl                                     *
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
      * ONLINE VIN LIFECYCLE TIMELINE. KEY A VIN OR A STOCK NUMBER
      * AND THE UNIT'S WHOLE LIFE COMES BACK IN DATE ORDER, OLDEST
      * FIRST, EIGHT EVENTS TO A PANEL THE WAY GAM0VAI SHOWS THE
      * AUDIT TRAIL - PF8 PAGES FORWARD, PF7 BACK, ENTER RETURNS
      * TO THE KEY SCREEN. IT READS THE ACTIVE INVENTORY VIEW AND,
      * ONCE GAM0VAH HAS ARCHIVED THE UNIT, INVENTORY_HISTORY, SO A
      * CAR SOLD YEARS AGO STILL HAS A STORY:
      *   INTAKE, STOCK NUMBERS, RECON STATUS MOVES (GAM0VRS AUDIT
      *   ROWS), WORK ORDERS OPENED AND CLOSED, TRANSFERS, EVERY
      *   PRICE_HISTORY CHANGE, HOLDS AND RELEASES, THE WAITLIST,
      *   TEST DRIVES, THE SALE AND ANY UNWIND, THE TITLE CHECKLIST
      *   AND AN AUCTION RESULT OR THE ARCHIVE ITSELF.
      * CUSTOMERS SHOW BY CUSTOMER ID ONLY. READ-ONLY - NOTHING IS
      * CHANGED, SO NOTHING IS AUDITED.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VVL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE VIN TIMELINE BMS MAP
      *---------------------------------------
       COPY GAM0MDN.
       01  TIMELINEO REDEFINES GAMVVL1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  VLKEYOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  TIMELINEMSGOUT          PIC X(60).

      *---------------------------------------
      * CA-TL-SKIP IS HOW MANY EVENTS PRECEDE THE PANEL ON SCREEN;
      * CA-TL-SHOWING IS "P" WHILE A TIMELINE PANEL (NOT THE MAP)
      * IS UP, SO PF7/PF8 KNOW WHICH VIN TO PAGE THROUGH.
      *---------------------------------------
       01  TIMELINE-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  CA-TL-VIN               PIC X(17).
           05  CA-TL-SKIP              PIC 9(4).
           05  CA-TL-SHOWING           PIC X(1).
           05  CA-TL-MORE              PIC X(1).
           05  FILLER                  PIC X(16).

       01  TL-PANEL.
           05  TL-LINE-1   PIC X(79).
           05  TL-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  TL-LINE-LAST PIC X(79).

       01  TL-KEY-IN                   PIC X(17).
       01  TL-STOCK-IN                 PIC X(12).
       01  TL-VIN                      PIC X(17).
       01  TL-STOCKNUMBER              PIC X(12).
       01  TL-WHERE                    PIC X(20).
       01  TL-KEY-OK                   PIC X(1).
       01  TL-FOUND-COUNT              PIC S9(9) USAGE COMP.
       01  TL-VIN-COUNT                PIC S9(9) USAGE COMP.
       01  TL-FOUND-VIN                PIC X(17).
       01  IND-TL-FOUND-VIN            PIC S9(4) USAGE COMP.
       01  TL-SKIP-COUNT               PIC S9(4) USAGE COMP.
       01  TL-PAGE-NO                  PIC 9(4).
       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).

      *---------------------------------------
      * ONE TIMELINE EVENT, AS FETCHED. WHAT THE NUMBERS, AMOUNT AND
      * TEXT MEAN DEPENDS ON THE EVENT TYPE - SEE 1200.
      *---------------------------------------
       01  TL-EVDATE                   PIC X(10).
       01  TL-EVORDER                  PIC S9(9) USAGE COMP.
       01  TL-EVTYPE                   PIC X(4).
       01  TL-EVCODE                   PIC X(10).
       01  TL-EVNUM1                   PIC S9(9) USAGE COMP.
       01  TL-EVNUM2                   PIC S9(9) USAGE COMP.
       01  TL-EVAMOUNT                 PIC S9(9)V99 USAGE COMP-3.
       01  TL-EVTEXT                   PIC X(40).
       01  TL-EVDESC                   PIC X(66).

       01  CONVERT-DEALERID            PIC 9(5).
       01  CONVERT-DEALERID2           PIC 9(5).
       01  CONVERT-NUMBER              PIC ZZZZZZZZ9.
       01  CONVERT-NUMBER2             PIC ZZZZZZZZ9.
       01  CONVERT-PRICE               PIC ZZZ,ZZ9.
       01  CONVERT-PRICE2              PIC ZZZ,ZZ9.
       01  CONVERT-MONEY               PIC ZZZ,ZZ9.99.
       01  CONVERT-MILES               PIC ZZZ,ZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * EVERY SOURCE FOLDED INTO ONE DATE-ORDERED LIST. TL-EVORDER
      * KEEPS A SAME-DAY INTAKE AHEAD OF THE WORK THAT FOLLOWED IT
      * AND THE SALE AHEAD OF ITS PAPERWORK. AN ARCHIVED UNIT HAS
      * NO ARCHIVE DATE ON FILE, SO THAT EVENT SORTS LAST.
      *---------------------------------------
       EXEC SQL
           DECLARE TLCURSOR CURSOR FOR
               SELECT CHAR(DATEADDED, ISO), 1, 'INTK', ' ',
                      DEALERID, COALESCE(MILES, 0),
                      CAST(PRICE AS DECIMAL(11, 2)), REGION
                   FROM INVENTORY
                   WHERE VIN = :TL-VIN
               UNION ALL
               SELECT CHAR(DATEADDED, ISO), 1, 'INTK', ' ',
                      DEALERID, COALESCE(MILES, 0),
                      CAST(PRICE AS DECIMAL(11, 2)), SRCREGION
                   FROM INVENTORY_HISTORY
                   WHERE VIN = :TL-VIN
               UNION ALL
               SELECT CHAR(ASSIGNEDDATE, ISO), 2, 'STCK', ' ',
                      DEALERID, SEQNO, 0, STOCKNUMBER
                   FROM STOCK_NUMBERS
                   WHERE VIN = :TL-VIN
               UNION ALL
               SELECT CHAR(DATE(AUDITTS), ISO), 3, 'RCON', AUDITUSER,
                      0, 0, 0, SUBSTR(AFTERIMAGE, 13, 1)
                   FROM AUDIT_LOG
                   WHERE AUDITKEY = :TL-VIN
                     AND TRANSPROG = 'GAM0VRS'
                     AND AFTERIMAGE LIKE 'RECONSTATUS=_%'
               UNION ALL
               SELECT CHAR(OPENDATE, ISO), 4, 'WOOP', ' ',
                      WONUMBER, DEALERID, 0, ' '
                   FROM WORK_ORDERS
                   WHERE VIN = :TL-VIN
               UNION ALL
               SELECT CHAR(CLOSEDATE, ISO), 5, 'WOCL', ' ',
                      WONUMBER, DEALERID, TOTALCOST, ' '
                   FROM WORK_ORDERS
                   WHERE VIN = :TL-VIN
                     AND CLOSEDATE IS NOT NULL
               UNION ALL
               SELECT CHAR(TRANSFERDATE, ISO), 6, 'XFER', ' ',
                      FROMDEALERID, TODEALERID, 0, TOREGION
                   FROM TRANSFER_HISTORY
                   WHERE VIN = :TL-VIN
               UNION ALL
               SELECT CHAR(MARKDOWNDATE, ISO), 7, 'PRCE', CHANGETYPE,
                      INTEGER(OLDPRICE), INTEGER(NEWPRICE), 0, ' '
                   FROM PRICE_HISTORY
                   WHERE VIN = :TL-VIN
               UNION ALL
               SELECT CHAR(DATE(EVENTTS), ISO), 8, EVENTTYPE, ' ',
                      0, 0, 0, COALESCE(EVENTDATA, ' ')
                   FROM INVENTORY_EVENTS
                   WHERE VIN = :TL-VIN
                     AND EVENTTYPE IN ('HOLD', 'RELS')
               UNION ALL
               SELECT CHAR(DATEADDED, ISO), 9, 'WAIT', CUSTOMERID,
                      QUEUEPOS, 0, 0, ' '
                   FROM HOLD_WAITLIST
                   WHERE VIN = :TL-VIN
               UNION ALL
               SELECT CHAR(PROMOTEDDATE, ISO), 10, 'WPRO', CUSTOMERID,
                      QUEUEPOS, 0, 0, ' '
                   FROM HOLD_WAITLIST
                   WHERE VIN = :TL-VIN
                     AND PROMOTEDDATE IS NOT NULL
               UNION ALL
               SELECT CHAR(DRIVEDATE, ISO), 11, 'TDRV', CUSTOMERID,
                      SALESPERSONID, 0, 0, ' '
                   FROM TEST_DRIVE
                   WHERE VIN = :TL-VIN
               UNION ALL
               SELECT CHAR(SALEDATE, ISO), 12, 'SOLD',
                      COALESCE(CUSTOMERID, ' '),
                      DEALERID, SALESPERSONID, SALEPRICE, SALETYPE
                   FROM SALES
                   WHERE VIN = :TL-VIN
               UNION ALL
               SELECT CHAR(UNWINDDATE, ISO), 13, 'UNWD',
                      COALESCE(UNWINDREASON, ' '),
                      DEALERID, 0, 0, ' '
                   FROM SALES
                   WHERE VIN = :TL-VIN
                     AND UNWINDDATE IS NOT NULL
               UNION ALL
               SELECT CHAR(COALESCE(COMPLETEDDATE, DUEDATE), ISO), 14,
                      'TITL', ITEMCODE, DEALERID, 0, 0,
                      CASE WHEN COMPLETEDDATE IS NULL
                           THEN 'OPEN' ELSE 'DONE' END
                   FROM TITLE_TRACKING
                   WHERE VIN = :TL-VIN
               UNION ALL
               SELECT CHAR(RESULTDATE, ISO), 15, 'AUCT', RESULT,
                      DEALERID, 0, HAMMERPRICE, ' '
                   FROM AUCTION_RESULTS
                   WHERE VIN = :TL-VIN
               UNION ALL
               SELECT '9999-12-31', 16, 'ARCH', ' ',
                      DEALERID, 0, 0, SRCREGION
                   FROM INVENTORY_HISTORY
                   WHERE VIN = :TL-VIN
               ORDER BY 1, 2
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(40).

       PROCEDURE DIVISION.

           INITIALIZE TIMELINEO.
           MOVE LOW-VALUE TO TIMELINEO.

           IF EIBCALEN = 0
               INITIALIZE TIMELINE-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO TIMELINE-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           PERFORM 0000-PROCESS-TIMELINE.

           EXEC CICS RETURN TRANSID('GBVL')
                     COMMAREA(TIMELINE-COMMAREA)
           END-EXEC.

           GOBACK.

       0000-PROCESS-TIMELINE.

           EVALUATE TRUE

           WHEN EIBCALEN = 0
               MOVE "KEY A VIN OR STOCK NUMBER, THEN PRESS ENTER" TO
                   TIMELINEMSGOUT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHENTER AND CA-TL-SHOWING NOT = "P"
               MOVE VLKEYOUT TO TL-KEY-IN
               PERFORM 1000-START-TIMELINE THRU 1000-EXIT

           WHEN EIBAID = DFHPF8 AND CA-TL-SHOWING = "P"
               IF CA-TL-MORE = "Y"
                   ADD 8 TO CA-TL-SKIP
               END-IF
               PERFORM 1100-SHOW-PAGE THRU 1100-EXIT

           WHEN EIBAID = DFHPF7 AND CA-TL-SHOWING = "P"
               IF CA-TL-SKIP > 8
                   SUBTRACT 8 FROM CA-TL-SKIP
               ELSE
                   MOVE 0 TO CA-TL-SKIP
               END-IF
               PERFORM 1100-SHOW-PAGE THRU 1100-EXIT

           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE

           WHEN EIBAID = DFHPF3 OR DFHPF12
               EXEC CICS
                   SYNCPOINT
                   END-EXEC
               EXEC CICS SEND
                   CONTROL
                   ERASE
                   FREEKB
                   END-EXEC
               EXEC CICS RETURN
                   END-EXEC

           WHEN OTHER
               MOVE SPACE TO CA-TL-SHOWING
               MOVE CA-TL-VIN TO VLKEYOUT
               MOVE "KEY A VIN OR STOCK NUMBER, THEN PRESS ENTER" TO
                   TIMELINEMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * A FULL 17-CHARACTER KEY IS A VIN; ANYTHING SHORTER IS A
      * STOCK NUMBER (STOCK_NUMBERS), WHICH MUST NAME ONE VIN. THE
      * VIN MUST BE SOMEWHERE WE KEEP UNITS - ACTIVE, ARCHIVED OR
      * AT LEAST ON A SALE.
      *---------------------------------------
       1000-START-TIMELINE.
           MOVE "N" TO TL-KEY-OK.
           IF TL-KEY-IN = SPACES OR TL-KEY-IN = LOW-VALUE
               MOVE "ENTER A VIN OR STOCK NUMBER" TO TIMELINEMSGOUT
               PERFORM 1900-SEND-MAP
               GO TO 1000-EXIT
           END-IF.

           IF TL-KEY-IN (17:1) NOT = SPACE AND
              TL-KEY-IN (17:1) NOT = LOW-VALUE
               MOVE TL-KEY-IN TO TL-VIN
           ELSE
               MOVE TL-KEY-IN (1:12) TO TL-STOCK-IN
               MOVE 0 TO TL-VIN-COUNT
               MOVE SPACES TO TL-FOUND-VIN
               EXEC SQL
                   SELECT COUNT(DISTINCT VIN), MIN(VIN)
                       INTO :TL-VIN-COUNT,
                            :TL-FOUND-VIN :IND-TL-FOUND-VIN
                       FROM STOCK_NUMBERS
                       WHERE STOCKNUMBER = :TL-STOCK-IN
               END-EXEC
               IF SQLCODE NOT = 0 OR TL-VIN-COUNT = 0
                   MOVE 0 TO SQLCODE
                   MOVE "STOCK NUMBER NOT ON FILE" TO TIMELINEMSGOUT
                   MOVE TL-KEY-IN TO VLKEYOUT
                   PERFORM 1900-SEND-MAP
                   GO TO 1000-EXIT
               END-IF
               IF TL-VIN-COUNT > 1
                   MOVE "STOCK NUMBER IS ON SEVERAL VINS - KEY THE VIN"
                       TO TIMELINEMSGOUT
                   MOVE TL-KEY-IN TO VLKEYOUT
                   PERFORM 1900-SEND-MAP
                   GO TO 1000-EXIT
               END-IF
               MOVE TL-FOUND-VIN TO TL-VIN
           END-IF.

           MOVE 0 TO TL-FOUND-COUNT.
           EXEC SQL
               SELECT (SELECT COUNT(*) FROM INVENTORY
                           WHERE VIN = :TL-VIN)
                    + (SELECT COUNT(*) FROM INVENTORY_HISTORY
                           WHERE VIN = :TL-VIN)
                    + (SELECT COUNT(*) FROM SALES
                           WHERE VIN = :TL-VIN)
                   INTO :TL-FOUND-COUNT
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0 OR TL-FOUND-COUNT = 0
               MOVE 0 TO SQLCODE
               MOVE "VIN NOT ON FILE, ACTIVE OR ARCHIVED" TO
                   TIMELINEMSGOUT
               MOVE TL-KEY-IN TO VLKEYOUT
               PERFORM 1900-SEND-MAP
               GO TO 1000-EXIT
           END-IF.

           MOVE "Y" TO TL-KEY-OK.
           MOVE TL-VIN TO CA-TL-VIN.
           MOVE 0 TO CA-TL-SKIP.
           PERFORM 1100-SHOW-PAGE THRU 1100-EXIT.

       1000-EXIT.
           CONTINUE.

      *---------------------------------------
      * SKIP THE EVENTS ALREADY PAGED PAST, SHOW THE NEXT EIGHT AND
      * LOOK ONE FURTHER TO KNOW WHETHER PF8 HAS ANYWHERE TO GO -
      * THE SAME SKIP-AND-FETCH GAM0VDI USES FOR PRICE HISTORY.
      *---------------------------------------
       1100-SHOW-PAGE.
           MOVE CA-TL-VIN TO TL-VIN.
           PERFORM 1050-DESCRIBE-UNIT.
           PERFORM 1060-CLEAR-PANEL-LINES.
           MOVE 0 TO TL-SKIP-COUNT.
           MOVE "N" TO CA-TL-MORE.

           EXEC SQL OPEN TLCURSOR END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "SQL ERROR OPENING THE TIMELINE" TO TIMELINEMSGOUT
               MOVE SPACE TO CA-TL-SHOWING
               PERFORM 1900-SEND-MAP
               GO TO 1100-EXIT
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0
              OR TL-SKIP-COUNT = CA-TL-SKIP
              PERFORM 1150-FETCH-EVENT
              IF SQLCODE = 0
                 ADD 1 TO TL-SKIP-COUNT
              END-IF
           END-PERFORM.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              PERFORM 1150-FETCH-EVENT
              IF SQLCODE = 0
                 PERFORM 1200-FORMAT-EVENT
              END-IF
           END-PERFORM.

           IF PANEL-LINE-COUNT = 8 AND SQLCODE = 0
              PERFORM 1150-FETCH-EVENT
              IF SQLCODE = 0
                 MOVE "Y" TO CA-TL-MORE
              END-IF
           END-IF.

           EXEC SQL CLOSE TLCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO EVENTS ON FILE FOR THIS VIN" TO
                 TL-DETAIL-LINE (1)
           END-IF.

           COMPUTE TL-PAGE-NO = CA-TL-SKIP / 8 + 1.
           MOVE SPACES TO TL-LINE-1.
           STRING "GAM0VVL TIMELINE " TL-VIN " STOCK " TL-STOCKNUMBER
                  " " TL-WHERE " PG " TL-PAGE-NO
               DELIMITED BY SIZE INTO TL-LINE-1.

           IF CA-TL-MORE = "Y"
              MOVE "PF8=LATER  PF7=EARLIER  ENTER=NEW VIN  PF3=EXIT"
                 TO TL-LINE-LAST
           ELSE
              MOVE "END OF TIMELINE - PF7=EARLIER  ENTER=NEW VIN"
                 TO TL-LINE-LAST
           END-IF.

           MOVE "P" TO CA-TL-SHOWING.
           EXEC CICS SEND TEXT FROM(TL-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * WHERE THE UNIT STANDS TODAY, FOR THE PANEL HEADING, AND ITS
      * MOST RECENT STOCK NUMBER.
      *---------------------------------------
       1050-DESCRIBE-UNIT.
           MOVE SPACES TO TL-STOCKNUMBER.
           EXEC SQL
               SELECT STOCKNUMBER INTO :TL-STOCKNUMBER
                   FROM STOCK_NUMBERS
                   WHERE VIN = :TL-VIN
                     AND SEQNO = (SELECT MAX(SEQNO)
                                      FROM STOCK_NUMBERS
                                      WHERE VIN = :TL-VIN)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO TL-STOCKNUMBER
           END-IF.

           MOVE 0 TO TL-FOUND-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :TL-FOUND-COUNT
                   FROM INVENTORY
                   WHERE VIN = :TL-VIN
           END-EXEC.
           IF TL-FOUND-COUNT > 0
               MOVE "ACTIVE" TO TL-WHERE
           ELSE
               MOVE 0 TO TL-FOUND-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :TL-FOUND-COUNT
                       FROM INVENTORY_HISTORY
                       WHERE VIN = :TL-VIN
               END-EXEC
               IF TL-FOUND-COUNT > 0
                   MOVE "ARCHIVED" TO TL-WHERE
               ELSE
                   MOVE "NOT IN STOCK" TO TL-WHERE
               END-IF
           END-IF.
           MOVE 0 TO SQLCODE.

       1060-CLEAR-PANEL-LINES.
           MOVE 0 TO PANEL-LINE-COUNT.
           MOVE SPACES TO TL-DETAIL-LINE (1) TL-DETAIL-LINE (2)
                          TL-DETAIL-LINE (3) TL-DETAIL-LINE (4)
                          TL-DETAIL-LINE (5) TL-DETAIL-LINE (6)
                          TL-DETAIL-LINE (7) TL-DETAIL-LINE (8).

       1150-FETCH-EVENT.
           EXEC SQL
               FETCH TLCURSOR
                   INTO :TL-EVDATE, :TL-EVORDER, :TL-EVTYPE,
                        :TL-EVCODE, :TL-EVNUM1, :TL-EVNUM2,
                        :TL-EVAMOUNT, :TL-EVTEXT
           END-EXEC.

      *---------------------------------------
      * ONE PANEL LINE - THE DATE, THEN THE EVENT IN WORDS.
      *---------------------------------------
       1200-FORMAT-EVENT.
           ADD 1 TO PANEL-LINE-COUNT.
           MOVE SPACES TO TL-EVDESC.
           MOVE TL-EVNUM1 TO CONVERT-DEALERID CONVERT-NUMBER.
           MOVE TL-EVNUM2 TO CONVERT-DEALERID2 CONVERT-NUMBER2.

           EVALUATE TL-EVTYPE
           WHEN "INTK"
               MOVE TL-EVAMOUNT TO CONVERT-PRICE
               MOVE TL-EVNUM2 TO CONVERT-MILES
               STRING "INTAKE AT DEALER " CONVERT-DEALERID " "
                      TL-EVTEXT (1:10) " PRICE " CONVERT-PRICE
                      " MILES " CONVERT-MILES
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "STCK"
               STRING "STOCK NUMBER " TL-EVTEXT (1:12)
                      " ASSIGNED AT DEALER " CONVERT-DEALERID
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "RCON"
               EVALUATE TL-EVTEXT (1:1)
               WHEN "R"
                   MOVE "RECEIVED FOR RECON" TO TL-EVDESC
               WHEN "I"
                   MOVE "IN RECONDITIONING" TO TL-EVDESC
               WHEN "Y"
                   MOVE "RECON DONE - READY FOR SALE" TO TL-EVDESC
               WHEN OTHER
                   MOVE "RECON STATUS CHANGED" TO TL-EVDESC
               END-EVALUATE
               MOVE "BY" TO TL-EVDESC (30:2)
               MOVE TL-EVCODE (1:8) TO TL-EVDESC (33:8)
           WHEN "WOOP"
               STRING "WORK ORDER " CONVERT-NUMBER
                      " OPENED AT DEALER " CONVERT-DEALERID2
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "WOCL"
               MOVE TL-EVAMOUNT TO CONVERT-MONEY
               STRING "WORK ORDER " CONVERT-NUMBER
                      " CLOSED, COST " CONVERT-MONEY
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "XFER"
               STRING "TRANSFERRED FROM DEALER " CONVERT-DEALERID
                      " TO " CONVERT-DEALERID2 " " TL-EVTEXT (1:10)
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "PRCE"
               MOVE TL-EVNUM1 TO CONVERT-PRICE
               MOVE TL-EVNUM2 TO CONVERT-PRICE2
               STRING "PRICE " CONVERT-PRICE " -> " CONVERT-PRICE2
                   DELIMITED BY SIZE INTO TL-EVDESC
               EVALUATE TL-EVCODE (1:1)
               WHEN "M"
                   MOVE "AGED MARKDOWN" TO TL-EVDESC (30:)
               WHEN "R"
                   MOVE "MANUAL REPRICE" TO TL-EVDESC (30:)
               WHEN "P"
                   MOVE "PROMOTION PRICE" TO TL-EVDESC (30:)
               WHEN "V"
                   MOVE "PROMOTION ENDED" TO TL-EVDESC (30:)
               END-EVALUATE
           WHEN "HOLD"
               STRING "PUT ON HOLD " TL-EVTEXT
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "RELS"
               STRING "HOLD RELEASED " TL-EVTEXT
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "WAIT"
               STRING "WAITLIST - CUSTOMER " TL-EVCODE
                      " QUEUED AT " CONVERT-NUMBER
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "WPRO"
               STRING "WAITLIST - CUSTOMER " TL-EVCODE
                      " PROMOTED TO NEXT IN LINE"
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "TDRV"
               STRING "TEST DRIVE - CUSTOMER " TL-EVCODE
                      " SALESPERSON " CONVERT-NUMBER
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "SOLD"
               MOVE TL-EVAMOUNT TO CONVERT-MONEY
               STRING "SOLD (" TL-EVTEXT (1:1) ") AT DEALER "
                      CONVERT-DEALERID " " CONVERT-MONEY
                      " CUSTOMER " TL-EVCODE
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "UNWD"
               STRING "SALE UNWOUND AT DEALER " CONVERT-DEALERID
                      " REASON " TL-EVCODE (1:4)
                   DELIMITED BY SIZE INTO TL-EVDESC
           WHEN "TITL"
               IF TL-EVTEXT (1:4) = "DONE"
                   STRING "TITLE ITEM " TL-EVCODE (1:8) " COMPLETED"
                       DELIMITED BY SIZE INTO TL-EVDESC
               ELSE
                   STRING "TITLE ITEM " TL-EVCODE (1:8)
                          " DUE - STILL OPEN"
                       DELIMITED BY SIZE INTO TL-EVDESC
               END-IF
           WHEN "AUCT"
               IF TL-EVCODE (1:1) = "S"
                   MOVE TL-EVAMOUNT TO CONVERT-MONEY
                   STRING "SOLD AT AUCTION, HAMMER " CONVERT-MONEY
                       DELIMITED BY SIZE INTO TL-EVDESC
               ELSE
                   MOVE "RUN AT AUCTION - NO SALE" TO TL-EVDESC
               END-IF
           WHEN "ARCH"
               STRING "ARCHIVED TO INVENTORY_HISTORY FROM "
                      TL-EVTEXT (1:10)
                   DELIMITED BY SIZE INTO TL-EVDESC
               MOVE SPACES TO TL-EVDATE
           WHEN OTHER
               MOVE TL-EVTYPE TO TL-EVDESC
           END-EVALUATE.

           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING TL-EVDATE "  " TL-EVDESC
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           MOVE PANEL-LINE-TEXT TO
               TL-DETAIL-LINE (PANEL-LINE-COUNT).

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVVL1')
               MAPSET('GAM0MDN')
               FROM(TIMELINEO)
               ERASE
           END-EXEC.
