      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VSD.cbl                                     *
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
      * HALF-HOURLY MARKETPLACE DELTA SYNDICATION. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VSY
      * IS). FOR EACH ACTIVE PARTNER THAT TAKES DELTAS
      * (SYND_PARTNERS.DELTAFLAG 'Y'), THE INVENTORY_EVENTS ROWS
      * PUBLISHED SINCE THE PARTNER'S LAST RUN (LASTEVENTSEQ) BECOME
      * 'A' ADD, 'R' REMOVE AND 'P' PRICE-CHANGE RECORDS ON THE
      * SYNDDLT DATASET, IN THE PARTNER'S FORMATCODE SHAPE AND UNDER
      * THE SAME 'H'/'T' RECORDS GAM0VSY WRITES:
      *    SOLD - REMOVE, IF THE SELLING DEALER IS ENROLLED.
      *    PRCE - NEW PRICE, IF THE UNIT IS STILL LISTABLE.
      *    XFER - ADD AT THE RECEIVING DEALER IF LISTABLE THERE,
      *           OTHERWISE REMOVE (IN TRANSIT, OR THE NEW STORE
      *           IS NOT ENROLLED).
      *    HOLD/RELS - NOTHING; THE NIGHTLY FILE LISTS HELD UNITS
      *           TOO, SO A HOLD CHANGES NOTHING A PARTNER SHOWS.
      * "LISTABLE" IS WHAT GAM0VIS FLAGS WEB-ELIGIBLE (UNSOLD,
      * SELLABLE, ENOUGH PHOTOS) AT AN ENROLLED DEALER, READ FROM
      * THE TABLES AT THE TIME OF THE RUN. EACH PARTNER'S
      * LASTEVENTSEQ IS ADVANCED AND COMMITTED AS ITS SECTION IS
      * WRITTEN, AND EVENTS EVERY DELTA PARTNER HAS HAD ARE THEN
      * MARKED CONSUMED. A PARTNER'S FIRST RUN ONLY SETS ITS
      * STARTING POINT - THE NIGHTLY GAM0VSY FULL FILE, WHICH EVERY
      * PARTNER STILL RECEIVES, IS THE BASELINE THE DELTAS AMEND.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VSD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYND-DELTA-FILE ASSIGN TO SYNDDLT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  SYND-DELTA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SYND-DELTA-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.

       COPY GAM0BSY.
       COPY GAM0BEV.

       01 SCHEMA-CONNECT        PIC X(8).

       01 MIN-PHOTOS            PIC S9(9) USAGE COMP VALUE 1.
       01 IND-LASTEVENTSEQ      PIC S9(4) USAGE COMP.

       01 DL-LAST-SEQ           PIC S9(9) USAGE COMP.
       01 DL-HIGH-SEQ           PIC S9(9) USAGE COMP.
       01 DL-EVENT-EOF-SW       PIC X(1).
          88 DL-EVENT-EOF          VALUE 'Y'.

       01 DL-DEALERID           PIC S9(9) USAGE COMP.
       01 DL-AUTOYEAR           PIC S9(9) USAGE COMP.
       01 DL-MAKE               PIC X(20).
       01 DL-MODEL              PIC X(20).
       01 DL-PRICE              PIC S9(7) USAGE COMP-3.
       01 DL-MILES              PIC S9(9) USAGE COMP.
       01 DL-DEALERNAME         PIC X(35).
       01 DL-CITY               PIC X(25).
       01 DL-ABBR               PIC X(2).
       01 DL-ENROLLED-COUNT     PIC S9(9) USAGE COMP.
       01 DL-LISTABLE-FLAG      PIC X(1).
          88 DL-LISTABLE           VALUE 'Y'.
       01 DL-ACTION             PIC X(1).

       01 CONVERT-YEAR          PIC 9(4).
       01 CONVERT-PRICE         PIC 9(7).
       01 CONVERT-MILES         PIC 9(6).
       01 CONVERT-SEQ           PIC 9(9).
       01 BUILD-LINE            PIC X(200).

       01 PARTNER-LINE-COUNT    PIC S9(9) USAGE COMP.
       01 PARTNER-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-LINE-COUNT      PIC S9(9) USAGE COMP VALUE 0.
       01 EVENT-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 CONSUMED-COUNT        PIC S9(9) USAGE COMP VALUE 0.
       01 CONVERT-COUNT         PIC 9(9).

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * DECLARED WITH HOLD SO THE PER-PARTNER COMMITS DON'T CLOSE IT.
      *---------------------------------------
       EXEC SQL
           DECLARE SYDPARTNERS CURSOR WITH HOLD FOR
               SELECT PARTNERCODE, PARTNERNAME, FORMATCODE,
                      LASTEVENTSEQ
                   FROM SYND_PARTNERS
                   WHERE ACTIVEFLAG = 'Y'
                     AND DELTAFLAG = 'Y'
                   ORDER BY PARTNERCODE
           END-EXEC.

       EXEC SQL
           DECLARE SYDEVENTS CURSOR FOR
               SELECT EVENTSEQ, VIN, EVENTTYPE
                   FROM INVENTORY_EVENTS
                   WHERE CONSUMEDFLAG = 'N'
                     AND EVENTSEQ > :DL-LAST-SEQ
                   ORDER BY EVENTSEQ
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
               SELECT COALESCE(MIN(COALESCE(MINPHOTOS, 1)), 1)
                   INTO :MIN-PHOTOS
                   FROM PRICING_CONTROLS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 1 TO MIN-PHOTOS
           END-IF.
           MOVE 0 TO SQLCODE.

           OPEN OUTPUT SYND-DELTA-FILE.

           DISPLAY "MARKETPLACE DELTA SYNDICATION RUN".

           PERFORM 1000-FEED-EACH-PARTNER.

           CLOSE SYND-DELTA-FILE.

           PERFORM 5000-MARK-EVENTS-CONSUMED.

           MOVE PARTNER-COUNT TO DISPLAY-COUNT.
           DISPLAY "PARTNERS FED:     " DISPLAY-COUNT.
           MOVE EVENT-COUNT TO DISPLAY-COUNT.
           DISPLAY "EVENTS READ:      " DISPLAY-COUNT.
           MOVE TOTAL-LINE-COUNT TO DISPLAY-COUNT.
           DISPLAY "DELTAS SENT:      " DISPLAY-COUNT.
           MOVE CONSUMED-COUNT TO DISPLAY-COUNT.
           DISPLAY "EVENTS CONSUMED:  " DISPLAY-COUNT.
           DISPLAY "DELTA SYNDICATION RUN COMPLETE".

           GOBACK.

       1000-FEED-EACH-PARTNER.

           EXEC SQL OPEN SYDPARTNERS END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING SYDPARTNERS, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH SYDPARTNERS
                      INTO :SY-PARTNERCODE, :SY-PARTNERNAME,
                           :SY-FORMATCODE,
                           :SY-LASTEVENTSEQ :IND-LASTEVENTSEQ
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING SYDPARTNERS, SQLCODE "
                    DISPLAYSQLCODE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 IF IND-LASTEVENTSEQ < 0
                    PERFORM 1500-START-NEW-PARTNER
                 ELSE
                    PERFORM 2000-FEED-ONE-PARTNER
                 END-IF
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE SYDPARTNERS END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * FIRST DELTA RUN FOR A PARTNER - NOTHING IS SENT; THE PARTNER
      * PICKS UP FROM THE NEWEST EVENT ON FILE, ON TOP OF THE FULL
      * FILE IT ALREADY HAS.
      *---------------------------------------
       1500-START-NEW-PARTNER.
           EXEC SQL
               SELECT COALESCE(MAX(EVENTSEQ), 0)
                   INTO :DL-HIGH-SEQ
                   FROM INVENTORY_EVENTS
           END-EXEC.

           PERFORM 2500-ADVANCE-PARTNER.

           MOVE DL-HIGH-SEQ TO CONVERT-SEQ.
           DISPLAY "PARTNER " SY-PARTNERCODE
              " DELTAS START AFTER EVENT " CONVERT-SEQ.

       2000-FEED-ONE-PARTNER.
           ADD 1 TO PARTNER-COUNT.
           MOVE 0 TO PARTNER-LINE-COUNT.
           MOVE SY-LASTEVENTSEQ TO DL-LAST-SEQ.
           MOVE SY-LASTEVENTSEQ TO DL-HIGH-SEQ.

           MOVE SPACES TO SYND-DELTA-RECORD.
           STRING "H" SY-PARTNERCODE " " SY-PARTNERNAME-TEXT
               DELIMITED BY SIZE INTO SYND-DELTA-RECORD.
           WRITE SYND-DELTA-RECORD.

           EXEC SQL OPEN SYDEVENTS END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING SYDEVENTS, SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'N' TO DL-EVENT-EOF-SW.
           PERFORM UNTIL DL-EVENT-EOF
              EXEC SQL
                  FETCH SYDEVENTS
                      INTO :EV-EVENTSEQ, :EV-VIN, :EV-EVENTTYPE
              END-EXEC
              EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO EVENT-COUNT
                 MOVE EV-EVENTSEQ TO DL-HIGH-SEQ
                 PERFORM 3000-APPLY-ONE-EVENT THRU 3000-EXIT
              WHEN 100
                 MOVE 'Y' TO DL-EVENT-EOF-SW
              WHEN OTHER
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING SYDEVENTS, SQLCODE "
                    DISPLAYSQLCODE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE SYDEVENTS END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE SPACES TO SYND-DELTA-RECORD.
           MOVE PARTNER-LINE-COUNT TO CONVERT-COUNT.
           STRING "T" SY-PARTNERCODE " " CONVERT-COUNT
               DELIMITED BY SIZE INTO SYND-DELTA-RECORD.
           WRITE SYND-DELTA-RECORD.

           PERFORM 2500-ADVANCE-PARTNER.

           MOVE PARTNER-LINE-COUNT TO DISPLAY-COUNT.
           DISPLAY "PARTNER " SY-PARTNERCODE " DELTAS: "
              DISPLAY-COUNT.

      *---------------------------------------
      * THE PARTNER'S SECTION IS WRITTEN - RECORD HOW FAR IT GOT SO
      * THE NEXT RUN STARTS AFTER IT.
      *---------------------------------------
       2500-ADVANCE-PARTNER.
           EXEC SQL
               UPDATE SYND_PARTNERS
                  SET LASTEVENTSEQ = :DL-HIGH-SEQ
                WHERE PARTNERCODE = :SY-PARTNERCODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR UPDATING SYND_PARTNERS, SQLCODE "
                 DISPLAYSQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           EXEC SQL COMMIT END-EXEC.

      *---------------------------------------
      * TURN ONE EVENT INTO AT MOST ONE DELTA RECORD FOR THIS PARTNER,
      * FROM WHERE THE UNIT STANDS NOW.
      *---------------------------------------
       3000-APPLY-ONE-EVENT.
           PERFORM 3100-LOOK-UP-UNIT.

           IF SQLCODE = 100
              MOVE 0 TO SQLCODE
              GO TO 3000-EXIT
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR READING UNIT " EV-VIN-TEXT ", SQLCODE "
                 DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE SPACES TO DL-ACTION.
           EVALUATE TRUE
           WHEN EV-EVENTTYPE = "SOLD" AND DL-ENROLLED-COUNT > 0
              MOVE "R" TO DL-ACTION
           WHEN EV-EVENTTYPE = "PRCE" AND DL-ENROLLED-COUNT > 0
                AND DL-LISTABLE
              MOVE "P" TO DL-ACTION
           WHEN EV-EVENTTYPE = "XFER" AND DL-ENROLLED-COUNT > 0
                AND DL-LISTABLE
              MOVE "A" TO DL-ACTION
           WHEN EV-EVENTTYPE = "XFER"
              MOVE "R" TO DL-ACTION
           END-EVALUATE.

           IF DL-ACTION = SPACES
              GO TO 3000-EXIT
           END-IF.

           PERFORM 4000-WRITE-ONE-DELTA.

       3000-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE UNIT AS IT STANDS, WITH THE SAME SELLABILITY RULES
      * GAM0VIS APPLIES TO THE NIGHTLY SNAPSHOT AND WHETHER ITS
      * DEALER IS ENROLLED WITH THIS PARTNER.
      *---------------------------------------
       3100-LOOK-UP-UNIT.
           EXEC SQL
               SELECT I.DEALERID, I.AUTOYEAR, I.MAKE, I.MODEL,
                      I.PRICE, COALESCE(I.MILES, 0),
                      D.DEALERNAME, D.CITY, D.ABBR,
                      (SELECT COUNT(*)
                           FROM SYND_ENROLLMENT E
                           WHERE E.DEALERID = I.DEALERID
                             AND E.PARTNERCODE = :SY-PARTNERCODE
                             AND E.ACTIVEFLAG = 'Y'),
                      CASE WHEN I.SOLDFLAG = 'N'
                            AND (I.RECONSTATUS IS NULL
                                 OR I.RECONSTATUS = 'Y')
                            AND (I.AUCTIONFLAG IS NULL
                                 OR I.AUCTIONFLAG NOT IN ('A', 'X'))
                            AND (I.EXCEPTIONFLAG IS NULL
                                 OR I.EXCEPTIONFLAG NOT = 'Y')
                            AND NOT EXISTS
                                (SELECT 1 FROM VEHICLE_ASSIGNMENTS A
                                     WHERE A.VIN = I.VIN
                                       AND A.STATUS = 'O')
                            AND NOT EXISTS
                                (SELECT 1 FROM CAT_UNITS U
                                     WHERE U.VIN = I.VIN
                                       AND U.DAMAGESTATUS = 'D')
                            AND NOT EXISTS
                                (SELECT 1 FROM TRANSPORT_ORDERS T
                                     WHERE T.VIN = I.VIN
                                       AND T.STATUS = 'T')
                            AND COALESCE(M.PHOTOCOUNT, 0)
                                >= :MIN-PHOTOS
                           THEN 'Y' ELSE 'N' END
                   INTO :DL-DEALERID, :DL-AUTOYEAR, :DL-MAKE,
                        :DL-MODEL, :DL-PRICE, :DL-MILES,
                        :DL-DEALERNAME, :DL-CITY, :DL-ABBR,
                        :DL-ENROLLED-COUNT, :DL-LISTABLE-FLAG
                   FROM INVENTORY I
                   INNER JOIN DEALERSHIP D
                           ON I.DEALERID = D.DEALERID
                   LEFT OUTER JOIN VEHICLE_MEDIA M
                           ON M.VIN = I.VIN
                   WHERE I.VIN = :EV-VIN
           END-EXEC.

      *---------------------------------------
      * SAME THREE DRESSES AS GAM0VSY. AN ADD CARRIES THE WHOLE
      * LISTING; A REMOVE ONLY THE VIN; A PRICE CHANGE THE VIN AND
      * THE NEW PRICE.
      *---------------------------------------
       4000-WRITE-ONE-DELTA.
           MOVE DL-AUTOYEAR TO CONVERT-YEAR.
           MOVE DL-PRICE TO CONVERT-PRICE.
           MOVE DL-MILES TO CONVERT-MILES.

           MOVE SPACES TO BUILD-LINE.
           EVALUATE TRUE
           WHEN DL-ACTION = "R" AND SY-FORMATCODE = "P"
              STRING "R" SY-PARTNERCODE "|" EV-VIN-TEXT
                  DELIMITED BY SIZE INTO BUILD-LINE
           WHEN DL-ACTION = "R" AND SY-FORMATCODE = "C"
              STRING "R" SY-PARTNERCODE "," EV-VIN-TEXT
                  DELIMITED BY SIZE INTO BUILD-LINE
           WHEN DL-ACTION = "R"
              STRING "R" SY-PARTNERCODE EV-VIN-TEXT
                  DELIMITED BY SIZE INTO BUILD-LINE
           WHEN DL-ACTION = "P" AND SY-FORMATCODE = "P"
              STRING "P" SY-PARTNERCODE "|" EV-VIN-TEXT "|"
                     CONVERT-PRICE
                  DELIMITED BY SIZE INTO BUILD-LINE
           WHEN DL-ACTION = "P" AND SY-FORMATCODE = "C"
              STRING "P" SY-PARTNERCODE "," EV-VIN-TEXT ","
                     CONVERT-PRICE
                  DELIMITED BY SIZE INTO BUILD-LINE
           WHEN DL-ACTION = "P"
              STRING "P" SY-PARTNERCODE EV-VIN-TEXT CONVERT-PRICE
                  DELIMITED BY SIZE INTO BUILD-LINE
           WHEN SY-FORMATCODE = "P"
              STRING "A" SY-PARTNERCODE "|" EV-VIN-TEXT "|"
                     CONVERT-YEAR "|" DL-MAKE "|" DL-MODEL
                     "|" CONVERT-PRICE "|" CONVERT-MILES "|"
                     DL-DEALERNAME "|" DL-CITY "|" DL-ABBR
                  DELIMITED BY SIZE INTO BUILD-LINE
           WHEN SY-FORMATCODE = "C"
              STRING "A" SY-PARTNERCODE "," EV-VIN-TEXT ","
                     CONVERT-YEAR "," DL-MAKE "," DL-MODEL
                     "," CONVERT-PRICE "," CONVERT-MILES ","
                     DL-DEALERNAME "," DL-CITY "," DL-ABBR
                  DELIMITED BY SIZE INTO BUILD-LINE
           WHEN OTHER
              STRING "A" SY-PARTNERCODE EV-VIN-TEXT CONVERT-YEAR
                     DL-MAKE DL-MODEL CONVERT-PRICE
                     CONVERT-MILES DL-DEALERNAME DL-CITY
                     DL-ABBR
                  DELIMITED BY SIZE INTO BUILD-LINE
           END-EVALUATE.

           MOVE BUILD-LINE TO SYND-DELTA-RECORD.
           WRITE SYND-DELTA-RECORD.

           ADD 1 TO PARTNER-LINE-COUNT.
           ADD 1 TO TOTAL-LINE-COUNT.

      *---------------------------------------
      * AN EVENT IS CONSUMED ONCE EVERY DELTA PARTNER HAS HAD IT.
      * WITH NO DELTA PARTNERS THE MINIMUM IS NULL AND NOTHING IS
      * MARKED.
      *---------------------------------------
       5000-MARK-EVENTS-CONSUMED.
           EXEC SQL
               UPDATE INVENTORY_EVENTS
                  SET CONSUMEDFLAG = 'Y'
                WHERE CONSUMEDFLAG = 'N'
                  AND EVENTSEQ <=
                      (SELECT MIN(COALESCE(LASTEVENTSEQ, 0))
                           FROM SYND_PARTNERS
                           WHERE ACTIVEFLAG = 'Y'
                             AND DELTAFLAG = 'Y')
           END-EXEC.

           IF SQLCODE = 0
              MOVE SQLERRD(3) TO CONSUMED-COUNT
           END-IF.
           MOVE 0 TO SQLCODE.

           EXEC SQL COMMIT END-EXEC.
