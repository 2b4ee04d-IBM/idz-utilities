      * THAT PRODUCES THE SAME STICKER CONTENT GAM0VDI'S
      * 1600-PRINT-WINDOW-STICKER MAKES ONE VIN AT A TIME - INCLUDING
      * THE OUT-THE-DOOR PRICE FROM THE EFFECTIVE-DATED
      * SALES_TAX_RATES AND STATE_FEES AND THE STOP-SALE WARNING -
      * FOR EVERY
      * VEHICLE ADDED ON THE RUN DATE, IN DEALER ORDER, TO THE
      * STICKERS PRINT DATASET. A REPRINT DATE MAY BE SUPPLIED ON
      * THE SYSIN CARD (YYYY-MM-DD); BLANK MEANS TODAY'S INTAKES.
      * THE ADDENDUM STICKER FOR ANY DEALER-INSTALLED ACCESSORIES
      * (GAM0VAC) PRINTS BESIDE THE WINDOW STICKER, AND A UNIT WHOSE
      * ACCESSORIES WENT ON OR CAME OFF THAT DAY REPRINTS BOTH.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VWP.
       01 TAX-CACHE-RATE        PIC S9(2)V9(4) USAGE COMP-3.
       01 OTD-TAX-RATE          PIC S9(2)V9(4) USAGE COMP-3.
       01 OTD-PRICE             PIC S9(9)V99 USAGE COMP-3.
       01 TAX-CACHE-FEES        PIC S9(7)V99 USAGE COMP-3.
       01 OTD-FEES              PIC S9(7)V99 USAGE COMP-3.
       01 CONVERT-OTD-FEES      PIC 9(5).99.
       01 IND-SF-DOCCAP         PIC S9(4) USAGE COMP.
       01 IND-SF-TRADECAP       PIC S9(4) USAGE COMP.

       COPY GAM0BSF.

       01 CONVERT-YEAR          PIC 9(4) USAGE DISPLAY.
       01 CONVERT-PRICE         PIC 9(7) USAGE DISPLAY.

       01 STICKER-COUNT         PIC S9(9) USAGE COMP VALUE 0.

       01 ADDENDUM-COUNT        PIC S9(4) USAGE COMP.
       01 ADDENDUM-TOTAL        PIC S9(7)V99 USAGE COMP-3.
       01 ADDENDUM-WITH-PRICE   PIC S9(9)V99 USAGE COMP-3.
       01 CONVERT-ADDENDUM      PIC ZZZZ9.99.
       01 CONVERT-ADDENDUM-TOTAL PIC ZZZZZZZZ9.99.

       COPY GAM0BAC.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

                   FROM INVENTORY I, DEALERSHIP D
                   WHERE I.DEALERID = D.DEALERID
                     AND I.SOLDFLAG = 'N'
                     AND (I.DATEADDED = DATE(:PRINT-DATE)
                          OR EXISTS
                             (SELECT 1
                                  FROM VEHICLE_ACCESSORIES A
                                  WHERE A.VIN = I.VIN
                                    AND A.STATUSDATE =
                                        DATE(:PRINT-DATE)))
                   ORDER BY I.DEALERID, I.VIN
           END-EXEC.

       EXEC SQL
           DECLARE ADDENDUMCURSOR CURSOR FOR
               SELECT DESCRIPTION, RETAILPRICE
                   FROM VEHICLE_ACCESSORIES
                   WHERE VIN = :WP-VIN
                     AND STATUS = 'I'
                   ORDER BY LINENUMBER
           END-EXEC.

       LINKAGE SECTION.

       01 LINKSCHEMA.
       2000-PRINT-ONE-STICKER.
           PERFORM 2500-GET-TAX-RATE.
           COMPUTE OTD-PRICE ROUNDED =
              WP-PRICE + (WP-PRICE * OTD-TAX-RATE) + OTD-FEES.

           MOVE ALL "*" TO STICKER-LINE.
           WRITE STICKER-PRINT-LINE FROM STICKER-LINE.
               DELIMITED BY SIZE INTO STICKER-LINE.
           WRITE STICKER-PRINT-LINE FROM STICKER-LINE.

           MOVE OTD-FEES TO CONVERT-OTD-FEES.
           MOVE SPACES TO STICKER-LINE.
           STRING "TITLE/REG/PLATE/DOC FEES: " CONVERT-OTD-FEES
               DELIMITED BY SIZE INTO STICKER-LINE.
           WRITE STICKER-PRINT-LINE FROM STICKER-LINE.

           MOVE OTD-PRICE TO CONVERT-OTD-PRICE.
           MOVE SPACES TO STICKER-LINE.
           STRING "OUT-THE-DOOR PRICE: " CONVERT-OTD-PRICE
               WRITE STICKER-PRINT-LINE FROM STICKER-LINE
           END-IF.

           PERFORM 2100-PRINT-ADDENDUM.

           ADD 1 TO STICKER-COUNT.

      *---------------------------------------
      * THE ADDENDUM STICKER, AS GAM0VDI'S 1610-PRINT-ADDENDUM
      * PRINTS IT - EACH DEALER-INSTALLED ITEM AT ITS RETAIL, THE
      * TOTAL, THE PRICE WITH IT AND THE DISCLOSURE. NOTHING
      * INSTALLED, NO ADDENDUM.
      *---------------------------------------
       2100-PRINT-ADDENDUM.
           MOVE 0 TO ADDENDUM-COUNT.
           MOVE 0 TO ADDENDUM-TOTAL.

           EXEC SQL OPEN ADDENDUMCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH ADDENDUMCURSOR
                      INTO :VA-DESCRIPTION, :VA-RETAILPRICE
              END-EXEC
              IF SQLCODE = 0
                 IF ADDENDUM-COUNT = 0
                    MOVE ALL "-" TO STICKER-LINE
                    WRITE STICKER-PRINT-LINE FROM STICKER-LINE
                    MOVE SPACES TO STICKER-LINE
                    STRING "ADDENDUM STICKER - VIN " WP-VIN
                        DELIMITED BY SIZE INTO STICKER-LINE
                    WRITE STICKER-PRINT-LINE FROM STICKER-LINE
                    MOVE "DEALER-INSTALLED ITEMS" TO STICKER-LINE
                    WRITE STICKER-PRINT-LINE FROM STICKER-LINE
                 END-IF
                 ADD 1 TO ADDENDUM-COUNT
                 ADD VA-RETAILPRICE TO ADDENDUM-TOTAL
                 MOVE VA-RETAILPRICE TO CONVERT-ADDENDUM
                 MOVE SPACES TO STICKER-LINE
                 MOVE VA-DESCRIPTION-TEXT (1:VA-DESCRIPTION-LEN) TO
                     STICKER-LINE (3:30)
                 MOVE CONVERT-ADDENDUM TO STICKER-LINE (37:8)
                 WRITE STICKER-PRINT-LINE FROM STICKER-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE ADDENDUMCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

           IF ADDENDUM-COUNT > 0
               MOVE ADDENDUM-TOTAL TO CONVERT-ADDENDUM-TOTAL
               MOVE SPACES TO STICKER-LINE
               STRING "ADDENDUM TOTAL: " CONVERT-ADDENDUM-TOTAL
                   DELIMITED BY SIZE INTO STICKER-LINE
               WRITE STICKER-PRINT-LINE FROM STICKER-LINE
               COMPUTE ADDENDUM-WITH-PRICE = WP-PRICE + ADDENDUM-TOTAL
               MOVE ADDENDUM-WITH-PRICE TO CONVERT-ADDENDUM-TOTAL
               MOVE SPACES TO STICKER-LINE
               STRING "PRICE WITH ADDENDUM: " CONVERT-ADDENDUM-TOTAL
                   DELIMITED BY SIZE INTO STICKER-LINE
               WRITE STICKER-PRINT-LINE FROM STICKER-LINE
               MOVE "DEALER-INSTALLED ITEMS ARE NOT PART OF THE"
                   TO STICKER-LINE
               WRITE STICKER-PRINT-LINE FROM STICKER-LINE
               MOVE "MANUFACTURER'S OR ADVERTISED PRICE"
                   TO STICKER-LINE
               WRITE STICKER-PRINT-LINE FROM STICKER-LINE
           END-IF.

      *---------------------------------------
      * SAME RATE AND FEE PICK AS GAM0VDI'S OTD COMPUTATION - THE
      * RATE AND STATE_FEES SCHEDULE IN FORCE TODAY FOR THE DEALER'S
      * STATE, DOC FEE HELD TO THE LEGAL CAP, CACHED PER STATE
      * SINCE THE RUN IS IN DEALER ORDER.
      *---------------------------------------
       2500-GET-TAX-RATE.
           IF WP-STATE-ABBR = TAX-CACHE-STATE
               MOVE TAX-CACHE-RATE TO OTD-TAX-RATE
               MOVE TAX-CACHE-FEES TO OTD-FEES
               GO TO 2500-EXIT
           END-IF.

           END-IF.
           MOVE 0 TO SQLCODE.

           MOVE 0 TO OTD-FEES.
           MOVE -1 TO IND-SF-DOCCAP.
           EXEC SQL
               SELECT TITLEFEE, REGISTRATIONFEE, PLATEFEE, DOCFEE,
                      DOCFEECAP, TRADECREDIT, TRADECREDITCAP
                   INTO :SF-TITLEFEE, :SF-REGISTRATIONFEE,
                        :SF-PLATEFEE, :SF-DOCFEE,
                        :SF-DOCFEECAP :IND-SF-DOCCAP,
                        :SF-TRADECREDIT,
                        :SF-TRADECREDITCAP :IND-SF-TRADECAP
                   FROM STATE_FEES
                   WHERE STATEABBR = :WP-STATE-ABBR
                     AND EFFECTIVEFROM <= CURRENT DATE
                     AND (EFFECTIVETO IS NULL
                          OR EFFECTIVETO >= CURRENT DATE)
           END-EXEC.
           IF SQLCODE = 0
               IF IND-SF-DOCCAP >= 0 AND SF-DOCFEE > SF-DOCFEECAP
                   MOVE SF-DOCFEECAP TO SF-DOCFEE
               END-IF
               COMPUTE OTD-FEES =
                   SF-TITLEFEE + SF-REGISTRATIONFEE + SF-PLATEFEE
                   + SF-DOCFEE
           END-IF.
           MOVE 0 TO SQLCODE.

           MOVE WP-STATE-ABBR TO TAX-CACHE-STATE.
           MOVE OTD-TAX-RATE TO TAX-CACHE-RATE.
           MOVE OTD-FEES TO TAX-CACHE-FEES.

       2500-EXIT.
           CONTINUE.
