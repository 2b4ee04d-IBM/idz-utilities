      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VPI.cbl                                     *
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
      * PARTS STOCK REPORTS OFF PARTS_MASTER. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS).
      * THE RUN TYPE COMES IN ON A SYSIN CONTROL CARD:
      *   'R' (THE DEFAULT, RUN NIGHTLY) - REORDER REPORT. EVERY PART
      *       WHOSE ON-HAND QUANTITY HAS FALLEN BELOW ITS REORDER
      *       POINT, BY DEALER, WITH THE QUANTITY TO ORDER.
      *   'V' (RUN AT MONTH END) - PARTS VALUATION. ON HAND TIMES
      *       AVERAGE COST FOR EVERY PART WITH STOCK, SUBTOTALLED BY
      *       DEALER, WITH A GRAND TOTAL FOR THE BALANCE SHEET.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-RUN-TYPE           PIC X(1).
           05 FILLER                PIC X(79).

       WORKING-STORAGE SECTION.

       COPY GAM0BPT.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 RUN-TYPE              PIC X(1) VALUE 'R'.
          88 RUN-REORDER           VALUE 'R'.
          88 RUN-VALUATION         VALUE 'V'.

       01 PI-PREV-DEALERID      PIC S9(9) USAGE COMP VALUE -1.
       01 PI-ORDER-QTY          PIC S9(9) USAGE COMP.
       01 PI-EXTENSION          PIC S9(11)V99 USAGE COMP-3.

       01 DEALER-PART-COUNT     PIC S9(9) USAGE COMP VALUE 0.
       01 DEALER-VALUE          PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 TOTAL-PART-COUNT      PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-VALUE           PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-QTY           PIC ZZZZ9.
       01 DISPLAY-POINT         PIC ZZZZ9.
       01 DISPLAY-ORDER         PIC ZZZZ9.
       01 DISPLAY-COST          PIC ZZZZ9.99.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-DEALERID      PIC 9(5).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE PIREORDCURSOR CURSOR FOR
               SELECT DEALERID, PARTNUMBER, PARTDESC, BINLOCATION,
                      ONHANDQTY, REORDERPOINT, REORDERQTY
                   FROM PARTS_MASTER
                   WHERE ONHANDQTY < REORDERPOINT
                   ORDER BY DEALERID, PARTNUMBER
           END-EXEC.

       EXEC SQL
           DECLARE PIVALUECURSOR CURSOR FOR
               SELECT DEALERID, PARTNUMBER, PARTDESC, ONHANDQTY,
                      AVGCOST
                   FROM PARTS_MASTER
                   WHERE ONHANDQTY > 0
                   ORDER BY DEALERID, PARTNUMBER
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

           IF RUN-VALUATION
              PERFORM 2000-PARTS-VALUATION
           ELSE
              PERFORM 1000-REORDER-REPORT
           END-IF.

           GOBACK.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-RUN-TYPE = 'R' OR CC-RUN-TYPE = 'V'
                 MOVE CC-RUN-TYPE TO RUN-TYPE
              END-IF
           END-IF.

      *---------------------------------------
      * NIGHTLY REORDER REPORT. THE SUGGESTED ORDER IS THE PART'S
      * REORDER QUANTITY, OR WHATEVER BRINGS IT BACK UP TO THE
      * REORDER POINT IF THAT IS MORE.
      *---------------------------------------
       1000-REORDER-REPORT.
           DISPLAY "PARTS REORDER REPORT".
           DISPLAY "DEALER PART NUMBER          DESCRIPTION"
                   "                    BIN      ON HAND  POINT  ORDER".

           EXEC SQL OPEN PIREORDCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING PIREORDCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH PIREORDCURSOR
                      INTO :PT-DEALERID, :PT-PARTNUMBER,
                           :PT-PARTDESC, :PT-BINLOCATION,
                           :PT-ONHANDQTY, :PT-REORDERPOINT,
                           :PT-REORDERQTY
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1100-REORDER-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE PIREORDCURSOR END-EXEC.

           IF PI-PREV-DEALERID NOT = -1
              PERFORM 1200-REORDER-DEALER-TOTAL
           END-IF.

           MOVE TOTAL-PART-COUNT TO DISPLAY-COUNT.
           DISPLAY "TOTAL PARTS TO REORDER: " DISPLAY-COUNT.
           DISPLAY "PARTS REORDER REPORT COMPLETE".

       1100-REORDER-LINE.
           IF PT-DEALERID NOT = PI-PREV-DEALERID
              IF PI-PREV-DEALERID NOT = -1
                 PERFORM 1200-REORDER-DEALER-TOTAL
              END-IF
              MOVE PT-DEALERID TO PI-PREV-DEALERID
              MOVE 0 TO DEALER-PART-COUNT
           END-IF.

           MOVE PT-REORDERQTY TO PI-ORDER-QTY.
           IF PT-REORDERPOINT - PT-ONHANDQTY > PI-ORDER-QTY
              COMPUTE PI-ORDER-QTY = PT-REORDERPOINT - PT-ONHANDQTY
           END-IF.

           MOVE PT-DEALERID TO DISPLAY-DEALERID.
           MOVE PT-ONHANDQTY TO DISPLAY-QTY.
           MOVE PT-REORDERPOINT TO DISPLAY-POINT.
           MOVE PI-ORDER-QTY TO DISPLAY-ORDER.
           DISPLAY DISPLAY-DEALERID "  " PT-PARTNUMBER-TEXT " "
                   PT-PARTDESC-TEXT " " PT-BINLOCATION "    "
                   DISPLAY-QTY "  " DISPLAY-POINT "  " DISPLAY-ORDER.

           ADD 1 TO DEALER-PART-COUNT.
           ADD 1 TO TOTAL-PART-COUNT.

       1200-REORDER-DEALER-TOTAL.
           MOVE PI-PREV-DEALERID TO DISPLAY-DEALERID.
           MOVE DEALER-PART-COUNT TO DISPLAY-COUNT.
           DISPLAY "  DEALER " DISPLAY-DEALERID " PARTS TO REORDER: "
                   DISPLAY-COUNT.

      *---------------------------------------
      * MONTH-END PARTS VALUATION AT AVERAGE COST.
      *---------------------------------------
       2000-PARTS-VALUATION.
           DISPLAY "MONTH-END PARTS VALUATION AT AVERAGE COST".
           DISPLAY "DEALER PART NUMBER          DESCRIPTION"
                   "                    ON HAND AVG COST"
                   "       EXTENDED".

           EXEC SQL OPEN PIVALUECURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING PIVALUECURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH PIVALUECURSOR
                      INTO :PT-DEALERID, :PT-PARTNUMBER,
                           :PT-PARTDESC, :PT-ONHANDQTY, :PT-AVGCOST
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 2100-VALUATION-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE PIVALUECURSOR END-EXEC.

           IF PI-PREV-DEALERID NOT = -1
              PERFORM 2200-VALUATION-DEALER-TOTAL
           END-IF.

           MOVE TOTAL-PART-COUNT TO DISPLAY-COUNT.
           DISPLAY "TOTAL PARTS WITH STOCK: " DISPLAY-COUNT.
           MOVE TOTAL-VALUE TO DISPLAY-MONEY.
           DISPLAY "TOTAL PARTS INVENTORY VALUE: " DISPLAY-MONEY.
           DISPLAY "PARTS VALUATION COMPLETE".

       2100-VALUATION-LINE.
           IF PT-DEALERID NOT = PI-PREV-DEALERID
              IF PI-PREV-DEALERID NOT = -1
                 PERFORM 2200-VALUATION-DEALER-TOTAL
              END-IF
              MOVE PT-DEALERID TO PI-PREV-DEALERID
              MOVE 0 TO DEALER-PART-COUNT
              MOVE 0 TO DEALER-VALUE
           END-IF.

           COMPUTE PI-EXTENSION = PT-ONHANDQTY * PT-AVGCOST.

           MOVE PT-DEALERID TO DISPLAY-DEALERID.
           MOVE PT-ONHANDQTY TO DISPLAY-QTY.
           MOVE PT-AVGCOST TO DISPLAY-COST.
           MOVE PI-EXTENSION TO DISPLAY-MONEY.
           DISPLAY DISPLAY-DEALERID "  " PT-PARTNUMBER-TEXT " "
                   PT-PARTDESC-TEXT " " DISPLAY-QTY " " DISPLAY-COST
                   " " DISPLAY-MONEY.

           ADD 1 TO DEALER-PART-COUNT.
           ADD 1 TO TOTAL-PART-COUNT.
           ADD PI-EXTENSION TO DEALER-VALUE.
           ADD PI-EXTENSION TO TOTAL-VALUE.

       2200-VALUATION-DEALER-TOTAL.
           MOVE PI-PREV-DEALERID TO DISPLAY-DEALERID.
           MOVE DEALER-VALUE TO DISPLAY-MONEY.
           DISPLAY "  DEALER " DISPLAY-DEALERID " PARTS VALUE: "
                   DISPLAY-MONEY.
