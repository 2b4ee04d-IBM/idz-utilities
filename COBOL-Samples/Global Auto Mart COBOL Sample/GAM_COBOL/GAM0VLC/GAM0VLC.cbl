      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VLC.cbl                                     *
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
      * LOT CAPACITY REPORT. BATCH PROGRAM (NO COMMAREA, LINKED WITH
      * A SCHEMA PARM THE SAME WAY GAM0VIV IS). FOR EACH DEALER'S
      * LOTS (DEALER_LOTS) SHOWS THE SPACES STRIPED AGAINST THE
      * UNSOLD UNITS THE LAST LOT SCAN (GAM0VLA, VEHICLE_LOCATION)
      * PUT IN THEM, THEN A DEALER LINE COMPARING EVERY UNSOLD UNIT
      * ON HAND TO THE DEALER'S TOTAL SPACES. UNITS ON HAND WITH NO
      * SCANNED LOCATION ARE COUNTED SEPARATELY - THOSE ARE THE ONES
      * NOBODY CAN FIND.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VLC.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY GAM0BLC.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CAP-LOT-UNITS         PIC S9(9) USAGE COMP.
       01 CAP-PREV-DEALERID     PIC S9(9) USAGE COMP VALUE -1.
       01 CAP-PERCENT           PIC S9(5) USAGE COMP.
       01 CAP-FLAG              PIC X(9).

       01 DEALER-SPACES         PIC S9(9) USAGE COMP VALUE 0.
       01 DEALER-LOCATED        PIC S9(9) USAGE COMP VALUE 0.
       01 DEALER-ON-HAND        PIC S9(9) USAGE COMP VALUE 0.
       01 DEALER-UNLOCATED      PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-SPACES          PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-ON-HAND         PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-UNLOCATED       PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-DEALERID      PIC 9(5).
       01 DISPLAY-SPACES        PIC ZZZZ9.
       01 DISPLAY-UNITS         PIC ZZZZ9.
       01 DISPLAY-PERCENT       PIC ZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE LCLOTCURSOR CURSOR FOR
               SELECT L.DEALERID, L.LOTCODE, L.LOTDESC, L.SPACECOUNT,
                      (SELECT COUNT(*)
                           FROM VEHICLE_LOCATION V, INVENTORY I
                           WHERE V.DEALERID = L.DEALERID
                             AND V.LOTCODE = L.LOTCODE
                             AND I.VIN = V.VIN
                             AND I.SOLDFLAG = 'N')
                   FROM DEALER_LOTS L
                   ORDER BY L.DEALERID, L.LOTCODE
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

           DISPLAY "LOT CAPACITY REPORT".
           DISPLAY "DEALER LOT DESCRIPTION                    SPACES"
                   " UNITS   PCT".

           EXEC SQL OPEN LCLOTCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING LCLOTCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH LCLOTCURSOR
                      INTO :DL-DEALERID, :DL-LOTCODE, :DL-LOTDESC,
                           :DL-SPACECOUNT, :CAP-LOT-UNITS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1000-REPORT-LOT
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE LCLOTCURSOR END-EXEC.

           IF CAP-PREV-DEALERID NOT = -1
              PERFORM 1100-DEALER-TOTAL
           END-IF.

           MOVE TOTAL-SPACES TO DISPLAY-COUNT.
           DISPLAY "TOTAL LOT SPACES:        " DISPLAY-COUNT.
           MOVE TOTAL-ON-HAND TO DISPLAY-COUNT.
           DISPLAY "TOTAL UNSOLD ON HAND:    " DISPLAY-COUNT.
           MOVE TOTAL-UNLOCATED TO DISPLAY-COUNT.
           DISPLAY "ON HAND, NEVER SCANNED:  " DISPLAY-COUNT.
           DISPLAY "LOT CAPACITY REPORT COMPLETE".

           GOBACK.

       1000-REPORT-LOT.
           IF DL-DEALERID NOT = CAP-PREV-DEALERID
              IF CAP-PREV-DEALERID NOT = -1
                 PERFORM 1100-DEALER-TOTAL
              END-IF
              MOVE DL-DEALERID TO CAP-PREV-DEALERID
              MOVE 0 TO DEALER-SPACES
              MOVE 0 TO DEALER-LOCATED
           END-IF.

           MOVE DL-SPACECOUNT TO DISPLAY-SPACES.
           MOVE CAP-LOT-UNITS TO DISPLAY-UNITS.
           PERFORM 1200-COMPUTE-PERCENT.
           MOVE DL-DEALERID TO DISPLAY-DEALERID.
           DISPLAY DISPLAY-DEALERID "  " DL-LOTCODE "  "
                   DL-LOTDESC-TEXT "  "
                   DISPLAY-SPACES " " DISPLAY-UNITS " "
                   DISPLAY-PERCENT " " CAP-FLAG.

           ADD DL-SPACECOUNT TO DEALER-SPACES.
           ADD CAP-LOT-UNITS TO DEALER-LOCATED.

      *---------------------------------------
      * DEALER LINE - EVERY UNSOLD UNIT THE DEALER OWNS AGAINST ALL
      * ITS SPACES, AND HOW MANY OF THOSE UNITS HAVE NEVER BEEN
      * SCANNED ONTO A LOT AT ALL.
      *---------------------------------------
       1100-DEALER-TOTAL.
           MOVE 0 TO DEALER-ON-HAND.
           MOVE 0 TO DEALER-UNLOCATED.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :DEALER-ON-HAND
                   FROM INVENTORY
                   WHERE DEALERID = :CAP-PREV-DEALERID
                     AND SOLDFLAG = 'N'
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :DEALER-UNLOCATED
                   FROM INVENTORY I
                   WHERE I.DEALERID = :CAP-PREV-DEALERID
                     AND I.SOLDFLAG = 'N'
                     AND NOT EXISTS
                         (SELECT 1 FROM VEHICLE_LOCATION V
                              WHERE V.VIN = I.VIN)
           END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE DEALER-SPACES TO DL-SPACECOUNT.
           MOVE DEALER-ON-HAND TO CAP-LOT-UNITS.
           MOVE DEALER-SPACES TO DISPLAY-SPACES.
           MOVE DEALER-ON-HAND TO DISPLAY-UNITS.
           PERFORM 1200-COMPUTE-PERCENT.
           MOVE CAP-PREV-DEALERID TO DISPLAY-DEALERID.
           DISPLAY "  DEALER " DISPLAY-DEALERID " SPACES "
                   DISPLAY-SPACES " ON HAND " DISPLAY-UNITS " "
                   DISPLAY-PERCENT "% " CAP-FLAG.
           MOVE DEALER-LOCATED TO DISPLAY-UNITS.
           DISPLAY "  DEALER " DISPLAY-DEALERID " SCANNED ONTO ITS LOTS"
                   ": " DISPLAY-UNITS.
           MOVE DEALER-UNLOCATED TO DISPLAY-UNITS.
           DISPLAY "  DEALER " DISPLAY-DEALERID " ON HAND, NO LOT "
                   "SCAN: " DISPLAY-UNITS.

           ADD DEALER-SPACES TO TOTAL-SPACES.
           ADD DEALER-ON-HAND TO TOTAL-ON-HAND.
           ADD DEALER-UNLOCATED TO TOTAL-UNLOCATED.

      *---------------------------------------
      * UNITS AS A PERCENT OF SPACES. A LOT WITH NO SPACES ON FILE
      * THAT STILL HOLDS CARS IS SHOWN AS OVER CAPACITY.
      *---------------------------------------
       1200-COMPUTE-PERCENT.
           MOVE SPACES TO CAP-FLAG.
           IF DL-SPACECOUNT > 0
              COMPUTE CAP-PERCENT = CAP-LOT-UNITS * 100 / DL-SPACECOUNT
           ELSE
              MOVE 0 TO CAP-PERCENT
           END-IF.
           MOVE CAP-PERCENT TO DISPLAY-PERCENT.

           IF CAP-LOT-UNITS > DL-SPACECOUNT
              MOVE "OVER" TO CAP-FLAG
           ELSE
              IF CAP-PERCENT >= 90
                 MOVE "NEAR FULL" TO CAP-FLAG
              END-IF
           END-IF.
