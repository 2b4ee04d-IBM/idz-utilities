      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VKR.cbl                                     *
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
      * NIGHTLY KEYS-OUT REPORT. BATCH PROGRAM (NO COMMAREA, LINKED
      * WITH A SCHEMA PARM THE SAME WAY GAM0VIV IS), RUN AT CLOSE OF
      * BUSINESS. LISTS EVERY KEY SET STILL CHECKED OUT ON THE
      * GAM0VKY KEY CONTROL LOG, BY DEALER, OLDEST FIRST. A SET OUT
      * LONGER THAN 4 HOURS IS FLAGGED OVERDUE; EVERYTHING ELSE ON
      * THE LIST WAS NOT RETURNED BEFORE CLOSE AND IS CHASED IN THE
      * MORNING ALL THE SAME.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VKR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       COPY GAM0BKY.

       01 SCHEMA-CONNECT        PIC X(8).

       01 KR-OUT-HOURS          PIC S9(9) USAGE COMP.
       01 KR-PREV-DEALERID      PIC S9(9) USAGE COMP VALUE -1.
       01 KR-OVERDUE-HOURS      PIC S9(9) USAGE COMP VALUE 4.
       01 KR-FLAG               PIC X(12).

       01 DEALER-OUT-COUNT      PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-OUT-COUNT       PIC S9(9) USAGE COMP VALUE 0.
       01 TOTAL-OVERDUE-COUNT   PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-DEALERID      PIC 9(5).
       01 DISPLAY-SET           PIC Z9.
       01 DISPLAY-HOURS         PIC ZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE KROUTCURSOR CURSOR FOR
               SELECT DEALERID, VIN, KEYSET, PURPOSE, HOLDER,
                      CHAR(OUTTS),
                      (DAYS(CURRENT TIMESTAMP) - DAYS(OUTTS)) * 24
                      + HOUR(CURRENT TIMESTAMP) - HOUR(OUTTS)
                   FROM KEY_CONTROL_LOG
                   WHERE STATUS = 'O'
                   ORDER BY DEALERID, OUTTS
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

           DISPLAY "KEYS OUT AT CLOSE OF BUSINESS".
           DISPLAY "DEALER VIN               SET P HOLDER"
                   "                              OUT SINCE        "
                   "HOURS".

           EXEC SQL OPEN KROUTCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING KROUTCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH KROUTCURSOR
                      INTO :KY-DEALERID, :KY-VIN, :KY-KEYSET,
                           :KY-PURPOSE, :KY-HOLDER, :KY-OUTTS,
                           :KR-OUT-HOURS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1000-REPORT-KEY-SET
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE KROUTCURSOR END-EXEC.

           IF KR-PREV-DEALERID NOT = -1
              PERFORM 1100-DEALER-TOTAL
           END-IF.

           MOVE TOTAL-OUT-COUNT TO DISPLAY-COUNT.
           DISPLAY "TOTAL KEY SETS OUT:      " DISPLAY-COUNT.
           MOVE TOTAL-OVERDUE-COUNT TO DISPLAY-COUNT.
           DISPLAY "OUT LONGER THAN 4 HOURS: " DISPLAY-COUNT.
           DISPLAY "KEYS OUT REPORT COMPLETE".

           GOBACK.

       1000-REPORT-KEY-SET.
           IF KY-DEALERID NOT = KR-PREV-DEALERID
              IF KR-PREV-DEALERID NOT = -1
                 PERFORM 1100-DEALER-TOTAL
              END-IF
              MOVE KY-DEALERID TO KR-PREV-DEALERID
              MOVE 0 TO DEALER-OUT-COUNT
           END-IF.

           IF KR-OUT-HOURS > KR-OVERDUE-HOURS
              MOVE "OVERDUE" TO KR-FLAG
              ADD 1 TO TOTAL-OVERDUE-COUNT
           ELSE
              MOVE "NOT RETURNED" TO KR-FLAG
           END-IF.

           MOVE KY-DEALERID TO DISPLAY-DEALERID.
           MOVE KY-KEYSET TO DISPLAY-SET.
           MOVE KR-OUT-HOURS TO DISPLAY-HOURS.
           DISPLAY DISPLAY-DEALERID "  " KY-VIN-TEXT " " DISPLAY-SET
                   "  " KY-PURPOSE " " KY-HOLDER-TEXT " "
                   KY-OUTTS (1:16) " " DISPLAY-HOURS " " KR-FLAG.

           ADD 1 TO DEALER-OUT-COUNT.
           ADD 1 TO TOTAL-OUT-COUNT.

       1100-DEALER-TOTAL.
           MOVE KR-PREV-DEALERID TO DISPLAY-DEALERID.
           MOVE DEALER-OUT-COUNT TO DISPLAY-COUNT.
           DISPLAY "  DEALER " DISPLAY-DEALERID " KEY SETS OUT: "
                   DISPLAY-COUNT.
