      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VGT.cbl                                     *
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
      * CLOSE OF BUSINESS GROSS APPROVAL TIMEOUT. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VHE IS)
      * THAT SENDS EVERY DEAL STILL WAITING ON PENDING_DEALS FOR A
      * MANAGER'S DECISION ON GAM0VGA BACK TO THE DESK - STATUS 'T',
      * ACTIONBY GAM0VGT - SO NOTHING SITS HELD OVERNIGHT AGAINST A
      * UNIT THAT COULD BE SOLD. NOTHING POSTS; THE DESK RE-WORKS
      * THE DEAL AND KEYS IT AGAIN ON GAM0VSE. EACH TIMED-OUT DEAL
      * IS LISTED BY STORE FOR THE NEXT MORNING'S DESK.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VGT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 SCHEMA-CONNECT        PIC X(8).

       COPY GAM0BPN.

       01 TIMEOUT-PRIOR-DEALERID PIC S9(9) USAGE COMP VALUE -1.
       01 TIMEOUT-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 STORE-COUNT           PIC S9(9) USAGE COMP VALUE 0.

       01 TIMEOUT-LINE.
          05 TL-PENDINGID       PIC 9(9).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 TL-VIN             PIC X(17).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 TL-SALESPERSONID   PIC 9(5).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 TL-BUYERNAME       PIC X(35).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 TL-FRONTGROSS      PIC -(7)9.99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 TL-MINFRONTGROSS   PIC Z(6)9.99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 TL-KEYEDTIME       PIC X(5).

       01 DISPLAY-DEALERID      PIC 9(5).
       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE PENDCURSOR CURSOR FOR
               SELECT PENDINGID, VIN, DEALERID, SALESPERSONID,
                      BUYERNAME, FRONTGROSS, MINFRONTGROSS, KEYEDTS
                   FROM PENDING_DEALS
                   WHERE STATUS = 'P'
                     AND DATE(KEYEDTS) <= CURRENT DATE
                   ORDER BY DEALERID, KEYEDTS, PENDINGID
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

           DISPLAY "CLOSE OF BUSINESS GROSS APPROVAL TIMEOUT".

           PERFORM 1000-TIME-OUT-PENDING.

           EXEC SQL COMMIT END-EXEC.

           MOVE TIMEOUT-COUNT TO DISPLAY-COUNT.
           DISPLAY "DEALS RETURNED TO DESK: " DISPLAY-COUNT.
           MOVE STORE-COUNT TO DISPLAY-COUNT.
           DISPLAY "STORES AFFECTED:        " DISPLAY-COUNT.
           DISPLAY "GROSS APPROVAL TIMEOUT COMPLETE".

           GOBACK.

       1000-TIME-OUT-PENDING.
           EXEC SQL OPEN PENDCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING PENDCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH PENDCURSOR
                      INTO :PN-PENDINGID, :PN-VIN, :PN-DEALERID,
                           :PN-SALESPERSONID, :PN-BUYERNAME,
                           :PN-FRONTGROSS, :PN-MINFRONTGROSS,
                           :PN-KEYEDTS
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING PENDCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 EXEC SQL ROLLBACK END-EXEC
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 1100-TIME-OUT-ONE-DEAL
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE PENDCURSOR END-EXEC.

      *---------------------------------------
      * THE STATUS = 'P' TEST KEEPS A DEAL A MANAGER APPROVED OR
      * RETURNED WHILE THE SWEEP WAS RUNNING FROM BEING TIMED OUT
      * ON TOP OF THAT DECISION.
      *---------------------------------------
       1100-TIME-OUT-ONE-DEAL.
           EXEC SQL
               UPDATE PENDING_DEALS
                  SET STATUS = 'T',
                      ACTIONBY = 'GAM0VGT',
                      ACTIONTS = CURRENT TIMESTAMP,
                      ACTIONNOTE = 'NOT APPROVED BY CLOSE OF BUSINESS'
                WHERE PENDINGID = :PN-PENDINGID
                  AND STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR TIMING OUT PENDING DEAL, SQLCODE "
                 DISPLAYSQLCODE
              EXEC SQL ROLLBACK END-EXEC
              GOBACK
           END-IF.

           IF SQLCODE = 0
              IF PN-DEALERID NOT = TIMEOUT-PRIOR-DEALERID
                 MOVE PN-DEALERID TO TIMEOUT-PRIOR-DEALERID
                 MOVE PN-DEALERID TO DISPLAY-DEALERID
                 ADD 1 TO STORE-COUNT
                 DISPLAY " "
                 DISPLAY "DEALER " DISPLAY-DEALERID
                    " - DEALS BACK TO THE DESK"
              END-IF
              MOVE PN-PENDINGID TO TL-PENDINGID
              MOVE PN-VIN-TEXT TO TL-VIN
              MOVE PN-SALESPERSONID TO TL-SALESPERSONID
              MOVE PN-BUYERNAME-TEXT TO TL-BUYERNAME
              MOVE PN-FRONTGROSS TO TL-FRONTGROSS
              MOVE PN-MINFRONTGROSS TO TL-MINFRONTGROSS
              MOVE PN-KEYEDTS (12:5) TO TL-KEYEDTIME
              DISPLAY TIMEOUT-LINE
              ADD 1 TO TIMEOUT-COUNT
           END-IF.

      *---------------------------------------
      * THE FETCH LOOP RUNS ON SQLCODE - DON'T LET AN UPDATE THAT
      * FOUND NOTHING (SQLCODE 100) END IT EARLY.
      *---------------------------------------
           MOVE 0 TO SQLCODE.
