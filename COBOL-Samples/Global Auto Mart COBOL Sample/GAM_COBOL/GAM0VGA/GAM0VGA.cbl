      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VGA.cbl                                     *
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
      * MANAGER APPROVAL OF DEALS HELD UNDER MINIMUM GROSS. GAM0VSE
      * WILL NOT POST A RETAIL DEAL WHOSE FRONT-END GROSS IS UNDER
      * THE STORE'S DEALER_GROSS_CONTROLS MINIMUM - IT HOLDS IT ON
      * PENDING_DEALS. ENTER LISTS THE STORE'S HELD DEALS, OLDEST
      * FIRST, WITH PRICE, UNIT COST, GROSS AND THE MINIMUM. PF5
      * WITH A PENDING ID APPROVES THE DEAL - IT XCTLS TO GAM0VSE,
      * WHICH POSTS THE DEAL AS KEYED AND CLOSES THE PENDING ROW
      * IN THE SAME UNIT OF WORK. PF6 WITH AN ID AND A NOTE RETURNS
      * IT TO THE DESK. PF7 WITH A DEALER AND AN AMOUNT SETS THE
      * STORE'S MINIMUM (A BLANK AMOUNT REMOVES IT). MANAGER ONLY,
      * GROSSAPR FUNCTION ON USER_AUTHORITY; A STORE MANAGER WORKS
      * ONLY THEIR OWN STORE. EVERY ACTION IS AUDITED. WHAT IS STILL
      * PENDING AT CLOSE OF BUSINESS GAM0VGT SENDS BACK TO THE DESK.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VGA.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE GROSS APPROVAL BMS MAP
      *---------------------------------------
       COPY GAM0MDQ.
       01  GROSSAPO REDEFINES GAMVGA1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  GADEALEROUT             PIC X(5).
           05  FILLER                  PIC X(9).
           05  GAIDOUT                 PIC X(6).
           05  FILLER                  PIC X(9).
           05  GANOTEOUT               PIC X(40).
           05  FILLER                  PIC X(9).
           05  GAMINOUT                PIC X(9).
           05  FILLER                  PIC X(9).
           05  GROSSAPMSGOUT           PIC X(60).

       01  GROSSAP-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

      *---------------------------------------
      * SAME SHAPE AS GAM0VSE'S SALE-ENTRY-COMMAREA - PF5 XCTLS
      * THERE WITH THE APPROVAL TAG AND PENDING ID AT THE TAIL.
      *---------------------------------------
       01  SALE-ENTRY-COMMAREA.
           05  FILLER                  PIC X(2).
           05  SE-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(540).
           05  CA-VIN-SELECTED         PIC X(17) OCCURS 3 TIMES.
           05  FILLER                  PIC X(1073).
           05  CA-GROSS-APPROVAL-TAG   PIC X(8).
           05  CA-PENDINGID            PIC 9(9).

       01  GA-PANEL.
           05  GP-LINE-1   PIC X(79) VALUE
               "GAM0VGA DEALS HELD UNDER MINIMUM GROSS - OLDEST FIRST".
           05  GP-LINE-2.
               10  FILLER  PIC X(40) VALUE
                   "ID     VIN                 PRICE    COST".
               10  FILLER  PIC X(39) VALUE
                   "   GROSS    MIN  SLSP KEYED".
           05  GP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  GP-LINE-LAST PIC X(79) VALUE
               "PF5+ID=APPROVE  PF6+ID+NOTE=RETURN  PF7=SET MINIMUM".

       01  GA-DEALERID                 PIC S9(9) USAGE COMP.
       01  GA-PENDINGID                PIC S9(9) USAGE COMP.
       01  GA-ID-IN                    PIC X(6).
       01  GA-NOTE-IN                  PIC X(40).
       01  GA-MIN-IN                   PIC X(9).
       01  GA-VIN                      PIC X(17).
       01  GA-OLD-MIN                  PIC S9(7)V99 USAGE COMP-3.
       01  GA-OLD-FOUND                PIC X(1).
       01  USER-DEALERID               PIC S9(9) USAGE COMP.
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  CHECK-COUNT                 PIC S9(9) USAGE COMP.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-ID                  PIC 9(6).
       01  CONVERT-PRICE               PIC Z(6)9.
       01  CONVERT-COST                PIC Z(6)9.
       01  CONVERT-GROSS               PIC -(6)9.
       01  CONVERT-MIN                 PIC -(5)9.
       01  CONVERT-MIN-AUDIT           PIC -(7)9.99.
       01  CONVERT-OLD-MIN             PIC -(7)9.99.
       01  CONVERT-SLSP                PIC 9(5).
       01  CONVERT-DEALERID            PIC 9(5).

       COPY GAM0BAW.
       COPY GAM0BPN.
       COPY GAM0BGC.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE PENDCURSOR CURSOR FOR
               SELECT PENDINGID, VIN, SALEPRICE, VEHICLECOST,
                      FRONTGROSS, MINFRONTGROSS, SALESPERSONID,
                      KEYEDTS
                   FROM PENDING_DEALS
                   WHERE STATUS = 'P'
                     AND (:GA-DEALERID = 0
                          OR DEALERID = :GA-DEALERID)
                   ORDER BY KEYEDTS, PENDINGID
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE GROSSAPO.
           MOVE LOW-VALUE TO GROSSAPO.

           IF EIBCALEN = 0
               INITIALIZE GROSSAP-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO GROSSAP-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE "GROSSAPR" TO AUTH-FUNCTION.
           MOVE "Y" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"
               PERFORM 0200-RESOLVE-USER-DEALER
               PERFORM 0000-PROCESS-GROSS-APPROVAL
           ELSE
               IF EIBAID = DFHPF3 OR EIBAID = DFHPF12
                   EXEC CICS SEND
                       CONTROL
                       ERASE
                       FREEKB
                       END-EXEC
                   EXEC CICS RETURN
                       END-EXEC
               END-IF
               MOVE "NOT AUTHORIZED TO APPROVE DEALS UNDER MINIMUM" TO
                   GROSSAPMSGOUT
               PERFORM 1900-SEND-MAP
           END-IF.

           GOBACK.

      *---------------------------------------
      * COMMON SIGN-ON CHECK - THE CICS USER MUST HOLD A
      * USER_AUTHORITY ROW FOR THIS FUNCTION (MANAGER ROLE WHERE THE
      * FUNCTION DEMANDS IT) BEFORE THE UPDATE LOGIC RUNS. A REFUSAL
      * IS ITSELF RECORDED ON THE AUDIT TRAIL SO THE VIOLATIONS
      * REPORT (GAM0VVR) HAS SOMETHING TO SHOW THE AUDITORS.
      *---------------------------------------
       0100-CHECK-AUTHORITY.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE 0 TO AUTH-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :AUTH-COUNT
                   FROM USER_AUTHORITY
                   WHERE USERID = :AUDIT-USER
                     AND FUNCTIONCODE = :AUTH-FUNCTION
                     AND (:AUTH-NEED-MGR = 'N'
                          OR USERROLE = 'MANAGER')
           END-EXEC.

           IF AUTH-COUNT > 0
               MOVE "Y" TO AUTH-OK
           ELSE
               MOVE "N" TO AUTH-OK
               MOVE "VIOLATION" TO AUDIT-KEY
               MOVE AUTH-FUNCTION TO AUDIT-BEFORE
               MOVE "DENIED" TO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
           END-IF.

      *---------------------------------------
      * A STORE USER'S DEALER COMES OFF USER_AUTHORITY; NO ROW OR A
      * NULL DEALER MEANS HEAD OFFICE, WHICH MAY WORK ANY STORE'S.
      *---------------------------------------
       0200-RESOLVE-USER-DEALER.
           MOVE 0 TO USER-DEALERID.
           EXEC SQL
               SELECT COALESCE(MAX(DEALERID), 0)
                   INTO :USER-DEALERID
                   FROM USER_AUTHORITY
                   WHERE USERID = :AUDIT-USER
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO USER-DEALERID
           END-IF.
           MOVE 0 TO SQLCODE.

       0000-PROCESS-GROSS-APPROVAL.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-LIST-PENDING-DEALS

           WHEN EIBAID = DFHPF5
               PERFORM 1100-APPROVE-DEAL THRU 1100-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1200-RETURN-TO-DESK THRU 1200-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF7
               PERFORM 1300-SET-MINIMUM THRU 1300-EXIT
               PERFORM 1900-SEND-MAP

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
               MOVE "INVALID KEY PRESSED" TO GROSSAPMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * A STORE MANAGER ALWAYS WORKS THEIR OWN STORE; HEAD OFFICE
      * WORKS THE DEALER KEYED, OR EVERY STORE WHEN IT IS BLANK.
      *---------------------------------------
       0300-RESOLVE-DEALER.
           IF USER-DEALERID NOT = 0
               MOVE USER-DEALERID TO GA-DEALERID
           ELSE
               IF GADEALEROUT = SPACES OR GADEALEROUT = LOW-VALUE
                   MOVE 0 TO GA-DEALERID
               ELSE
                   COMPUTE GA-DEALERID = FUNCTION NUMVAL(GADEALEROUT)
               END-IF
           END-IF.

       1000-LIST-PENDING-DEALS.
           PERFORM 0300-RESOLVE-DEALER.
           MOVE 0 TO PANEL-LINE-COUNT.
           PERFORM 1040-CLEAR-PANEL-LINES.

           EXEC SQL OPEN PENDCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH PENDCURSOR
                      INTO :PN-PENDINGID, :PN-VIN, :PN-SALEPRICE,
                           :PN-VEHICLECOST, :PN-FRONTGROSS,
                           :PN-MINFRONTGROSS, :PN-SALESPERSONID,
                           :PN-KEYEDTS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1060-FORMAT-PENDING-LINE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE PENDCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO DEALS PENDING GROSS APPROVAL" TO
                 GP-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(GA-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1040-CLEAR-PANEL-LINES.
           MOVE SPACES TO GP-DETAIL-LINE (1) GP-DETAIL-LINE (2)
                          GP-DETAIL-LINE (3) GP-DETAIL-LINE (4)
                          GP-DETAIL-LINE (5) GP-DETAIL-LINE (6)
                          GP-DETAIL-LINE (7) GP-DETAIL-LINE (8).

       1060-FORMAT-PENDING-LINE.
           ADD 1 TO PANEL-LINE-COUNT.
           MOVE PN-PENDINGID TO CONVERT-ID.
           MOVE PN-SALEPRICE TO CONVERT-PRICE.
           MOVE PN-VEHICLECOST TO CONVERT-COST.
           MOVE PN-FRONTGROSS TO CONVERT-GROSS.
           MOVE PN-MINFRONTGROSS TO CONVERT-MIN.
           MOVE PN-SALESPERSONID TO CONVERT-SLSP.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING CONVERT-ID " " PN-VIN-TEXT " " CONVERT-PRICE " "
                  CONVERT-COST " " CONVERT-GROSS " " CONVERT-MIN " "
                  CONVERT-SLSP " " PN-KEYEDTS (12:5)
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           MOVE PANEL-LINE-TEXT TO
               GP-DETAIL-LINE (PANEL-LINE-COUNT).

      *---------------------------------------
      * THE ID MUST BE A DEAL STILL PENDING, AT THE MANAGER'S OWN
      * STORE. 1100 AND 1200 BOTH LOAD IT HERE.
      *---------------------------------------
       1050-LOAD-PENDING-DEAL.
           MOVE GAIDOUT TO GA-ID-IN.
           IF GA-ID-IN = SPACES OR GA-ID-IN = LOW-VALUE
               MOVE "ENTER THE PENDING DEAL ID" TO GROSSAPMSGOUT
               GO TO 1050-EXIT
           END-IF.
           COMPUTE GA-PENDINGID = FUNCTION NUMVAL(GA-ID-IN).

           MOVE GA-PENDINGID TO PN-PENDINGID.
           EXEC SQL
               SELECT VIN, DEALERID, FRONTGROSS, MINFRONTGROSS
                   INTO :PN-VIN, :PN-DEALERID, :PN-FRONTGROSS,
                        :PN-MINFRONTGROSS
                   FROM PENDING_DEALS
                   WHERE PENDINGID = :PN-PENDINGID
                     AND STATUS = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "NO DEAL PENDING APPROVAL UNDER THAT ID" TO
                   GROSSAPMSGOUT
               GO TO 1050-EXIT
           END-IF.
           IF USER-DEALERID NOT = 0
              AND PN-DEALERID NOT = USER-DEALERID
               MOVE "THAT DEAL BELONGS TO ANOTHER STORE" TO
                   GROSSAPMSGOUT
               GO TO 1050-EXIT
           END-IF.
           MOVE PN-VIN-TEXT TO GA-VIN.

       1050-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF5 - APPROVE. GAM0VSE RE-RUNS THE DEAL AS KEYED AND, IF IT
      * STILL PASSES EVERY CHECK, POSTS IT, CLOSES THE PENDING ROW
      * AND AUDITS THE APPROVAL UNDER ONE COMMIT. ITS SCREEN COMES
      * BACK WITH THE OUTCOME.
      *---------------------------------------
       1100-APPROVE-DEAL.
           MOVE SPACES TO GROSSAPMSGOUT.
           MOVE SPACES TO GA-VIN.
           PERFORM 1050-LOAD-PENDING-DEAL THRU 1050-EXIT.
           IF GA-VIN = SPACES
               GO TO 1100-EXIT
           END-IF.

           MOVE LOW-VALUE TO SALE-ENTRY-COMMAREA.
           MOVE CA-LOCAL-BUILD TO SE-LOCAL-BUILD.
           MOVE GA-VIN TO CA-VIN-SELECTED (1).
           MOVE "GROSSAPP" TO CA-GROSS-APPROVAL-TAG.
           MOVE GA-PENDINGID TO CA-PENDINGID.
           EXEC CICS XCTL PROGRAM('GAM0VSE')
                          COMMAREA(SALE-ENTRY-COMMAREA)
                          END-EXEC.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF6 - BACK TO THE DESK WITH THE MANAGER'S NOTE. NOTHING
      * POSTS; THE DESK RE-WORKS THE DEAL AND KEYS IT AGAIN.
      *---------------------------------------
       1200-RETURN-TO-DESK.
           MOVE SPACES TO GROSSAPMSGOUT.
           MOVE GANOTEOUT TO GA-NOTE-IN.
           IF GA-NOTE-IN = LOW-VALUE
               MOVE SPACES TO GA-NOTE-IN
           END-IF.
           MOVE SPACES TO GA-VIN.
           PERFORM 1050-LOAD-PENDING-DEAL THRU 1050-EXIT.
           IF GA-VIN = SPACES
               GO TO 1200-EXIT
           END-IF.
           IF GA-NOTE-IN = SPACES
               MOVE "ENTER A NOTE FOR THE DESK" TO GROSSAPMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE GA-NOTE-IN TO PN-ACTIONNOTE-TEXT.
           MOVE LENGTH OF PN-ACTIONNOTE-TEXT TO PN-ACTIONNOTE-LEN.
           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE PENDING_DEALS
                  SET STATUS = 'R',
                      ACTIONBY = :AUDIT-USER,
                      ACTIONTS = CURRENT TIMESTAMP,
                      ACTIONNOTE = :PN-ACTIONNOTE
                WHERE PENDINGID = :PN-PENDINGID
                  AND STATUS = 'P'
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.

           IF ROWS-UPDATED > 0
               MOVE PN-PENDINGID TO CONVERT-ID
               MOVE GA-VIN TO AUDIT-KEY
               MOVE SPACES TO AUDIT-BEFORE AUDIT-AFTER
               STRING "PENDING MGR APPROVAL ID " CONVERT-ID
                   DELIMITED BY SIZE INTO AUDIT-BEFORE
               STRING "MIN GROSS RETURNED TO DESK - " GA-NOTE-IN
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE "DEAL RETURNED TO THE DESK" TO GROSSAPMSGOUT
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR RETURNING THE DEAL" TO GROSSAPMSGOUT
           END-IF.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF7 - THE STORE'S MINIMUM FRONT-END GROSS. A BLANK AMOUNT
      * TAKES THE STORE OFF THE CONTROL; THE CHANGE IS AUDITED
      * WITH THE OLD AND NEW FIGURES.
      *---------------------------------------
       1300-SET-MINIMUM.
           MOVE SPACES TO GROSSAPMSGOUT.
           IF USER-DEALERID = 0
              AND (GADEALEROUT = SPACES OR GADEALEROUT = LOW-VALUE)
               MOVE "ENTER THE DEALER" TO GROSSAPMSGOUT
               GO TO 1300-EXIT
           END-IF.
           PERFORM 0300-RESOLVE-DEALER.

           MOVE 0 TO CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :CHECK-COUNT
                   FROM DEALERSHIP
                   WHERE DEALERID = :GA-DEALERID
           END-EXEC.
           IF CHECK-COUNT = 0
               MOVE "DEALERID NOT ON FILE" TO GROSSAPMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE GA-DEALERID TO GC-DEALERID.
           MOVE "N" TO GA-OLD-FOUND.
           MOVE 0 TO GA-OLD-MIN.
           EXEC SQL
               SELECT MINFRONTGROSS INTO :GA-OLD-MIN
                   FROM DEALER_GROSS_CONTROLS
                   WHERE DEALERID = :GC-DEALERID
           END-EXEC.
           IF SQLCODE = 0
               MOVE "Y" TO GA-OLD-FOUND
           END-IF.
           MOVE 0 TO SQLCODE.

           MOVE GAMINOUT TO GA-MIN-IN.
           IF GA-MIN-IN = LOW-VALUE
               MOVE SPACES TO GA-MIN-IN
           END-IF.

           MOVE GA-DEALERID TO CONVERT-DEALERID.
           MOVE SPACES TO AUDIT-KEY AUDIT-BEFORE AUDIT-AFTER.
           STRING "MINGROSS " CONVERT-DEALERID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           IF GA-OLD-FOUND = "Y"
               MOVE GA-OLD-MIN TO CONVERT-OLD-MIN
               STRING "MINFRONTGROSS=" CONVERT-OLD-MIN
                   DELIMITED BY SIZE INTO AUDIT-BEFORE
           ELSE
               MOVE "MINFRONTGROSS=(NONE)" TO AUDIT-BEFORE
           END-IF.

           IF GA-MIN-IN = SPACES
               IF GA-OLD-FOUND NOT = "Y"
                   MOVE "NO MINIMUM ON FILE FOR THAT STORE" TO
                       GROSSAPMSGOUT
                   GO TO 1300-EXIT
               END-IF
               EXEC SQL
                   DELETE FROM DEALER_GROSS_CONTROLS
                       WHERE DEALERID = :GC-DEALERID
               END-EXEC
               MOVE "MINFRONTGROSS=(NONE)" TO AUDIT-AFTER
           ELSE
               COMPUTE GC-MINFRONTGROSS = FUNCTION NUMVAL(GA-MIN-IN)
               MOVE AUDIT-USER TO GC-UPDATEDUSER
               IF GA-OLD-FOUND = "Y"
                   EXEC SQL
                       UPDATE DEALER_GROSS_CONTROLS
                          SET MINFRONTGROSS = :GC-MINFRONTGROSS,
                              UPDATEDUSER = :GC-UPDATEDUSER,
                              UPDATEDDATE = CURRENT DATE
                        WHERE DEALERID = :GC-DEALERID
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO DEALER_GROSS_CONTROLS
                           (DEALERID, MINFRONTGROSS, UPDATEDUSER,
                            UPDATEDDATE)
                           VALUES
                           (:GC-DEALERID, :GC-MINFRONTGROSS,
                            :GC-UPDATEDUSER, CURRENT DATE)
                   END-EXEC
               END-IF
               MOVE GC-MINFRONTGROSS TO CONVERT-MIN-AUDIT
               STRING "MINFRONTGROSS=" CONVERT-MIN-AUDIT
                   DELIMITED BY SIZE INTO AUDIT-AFTER
           END-IF.

           IF SQLCODE = 0
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE "STORE MINIMUM GROSS UPDATED" TO GROSSAPMSGOUT
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR SETTING THE MINIMUM" TO GROSSAPMSGOUT
           END-IF.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
      * WORK AS THE CHANGE IT DESCRIBES.
      *---------------------------------------
       1600-WRITE-AUDIT.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VGA',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVGA1')
               MAPSET('GAM0MDQ')
               FROM(GROSSAPO)
               ERASE
           END-EXEC.
