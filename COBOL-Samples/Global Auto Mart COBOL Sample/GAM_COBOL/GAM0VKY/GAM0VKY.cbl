      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VKY.cbl                                     *
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
      * ONLINE KEY CONTROL LOG. EVERY KEY SET FOR A VIN IS SIGNED OUT
      * TO A PERSON FOR A PURPOSE AND SIGNED BACK IN, SO THE DESK
      * KNOWS WHO HAS THE KEYS BEFORE A CUSTOMER IS KEPT WAITING.
      * PF5 CHECKS A KEY SET OUT (PURPOSE T TEST DRIVE - KEY THE
      * SALESPERSON, D DETAIL, R RECON, L LOANER, X TRANSFER - KEY
      * WHO HAS THEM); PF6 CHECKS IT BACK IN. ENTER LISTS THE VIN'S
      * KEY LOG, OPEN CHECKOUTS FIRST. GAM0VTD, GAM0VVA AND GAM0VTR
      * READ THE SAME LOG BEFORE A UNIT MOVES, AND GAM0VKR REPORTS
      * KEYS STILL OUT AT CLOSE OF BUSINESS.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VKY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE KEY CONTROL BMS MAP
      *---------------------------------------
       COPY GAM0MDC.
       01  KEYCTLO REDEFINES GAMVKY1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  KYVINOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  KYSETOUT                PIC X(2).
           05  FILLER                  PIC X(9).
           05  KYPURPOSEOUT            PIC X(1).
           05  FILLER                  PIC X(9).
           05  KYHOLDEROUT             PIC X(35).
           05  FILLER                  PIC X(9).
           05  KYSLSPOUT               PIC X(5).
           05  FILLER                  PIC X(9).
           05  KEYCTLMSGOUT            PIC X(60).

       01  KEYCTL-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  KY-PANEL.
           05  KP-LINE-1   PIC X(79) VALUE
               "GAM0VKY KEY CONTROL LOG - OPEN CHECKOUTS FIRST".
           05  KP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  KP-LINE-LAST PIC X(79) VALUE
               "PF5+VIN+SET+PURPOSE+WHO/SLSP=OUT  PF6+VIN+SET=IN".

       01  KEY-VIN                     PIC X(17).
       01  STOCKNUM-VIN                PIC X(17).
       01  KEY-SET                     PIC S9(9) USAGE COMP.
       01  KEY-PURPOSE                 PIC X(1).
           88  KEY-PURPOSE-VALID       VALUE "T" "D" "R" "L" "X".
           88  KEY-FOR-TEST-DRIVE      VALUE "T".
       01  KEY-HOLDER                  PIC X(35).
       01  KEY-SLSP                    PIC S9(9) USAGE COMP.
       01  IND-KEY-SLSP                PIC S9(4) USAGE COMP.
       01  KEY-LOGID                   PIC S9(9) USAGE COMP.
       01  KEY-DEALERID                PIC S9(9) USAGE COMP.
       01  KEY-SOLDFLAG                PIC X(1).
       01  KEY-OUT-HOURS               PIC S9(9) USAGE COMP.
       01  CHECK-COUNT                 PIC S9(9) USAGE COMP.
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       01  CONVERT-SET                 PIC Z9.
       01  CONVERT-HOURS               PIC ZZZ9.

       COPY GAM0BAW.
       COPY GAM0BKY.
       COPY GAM0BSP.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL
           DECLARE KYLISTCURSOR CURSOR FOR
               SELECT KEYSET, PURPOSE, HOLDER, STATUS,
                      CHAR(OUTTS), COALESCE(CHAR(INTS), ' '),
                      (DAYS(CURRENT TIMESTAMP) - DAYS(OUTTS)) * 24
                      + HOUR(CURRENT TIMESTAMP) - HOUR(OUTTS)
                   FROM KEY_CONTROL_LOG
                   WHERE VIN = :KEY-VIN
                   ORDER BY STATUS DESC, OUTTS DESC
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE KEYCTLO.
           MOVE LOW-VALUE TO KEYCTLO.

           IF EIBCALEN = 0
               INITIALIZE KEYCTL-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO KEYCTL-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           PERFORM 0000-PROCESS-KEY-CONTROL.

           GOBACK.

       0000-PROCESS-KEY-CONTROL.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-LIST-KEY-LOG THRU 1000-EXIT

           WHEN EIBAID = DFHPF5
               PERFORM 1100-CHECK-KEYS-OUT THRU 1100-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1200-CHECK-KEYS-IN THRU 1200-EXIT
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
               MOVE "INVALID KEY PRESSED" TO KEYCTLMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

       1000-LIST-KEY-LOG.
           MOVE SPACES TO KEYCTLMSGOUT.
           PERFORM 1250-EDIT-VIN THRU 1250-EXIT.
           IF KEYCTLMSGOUT NOT = SPACES
               PERFORM 1900-SEND-MAP
               GO TO 1000-EXIT
           END-IF.

           MOVE 0 TO PANEL-LINE-COUNT.
           PERFORM 1050-CLEAR-PANEL-LINES.

           EXEC SQL OPEN KYLISTCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH KYLISTCURSOR
                      INTO :KY-KEYSET, :KY-PURPOSE, :KY-HOLDER,
                           :KY-STATUS, :KY-OUTTS, :KY-INTS,
                           :KEY-OUT-HOURS
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PANEL-LINE-COUNT
                 MOVE KY-KEYSET TO CONVERT-SET
                 MOVE SPACES TO PANEL-LINE-TEXT
                 IF KY-STATUS = "O"
                    MOVE KEY-OUT-HOURS TO CONVERT-HOURS
                    STRING "SET " CONVERT-SET " " KY-PURPOSE " OUT TO "
                           KY-HOLDER-TEXT (1:25) " SINCE "
                           KY-OUTTS (1:16) " " CONVERT-HOURS " HRS"
                        DELIMITED BY SIZE INTO PANEL-LINE-TEXT
                 ELSE
                    STRING "SET " CONVERT-SET " " KY-PURPOSE " IN    "
                           KY-HOLDER-TEXT (1:25) " OUT "
                           KY-OUTTS (1:16) " IN " KY-INTS (12:5)
                        DELIMITED BY SIZE INTO PANEL-LINE-TEXT
                 END-IF
                 MOVE PANEL-LINE-TEXT TO
                     KP-DETAIL-LINE (PANEL-LINE-COUNT)
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE KYLISTCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO KEY CHECKOUTS LOGGED FOR THIS VIN" TO
                 KP-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(KY-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1000-EXIT.
           CONTINUE.

       1050-CLEAR-PANEL-LINES.
           MOVE SPACES TO KP-DETAIL-LINE (1) KP-DETAIL-LINE (2)
                          KP-DETAIL-LINE (3) KP-DETAIL-LINE (4)
                          KP-DETAIL-LINE (5) KP-DETAIL-LINE (6)
                          KP-DETAIL-LINE (7) KP-DETAIL-LINE (8).

      *---------------------------------------
      * PF5 - SIGN A KEY SET OUT. A TEST-DRIVE CHECKOUT GOES TO AN
      * ACTIVE SALESPERSON (THE NAME IS TAKEN FROM SALESPERSON) SO
      * GAM0VTD CAN TELL WHOSE KEYS THEY ARE; ANY OTHER PURPOSE
      * NEEDS THE NAME OF WHOEVER IS TAKING THEM.
      *---------------------------------------
       1100-CHECK-KEYS-OUT.
           MOVE SPACES TO KEYCTLMSGOUT.
           PERFORM 1250-EDIT-VIN THRU 1250-EXIT.
           IF KEYCTLMSGOUT NOT = SPACES
               GO TO 1100-EXIT
           END-IF.

           MOVE KYPURPOSEOUT TO KEY-PURPOSE.
           IF NOT KEY-PURPOSE-VALID
               MOVE "PURPOSE MUST BE T, D, R, L OR X" TO KEYCTLMSGOUT
               GO TO 1100-EXIT
           END-IF.

           EXEC SQL
               SELECT SOLDFLAG, DEALERID
                   INTO :KEY-SOLDFLAG, :KEY-DEALERID
                   FROM INVENTORY
                   WHERE VIN = :KEY-VIN
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "VEHICLE NOT FOUND" TO KEYCTLMSGOUT
               MOVE 0 TO SQLCODE
               GO TO 1100-EXIT
           END-IF.
           IF KEY-SOLDFLAG = "Y"
               MOVE "VEHICLE ALREADY SOLD" TO KEYCTLMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE -1 TO IND-KEY-SLSP.
           MOVE 0 TO KEY-SLSP.
           MOVE KYHOLDEROUT TO KEY-HOLDER.
           IF KEY-HOLDER = LOW-VALUE
               MOVE SPACES TO KEY-HOLDER
           END-IF.
           IF KEY-FOR-TEST-DRIVE
               PERFORM 1150-EDIT-SALESPERSON THRU 1150-EXIT
               IF KEYCTLMSGOUT NOT = SPACES
                   GO TO 1100-EXIT
               END-IF
           END-IF.
           IF KEY-HOLDER = SPACES
               MOVE "ENTER WHO IS TAKING THE KEYS" TO KEYCTLMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE 0 TO CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :CHECK-COUNT
                   FROM KEY_CONTROL_LOG
                   WHERE VIN = :KEY-VIN
                     AND KEYSET = :KEY-SET
                     AND STATUS = 'O'
           END-EXEC.
           IF CHECK-COUNT > 0
               MOVE "THAT KEY SET IS ALREADY OUT - CHECK IT IN FIRST"
                   TO KEYCTLMSGOUT
               GO TO 1100-EXIT
           END-IF.

           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.

           EXEC SQL
               SELECT COALESCE(MAX(KEYLOGID), 0) + 1
                   INTO :KEY-LOGID
                   FROM KEY_CONTROL_LOG
           END-EXEC.

           EXEC SQL
               INSERT INTO KEY_CONTROL_LOG
                   (KEYLOGID, VIN, KEYSET, DEALERID, PURPOSE, HOLDER,
                    SALESPERSONID, OUTTS, OUTUSER, INTS, INUSER,
                    STATUS)
                   VALUES
                   (:KEY-LOGID, :KEY-VIN, :KEY-SET, :KEY-DEALERID,
                    :KEY-PURPOSE, :KEY-HOLDER,
                    :KEY-SLSP :IND-KEY-SLSP, CURRENT TIMESTAMP,
                    :AUDIT-USER, NULL, NULL, 'O')
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR CHECKING KEYS OUT" TO KEYCTLMSGOUT
               GO TO 1100-EXIT
           END-IF.

           MOVE KEY-VIN TO AUDIT-KEY.
           MOVE "KEYS IN" TO AUDIT-BEFORE.
           MOVE KEY-SET TO CONVERT-SET.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "SET " CONVERT-SET " OUT " KEY-PURPOSE " TO "
                  KEY-HOLDER
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO KEYCTLMSGOUT.
           STRING "KEY SET " CONVERT-SET " CHECKED OUT TO "
                  KEY-HOLDER
               DELIMITED BY SIZE INTO KEYCTLMSGOUT.

       1100-EXIT.
           CONTINUE.

       1150-EDIT-SALESPERSON.
           IF KYSLSPOUT = SPACES OR KYSLSPOUT = LOW-VALUE
               MOVE "TEST DRIVE KEYS NEED THE SALESPERSON ID" TO
                   KEYCTLMSGOUT
               GO TO 1150-EXIT
           END-IF.
           COMPUTE KEY-SLSP = FUNCTION NUMVAL(KYSLSPOUT).

           EXEC SQL
               SELECT SPNAME INTO :SPNAME
                   FROM SALESPERSON
                   WHERE SALESPERSONID = :KEY-SLSP
                     AND ACTIVEFLAG = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "SALESPERSON NOT ON FILE OR INACTIVE" TO
                   KEYCTLMSGOUT
               MOVE 0 TO SQLCODE
               GO TO 1150-EXIT
           END-IF.
           MOVE 0 TO IND-KEY-SLSP.
           MOVE SPNAME-TEXT TO KEY-HOLDER.

       1150-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF6 - THE KEYS ARE BACK IN THE BOX.
      *---------------------------------------
       1200-CHECK-KEYS-IN.
           MOVE SPACES TO KEYCTLMSGOUT.
           PERFORM 1250-EDIT-VIN THRU 1250-EXIT.
           IF KEYCTLMSGOUT NOT = SPACES
               GO TO 1200-EXIT
           END-IF.

           MOVE SPACES TO KY-HOLDER-TEXT.
           EXEC SQL
               SELECT HOLDER INTO :KY-HOLDER
                   FROM KEY_CONTROL_LOG
                   WHERE VIN = :KEY-VIN
                     AND KEYSET = :KEY-SET
                     AND STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "THAT KEY SET IS NOT CHECKED OUT" TO KEYCTLMSGOUT
               MOVE 0 TO SQLCODE
               GO TO 1200-EXIT
           END-IF.

           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.

           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE KEY_CONTROL_LOG
                  SET STATUS = 'I',
                      INTS = CURRENT TIMESTAMP,
                      INUSER = :AUDIT-USER
                WHERE VIN = :KEY-VIN
                  AND KEYSET = :KEY-SET
                  AND STATUS = 'O'
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           IF ROWS-UPDATED = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR CHECKING KEYS IN" TO KEYCTLMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE KEY-VIN TO AUDIT-KEY.
           MOVE KEY-SET TO CONVERT-SET.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "SET " CONVERT-SET " OUT TO " KY-HOLDER-TEXT
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "SET " CONVERT-SET " CHECKED IN"
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO KEYCTLMSGOUT.
           STRING "KEY SET " CONVERT-SET " CHECKED IN"
               DELIMITED BY SIZE INTO KEYCTLMSGOUT.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * COMMON EDIT - VIN (OR STOCK NUMBER) AND KEY SET. THE KEY SET
      * DEFAULTS TO 1, THE SET MOST UNITS COME WITH.
      *---------------------------------------
       1250-EDIT-VIN.
           MOVE KYVINOUT TO KEY-VIN.
           IF KEY-VIN = SPACES OR KEY-VIN = LOW-VALUE
               MOVE "ENTER A VIN OR STOCK NUMBER" TO KEYCTLMSGOUT
               GO TO 1250-EXIT
           END-IF.

           EXEC SQL
               SELECT VIN INTO :STOCKNUM-VIN
                   FROM STOCK_NUMBERS
                   WHERE STOCKNUMBER = :KEY-VIN
           END-EXEC.
           IF SQLCODE = 0
               MOVE STOCKNUM-VIN TO KEY-VIN
           END-IF.
           MOVE 0 TO SQLCODE.

           IF KYSETOUT = SPACES OR KYSETOUT = LOW-VALUE
               MOVE 1 TO KEY-SET
           ELSE
               COMPUTE KEY-SET = FUNCTION NUMVAL(KYSETOUT)
           END-IF.
           IF KEY-SET < 1
               MOVE "KEY SET MUST BE 1 OR MORE" TO KEYCTLMSGOUT
           END-IF.

       1250-EXIT.
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
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VKY',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVKY1')
               MAPSET('GAM0MDC')
               FROM(KEYCTLO)
               ERASE
           END-EXEC.
