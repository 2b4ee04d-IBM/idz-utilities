      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VOB.cbl                                     *
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
      * ONLINE MONTHLY OBJECTIVES MAINTENANCE, IN THE GAM0VCN SHAPE.
      * A MANAGER (OBJMAINT FUNCTION ON USER_AUTHORITY) KEYS A
      * DEALER, YEAR AND MONTH - AND OPTIONALLY A SALESPERSON ID,
      * BLANK MEANING THE WHOLE STORE - WITH NEW AND USED UNIT AND
      * GROSS TARGETS. OB-MODE IS A/C/D, OR I TO SHOW WHAT IS ON
      * FILE. EVERY CHANGE GOES TO AUDIT_LOG. GAM0VPF PACES EACH
      * STORE AGAINST THESE ROWS EVERY NIGHT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VOB.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE OBJECTIVES MAINTENANCE BMS MAP
      *---------------------------------------
       COPY GAM0MDF.
       01  OBJMAINTO REDEFINES GAMVOB1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  OBMODEOUT               PIC X(1).
           05  FILLER                  PIC X(9).
           05  OBDEALEROUT             PIC X(9).
           05  FILLER                  PIC X(9).
           05  OBYEAROUT               PIC X(4).
           05  FILLER                  PIC X(9).
           05  OBMONTHOUT              PIC X(2).
           05  FILLER                  PIC X(9).
           05  OBSPOUT                 PIC X(9).
           05  FILLER                  PIC X(9).
           05  OBNEWUNITSOUT           PIC X(5).
           05  FILLER                  PIC X(9).
           05  OBUSEDUNITSOUT          PIC X(5).
           05  FILLER                  PIC X(9).
           05  OBNEWGROSSOUT           PIC X(12).
           05  FILLER                  PIC X(9).
           05  OBUSEDGROSSOUT          PIC X(12).
           05  FILLER                  PIC X(9).
           05  OBJMAINTMSGOUT          PIC X(60).

       01  OBJMAINT-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  OBJ-MODE                    PIC X(1).
       01  CHECK-COUNT                 PIC S9(9) USAGE COMP.
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  CONVERT-UNITS               PIC ZZZZ9.
       01  CONVERT-GROSS               PIC -(8)9.99.
       01  CONVERT-USED-UNITS          PIC ZZZZ9.
       01  CONVERT-USED-GROSS          PIC -(8)9.99.

       COPY GAM0BOB.
       COPY GAM0BAW.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE OBJMAINTO.
           MOVE LOW-VALUE TO OBJMAINTO.

           IF EIBCALEN = 0
               INITIALIZE OBJMAINT-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO OBJMAINT-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE "OBJMAINT" TO AUTH-FUNCTION.
           MOVE "Y" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"
               PERFORM 0000-PROCESS-MAINT
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
               MOVE "NOT AUTHORIZED FOR OBJECTIVES MAINTENANCE" TO
                   OBJMAINTMSGOUT
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

       0000-PROCESS-MAINT.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-APPLY-MAINTENANCE THRU 1000-EXIT
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
               MOVE "INVALID KEY PRESSED" TO OBJMAINTMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * THE KEY IS DEALER/YEAR/MONTH/SALESPERSON. A SALESPERSON
      * TARGET MUST BELONG TO THE DEALER IT IS KEYED UNDER. BLANK
      * TARGET FIELDS COUNT AS ZERO.
      *---------------------------------------
       1000-APPLY-MAINTENANCE.
           MOVE SPACES TO OBJMAINTMSGOUT.
           MOVE OBMODEOUT TO OBJ-MODE.

           IF OBDEALEROUT = SPACES OR OBDEALEROUT = LOW-VALUE
              OR OBYEAROUT = SPACES OR OBYEAROUT = LOW-VALUE
              OR OBMONTHOUT = SPACES OR OBMONTHOUT = LOW-VALUE
               MOVE "ENTER DEALER, YEAR AND MONTH" TO OBJMAINTMSGOUT
               GO TO 1000-EXIT
           END-IF.
           COMPUTE OB-DEALERID = FUNCTION NUMVAL(OBDEALEROUT).
           COMPUTE OB-OBJYEAR = FUNCTION NUMVAL(OBYEAROUT).
           COMPUTE OB-OBJMONTH = FUNCTION NUMVAL(OBMONTHOUT).
           IF OB-OBJMONTH < 1 OR OB-OBJMONTH > 12
              OR OB-OBJYEAR < 2000
               MOVE "YEAR OR MONTH NOT VALID" TO OBJMAINTMSGOUT
               GO TO 1000-EXIT
           END-IF.
           IF OBSPOUT = SPACES OR OBSPOUT = LOW-VALUE
               MOVE 0 TO OB-SALESPERSONID
           ELSE
               COMPUTE OB-SALESPERSONID = FUNCTION NUMVAL(OBSPOUT)
           END-IF.

           MOVE 0 TO CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :CHECK-COUNT
                   FROM DEALERSHIP
                   WHERE DEALERID = :OB-DEALERID
           END-EXEC.
           IF CHECK-COUNT = 0
               MOVE "DEALER NOT FOUND" TO OBJMAINTMSGOUT
               GO TO 1000-EXIT
           END-IF.
           IF OB-SALESPERSONID NOT = 0
               MOVE 0 TO CHECK-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :CHECK-COUNT
                       FROM SALESPERSON
                       WHERE SALESPERSONID = :OB-SALESPERSONID
                         AND DEALERID = :OB-DEALERID
               END-EXEC
               IF CHECK-COUNT = 0
                   MOVE "SALESPERSON NOT FOUND AT THAT DEALER" TO
                       OBJMAINTMSGOUT
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           EVALUATE OBJ-MODE
           WHEN "I"
               PERFORM 1100-SHOW-OBJECTIVE
           WHEN "A"
               PERFORM 1200-EDIT-TARGETS THRU 1200-EXIT
               IF OBJMAINTMSGOUT = SPACES
                   PERFORM 1300-ADD-OBJECTIVE
               END-IF
           WHEN "C"
               PERFORM 1200-EDIT-TARGETS THRU 1200-EXIT
               IF OBJMAINTMSGOUT = SPACES
                   PERFORM 1400-CHANGE-OBJECTIVE
               END-IF
           WHEN "D"
               PERFORM 1500-DELETE-OBJECTIVE
           WHEN OTHER
               MOVE "MODE MUST BE A, C, D OR I" TO OBJMAINTMSGOUT
           END-EVALUATE.

       1000-EXIT.
           CONTINUE.

       1100-SHOW-OBJECTIVE.
           EXEC SQL
               SELECT NEWUNITS, USEDUNITS, NEWGROSS, USEDGROSS
                   INTO :OB-NEWUNITS, :OB-USEDUNITS,
                        :OB-NEWGROSS, :OB-USEDGROSS
                   FROM DEALER_OBJECTIVES
                   WHERE DEALERID = :OB-DEALERID
                     AND OBJYEAR = :OB-OBJYEAR
                     AND OBJMONTH = :OB-OBJMONTH
                     AND SALESPERSONID = :OB-SALESPERSONID
           END-EXEC.
           IF SQLCODE = 0
               MOVE OB-NEWUNITS TO CONVERT-UNITS
               MOVE CONVERT-UNITS TO OBNEWUNITSOUT
               MOVE OB-USEDUNITS TO CONVERT-UNITS
               MOVE CONVERT-UNITS TO OBUSEDUNITSOUT
               MOVE OB-NEWGROSS TO CONVERT-GROSS
               MOVE CONVERT-GROSS TO OBNEWGROSSOUT
               MOVE OB-USEDGROSS TO CONVERT-GROSS
               MOVE CONVERT-GROSS TO OBUSEDGROSSOUT
               MOVE "OBJECTIVE ON FILE" TO OBJMAINTMSGOUT
           ELSE
               MOVE 0 TO SQLCODE
               MOVE "NO OBJECTIVE ON FILE FOR THAT KEY" TO
                   OBJMAINTMSGOUT
           END-IF.

       1200-EDIT-TARGETS.
           MOVE 0 TO OB-NEWUNITS OB-USEDUNITS.
           MOVE 0 TO OB-NEWGROSS OB-USEDGROSS.
           IF OBNEWUNITSOUT NOT = SPACES
              AND OBNEWUNITSOUT NOT = LOW-VALUE
               COMPUTE OB-NEWUNITS = FUNCTION NUMVAL(OBNEWUNITSOUT)
           END-IF.
           IF OBUSEDUNITSOUT NOT = SPACES
              AND OBUSEDUNITSOUT NOT = LOW-VALUE
               COMPUTE OB-USEDUNITS = FUNCTION NUMVAL(OBUSEDUNITSOUT)
           END-IF.
           IF OBNEWGROSSOUT NOT = SPACES
              AND OBNEWGROSSOUT NOT = LOW-VALUE
               COMPUTE OB-NEWGROSS = FUNCTION NUMVAL(OBNEWGROSSOUT)
           END-IF.
           IF OBUSEDGROSSOUT NOT = SPACES
              AND OBUSEDGROSSOUT NOT = LOW-VALUE
               COMPUTE OB-USEDGROSS = FUNCTION NUMVAL(OBUSEDGROSSOUT)
           END-IF.
           IF OB-NEWUNITS < 0 OR OB-USEDUNITS < 0
               MOVE "UNIT TARGETS CANNOT BE NEGATIVE" TO
                   OBJMAINTMSGOUT
               GO TO 1200-EXIT
           END-IF.
           IF OB-NEWUNITS + OB-USEDUNITS = 0
               MOVE "ENTER A NEW OR USED UNIT TARGET" TO
                   OBJMAINTMSGOUT
               GO TO 1200-EXIT
           END-IF.

       1200-EXIT.
           CONTINUE.

       1300-ADD-OBJECTIVE.
           EXEC CICS ASSIGN USERID(OB-UPDATEDUSER) END-EXEC.
           EXEC SQL
               INSERT INTO DEALER_OBJECTIVES
                   (DEALERID, OBJYEAR, OBJMONTH, SALESPERSONID,
                    NEWUNITS, USEDUNITS, NEWGROSS, USEDGROSS,
                    UPDATEDUSER, UPDATEDDATE)
                   VALUES
                   (:OB-DEALERID, :OB-OBJYEAR, :OB-OBJMONTH,
                    :OB-SALESPERSONID, :OB-NEWUNITS, :OB-USEDUNITS,
                    :OB-NEWGROSS, :OB-USEDGROSS, :OB-UPDATEDUSER,
                    CURRENT DATE)
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 1550-AUDIT-OBJECTIVE
               MOVE "OBJECTIVE ADDED" TO OBJMAINTMSGOUT
           ELSE
               MOVE 0 TO SQLCODE
               MOVE "OBJECTIVE ALREADY ON FILE - USE MODE C" TO
                   OBJMAINTMSGOUT
           END-IF.

       1400-CHANGE-OBJECTIVE.
           EXEC CICS ASSIGN USERID(OB-UPDATEDUSER) END-EXEC.
           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE DEALER_OBJECTIVES
                  SET NEWUNITS = :OB-NEWUNITS,
                      USEDUNITS = :OB-USEDUNITS,
                      NEWGROSS = :OB-NEWGROSS,
                      USEDGROSS = :OB-USEDGROSS,
                      UPDATEDUSER = :OB-UPDATEDUSER,
                      UPDATEDDATE = CURRENT DATE
                WHERE DEALERID = :OB-DEALERID
                  AND OBJYEAR = :OB-OBJYEAR
                  AND OBJMONTH = :OB-OBJMONTH
                  AND SALESPERSONID = :OB-SALESPERSONID
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           MOVE 0 TO SQLCODE.
           IF ROWS-UPDATED > 0
               PERFORM 1550-AUDIT-OBJECTIVE
               MOVE "OBJECTIVE UPDATED" TO OBJMAINTMSGOUT
           ELSE
               MOVE "NO OBJECTIVE ON FILE FOR THAT KEY" TO
                   OBJMAINTMSGOUT
           END-IF.

       1500-DELETE-OBJECTIVE.
           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               DELETE FROM DEALER_OBJECTIVES
                   WHERE DEALERID = :OB-DEALERID
                     AND OBJYEAR = :OB-OBJYEAR
                     AND OBJMONTH = :OB-OBJMONTH
                     AND SALESPERSONID = :OB-SALESPERSONID
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           MOVE 0 TO SQLCODE.
           IF ROWS-UPDATED > 0
               MOVE 0 TO OB-NEWUNITS OB-USEDUNITS
               MOVE 0 TO OB-NEWGROSS OB-USEDGROSS
               PERFORM 1550-AUDIT-OBJECTIVE
               MOVE "OBJECTIVE DELETED" TO OBJMAINTMSGOUT
           ELSE
               MOVE "NO OBJECTIVE ON FILE FOR THAT KEY" TO
                   OBJMAINTMSGOUT
           END-IF.

       1550-AUDIT-OBJECTIVE.
           MOVE SPACES TO AUDIT-KEY.
           STRING OBDEALEROUT(1:5) OBYEAROUT OBMONTHOUT
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "DEALER_OBJECTIVES MODE " OBJ-MODE " SP "
                  OBSPOUT
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE OB-NEWUNITS TO CONVERT-UNITS.
           MOVE OB-USEDUNITS TO CONVERT-USED-UNITS.
           MOVE OB-NEWGROSS TO CONVERT-GROSS.
           MOVE OB-USEDGROSS TO CONVERT-USED-GROSS.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "NEW " CONVERT-UNITS " USED " CONVERT-USED-UNITS
                  " NEW GROSS " CONVERT-GROSS
                  " USED GROSS " CONVERT-USED-GROSS
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

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
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VOB',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVOB1')
               MAPSET('GAM0MDF')
               FROM(OBJMAINTO)
               ERASE
           END-EXEC.
