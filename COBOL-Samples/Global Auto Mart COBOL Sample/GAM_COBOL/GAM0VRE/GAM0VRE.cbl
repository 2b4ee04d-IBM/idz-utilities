      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VRE.cbl                                     *
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
      * ONLINE DEAL DOCUMENT REPRINT. KEY THE VIN (AND THE SALE DATE
      * WHEN THE VIN HAS BEEN SOLD MORE THAN ONCE - BLANK TAKES ITS
      * LATEST SALE) AND PRESS ENTER - GAM0VDG RESPOOLS THE SAME
      * PACKAGE GAM0VSE PRINTED AT POSTING, EACH FORM STAMPED AS A
      * REPRINT. A STORE USER REPRINTS ONLY THEIR OWN STORE'S DEALS;
      * EVERY REPRINT IS ON THE AUDIT TRAIL, SINCE THE JACKET CARRIES
      * THE BUYER'S NAME, ADDRESS AND DEAL FIGURES.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VRE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE DOCUMENT REPRINT BMS MAP
      *---------------------------------------
       COPY GAM0MDO.
       01  REPRINTO REDEFINES GAMVRE1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  RPVINOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  RPDATEOUT               PIC X(10).
           05  FILLER                  PIC X(9).
           05  REPRINTMSGOUT           PIC X(60).

       01  REPRINT-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

      *---------------------------------------
      * HAND-SYNCHRONIZED COPY OF GAM0VDG'S DEAL-DOCS-INANDOUTS -
      * CHANGE BOTH (AND GAM0VSE'S) TOGETHER.
      *---------------------------------------
       01  DEAL-DOCS-COMMAREA.
           02  CA-LOCAL-BUILD2         PIC X.
           02  DD-VIN                  PIC X(17).
           02  DD-SALEDATE             PIC X(10).
           02  DD-REPRINT              PIC X(1).
           02  DD-RESULT               PIC X(1).
           02  DD-MESSAGE              PIC X(60).

       01  REPRINT-VIN                 PIC X(17).
       01  REPRINT-DATE                PIC X(10).
       01  IND-REPRINT-DATE            PIC S9(4) USAGE COMP.
       01  REPRINT-DEALERID            PIC S9(9) USAGE COMP.
       01  IND-REPRINT-DEALERID        PIC S9(4) USAGE COMP.
       01  USER-DEALERID               PIC S9(9) USAGE COMP.

       COPY GAM0BAW.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE REPRINTO.
           MOVE LOW-VALUE TO REPRINTO.

           IF EIBCALEN = 0
               INITIALIZE REPRINT-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO REPRINT-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE "SALEENTR" TO AUTH-FUNCTION.
           MOVE "N" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"
               PERFORM 0200-RESOLVE-USER-DEALER
               PERFORM 0000-PROCESS-REPRINT
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
               MOVE "NOT AUTHORIZED TO REPRINT DEAL DOCUMENTS" TO
                   REPRINTMSGOUT
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
      * NULL DEALER MEANS HEAD OFFICE, WHICH MAY REPRINT ANY STORE'S.
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

       0000-PROCESS-REPRINT.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1100-REPRINT-DEAL THRU 1100-EXIT
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
               MOVE "INVALID KEY PRESSED" TO REPRINTMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * THE SALE MUST BE ON FILE (THE LATEST ONE WHEN NO DATE IS
      * KEYED) AND, FOR A STORE USER, THEIR OWN STORE'S. GAM0VDG
      * DOES THE REST AND SAYS HOW IT WENT.
      *---------------------------------------
       1100-REPRINT-DEAL.
           MOVE RPVINOUT TO REPRINT-VIN.
           MOVE RPDATEOUT TO REPRINT-DATE.
           IF REPRINT-VIN = LOW-VALUE
               MOVE SPACES TO REPRINT-VIN
           END-IF.
           IF REPRINT-DATE = LOW-VALUE
               MOVE SPACES TO REPRINT-DATE
           END-IF.
           IF REPRINT-VIN = SPACES
               MOVE "ENTER THE VIN SOLD" TO REPRINTMSGOUT
               GO TO 1100-EXIT
           END-IF.

           IF REPRINT-DATE NOT = SPACES
              AND (REPRINT-DATE (1:4) NOT NUMERIC
                   OR REPRINT-DATE (5:1) NOT = "-"
                   OR REPRINT-DATE (6:2) NOT NUMERIC
                   OR REPRINT-DATE (8:1) NOT = "-"
                   OR REPRINT-DATE (9:2) NOT NUMERIC)
               MOVE "SALE DATE MUST BE YYYY-MM-DD" TO REPRINTMSGOUT
               GO TO 1100-EXIT
           END-IF.

           IF REPRINT-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(MAX(SALEDATE), ISO)
                       INTO :REPRINT-DATE :IND-REPRINT-DATE
                       FROM SALES
                       WHERE VIN = :REPRINT-VIN
               END-EXEC
               IF SQLCODE NOT = 0 OR IND-REPRINT-DATE < 0
                   MOVE "NO SALE ON FILE FOR THIS VIN" TO
                       REPRINTMSGOUT
                   GO TO 1100-EXIT
               END-IF
           END-IF.

           EXEC SQL
               SELECT MAX(DEALERID)
                   INTO :REPRINT-DEALERID :IND-REPRINT-DEALERID
                   FROM SALES
                   WHERE VIN = :REPRINT-VIN
                     AND SALEDATE = DATE(:REPRINT-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0 OR IND-REPRINT-DEALERID < 0
               MOVE "NO SALE ON FILE FOR THIS VIN AND DATE" TO
                   REPRINTMSGOUT
               GO TO 1100-EXIT
           END-IF.
           IF USER-DEALERID NOT = 0
              AND REPRINT-DEALERID NOT = USER-DEALERID
               MOVE "THAT DEAL BELONGS TO ANOTHER STORE" TO
                   REPRINTMSGOUT
               GO TO 1100-EXIT
           END-IF.

           INITIALIZE DEAL-DOCS-COMMAREA.
           MOVE CA-LOCAL-BUILD TO CA-LOCAL-BUILD2.
           MOVE REPRINT-VIN TO DD-VIN.
           MOVE REPRINT-DATE TO DD-SALEDATE.
           MOVE "Y" TO DD-REPRINT.

           EXEC CICS LINK PROGRAM('GAM0VDG')
               COMMAREA(DEAL-DOCS-COMMAREA)
               END-EXEC.

           MOVE DD-MESSAGE TO REPRINTMSGOUT.
           MOVE REPRINT-VIN TO RPVINOUT.
           MOVE REPRINT-DATE TO RPDATEOUT.

           IF DD-RESULT = "P"
               MOVE REPRINT-VIN TO AUDIT-KEY
               MOVE SPACES TO AUDIT-BEFORE
               STRING "SALEDATE=" REPRINT-DATE
                   DELIMITED BY SIZE INTO AUDIT-BEFORE
               MOVE "DEAL DOCUMENTS REPRINTED" TO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE "DEAL DOCUMENTS REPRINTED" TO REPRINTMSGOUT
           END-IF.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES.
      *---------------------------------------
       1600-WRITE-AUDIT.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VRE',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVRE1')
               MAPSET('GAM0MDO')
               FROM(REPRINTO)
               ERASE
           END-EXEC.
