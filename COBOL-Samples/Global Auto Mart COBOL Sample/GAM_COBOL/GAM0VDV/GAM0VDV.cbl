      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VDV.cbl                                     *
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
      * ONLINE DELIVERY BOARD. EVERY RETAIL DEAL GAM0VSE RECORDS
      * LANDS HERE WITH ITS MAKE-READY CHECKLIST (PDI, DETAIL, FUEL,
      * SECOND KEY, PLATES, ACCESSORY INSTALLS - WHATEVER PDI_ITEMS
      * HOLDS) UNTIL THE CUSTOMER DRIVES AWAY. THE STORE'S DELIVERY
      * COORDINATOR (DELIVERY FUNCTION ON USER_AUTHORITY) KEYS THE
      * VIN:
      *   ENTER SHOWS THE DEAL, ITS PROMISE AND OPEN ITEMS;
      *   PF5   SETS OR MOVES THE PROMISED DATE AND TIME;
      *   PF6   SIGNS OFF THE CHECKLIST ITEM KEYED;
      *   PF8   LISTS THE CHECKLIST;
      *   PF9   DELIVERS - ONLY WITH EVERY ITEM SIGNED OFF - AND
      *         STAMPS THE DELIVERY DATE, THE DATE GAM0VFT'S
      *         FOLLOW-UP CALLS COUNT FROM. ON A NEW UNIT IT IS ALSO
      *         THE FACTORY WARRANTY IN-SERVICE DATE ON
      *         VEHICLE_WARRANTY UNTIL THE FACTORY ACKNOWLEDGES ITS
      *         OWN.
      * PF7 SHOWS THE BOARD - THE STORE'S UNDELIVERED CARS, NEXT
      * PROMISE FIRST. A STORE USER SEES AND WORKS ONLY THEIR OWN
      * STORE'S CARS; HEAD OFFICE KEYS THE DEALER FOR THE BOARD.
      * EVERY CHANGE IS AUDITED. GAM0VDW REPORTS BROKEN PROMISES.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VDV.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE DELIVERY BOARD BMS MAP
      *---------------------------------------
       COPY GAM0MDI.
       01  DELIVERYO REDEFINES GAMVDV1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  DVVINOUT                PIC X(17).
           05  FILLER                  PIC X(9).
           05  DVDEALEROUT             PIC X(5).
           05  FILLER                  PIC X(9).
           05  DVPROMDATEOUT           PIC X(10).
           05  FILLER                  PIC X(9).
           05  DVPROMTIMEOUT           PIC X(5).
           05  FILLER                  PIC X(9).
           05  DVITEMOUT               PIC X(4).
           05  FILLER                  PIC X(9).
           05  DVBUYEROUT              PIC X(35).
           05  FILLER                  PIC X(9).
           05  DVSALEDATEOUT           PIC X(10).
           05  FILLER                  PIC X(9).
           05  DVSTATUSOUT             PIC X(1).
           05  FILLER                  PIC X(9).
           05  DVOPENOUT               PIC X(2).
           05  FILLER                  PIC X(9).
           05  DVDELIVOUT              PIC X(10).
           05  FILLER                  PIC X(9).
           05  DELIVERYMSGOUT          PIC X(60).

       01  DELIVERY-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  DV-PANEL.
           05  DV-LINE-1   PIC X(79).
           05  DV-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  DV-LINE-LAST PIC X(79).

       01  LOOKUP-VIN                  PIC X(17).
       01  DELIVERY-FOUND              PIC X(1).
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  USER-DEALERID               PIC S9(9) USAGE COMP.
       01  BOARD-DEALERID              PIC S9(9) USAGE COMP.
       01  OPEN-ITEM-COUNT             PIC S9(9) USAGE COMP.
       01  NEW-UNIT-COUNT              PIC S9(9) USAGE COMP.
       01  WARRANTY-ROW-COUNT          PIC S9(9) USAGE COMP.
       01  WARRANTY-STAMPED            PIC X(1).
       01  WARRANTY-FAILED             PIC X(1).
       01  DATE-OK-COUNT               PIC S9(9) USAGE COMP.
       01  DEAL-BUYERNAME              PIC X(35).
       01  ITEM-CODE-IN                PIC X(4).

       01  PROMISE-DATE-IN             PIC X(10).
       01  PROMISE-TIME-IN.
           05  PROMISE-HH              PIC X(2).
           05  PROMISE-COLON           PIC X(1).
           05  PROMISE-MM              PIC X(2).
       01  PROMISE-TIME-ISO.
           05  PROMISE-ISO-HH          PIC X(2).
           05  FILLER                  PIC X(1) VALUE ".".
           05  PROMISE-ISO-MM          PIC X(2).
           05  FILLER                  PIC X(3) VALUE ".00".

       01  BOARD-VIN                   PIC X(17).
       01  BOARD-SALEDATE              PIC X(10).
       01  BOARD-PROMDATE              PIC X(10).
       01  BOARD-PROMTIME              PIC X(8).
       01  BOARD-LATE                  PIC X(4).
       01  BOARD-SIGNEDDATE            PIC X(10).

       01  CONVERT-DEALERID            PIC 9(5).
       01  CONVERT-OPEN                PIC Z9.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).

       COPY GAM0BDV.
       COPY GAM0BPK.
       COPY GAM0BAW.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * THE STORE'S CARS STILL WAITING TO GO - PROMISED ONES BY
      * PROMISE, THEN THE ONES NOBODY HAS PROMISED YET.
      *---------------------------------------
       EXEC SQL
           DECLARE DVBOARDCURSOR CURSOR FOR
               SELECT D.VIN, CHAR(D.SALEDATE, ISO),
                      COALESCE(CHAR(D.PROMISEDDATE, ISO), 'NOT SET'),
                      COALESCE(CHAR(D.PROMISEDTIME, ISO), ' '),
                      (SELECT COUNT(*) FROM PDI_CHECKLIST K
                           WHERE K.VIN = D.VIN
                             AND K.SALEDATE = D.SALEDATE
                             AND K.STATUS = 'O'),
                      CASE WHEN D.PROMISEDDATE < CURRENT DATE
                           THEN 'LATE' ELSE ' ' END
                   FROM DELIVERY_SCHEDULE D
                   WHERE D.DEALERID = :BOARD-DEALERID
                     AND D.STATUS = 'O'
                   ORDER BY CASE WHEN D.PROMISEDDATE IS NULL
                                 THEN 1 ELSE 0 END,
                            D.PROMISEDDATE, D.PROMISEDTIME, D.VIN
           END-EXEC.

       EXEC SQL
           DECLARE DVITEMCURSOR CURSOR FOR
               SELECT ITEMCODE, ITEMDESC, STATUS,
                      COALESCE(SIGNEDUSER, ' '),
                      COALESCE(CHAR(DATE(SIGNEDTS), ISO), ' ')
                   FROM PDI_CHECKLIST
                   WHERE VIN = :DV-VIN
                     AND SALEDATE = :DV-SALEDATE
                   ORDER BY SORTSEQ, ITEMCODE
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE DELIVERYO.
           MOVE LOW-VALUE TO DELIVERYO.

           IF EIBCALEN = 0
               INITIALIZE DELIVERY-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO DELIVERY-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE "DELIVERY" TO AUTH-FUNCTION.
           MOVE "N" TO AUTH-NEED-MGR.
           PERFORM 0100-CHECK-AUTHORITY.

           IF AUTH-OK = "Y"
               PERFORM 0200-RESOLVE-USER-DEALER
               PERFORM 0000-PROCESS-DELIVERY
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
               MOVE "NOT AUTHORIZED TO WORK THE DELIVERY BOARD" TO
                   DELIVERYMSGOUT
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
      * NULL DEALER MEANS HEAD OFFICE, WHICH MAY WORK ANY STORE.
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

       0000-PROCESS-DELIVERY.

           EVALUATE TRUE

           WHEN EIBAID = DFHENTER
               PERFORM 1000-FIND-DELIVERY THRU 1000-EXIT
               IF DELIVERY-FOUND = "Y"
                   PERFORM 1100-SHOW-DELIVERY
               END-IF
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF5
               PERFORM 1200-SET-PROMISE THRU 1200-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1300-SIGN-OFF-ITEM THRU 1300-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF7
               PERFORM 1700-SHOW-BOARD THRU 1700-EXIT

           WHEN EIBAID = DFHPF8
               PERFORM 1000-FIND-DELIVERY THRU 1000-EXIT
               IF DELIVERY-FOUND = "Y"
                   PERFORM 1800-LIST-CHECKLIST
               ELSE
                   PERFORM 1900-SEND-MAP
               END-IF

           WHEN EIBAID = DFHPF9
               PERFORM 1400-COMPLETE-DELIVERY THRU 1400-EXIT
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
               MOVE "INVALID KEY PRESSED" TO DELIVERYMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * THE CAR'S NEWEST DEAL THAT WASN'T UNWOUND, WITH ITS BUYER
      * AND HOW MANY CHECKLIST ITEMS ARE STILL OPEN.
      *---------------------------------------
       1000-FIND-DELIVERY.
           MOVE SPACES TO DELIVERYMSGOUT.
           MOVE "N" TO DELIVERY-FOUND.

           MOVE DVVINOUT TO LOOKUP-VIN.
           IF LOOKUP-VIN = SPACES OR LOOKUP-VIN = LOW-VALUE
               MOVE "ENTER A VIN" TO DELIVERYMSGOUT
               GO TO 1000-EXIT
           END-IF.

           EXEC SQL
               SELECT D.VIN, CHAR(D.SALEDATE, ISO), D.DEALERID,
                      COALESCE(CHAR(D.PROMISEDDATE, ISO), ' '),
                      COALESCE(CHAR(D.PROMISEDTIME, ISO), ' '),
                      D.STATUS,
                      COALESCE(CHAR(D.DELIVEREDDATE, ISO), ' '),
                      COALESCE(S.BUYERNAME, ' ')
                   INTO :DV-VIN, :DV-SALEDATE, :DV-DEALERID,
                        :DV-PROMISEDDATE, :DV-PROMISEDTIME,
                        :DV-STATUS, :DV-DELIVEREDDATE,
                        :DEAL-BUYERNAME
                   FROM DELIVERY_SCHEDULE D
                   LEFT OUTER JOIN SALES S
                           ON S.VIN = D.VIN
                          AND S.SALEDATE = D.SALEDATE
                   WHERE D.VIN = :LOOKUP-VIN
                     AND D.STATUS <> 'X'
                     AND D.SALEDATE =
                         (SELECT MAX(SALEDATE) FROM DELIVERY_SCHEDULE
                              WHERE VIN = :LOOKUP-VIN
                                AND STATUS <> 'X')
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "VIN IS NOT ON THE DELIVERY BOARD" TO
                   DELIVERYMSGOUT
               GO TO 1000-EXIT
           END-IF.

           IF USER-DEALERID NOT = 0
              AND USER-DEALERID NOT = DV-DEALERID
               MOVE "VIN IS ANOTHER STORE'S DELIVERY" TO
                   DELIVERYMSGOUT
               GO TO 1000-EXIT
           END-IF.

           MOVE 0 TO OPEN-ITEM-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :OPEN-ITEM-COUNT
                   FROM PDI_CHECKLIST
                   WHERE VIN = :DV-VIN
                     AND SALEDATE = :DV-SALEDATE
                     AND STATUS = 'O'
           END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE "Y" TO DELIVERY-FOUND.

       1000-EXIT.
           CONTINUE.

       1100-SHOW-DELIVERY.
           MOVE DV-VIN-TEXT TO DVVINOUT.
           MOVE DV-DEALERID TO CONVERT-DEALERID.
           MOVE CONVERT-DEALERID TO DVDEALEROUT.
           MOVE DV-PROMISEDDATE TO DVPROMDATEOUT.
           MOVE SPACES TO DVPROMTIMEOUT.
           IF DV-PROMISEDTIME NOT = SPACES
               STRING DV-PROMISEDTIME (1:2) ":" DV-PROMISEDTIME (4:2)
                   DELIMITED BY SIZE INTO DVPROMTIMEOUT
           END-IF.
           MOVE DEAL-BUYERNAME TO DVBUYEROUT.
           MOVE DV-SALEDATE TO DVSALEDATEOUT.
           MOVE DV-STATUS TO DVSTATUSOUT.
           MOVE OPEN-ITEM-COUNT TO CONVERT-OPEN.
           MOVE CONVERT-OPEN TO DVOPENOUT.
           MOVE DV-DELIVEREDDATE TO DVDELIVOUT.

           IF DELIVERYMSGOUT = SPACES
               EVALUATE TRUE
               WHEN DV-STATUS = "D"
                   MOVE "DELIVERED" TO DELIVERYMSGOUT
               WHEN OPEN-ITEM-COUNT > 0
                   MOVE "MAKE-READY OPEN - PF8 LISTS, PF6 SIGNS OFF" TO
                       DELIVERYMSGOUT
               WHEN OTHER
                   MOVE "READY - PF9 DELIVERS" TO DELIVERYMSGOUT
               END-EVALUATE
           END-IF.

      *---------------------------------------
      * PF5 - THE PROMISE: A DATE NOT IN THE PAST AND A TIME AS
      * HH:MM. MOVING A PROMISE IS ALLOWED UNTIL DELIVERY; THE AUDIT
      * TRAIL KEEPS THE OLD ONE.
      *---------------------------------------
       1200-SET-PROMISE.
           MOVE DVPROMDATEOUT TO PROMISE-DATE-IN.
           MOVE DVPROMTIMEOUT TO PROMISE-TIME-IN.

           PERFORM 1000-FIND-DELIVERY THRU 1000-EXIT.
           IF DELIVERY-FOUND NOT = "Y"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1100-SHOW-DELIVERY.
           MOVE SPACES TO DELIVERYMSGOUT.

           IF DV-STATUS NOT = "O"
               MOVE "ALREADY DELIVERED" TO DELIVERYMSGOUT
               GO TO 1200-EXIT
           END-IF.

           IF PROMISE-DATE-IN = SPACES OR PROMISE-DATE-IN = LOW-VALUE
               MOVE "ENTER THE PROMISED DATE AS YYYY-MM-DD" TO
                   DELIVERYMSGOUT
               GO TO 1200-EXIT
           END-IF.
           MOVE 0 TO DATE-OK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :DATE-OK-COUNT
                   FROM SYSIBM.SYSDUMMY1
                   WHERE DATE(:PROMISE-DATE-IN) >= CURRENT DATE
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF DATE-OK-COUNT = 0
               MOVE "PROMISED DATE INVALID OR IN THE PAST" TO
                   DELIVERYMSGOUT
               GO TO 1200-EXIT
           END-IF.

           IF PROMISE-HH NOT NUMERIC OR PROMISE-MM NOT NUMERIC
              OR PROMISE-COLON NOT = ":"
              OR PROMISE-HH > "23" OR PROMISE-MM > "59"
               MOVE "ENTER THE PROMISED TIME AS HH:MM" TO
                   DELIVERYMSGOUT
               GO TO 1200-EXIT
           END-IF.
           MOVE PROMISE-HH TO PROMISE-ISO-HH.
           MOVE PROMISE-MM TO PROMISE-ISO-MM.

           EXEC SQL
               UPDATE DELIVERY_SCHEDULE
                  SET PROMISEDDATE = DATE(:PROMISE-DATE-IN),
                      PROMISEDTIME = TIME(:PROMISE-TIME-ISO),
                      SCHEDULEDUSER = :AUDIT-USER
                WHERE VIN = :DV-VIN
                  AND SALEDATE = :DV-SALEDATE
                  AND STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR SETTING THE PROMISE" TO DELIVERYMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE DV-VIN-TEXT TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "PROMISED " DV-PROMISEDDATE " "
                  DV-PROMISEDTIME (1:5)
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "PROMISED " PROMISE-DATE-IN " " PROMISE-TIME-IN
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.

           EXEC SQL COMMIT END-EXEC.

           MOVE PROMISE-DATE-IN TO DVPROMDATEOUT.
           MOVE PROMISE-TIME-IN TO DVPROMTIMEOUT.
           MOVE "DELIVERY PROMISE SET" TO DELIVERYMSGOUT.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF6 - SIGN OFF ONE CHECKLIST ITEM UNDER THE OPERATOR'S OWN
      * USERID. AN ITEM ALREADY SIGNED STAYS SIGNED BY WHOEVER DID
      * IT FIRST.
      *---------------------------------------
       1300-SIGN-OFF-ITEM.
           MOVE DVITEMOUT TO ITEM-CODE-IN.
           IF ITEM-CODE-IN = LOW-VALUE
               MOVE SPACES TO ITEM-CODE-IN
           END-IF.

           PERFORM 1000-FIND-DELIVERY THRU 1000-EXIT.
           IF DELIVERY-FOUND NOT = "Y"
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1100-SHOW-DELIVERY.
           MOVE SPACES TO DELIVERYMSGOUT.

           IF DV-STATUS NOT = "O"
               MOVE "ALREADY DELIVERED" TO DELIVERYMSGOUT
               GO TO 1300-EXIT
           END-IF.

           IF ITEM-CODE-IN = SPACES
               MOVE "ENTER THE CHECKLIST ITEM CODE - PF8 LISTS THEM" TO
                   DELIVERYMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE PDI_CHECKLIST
                  SET STATUS = 'S',
                      SIGNEDUSER = :AUDIT-USER,
                      SIGNEDTS = CURRENT TIMESTAMP
                WHERE VIN = :DV-VIN
                  AND SALEDATE = :DV-SALEDATE
                  AND ITEMCODE = :ITEM-CODE-IN
                  AND STATUS = 'O'
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           IF ROWS-UPDATED NOT = 1
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ITEM NOT OPEN ON THIS CHECKLIST" TO
                   DELIVERYMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE DV-VIN-TEXT TO AUDIT-KEY.
           MOVE SPACES TO AUDIT-BEFORE.
           STRING "PDI " ITEM-CODE-IN " OPEN"
               DELIMITED BY SIZE INTO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           STRING "PDI " ITEM-CODE-IN " SIGNED OFF"
               DELIMITED BY SIZE INTO AUDIT-AFTER.
           PERFORM 1600-WRITE-AUDIT.

           EXEC SQL COMMIT END-EXEC.

           SUBTRACT 1 FROM OPEN-ITEM-COUNT.
           MOVE OPEN-ITEM-COUNT TO CONVERT-OPEN.
           MOVE CONVERT-OPEN TO DVOPENOUT.
           MOVE SPACES TO DVITEMOUT.
           IF OPEN-ITEM-COUNT = 0
               MOVE "ITEM SIGNED OFF - READY, PF9 DELIVERS" TO
                   DELIVERYMSGOUT
           ELSE
               MOVE "ITEM SIGNED OFF" TO DELIVERYMSGOUT
           END-IF.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF9 - THE CUSTOMER DRIVES AWAY. NOTHING ON THE CHECKLIST MAY
      * STILL BE OPEN. TODAY BECOMES THE DELIVERY DATE AND, FOR A
      * NEW UNIT, THE FACTORY WARRANTY IN-SERVICE DATE.
      *---------------------------------------
       1400-COMPLETE-DELIVERY.
           PERFORM 1000-FIND-DELIVERY THRU 1000-EXIT.
           IF DELIVERY-FOUND NOT = "Y"
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1100-SHOW-DELIVERY.
           MOVE SPACES TO DELIVERYMSGOUT.

           IF DV-STATUS NOT = "O"
               MOVE "ALREADY DELIVERED" TO DELIVERYMSGOUT
               GO TO 1400-EXIT
           END-IF.

           IF OPEN-ITEM-COUNT > 0
               MOVE "MAKE-READY ITEMS STILL OPEN - PF8 LISTS THEM" TO
                   DELIVERYMSGOUT
               GO TO 1400-EXIT
           END-IF.

           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE DELIVERY_SCHEDULE
                  SET STATUS = 'D',
                      STATUSDATE = CURRENT DATE,
                      DELIVEREDDATE = CURRENT DATE,
                      DELIVEREDUSER = :AUDIT-USER
                WHERE VIN = :DV-VIN
                  AND SALEDATE = :DV-SALEDATE
                  AND STATUS = 'O'
                  AND NOT EXISTS
                      (SELECT 1 FROM PDI_CHECKLIST K
                           WHERE K.VIN = :DV-VIN
                             AND K.SALEDATE = :DV-SALEDATE
                             AND K.STATUS = 'O')
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           IF ROWS-UPDATED NOT = 1
               EXEC SQL ROLLBACK END-EXEC
               MOVE "DELIVERY CHANGED SINCE DISPLAYED - PRESS ENTER" TO
                   DELIVERYMSGOUT
               GO TO 1400-EXIT
           END-IF.

           PERFORM 1450-START-WARRANTY THRU 1450-EXIT.
           IF WARRANTY-FAILED = "Y"
               EXEC SQL ROLLBACK END-EXEC
               MOVE "IN-SERVICE DATE NOT STAMPED - NOT DELIVERED" TO
                   DELIVERYMSGOUT
               GO TO 1400-EXIT
           END-IF.

           MOVE DV-VIN-TEXT TO AUDIT-KEY.
           MOVE "AWAITING DELIVERY" TO AUDIT-BEFORE.
           IF WARRANTY-STAMPED = "Y"
               MOVE "DELIVERED - IN-SERVICE DATE STAMPED" TO
                   AUDIT-AFTER
           ELSE
               MOVE "DELIVERED" TO AUDIT-AFTER
           END-IF.
           PERFORM 1600-WRITE-AUDIT.

           EXEC SQL COMMIT END-EXEC.

           MOVE "D" TO DVSTATUSOUT.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :DV-DELIVEREDDATE
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE 0 TO SQLCODE.
           MOVE DV-DELIVEREDDATE TO DVDELIVOUT.
           MOVE AUDIT-AFTER TO DELIVERYMSGOUT.

       1400-EXIT.
           CONTINUE.

      *---------------------------------------
      * A NEW UNIT'S FACTORY WARRANTY STARTS THE DAY IT IS DELIVERED
      * - VEHICLE_WARRANTY TAKES TODAY, OR GETS A ROW ON THE 36/36,000
      * INDUSTRY DEFAULT TERM. A USED UNIT KEEPS ITS ORIGINAL
      * IN-SERVICE DATE, AND A DATE THE FACTORY HAS ALREADY
      * ACKNOWLEDGED FOR THIS SALE (GAM0VRX) IS NOT OVERWRITTEN.
      *---------------------------------------
       1450-START-WARRANTY.
           MOVE "N" TO WARRANTY-STAMPED.
           MOVE "N" TO WARRANTY-FAILED.

           MOVE 0 TO NEW-UNIT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :NEW-UNIT-COUNT
                   FROM ( SELECT VIN, NEWAUTO FROM INVENTORY
                          UNION ALL
                          SELECT VIN, NEWAUTO FROM INVENTORY_HISTORY
                        ) AS I
                   WHERE I.VIN = :DV-VIN
                     AND I.NEWAUTO = 'Y'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "Y" TO WARRANTY-FAILED
               GO TO 1450-EXIT
           END-IF.
           IF NEW-UNIT-COUNT = 0
               GO TO 1450-EXIT
           END-IF.

           MOVE 0 TO WARRANTY-ROW-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :WARRANTY-ROW-COUNT
                   FROM VEHICLE_WARRANTY
                   WHERE VIN = :DV-VIN
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE "Y" TO WARRANTY-FAILED
               GO TO 1450-EXIT
           END-IF.

           IF WARRANTY-ROW-COUNT = 0
               EXEC SQL
                   INSERT INTO VEHICLE_WARRANTY
                       (VIN, INSERVICEDATE, FACTORYMONTHS,
                        FACTORYMILES)
                       VALUES
                       (:DV-VIN, CURRENT DATE, 36, 36000)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "Y" TO WARRANTY-FAILED
                   GO TO 1450-EXIT
               END-IF
               MOVE "Y" TO WARRANTY-STAMPED
               GO TO 1450-EXIT
           END-IF.

           EXEC SQL
               UPDATE VEHICLE_WARRANTY
                  SET INSERVICEDATE = CURRENT DATE
                WHERE VIN = :DV-VIN
                  AND CPOSTARTDATE IS NULL
                  AND NOT EXISTS
                      (SELECT 1 FROM RETAIL_DELIVERY_REPORTS R
                           WHERE R.VIN = :DV-VIN
                             AND R.SALEDATE = :DV-SALEDATE
                             AND R.RDRTYPE = 'D'
                             AND R.STATUS = 'A')
           END-EXEC.
           IF SQLCODE = 0
               MOVE "Y" TO WARRANTY-STAMPED
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE "Y" TO WARRANTY-FAILED
           END-IF.

       1450-EXIT.
           MOVE 0 TO SQLCODE.

       1600-WRITE-AUDIT.
           EXEC CICS ASSIGN USERID(AUDIT-USER) END-EXEC.
           MOVE EIBTRMID TO AUDIT-TERM.
           EXEC SQL
               INSERT INTO AUDIT_LOG
                   (AUDITUSER, AUDITTERM, TRANSPROG, AUDITTS,
                    AUDITKEY, BEFOREIMAGE, AFTERIMAGE)
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VDV',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

      *---------------------------------------
      * PF7 - THE BOARD. A STORE USER ALWAYS GETS THEIR OWN STORE;
      * HEAD OFFICE GETS THE DEALER KEYED.
      *---------------------------------------
       1700-SHOW-BOARD.
           IF USER-DEALERID NOT = 0
               MOVE USER-DEALERID TO BOARD-DEALERID
           ELSE
               IF DVDEALEROUT = SPACES OR DVDEALEROUT = LOW-VALUE
                   MOVE "ENTER THE DEALER FOR THE BOARD" TO
                       DELIVERYMSGOUT
                   PERFORM 1900-SEND-MAP
                   GO TO 1700-EXIT
               END-IF
               COMPUTE BOARD-DEALERID = FUNCTION NUMVAL(DVDEALEROUT)
           END-IF.

           MOVE 0 TO PANEL-LINE-COUNT.
           MOVE SPACES TO DV-DETAIL-LINE (1) DV-DETAIL-LINE (2)
                          DV-DETAIL-LINE (3) DV-DETAIL-LINE (4)
                          DV-DETAIL-LINE (5) DV-DETAIL-LINE (6)
                          DV-DETAIL-LINE (7) DV-DETAIL-LINE (8).
           MOVE BOARD-DEALERID TO CONVERT-DEALERID.
           MOVE SPACES TO DV-LINE-1.
           STRING "GAM0VDV DELIVERY BOARD - DEALER " CONVERT-DEALERID
                  " - NEXT PROMISE FIRST"
               DELIMITED BY SIZE INTO DV-LINE-1.
           MOVE "VIN               SOLD       PROMISED   TIME  OPEN"
               TO DV-LINE-LAST.

           EXEC SQL OPEN DVBOARDCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH DVBOARDCURSOR
                      INTO :BOARD-VIN, :BOARD-SALEDATE,
                           :BOARD-PROMDATE, :BOARD-PROMTIME,
                           :OPEN-ITEM-COUNT, :BOARD-LATE
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PANEL-LINE-COUNT
                 MOVE OPEN-ITEM-COUNT TO CONVERT-OPEN
                 MOVE SPACES TO PANEL-LINE-TEXT
                 STRING BOARD-VIN " " BOARD-SALEDATE " "
                        BOARD-PROMDATE " " BOARD-PROMTIME (1:5) "  "
                        CONVERT-OPEN "  " BOARD-LATE
                     DELIMITED BY SIZE INTO PANEL-LINE-TEXT
                 MOVE PANEL-LINE-TEXT TO
                     DV-DETAIL-LINE (PANEL-LINE-COUNT)
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE DVBOARDCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO CARS WAITING FOR DELIVERY" TO
                 DV-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(DV-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1700-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF8 - THE DEAL'S CHECKLIST IN ITS STANDARD ORDER, WHO SIGNED
      * EACH ITEM OFF AND WHEN.
      *---------------------------------------
       1800-LIST-CHECKLIST.
           MOVE 0 TO PANEL-LINE-COUNT.
           MOVE SPACES TO DV-DETAIL-LINE (1) DV-DETAIL-LINE (2)
                          DV-DETAIL-LINE (3) DV-DETAIL-LINE (4)
                          DV-DETAIL-LINE (5) DV-DETAIL-LINE (6)
                          DV-DETAIL-LINE (7) DV-DETAIL-LINE (8).
           MOVE SPACES TO DV-LINE-1.
           STRING "GAM0VDV MAKE-READY CHECKLIST - " DV-VIN-TEXT
               DELIMITED BY SIZE INTO DV-LINE-1.
           MOVE "ITEM DESCRIPTION                    ST SIGNED BY DATE"
               TO DV-LINE-LAST.

           EXEC SQL OPEN DVITEMCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0 OR PANEL-LINE-COUNT = 8
              EXEC SQL
                  FETCH DVITEMCURSOR
                      INTO :PK-ITEMCODE, :PK-ITEMDESC, :PK-STATUS,
                           :PK-SIGNEDUSER, :BOARD-SIGNEDDATE
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO PANEL-LINE-COUNT
                 MOVE SPACES TO PANEL-LINE-TEXT
                 STRING PK-ITEMCODE " " PK-ITEMDESC "  " PK-STATUS
                        "  " PK-SIGNEDUSER "  " BOARD-SIGNEDDATE
                     DELIMITED BY SIZE INTO PANEL-LINE-TEXT
                 MOVE PANEL-LINE-TEXT TO
                     DV-DETAIL-LINE (PANEL-LINE-COUNT)
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE DVITEMCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              MOVE "NO CHECKLIST ITEMS ON THIS DEAL" TO
                 DV-DETAIL-LINE (1)
           END-IF.

           EXEC CICS SEND TEXT FROM(DV-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVDV1')
               MAPSET('GAM0MDI')
               FROM(DELIVERYO)
               ERASE
           END-EXEC.
