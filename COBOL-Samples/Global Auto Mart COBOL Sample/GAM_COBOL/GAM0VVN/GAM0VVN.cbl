      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VVN.cbl                                     *
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
      * ONLINE VENDOR MASTER MAINTENANCE, IN THE GAM0VOB SHAPE. THE
      * ACCOUNTS-PAYABLE STAFF (VNDMAINT FUNCTION ON USER_AUTHORITY)
      * KEEP THE TRANSPORTERS, BODY SHOPS, DETAILERS AND AUCTION
      * HOUSES WE PAY FOR UNIT COST. VN-MODE IS A (ADD - A BLANK ID
      * TAKES THE NEXT NUMBER), C (CHANGE, INCLUDING ACTIVE = N TO
      * RETIRE A VENDOR - VENDORS ARE NEVER DELETED, THEIR INVOICES
      * HANG OFF THE COST LEDGER), I TO SHOW WHAT IS ON FILE, OR L
      * TO LOOK UP A VENDOR'S INVOICE: EVERY COST LEDGER LINE BILLED
      * UNDER IT, BY VIN, WITH WHERE IT STANDS WITH AP (GAM0VAV) -
      * OR, WITH NO INVOICE KEYED, EVERY LINE OF THE VENDOR'S NOT
      * YET VOUCHERED. EVERY CHANGE GOES TO AUDIT_LOG.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VVN.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.

       COPY DFHAID.

      *---------------------------------------
      *COPY BOOK FOR THE VENDOR MAINTENANCE BMS MAP
      *---------------------------------------
       COPY GAM0MDG.
       01  VENDMAINTO REDEFINES GAMVVN1O.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(9).
           05  VNMODEOUT               PIC X(1).
           05  FILLER                  PIC X(9).
           05  VNIDOUT                 PIC X(9).
           05  FILLER                  PIC X(9).
           05  VNNAMEOUT               PIC X(30).
           05  FILLER                  PIC X(9).
           05  VNTYPEOUT               PIC X(4).
           05  FILLER                  PIC X(9).
           05  VNADDROUT               PIC X(50).
           05  FILLER                  PIC X(9).
           05  VNPHONEOUT              PIC X(12).
           05  FILLER                  PIC X(9).
           05  VNTAXIDOUT              PIC X(9).
           05  FILLER                  PIC X(9).
           05  VNAPNUMOUT              PIC X(10).
           05  FILLER                  PIC X(9).
           05  VNACTIVEOUT             PIC X(1).
           05  FILLER                  PIC X(9).
           05  VNINVOICEOUT            PIC X(20).
           05  FILLER                  PIC X(9).
           05  VENDMAINTMSGOUT         PIC X(60).

       01  VENDMAINT-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
           05  FILLER                  PIC X(19).

       01  VN-PANEL.
           05  VP-LINE-1   PIC X(79) VALUE
               "GAM0VVN VENDOR INVOICE LOOKUP - NEWEST FIRST".
           05  VP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  VP-LINE-LAST PIC X(79) VALUE
               "AP: P=AWAITING VOUCHER V=VOUCHERED D=HELD DUPLICATE".

       01  VN-MODE                     PIC X(1).
       01  CHECK-COUNT                 PIC S9(9) USAGE COMP.
       01  ROWS-UPDATED                PIC S9(9) USAGE COMP.
       01  CONVERT-VENDORID            PIC 9(9).
       01  CONVERT-VOUCHERID           PIC 9(9).
       01  CONVERT-AMOUNT              PIC 9(7).99.
       01  LOOKUP-INVOICE              PIC X(20).
       01  LOOKUP-TOTAL                PIC S9(9)V99 USAGE COMP-3.
       01  LOOKUP-VIN                  PIC X(17).
       01  LOOKUP-LINENUMBER           PIC S9(9) USAGE COMP.
       01  LOOKUP-COSTDATE             PIC X(10).
       01  LOOKUP-COSTTYPE             PIC X(4).
       01  LOOKUP-AMOUNT               PIC S9(7)V99 USAGE COMP-3.
       01  LOOKUP-INVOICENUM           PIC X(20).
       01  IND-LOOKUP-INVOICENUM       PIC S9(4) USAGE COMP.
       01  LOOKUP-APSTATUS             PIC X(1).
       01  IND-LOOKUP-APSTATUS         PIC S9(4) USAGE COMP.
       01  LOOKUP-VOUCHERID            PIC S9(9) USAGE COMP.
       01  IND-LOOKUP-VOUCHERID        PIC S9(4) USAGE COMP.
       01  IND-VN-REMITADDRESS         PIC S9(4) USAGE COMP.
       01  IND-VN-PHONE                PIC S9(4) USAGE COMP.
       01  IND-VN-TAXID                PIC S9(4) USAGE COMP.
       01  IND-VN-APVENDORNUM          PIC S9(4) USAGE COMP.

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).

       COPY GAM0BVN.
       COPY GAM0BAW.

       01  AUTH-FUNCTION               PIC X(8).
       01  AUTH-NEED-MGR               PIC X(1).
       01  AUTH-COUNT                  PIC S9(9) USAGE COMP.
       01  AUTH-OK                     PIC X(1).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * A KEYED INVOICE LISTS EVERY LINE BILLED UNDER IT, PAID OR
      * NOT; A BLANK ONE LISTS THE VENDOR'S LINES STILL SHORT OF A
      * VOUCHER (NO INVOICE YET, AWAITING THE EXTRACT, OR HELD).
      *---------------------------------------
       EXEC SQL
           DECLARE VNINVCURSOR CURSOR FOR
               SELECT VIN, LINENUMBER, CHAR(COSTDATE, ISO),
                      COSTTYPE, COSTAMOUNT, INVOICENUM, APSTATUS,
                      VOUCHERID
                   FROM VEHICLE_COST_LEDGER
                   WHERE VENDORID = :VN-VENDORID
                     AND ((:LOOKUP-INVOICE = ' '
                           AND COALESCE(APSTATUS, ' ') <> 'V')
                          OR INVOICENUM = :LOOKUP-INVOICE)
                   ORDER BY COSTDATE DESC, VIN, LINENUMBER
           END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(20).

       PROCEDURE DIVISION.

           INITIALIZE VENDMAINTO.
           MOVE LOW-VALUE TO VENDMAINTO.

           IF EIBCALEN = 0
               INITIALIZE VENDMAINT-COMMAREA
           ELSE
               MOVE DFHCOMMAREA TO VENDMAINT-COMMAREA
           END-IF.

           IF CA-LOCAL-BUILD = "Y"
               EXEC SQL CONNECT TO SAMPLE END-EXEC
           END-IF.

           MOVE "VNDMAINT" TO AUTH-FUNCTION.
           MOVE "N" TO AUTH-NEED-MGR.
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
               MOVE "NOT AUTHORIZED FOR VENDOR MAINTENANCE" TO
                   VENDMAINTMSGOUT
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
               MOVE "INVALID KEY PRESSED" TO VENDMAINTMSGOUT
               PERFORM 1900-SEND-MAP

           END-EVALUATE.

      *---------------------------------------
      * EVERY MODE BUT AN ADD NEEDS A VENDOR ID ALREADY ON FILE.
      * THE INVOICE LOOKUP SENDS ITS OWN PANEL; EVERYTHING ELSE
      * COMES BACK ON THE MAP.
      *---------------------------------------
       1000-APPLY-MAINTENANCE.
           MOVE SPACES TO VENDMAINTMSGOUT.
           MOVE VNMODEOUT TO VN-MODE.

           IF VNIDOUT = SPACES OR VNIDOUT = LOW-VALUE
               MOVE 0 TO VN-VENDORID
           ELSE
               COMPUTE VN-VENDORID = FUNCTION NUMVAL(VNIDOUT)
           END-IF.
           IF VN-VENDORID = 0 AND VN-MODE NOT = "A"
               MOVE "ENTER A VENDOR ID" TO VENDMAINTMSGOUT
               PERFORM 1900-SEND-MAP
               GO TO 1000-EXIT
           END-IF.

           EVALUATE VN-MODE
           WHEN "I"
               PERFORM 1100-SHOW-VENDOR
               PERFORM 1900-SEND-MAP
           WHEN "A"
               PERFORM 1200-EDIT-VENDOR THRU 1200-EXIT
               IF VENDMAINTMSGOUT = SPACES
                   PERFORM 1300-ADD-VENDOR
               END-IF
               PERFORM 1900-SEND-MAP
           WHEN "C"
               PERFORM 1200-EDIT-VENDOR THRU 1200-EXIT
               IF VENDMAINTMSGOUT = SPACES
                   PERFORM 1400-CHANGE-VENDOR
               END-IF
               PERFORM 1900-SEND-MAP
           WHEN "L"
               PERFORM 1700-LOOKUP-INVOICE THRU 1700-EXIT
           WHEN OTHER
               MOVE "MODE MUST BE A, C, I OR L" TO VENDMAINTMSGOUT
               PERFORM 1900-SEND-MAP
           END-EVALUATE.

       1000-EXIT.
           CONTINUE.

       1100-SHOW-VENDOR.
           EXEC SQL
               SELECT VENDORNAME, VENDORTYPE, REMITADDRESS, PHONE,
                      TAXID, APVENDORNUM, ACTIVEFLAG
                   INTO :VN-VENDORNAME, :VN-VENDORTYPE,
                        :VN-REMITADDRESS :IND-VN-REMITADDRESS,
                        :VN-PHONE :IND-VN-PHONE,
                        :VN-TAXID :IND-VN-TAXID,
                        :VN-APVENDORNUM :IND-VN-APVENDORNUM,
                        :VN-ACTIVEFLAG
                   FROM VENDORS
                   WHERE VENDORID = :VN-VENDORID
           END-EXEC.
           IF SQLCODE = 0
               IF IND-VN-REMITADDRESS < 0
                   MOVE SPACES TO VN-REMITADDRESS-TEXT
               END-IF
               IF IND-VN-PHONE < 0
                   MOVE SPACES TO VN-PHONE
               END-IF
               IF IND-VN-TAXID < 0
                   MOVE SPACES TO VN-TAXID
               END-IF
               IF IND-VN-APVENDORNUM < 0
                   MOVE SPACES TO VN-APVENDORNUM
               END-IF
               MOVE VN-VENDORNAME-TEXT TO VNNAMEOUT
               MOVE VN-VENDORTYPE TO VNTYPEOUT
               MOVE VN-REMITADDRESS-TEXT TO VNADDROUT
               MOVE VN-PHONE TO VNPHONEOUT
               MOVE VN-TAXID TO VNTAXIDOUT
               MOVE VN-APVENDORNUM TO VNAPNUMOUT
               MOVE VN-ACTIVEFLAG TO VNACTIVEOUT
               MOVE "VENDOR ON FILE" TO VENDMAINTMSGOUT
           ELSE
               MOVE 0 TO SQLCODE
               MOVE "VENDOR NOT ON FILE" TO VENDMAINTMSGOUT
           END-IF.

      *---------------------------------------
      * NAME AND TYPE ARE REQUIRED; ACTIVE DEFAULTS TO Y. TWO ACTIVE
      * VENDORS UNDER ONE NAME WOULD LEAVE GAM0VTP'S CARRIER MATCH
      * GUESSING, SO THE NAME MUST BE UNIQUE AMONG THE ACTIVE ONES.
      *---------------------------------------
       1200-EDIT-VENDOR.
           MOVE VNNAMEOUT TO VN-VENDORNAME-TEXT.
           IF VN-VENDORNAME-TEXT = SPACES OR
              VN-VENDORNAME-TEXT = LOW-VALUE
               MOVE "ENTER THE VENDOR NAME" TO VENDMAINTMSGOUT
               GO TO 1200-EXIT
           END-IF.
           MOVE 30 TO VN-VENDORNAME-LEN.

           MOVE VNTYPEOUT TO VN-VENDORTYPE.
           IF VN-VENDORTYPE NOT = "TRAN" AND
              VN-VENDORTYPE NOT = "BODY" AND
              VN-VENDORTYPE NOT = "DETL" AND
              VN-VENDORTYPE NOT = "AUCT" AND
              VN-VENDORTYPE NOT = "OTHR"
               MOVE "TYPE MUST BE TRAN/BODY/DETL/AUCT/OTHR" TO
                   VENDMAINTMSGOUT
               GO TO 1200-EXIT
           END-IF.

           MOVE VNACTIVEOUT TO VN-ACTIVEFLAG.
           IF VN-ACTIVEFLAG NOT = "N"
               MOVE "Y" TO VN-ACTIVEFLAG
           END-IF.

           MOVE 0 TO IND-VN-REMITADDRESS IND-VN-PHONE
                     IND-VN-TAXID IND-VN-APVENDORNUM.
           MOVE VNADDROUT TO VN-REMITADDRESS-TEXT.
           MOVE 50 TO VN-REMITADDRESS-LEN.
           IF VN-REMITADDRESS-TEXT = SPACES OR
              VN-REMITADDRESS-TEXT = LOW-VALUE
               MOVE -1 TO IND-VN-REMITADDRESS
           END-IF.
           MOVE VNPHONEOUT TO VN-PHONE.
           IF VN-PHONE = SPACES OR VN-PHONE = LOW-VALUE
               MOVE -1 TO IND-VN-PHONE
           END-IF.
           MOVE VNTAXIDOUT TO VN-TAXID.
           IF VN-TAXID = SPACES OR VN-TAXID = LOW-VALUE
               MOVE -1 TO IND-VN-TAXID
           END-IF.
           MOVE VNAPNUMOUT TO VN-APVENDORNUM.
           IF VN-APVENDORNUM = SPACES OR VN-APVENDORNUM = LOW-VALUE
               MOVE -1 TO IND-VN-APVENDORNUM
           END-IF.

           IF VN-ACTIVEFLAG = "Y"
               MOVE 0 TO CHECK-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :CHECK-COUNT
                       FROM VENDORS
                       WHERE VENDORNAME = :VN-VENDORNAME
                         AND ACTIVEFLAG = 'Y'
                         AND VENDORID <> :VN-VENDORID
               END-EXEC
               IF CHECK-COUNT > 0
                   MOVE "AN ACTIVE VENDOR ALREADY HAS THAT NAME" TO
                       VENDMAINTMSGOUT
                   GO TO 1200-EXIT
               END-IF
           END-IF.

       1200-EXIT.
           CONTINUE.

       1300-ADD-VENDOR.
           IF VN-VENDORID = 0
               EXEC SQL
                   SELECT COALESCE(MAX(VENDORID), 0) + 1
                       INTO :VN-VENDORID
                       FROM VENDORS
               END-EXEC
           END-IF.

           EXEC CICS ASSIGN USERID(VN-UPDATEDUSER) END-EXEC.
           EXEC SQL
               INSERT INTO VENDORS
                   (VENDORID, VENDORNAME, VENDORTYPE, REMITADDRESS,
                    PHONE, TAXID, APVENDORNUM, ACTIVEFLAG,
                    UPDATEDUSER, UPDATEDDATE)
                   VALUES
                   (:VN-VENDORID, :VN-VENDORNAME, :VN-VENDORTYPE,
                    :VN-REMITADDRESS :IND-VN-REMITADDRESS,
                    :VN-PHONE :IND-VN-PHONE,
                    :VN-TAXID :IND-VN-TAXID,
                    :VN-APVENDORNUM :IND-VN-APVENDORNUM,
                    :VN-ACTIVEFLAG, :VN-UPDATEDUSER, CURRENT DATE)
           END-EXEC.
           IF SQLCODE = 0
               MOVE "(NEW)" TO AUDIT-BEFORE
               PERFORM 1550-AUDIT-VENDOR
               MOVE VN-VENDORID TO CONVERT-VENDORID
               MOVE CONVERT-VENDORID TO VNIDOUT
               MOVE "VENDOR ADDED" TO VENDMAINTMSGOUT
           ELSE
               MOVE 0 TO SQLCODE
               MOVE "VENDOR ID ALREADY ON FILE - USE MODE C" TO
                   VENDMAINTMSGOUT
           END-IF.

       1400-CHANGE-VENDOR.
           EXEC CICS ASSIGN USERID(VN-UPDATEDUSER) END-EXEC.
           MOVE 0 TO ROWS-UPDATED.
           EXEC SQL
               UPDATE VENDORS
                  SET VENDORNAME = :VN-VENDORNAME,
                      VENDORTYPE = :VN-VENDORTYPE,
                      REMITADDRESS =
                          :VN-REMITADDRESS :IND-VN-REMITADDRESS,
                      PHONE = :VN-PHONE :IND-VN-PHONE,
                      TAXID = :VN-TAXID :IND-VN-TAXID,
                      APVENDORNUM =
                          :VN-APVENDORNUM :IND-VN-APVENDORNUM,
                      ACTIVEFLAG = :VN-ACTIVEFLAG,
                      UPDATEDUSER = :VN-UPDATEDUSER,
                      UPDATEDDATE = CURRENT DATE
                WHERE VENDORID = :VN-VENDORID
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.
           MOVE 0 TO SQLCODE.
           IF ROWS-UPDATED > 0
               MOVE "VENDORS MODE C" TO AUDIT-BEFORE
               PERFORM 1550-AUDIT-VENDOR
               MOVE "VENDOR UPDATED" TO VENDMAINTMSGOUT
           ELSE
               MOVE "VENDOR NOT ON FILE" TO VENDMAINTMSGOUT
           END-IF.

       1550-AUDIT-VENDOR.
           MOVE VN-VENDORID TO CONVERT-VENDORID.
           MOVE SPACES TO AUDIT-KEY.
           STRING "VENDOR " CONVERT-VENDORID
               DELIMITED BY SIZE INTO AUDIT-KEY.
           MOVE SPACES TO AUDIT-AFTER.
           STRING VN-VENDORNAME-TEXT " " VN-VENDORTYPE " AP "
                  VN-APVENDORNUM " ACTIVE " VN-ACTIVEFLAG
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
                   VALUES (:AUDIT-USER, :AUDIT-TERM, 'GAM0VVN',
                           CURRENT TIMESTAMP, :AUDIT-KEY,
                           :AUDIT-BEFORE, :AUDIT-AFTER)
           END-EXEC.

      *---------------------------------------
      * MODE L - WHAT THE AP CLERK HOLDING A VENDOR'S INVOICE NEEDS
      * TO KNOW: WAS THIS COST EVER BOOKED, TO WHICH VIN, AND HAS
      * IT ALREADY BEEN VOUCHERED. SEVEN LINES AND A TOTAL.
      *---------------------------------------
       1700-LOOKUP-INVOICE.
           MOVE VNINVOICEOUT TO LOOKUP-INVOICE.
           IF LOOKUP-INVOICE = LOW-VALUE
               MOVE SPACES TO LOOKUP-INVOICE
           END-IF.

           MOVE 0 TO CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :CHECK-COUNT
                   FROM VENDORS
                   WHERE VENDORID = :VN-VENDORID
           END-EXEC.
           IF CHECK-COUNT = 0
               MOVE "VENDOR NOT ON FILE" TO VENDMAINTMSGOUT
               PERFORM 1900-SEND-MAP
               GO TO 1700-EXIT
           END-IF.

           MOVE 0 TO PANEL-LINE-COUNT.
           MOVE 0 TO LOOKUP-TOTAL.
           PERFORM 1750-CLEAR-PANEL-LINES.

           EXEC SQL OPEN VNINVCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH VNINVCURSOR
                      INTO :LOOKUP-VIN, :LOOKUP-LINENUMBER,
                           :LOOKUP-COSTDATE, :LOOKUP-COSTTYPE,
                           :LOOKUP-AMOUNT,
                           :LOOKUP-INVOICENUM :IND-LOOKUP-INVOICENUM,
                           :LOOKUP-APSTATUS :IND-LOOKUP-APSTATUS,
                           :LOOKUP-VOUCHERID :IND-LOOKUP-VOUCHERID
              END-EXEC
              IF SQLCODE = 0
                 ADD LOOKUP-AMOUNT TO LOOKUP-TOTAL
                 IF PANEL-LINE-COUNT < 7
                    PERFORM 1760-FORMAT-INVOICE-LINE
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE VNINVCURSOR END-EXEC.

           IF PANEL-LINE-COUNT = 0
              IF LOOKUP-INVOICE = SPACES
                 MOVE "NOTHING OUTSTANDING FOR THIS VENDOR" TO
                    VP-DETAIL-LINE (1)
              ELSE
                 MOVE "INVOICE NOT BOOKED TO ANY VIN" TO
                    VP-DETAIL-LINE (1)
              END-IF
           ELSE
              MOVE LOOKUP-TOTAL TO CONVERT-AMOUNT
              MOVE SPACES TO PANEL-LINE-TEXT
              STRING "TOTAL BOOKED " CONVERT-AMOUNT
                  DELIMITED BY SIZE INTO PANEL-LINE-TEXT
              MOVE PANEL-LINE-TEXT TO VP-DETAIL-LINE (8)
           END-IF.

           EXEC CICS SEND TEXT FROM(VN-PANEL)
                          ERASE
                          FREEKB
                          END-EXEC.

       1700-EXIT.
           CONTINUE.

       1750-CLEAR-PANEL-LINES.
           MOVE SPACES TO VP-DETAIL-LINE (1) VP-DETAIL-LINE (2)
                          VP-DETAIL-LINE (3) VP-DETAIL-LINE (4)
                          VP-DETAIL-LINE (5) VP-DETAIL-LINE (6)
                          VP-DETAIL-LINE (7) VP-DETAIL-LINE (8).

       1760-FORMAT-INVOICE-LINE.
           ADD 1 TO PANEL-LINE-COUNT.
           IF IND-LOOKUP-INVOICENUM < 0
               MOVE "(NO INVOICE)" TO LOOKUP-INVOICENUM
           END-IF.
           IF IND-LOOKUP-APSTATUS < 0
               MOVE SPACES TO LOOKUP-APSTATUS
           END-IF.
           IF IND-LOOKUP-VOUCHERID < 0
               MOVE 0 TO LOOKUP-VOUCHERID
           END-IF.
           MOVE LOOKUP-AMOUNT TO CONVERT-AMOUNT.
           MOVE LOOKUP-VOUCHERID TO CONVERT-VOUCHERID.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING LOOKUP-VIN " " LOOKUP-COSTDATE " " LOOKUP-COSTTYPE
                  " " CONVERT-AMOUNT " " LOOKUP-INVOICENUM " "
                  LOOKUP-APSTATUS " " CONVERT-VOUCHERID
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           MOVE PANEL-LINE-TEXT TO
               VP-DETAIL-LINE (PANEL-LINE-COUNT).

       1900-SEND-MAP.
           EXEC CICS
               SEND MAP('GAMVVN1')
               MAPSET('GAM0MDG')
               FROM(VENDMAINTO)
               ERASE
           END-EXEC.
