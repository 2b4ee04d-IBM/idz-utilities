      * THE RUNNING TOTAL; PF5 ADDS A LINE. INTAKE SEEDS THE 'ACQ'
      * BASE LINE (GAM0VRV) AND CLOSED WORK ORDERS POST 'RECN'
      * LINES (GAM0VWO), SO THE MARGIN REPORTS (GAM0VMG, GAM0VSC)
      * FINALLY SEE WHAT A UNIT REALLY COST. A LINE SOMEONE BILLS US
      * FOR NAMES THE VENDOR AND THEIR INVOICE NUMBER - ON THE ADD,
      * OR LATER WITH PF6 AGAINST THE LINE NUMBER WHEN THE INVOICE
      * TURNS UP AFTER THE COST WAS BOOKED (TRANSPORT FREIGHT) - AND
      * GAM0VAV VOUCHERS IT TO ACCOUNTS PAYABLE THAT NIGHT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VCL.
           05  CLAMOUNTOUT             PIC X(9).
           05  FILLER                  PIC X(9).
           05  COSTLEDMSGOUT           PIC X(60).
           05  FILLER                  PIC X(9).
           05  CLVENDOROUT             PIC X(9).
           05  FILLER                  PIC X(9).
           05  CLINVOICEOUT            PIC X(20).
           05  FILLER                  PIC X(9).
           05  CLLINEOUT               PIC X(5).

       01  COSTLED-COMMAREA.
           05  CA-LOCAL-BUILD          PIC X.
               "GAM0VCL COST LEDGER - NEWEST FIRST".
           05  CP-DETAIL-LINE OCCURS 8 TIMES PIC X(79).
           05  CP-LINE-LAST PIC X(79) VALUE
               "PF5=ADD LINE  PF6+LINE+VENDOR+INVOICE=ATTACH INVOICE".

       01  LEDGER-VIN                  PIC X(17).
       01  LEDGER-COSTTYPE             PIC X(4).
       01  LEDGER-LINENUMBER           PIC S9(9) USAGE COMP.
       01  LEDGER-TOTAL                PIC S9(9)V99 USAGE COMP-3.
       01  VIN-CHECK-COUNT             PIC S9(9) USAGE COMP.
       01  LEDGER-VENDORID             PIC S9(9) USAGE COMP.
       01  LEDGER-INVOICENUM           PIC X(20).
       01  LEDGER-APSTATUS             PIC X(1).
       01  IND-LEDGER-VENDOR           PIC S9(4) USAGE COMP.
       01  IND-LEDGER-APSTATUS         PIC S9(4) USAGE COMP.
       01  IND-CL-INVOICENUM           PIC S9(4) USAGE COMP.
       01  IND-CL-APSTATUS             PIC S9(4) USAGE COMP.
       01  INVOICE-CHECK-COUNT         PIC S9(9) USAGE COMP.
       01  VENDOR-ACTIVEFLAG           PIC X(1).
       01  CONVERT-VENDORID            PIC 9(9).

       01  PANEL-LINE-COUNT            PIC S9(2) COMP.
       01  PANEL-LINE-TEXT             PIC X(79).
       EXEC SQL
           DECLARE CLLISTCURSOR CURSOR FOR
               SELECT LINENUMBER, COSTTYPE, COSTDESC, COSTAMOUNT,
                      CHAR(COSTDATE, ISO), INVOICENUM, APSTATUS
                   FROM VEHICLE_COST_LEDGER
                   WHERE VIN = :LEDGER-VIN
                   ORDER BY LINENUMBER DESC
               PERFORM 1100-ADD-COST-LINE
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               PERFORM 1200-ATTACH-INVOICE THRU 1200-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE

                  FETCH CLLISTCURSOR
                      INTO :CL-LINENUMBER, :CL-COSTTYPE,
                           :CL-COSTDESC, :CL-COSTAMOUNT,
                           :CL-COSTDATE,
                           :CL-INVOICENUM :IND-CL-INVOICENUM,
                           :CL-APSTATUS :IND-CL-APSTATUS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1060-FORMAT-LEDGER-LINE

       1060-FORMAT-LEDGER-LINE.
           ADD 1 TO PANEL-LINE-COUNT.
           IF IND-CL-INVOICENUM < 0
               MOVE SPACES TO CL-INVOICENUM-TEXT
           END-IF.
           IF IND-CL-APSTATUS < 0
               MOVE SPACES TO CL-APSTATUS
           END-IF.
           MOVE CL-COSTAMOUNT TO CONVERT-AMOUNT.
           MOVE SPACES TO PANEL-LINE-TEXT.
           STRING CL-COSTDATE " " CL-COSTTYPE " "
                  CL-COSTDESC-TEXT " " CONVERT-AMOUNT " "
                  CL-APSTATUS " " CL-INVOICENUM-TEXT
               DELIMITED BY SIZE INTO PANEL-LINE-TEXT.
           MOVE PANEL-LINE-TEXT TO
               CP-DETAIL-LINE (PANEL-LINE-COUNT).
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1300-EDIT-VENDOR-INVOICE THRU 1300-EXIT.
           IF COSTLEDMSGOUT NOT = SPACES
               GO TO 1100-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(LINENUMBER), 0) + 1
                   INTO :LEDGER-LINENUMBER
           EXEC SQL
               INSERT INTO VEHICLE_COST_LEDGER
                   (VIN, LINENUMBER, COSTTYPE, COSTDESC, COSTAMOUNT,
                    COSTDATE, VENDORID, INVOICENUM, APSTATUS)
                   VALUES
                   (:LEDGER-VIN, :LEDGER-LINENUMBER,
                    :LEDGER-COSTTYPE, :LEDGER-COSTDESC,
                    :LEDGER-AMOUNT, CURRENT DATE,
                    :LEDGER-VENDORID :IND-LEDGER-VENDOR,
                    :LEDGER-INVOICENUM :IND-LEDGER-APSTATUS,
                    :LEDGER-APSTATUS :IND-LEDGER-APSTATUS)
           END-EXEC.

           IF SQLCODE = 0
       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * PF6 - THE INVOICE FOR A COST ALREADY ON THE LEDGER HAS COME
      * IN. THE AP CLERK KEYS THE VIN, THE LINE NUMBER FROM THE
      * ENTER LISTING, THE VENDOR AND THE INVOICE NUMBER; THE LINE
      * GOES TO 'P' FOR TONIGHT'S VOUCHER EXTRACT. A LINE ALREADY
      * VOUCHERED CANNOT BE RE-BILLED.
      *---------------------------------------
       1200-ATTACH-INVOICE.
           MOVE SPACES TO COSTLEDMSGOUT.
           MOVE CLVINOUT TO LEDGER-VIN.
           IF LEDGER-VIN = SPACES OR LEDGER-VIN = LOW-VALUE
               MOVE "ENTER A VIN" TO COSTLEDMSGOUT
               GO TO 1200-EXIT
           END-IF.
           IF CLLINEOUT = SPACES OR CLLINEOUT = LOW-VALUE
               MOVE "ENTER THE LEDGER LINE NUMBER" TO COSTLEDMSGOUT
               GO TO 1200-EXIT
           END-IF.
           COMPUTE LEDGER-LINENUMBER = FUNCTION NUMVAL(CLLINEOUT).

           EXEC SQL
               SELECT APSTATUS
                   INTO :CL-APSTATUS :IND-CL-APSTATUS
                   FROM VEHICLE_COST_LEDGER
                   WHERE VIN = :LEDGER-VIN
                     AND LINENUMBER = :LEDGER-LINENUMBER
           END-EXEC.
           IF SQLCODE = 100
               MOVE "LEDGER LINE NOT ON FILE FOR THIS VIN" TO
                   COSTLEDMSGOUT
               GO TO 1200-EXIT
           END-IF.
           IF SQLCODE NOT = 0
               MOVE "SQL ERROR READING LEDGER LINE" TO COSTLEDMSGOUT
               GO TO 1200-EXIT
           END-IF.
           IF IND-CL-APSTATUS < 0
               MOVE SPACES TO CL-APSTATUS
           END-IF.
           IF CL-APSTATUS = "V"
               MOVE "LINE ALREADY VOUCHERED TO AP" TO COSTLEDMSGOUT
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1300-EDIT-VENDOR-INVOICE THRU 1300-EXIT.
           IF COSTLEDMSGOUT NOT = SPACES
               GO TO 1200-EXIT
           END-IF.
           IF IND-LEDGER-APSTATUS < 0
               MOVE "ENTER THE VENDOR AND INVOICE NUMBER" TO
                   COSTLEDMSGOUT
               GO TO 1200-EXIT
           END-IF.

           EXEC SQL
               UPDATE VEHICLE_COST_LEDGER
                  SET VENDORID = :LEDGER-VENDORID,
                      INVOICENUM = :LEDGER-INVOICENUM,
                      APSTATUS = 'P'
                WHERE VIN = :LEDGER-VIN
                  AND LINENUMBER = :LEDGER-LINENUMBER
           END-EXEC.

           IF SQLCODE = 0
               MOVE LEDGER-VIN TO AUDIT-KEY
               MOVE SPACES TO AUDIT-BEFORE
               STRING "LINE " CLLINEOUT " AP STATUS " CL-APSTATUS
                   DELIMITED BY SIZE INTO AUDIT-BEFORE
               MOVE LEDGER-VENDORID TO CONVERT-VENDORID
               MOVE SPACES TO AUDIT-AFTER
               STRING "VENDOR " CONVERT-VENDORID " INVOICE "
                      LEDGER-INVOICENUM
                   DELIMITED BY SIZE INTO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE "INVOICE ATTACHED - LINE WILL GO TO AP" TO
                   COSTLEDMSGOUT
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "SQL ERROR ATTACHING INVOICE" TO COSTLEDMSGOUT
           END-IF.

       1200-EXIT.
           CONTINUE.

      *---------------------------------------
      * VENDOR AND INVOICE GO TOGETHER OR NOT AT ALL ON AN ADD. THE
      * VENDOR MUST BE ACTIVE. THE SAME VENDOR'S INVOICE CANNOT BE
      * BOOKED TWICE TO ONE VIN, NOR TO ANY VIN ONCE AP HAS ALREADY
      * VOUCHERED IT - ONE CARRIER INVOICE FOR A LOAD OF SEVERAL
      * UNITS IS FINE, THE SAME INVOICE PAID TWICE IS NOT. LEAVES
      * IND-LEDGER-APSTATUS -1 WHEN NOTHING WAS KEYED.
      *---------------------------------------
       1300-EDIT-VENDOR-INVOICE.
           MOVE -1 TO IND-LEDGER-VENDOR IND-LEDGER-APSTATUS.
           MOVE 0 TO LEDGER-VENDORID.
           MOVE SPACES TO LEDGER-INVOICENUM LEDGER-APSTATUS.

           IF CLINVOICEOUT NOT = SPACES AND
              CLINVOICEOUT NOT = LOW-VALUE
               MOVE CLINVOICEOUT TO LEDGER-INVOICENUM
           END-IF.
           IF CLVENDOROUT = SPACES OR CLVENDOROUT = LOW-VALUE
               IF LEDGER-INVOICENUM NOT = SPACES
                   MOVE "ENTER THE VENDOR THE INVOICE IS FROM" TO
                       COSTLEDMSGOUT
               END-IF
               GO TO 1300-EXIT
           END-IF.
           COMPUTE LEDGER-VENDORID = FUNCTION NUMVAL(CLVENDOROUT).
           IF LEDGER-INVOICENUM = SPACES
               MOVE "ENTER THE VENDOR'S INVOICE NUMBER" TO
                   COSTLEDMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE SPACES TO VENDOR-ACTIVEFLAG.
           EXEC SQL
               SELECT ACTIVEFLAG INTO :VENDOR-ACTIVEFLAG
                   FROM VENDORS
                   WHERE VENDORID = :LEDGER-VENDORID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               MOVE "VENDOR NOT ON FILE" TO COSTLEDMSGOUT
               GO TO 1300-EXIT
           END-IF.
           IF VENDOR-ACTIVEFLAG NOT = "Y"
               MOVE "VENDOR IS INACTIVE" TO COSTLEDMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE 0 TO INVOICE-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :INVOICE-CHECK-COUNT
                   FROM VEHICLE_COST_LEDGER
                   WHERE VIN = :LEDGER-VIN
                     AND VENDORID = :LEDGER-VENDORID
                     AND INVOICENUM = :LEDGER-INVOICENUM
           END-EXEC.
           IF INVOICE-CHECK-COUNT > 0
               MOVE "INVOICE ALREADY BOOKED TO THIS VIN" TO
                   COSTLEDMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE 0 TO INVOICE-CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :INVOICE-CHECK-COUNT
                   FROM AP_VOUCHERS
                   WHERE VENDORID = :LEDGER-VENDORID
                     AND INVOICENUM = :LEDGER-INVOICENUM
           END-EXEC.
           IF INVOICE-CHECK-COUNT > 0
               MOVE "INVOICE ALREADY VOUCHERED TO AP - DUPLICATE" TO
                   COSTLEDMSGOUT
               GO TO 1300-EXIT
           END-IF.

           MOVE 0 TO IND-LEDGER-VENDOR IND-LEDGER-APSTATUS.
           MOVE "P" TO LEDGER-APSTATUS.

       1300-EXIT.
           CONTINUE.

      *---------------------------------------
      * COMMON AUDIT TRAIL (AUDIT_LOG) - WHO, WHERE, WHEN, WHICH KEY
      * AND THE BEFORE/AFTER IMAGES, WRITTEN IN THE SAME UNIT OF
