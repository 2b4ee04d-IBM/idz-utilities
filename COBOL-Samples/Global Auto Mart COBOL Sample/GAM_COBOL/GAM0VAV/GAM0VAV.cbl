      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VAV.cbl                                     *
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
      * NIGHTLY ACCOUNTS-PAYABLE VOUCHER EXTRACT. BATCH PROGRAM (NO
      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VMW IS)
      * THAT TURNS THE COST LEDGER'S VENDOR-BILLED LINES INTO AP
      * VOUCHERS. EVERY VEHICLE_COST_LEDGER LINE AT APSTATUS 'P' -
      * KEYED ON GAM0VCL, POSTED FROM A SUBLET BY GAM0VWO, OR
      * FREIGHT FROM GAM0VTP ONCE ITS INVOICE WAS ATTACHED - IS
      * GROUPED BY VENDOR AND INVOICE NUMBER:
      *   - AN INVOICE THE VENDOR HAS ALREADY BEEN VOUCHERED FOR
      *     (AP_VOUCHERS) IS A DUPLICATE - ITS LINES ARE HELD AT 'D'
      *     AND AN 'APDU' EXCEPTION GOES TO THE GAM0VEW WORKBENCH;
      *   - A VENDOR WITH NO AP VENDOR NUMBER YET IS REPORTED AND
      *     LEFT FOR TOMORROW NIGHT;
      *   - ANYTHING ELSE BECOMES ONE VOUCHER ON THE EXTRACT
      *     (APVOUCH) WITH A DISTRIBUTION RECORD PER VIN, AND ITS
      *     LINES GO TO 'V' UNDER THE NEW VOUCHERID.
      * THE AP CLERK CAN THEN SEE ON GAM0VVN EXACTLY WHICH UNITS A
      * VENDOR'S INVOICE WAS BOOKED TO BEFORE PAYING IT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VAV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-VOUCHER-FILE ASSIGN TO APVOUCH
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  AP-VOUCHER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  AP-VOUCHER-RECORD.
           05 APR-RECTYPE          PIC X(1).
           05 APR-DATA             PIC X(119).
       01  AP-VOUCHER-HEADER.
           05 FILLER               PIC X(1).
           05 APH-SUBMITTER        PIC X(8).
           05 APH-RUNDATE          PIC X(10).
           05 FILLER               PIC X(101).
       01  AP-VOUCHER-DETAIL.
           05 FILLER               PIC X(1).
           05 APV-VOUCHERID        PIC 9(9).
           05 APV-APVENDORNUM      PIC X(10).
           05 APV-VENDORID         PIC 9(9).
           05 APV-VENDORNAME       PIC X(30).
           05 APV-INVOICENUM       PIC X(20).
           05 APV-INVOICEDATE      PIC X(10).
           05 APV-AMOUNT           PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 APV-LINECOUNT        PIC 9(5).
           05 FILLER               PIC X(16).
       01  AP-VOUCHER-DISTRIBUTION.
           05 FILLER               PIC X(1).
           05 APD-VOUCHERID        PIC 9(9).
           05 APD-VIN              PIC X(17).
           05 APD-LINENUMBER       PIC 9(5).
           05 APD-COSTTYPE         PIC X(4).
           05 APD-DEALERID         PIC 9(5).
           05 APD-COSTDATE         PIC X(10).
           05 APD-AMOUNT           PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 APD-COSTDESC         PIC X(30).
           05 FILLER               PIC X(29).
       01  AP-VOUCHER-TRAILER.
           05 FILLER               PIC X(1).
           05 APT-VOUCHER-COUNT    PIC 9(9).
           05 APT-VOUCHER-TOTAL    PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(96).

       WORKING-STORAGE SECTION.

       COPY GAM0BAV.
       COPY GAM0BVN.

       01 SCHEMA-CONNECT        PIC X(8).

       01 AV-GROUP-EARLIEST     PIC X(10).
       01 AV-DUP-COUNT          PIC S9(9) USAGE COMP.
       01 IND-APVENDORNUM       PIC S9(4) USAGE COMP.
       01 AV-LINE-VIN           PIC X(17).
       01 AV-LINE-NUMBER        PIC S9(9) USAGE COMP.
       01 AV-LINE-COSTTYPE      PIC X(4).
       01 AV-LINE-COSTDESC      PIC X(30).
       01 AV-LINE-AMOUNT        PIC S9(7)V99 USAGE COMP-3.
       01 AV-LINE-COSTDATE      PIC X(10).
       01 AV-LINE-DEALERID      PIC S9(9) USAGE COMP.
       01 AV-LINE-SQLCODE       PIC S9(9) USAGE COMP.
       01 AV-EXC-VIN            PIC X(17).
       01 AV-EXC-DEALERID       PIC S9(9) USAGE COMP.
       01 AV-EXC-REASON         PIC X(30).
       01 CONVERT-VENDORID      PIC 9(5).

       01 ESC-DUP-COUNT         PIC S9(9) USAGE COMP.
       01 ESC-NEXT-EXCID        PIC S9(9) USAGE COMP.

       01 INVOICES-READ         PIC S9(9) USAGE COMP VALUE 0.
       01 VOUCHERS-WRITTEN      PIC S9(9) USAGE COMP VALUE 0.
       01 DISTRIBUTIONS-WRITTEN PIC S9(9) USAGE COMP VALUE 0.
       01 DUPLICATES-HELD       PIC S9(9) USAGE COMP VALUE 0.
       01 NO-AP-NUMBER-COUNT    PIC S9(9) USAGE COMP VALUE 0.
       01 ESCALATED-COUNT       PIC S9(9) USAGE COMP VALUE 0.
       01 VOUCHER-TOTAL         PIC S9(11)V99 USAGE COMP-3 VALUE 0.
       01 HELD-TOTAL            PIC S9(11)V99 USAGE COMP-3 VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-MONEY         PIC $ZZZ,ZZZ,ZZ9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * ONE ROW PER VENDOR INVOICE WAITING ON A VOUCHER. THE GROUP
      * IS MATERIALIZED BEFORE THE LINES UNDER IT ARE UPDATED.
      *---------------------------------------
       EXEC SQL
           DECLARE APINVCURSOR CURSOR FOR
               SELECT VENDORID, INVOICENUM, SUM(COSTAMOUNT),
                      COUNT(*), CHAR(MIN(COSTDATE), ISO)
                   FROM VEHICLE_COST_LEDGER
                   WHERE APSTATUS = 'P'
                     AND VENDORID IS NOT NULL
                     AND INVOICENUM IS NOT NULL
                   GROUP BY VENDORID, INVOICENUM
                   ORDER BY VENDORID, INVOICENUM
           END-EXEC.

       EXEC SQL
           DECLARE APLINECURSOR CURSOR FOR
               SELECT L.VIN, L.LINENUMBER, L.COSTTYPE, L.COSTDESC,
                      L.COSTAMOUNT, CHAR(L.COSTDATE, ISO),
                      COALESCE(I.DEALERID, 0)
                   FROM VEHICLE_COST_LEDGER L
                        LEFT OUTER JOIN INVENTORY I
                          ON I.VIN = L.VIN
                   WHERE L.VENDORID = :AV-VENDORID
                     AND L.INVOICENUM = :AV-INVOICENUM
                     AND L.APSTATUS = 'P'
                   ORDER BY L.VIN, L.LINENUMBER
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

           DISPLAY "ACCOUNTS PAYABLE VOUCHER EXTRACT".

           OPEN OUTPUT AP-VOUCHER-FILE.

           MOVE SPACES TO AP-VOUCHER-HEADER.
           MOVE "H" TO APR-RECTYPE.
           MOVE "GAM0VAV" TO APH-SUBMITTER.
           MOVE FUNCTION CURRENT-DATE(1:4) TO APH-RUNDATE(1:4).
           MOVE "-" TO APH-RUNDATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO APH-RUNDATE(6:2).
           MOVE "-" TO APH-RUNDATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO APH-RUNDATE(9:2).
           WRITE AP-VOUCHER-HEADER.

           PERFORM 1000-EXTRACT-VOUCHERS.

           MOVE SPACES TO AP-VOUCHER-TRAILER.
           MOVE "T" TO APR-RECTYPE.
           MOVE VOUCHERS-WRITTEN TO APT-VOUCHER-COUNT.
           MOVE VOUCHER-TOTAL TO APT-VOUCHER-TOTAL.
           WRITE AP-VOUCHER-TRAILER.

           CLOSE AP-VOUCHER-FILE.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY " ".
           MOVE INVOICES-READ TO DISPLAY-COUNT.
           DISPLAY "INVOICES READ:         " DISPLAY-COUNT.
           MOVE VOUCHERS-WRITTEN TO DISPLAY-COUNT.
           MOVE VOUCHER-TOTAL TO DISPLAY-MONEY.
           DISPLAY "VOUCHERS EXTRACTED:    " DISPLAY-COUNT
              " " DISPLAY-MONEY.
           MOVE DISTRIBUTIONS-WRITTEN TO DISPLAY-COUNT.
           DISPLAY "DISTRIBUTION LINES:    " DISPLAY-COUNT.
           MOVE DUPLICATES-HELD TO DISPLAY-COUNT.
           MOVE HELD-TOTAL TO DISPLAY-MONEY.
           DISPLAY "DUPLICATE INVOICES:    " DISPLAY-COUNT
              " " DISPLAY-MONEY.
           MOVE NO-AP-NUMBER-COUNT TO DISPLAY-COUNT.
           DISPLAY "NO AP VENDOR NUMBER:   " DISPLAY-COUNT.
           MOVE ESCALATED-COUNT TO DISPLAY-COUNT.
           DISPLAY "EXCEPTIONS RAISED:     " DISPLAY-COUNT.
           DISPLAY "VOUCHER EXTRACT COMPLETE".

           GOBACK.

       1000-EXTRACT-VOUCHERS.
           EXEC SQL OPEN APINVCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING APINVCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              CLOSE AP-VOUCHER-FILE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH APINVCURSOR
                      INTO :AV-VENDORID, :AV-INVOICENUM,
                           :AV-INVOICEAMOUNT, :AV-LINECOUNT,
                           :AV-GROUP-EARLIEST
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING APINVCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 CLOSE AP-VOUCHER-FILE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 ADD 1 TO INVOICES-READ
                 PERFORM 1100-VOUCHER-ONE-INVOICE THRU 1100-EXIT
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE APINVCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * ONE VENDOR INVOICE. A DUPLICATE IS HELD; A VENDOR AP CANNOT
      * PAY YET WAITS; EVERYTHING ELSE IS VOUCHERED.
      *---------------------------------------
       1100-VOUCHER-ONE-INVOICE.
           MOVE 0 TO AV-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :AV-DUP-COUNT
                   FROM AP_VOUCHERS
                   WHERE VENDORID = :AV-VENDORID
                     AND INVOICENUM = :AV-INVOICENUM
           END-EXEC.
           MOVE 0 TO SQLCODE.

           IF AV-DUP-COUNT > 0
              PERFORM 1200-HOLD-DUPLICATE
              GO TO 1100-EXIT
           END-IF.

           MOVE SPACES TO VN-VENDORNAME-TEXT VN-APVENDORNUM.
           MOVE -1 TO IND-APVENDORNUM.
           EXEC SQL
               SELECT VENDORNAME, APVENDORNUM
                   INTO :VN-VENDORNAME,
                        :VN-APVENDORNUM :IND-APVENDORNUM
                   FROM VENDORS
                   WHERE VENDORID = :AV-VENDORID
           END-EXEC.
           IF SQLCODE NOT = 0 OR IND-APVENDORNUM < 0
              OR VN-APVENDORNUM = SPACES
              MOVE 0 TO SQLCODE
              ADD 1 TO NO-AP-NUMBER-COUNT
              MOVE AV-VENDORID TO CONVERT-VENDORID
              DISPLAY "NO AP VENDOR NUMBER FOR VENDOR "
                 CONVERT-VENDORID " INVOICE " AV-INVOICENUM-TEXT
              GO TO 1100-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(VOUCHERID), 0) + 1
                   INTO :AV-VOUCHERID
                   FROM AP_VOUCHERS
           END-EXEC.

           EXEC SQL
               INSERT INTO AP_VOUCHERS
                   (VOUCHERID, VENDORID, INVOICENUM, VOUCHERDATE,
                    INVOICEAMOUNT, LINECOUNT)
                   VALUES
                   (:AV-VOUCHERID, :AV-VENDORID, :AV-INVOICENUM,
                    CURRENT DATE, :AV-INVOICEAMOUNT, :AV-LINECOUNT)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR ADDING VOUCHER FOR " AV-INVOICENUM-TEXT
                 ", SQLCODE " DISPLAYSQLCODE
              MOVE 0 TO SQLCODE
              GO TO 1100-EXIT
           END-IF.

           MOVE SPACES TO AP-VOUCHER-DETAIL.
           MOVE "V" TO APR-RECTYPE.
           MOVE AV-VOUCHERID TO APV-VOUCHERID.
           MOVE VN-APVENDORNUM TO APV-APVENDORNUM.
           MOVE AV-VENDORID TO APV-VENDORID.
           MOVE VN-VENDORNAME-TEXT TO APV-VENDORNAME.
           MOVE AV-INVOICENUM-TEXT TO APV-INVOICENUM.
           MOVE AV-GROUP-EARLIEST TO APV-INVOICEDATE.
           MOVE AV-INVOICEAMOUNT TO APV-AMOUNT.
           MOVE AV-LINECOUNT TO APV-LINECOUNT.
           WRITE AP-VOUCHER-DETAIL.

           ADD 1 TO VOUCHERS-WRITTEN.
           ADD AV-INVOICEAMOUNT TO VOUCHER-TOTAL.

           PERFORM 1300-WRITE-DISTRIBUTION.

           EXEC SQL
               UPDATE VEHICLE_COST_LEDGER
                  SET APSTATUS = 'V',
                      VOUCHERID = :AV-VOUCHERID
                WHERE VENDORID = :AV-VENDORID
                  AND INVOICENUM = :AV-INVOICENUM
                  AND APSTATUS = 'P'
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE VENDOR HAS ALREADY BEEN VOUCHERED FOR THIS INVOICE. THE
      * LINES ARE HELD OUT OF AP AND THE WORKBENCH GETS ONE 'APDU'
      * EXCEPTION ON THE FIRST VIN BILLED, SO SOMEONE CALLS THE
      * VENDOR BEFORE WE PAY THE SAME BILL TWICE. A GENUINELY NEW
      * INVOICE UNDER A REUSED NUMBER IS RE-KEYED ON GAM0VCL PF6.
      *---------------------------------------
       1200-HOLD-DUPLICATE.
           ADD 1 TO DUPLICATES-HELD.
           ADD AV-INVOICEAMOUNT TO HELD-TOTAL.
           MOVE AV-VENDORID TO CONVERT-VENDORID.
           DISPLAY "DUPLICATE INVOICE HELD - VENDOR " CONVERT-VENDORID
              " INVOICE " AV-INVOICENUM-TEXT.

           MOVE SPACES TO AV-EXC-VIN.
           MOVE 0 TO AV-EXC-DEALERID.
           EXEC SQL
               SELECT L.VIN, COALESCE(I.DEALERID, 0)
                   INTO :AV-EXC-VIN, :AV-EXC-DEALERID
                   FROM VEHICLE_COST_LEDGER L
                        LEFT OUTER JOIN INVENTORY I
                          ON I.VIN = L.VIN
                   WHERE L.VENDORID = :AV-VENDORID
                     AND L.INVOICENUM = :AV-INVOICENUM
                     AND L.APSTATUS = 'P'
                   ORDER BY L.VIN
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
           MOVE 0 TO SQLCODE.

           EXEC SQL
               UPDATE VEHICLE_COST_LEDGER
                  SET APSTATUS = 'D'
                WHERE VENDORID = :AV-VENDORID
                  AND INVOICENUM = :AV-INVOICENUM
                  AND APSTATUS = 'P'
           END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE SPACES TO AV-EXC-REASON.
           STRING "DUP INVOICE " CONVERT-VENDORID "/"
                  AV-INVOICENUM-TEXT
               DELIMITED BY SIZE INTO AV-EXC-REASON.
           PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT.

      *---------------------------------------
      * ONE DISTRIBUTION RECORD PER COST LINE ON THE VOUCHER - THE
      * VIN, ITS STORE AND THE COST TYPE AP CHARGES IT TO.
      *---------------------------------------
       1300-WRITE-DISTRIBUTION.
           EXEC SQL OPEN APLINECURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH APLINECURSOR
                      INTO :AV-LINE-VIN, :AV-LINE-NUMBER,
                           :AV-LINE-COSTTYPE, :AV-LINE-COSTDESC,
                           :AV-LINE-AMOUNT, :AV-LINE-COSTDATE,
                           :AV-LINE-DEALERID
              END-EXEC

              IF SQLCODE = 0
                 MOVE SPACES TO AP-VOUCHER-DISTRIBUTION
                 MOVE "D" TO APR-RECTYPE
                 MOVE AV-VOUCHERID TO APD-VOUCHERID
                 MOVE AV-LINE-VIN TO APD-VIN
                 MOVE AV-LINE-NUMBER TO APD-LINENUMBER
                 MOVE AV-LINE-COSTTYPE TO APD-COSTTYPE
                 MOVE AV-LINE-DEALERID TO APD-DEALERID
                 MOVE AV-LINE-COSTDATE TO APD-COSTDATE
                 MOVE AV-LINE-AMOUNT TO APD-AMOUNT
                 MOVE AV-LINE-COSTDESC TO APD-COSTDESC
                 WRITE AP-VOUCHER-DISTRIBUTION
                 ADD 1 TO DISTRIBUTIONS-WRITTEN
              END-IF
           END-PERFORM.

           MOVE SQLCODE TO AV-LINE-SQLCODE.
           EXEC SQL CLOSE APLINECURSOR END-EXEC.
           IF AV-LINE-SQLCODE NOT = 100
              MOVE AV-LINE-SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR FETCHING APLINECURSOR, SQLCODE "
                 DISPLAYSQLCODE
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * ONE OPEN EXCEPTION PER VIN AND TYPE FOR THE GAM0VEW
      * WORKBENCH.
      *---------------------------------------
       9000-RAISE-EXCEPTION.
           MOVE 0 TO ESC-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :ESC-DUP-COUNT
                   FROM EXCEPTIONS
                   WHERE EXCTYPE = 'APDU'
                     AND VIN = :AV-EXC-VIN
                     AND STATUS = 'O'
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF ESC-DUP-COUNT > 0
              GO TO 9000-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(EXCEPTIONID), 0) + 1
                   INTO :ESC-NEXT-EXCID
                   FROM EXCEPTIONS
           END-EXEC.
           EXEC SQL
               INSERT INTO EXCEPTIONS
                   (EXCEPTIONID, EXCTYPE, VIN, DEALERID, STATUS,
                    DATEFOUND, REASON)
                   VALUES
                   (:ESC-NEXT-EXCID, 'APDU', :AV-EXC-VIN,
                    :AV-EXC-DEALERID, 'O', CURRENT DATE,
                    :AV-EXC-REASON)
           END-EXEC.
           MOVE 0 TO SQLCODE.

           ADD 1 TO ESCALATED-COUNT.

       9000-EXIT.
           CONTINUE.
