      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VRX.cbl                                     *
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
      * NIGHTLY MANUFACTURER RETAIL DELIVERY REPORTING (RDR). BATCH
      * PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY
      * GAM0VMW IS). THE FACTORY STARTS THE WARRANTY, PAYS THE
      * INCENTIVES AND COUNTS OUR OBJECTIVE OFF THE RDR, SO EVERY
      * NEW UNIT (NEWAUTO 'Y') SOLD RETAIL HAS TO BE REPORTED:
      *   1. LOADS THE FACTORY'S ACKNOWLEDGMENT FILE (RDRACK) -
      *      AN ACCEPTED DELIVERY IS STAMPED WITH ITS REPORTED DATE
      *      AND THE IN-SERVICE DATE GOES ON VEHICLE_WARRANTY; AN
      *      ACCEPTED REVERSAL TAKES THE UNIT BACK OFF WARRANTY; A
      *      REJECTION RAISES AN 'RDRJ' EXCEPTION.
      *   2. WRITES EVERY NEW-UNIT RETAIL SALE NOT YET REPORTED THAT
      *      THE GAM0VDV DELIVERY BOARD SHOWS DELIVERED, AND
      *      A REVERSAL FOR EVERY REPORTED SALE GAM0VUW HAS SINCE
      *      UNWOUND, TO THE EXTRACT (RDREXTR) IN THE FACTORY'S
      *      HEADER/DETAIL/TRAILER LAYOUT AND RECORDS EACH ON
      *      RETAIL_DELIVERY_REPORTS.
      *   3. LISTS DELIVERIES STILL UNREPORTED TWO DAYS AFTER THE
      *      DELIVERY - EACH A LOST INCENTIVE IF NOBODY KEYS IT ON THE
      *      FACTORY PORTAL - AND RAISES AN 'RDRL' EXCEPTION.
      * WHOLESALE DEALS ARE NEVER REPORTED - THE BUYING DEALER
      * REPORTS ITS OWN RETAIL SALE. BOTH EXCEPTION TYPES LAND ON
      * THE GAM0VEW WORKBENCH, DEDUPED ON THE VIN.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VRX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RDR-ACK-FILE ASSIGN TO RDRACK
               ORGANIZATION IS SEQUENTIAL.

           SELECT RDR-EXTRACT-FILE ASSIGN TO RDREXTR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  RDR-ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RDR-ACK-RECORD.
           05 RAR-VIN              PIC X(17).
           05 RAR-RDRTYPE          PIC X(1).
           05 RAR-SALEDATE         PIC X(10).
           05 RAR-DISPOSITION      PIC X(1).
              88 RAR-ACCEPTED         VALUE 'A'.
              88 RAR-REJECTED         VALUE 'R'.
           05 RAR-REPORTEDDATE     PIC X(10).
           05 RAR-INSERVICEDATE    PIC X(10).
           05 RAR-REJECTCODE       PIC X(4).
           05 RAR-REASON           PIC X(30).
           05 FILLER               PIC X(17).

       FD  RDR-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RDR-EXTRACT-RECORD.
           05 RXR-RECTYPE          PIC X(1).
           05 RXR-DATA             PIC X(249).
       01  RDR-EXTRACT-HEADER.
           05 FILLER               PIC X(1).
           05 RXH-SUBMITTER        PIC X(8).
           05 RXH-RUNDATE          PIC X(10).
           05 FILLER               PIC X(231).
       01  RDR-EXTRACT-DETAIL.
           05 FILLER               PIC X(1).
           05 RXD-DEALERID         PIC 9(5).
           05 RXD-VIN              PIC X(17).
           05 RXD-RDRTYPE          PIC X(1).
              88 RXD-DELIVERY         VALUE 'D'.
              88 RXD-REVERSAL         VALUE 'R'.
           05 RXD-MAKE             PIC X(20).
           05 RXD-MODEL            PIC X(20).
           05 RXD-AUTOYEAR         PIC 9(4).
           05 RXD-SALEDATE         PIC X(10).
           05 RXD-DELIVERYDATE     PIC X(10).
           05 RXD-ODOMETER         PIC 9(7).
           05 RXD-SALETYPE         PIC X(1).
           05 RXD-SALESPERSONID    PIC 9(5).
           05 RXD-BUYERNAME        PIC X(35).
           05 RXD-ADDRLINE1        PIC X(40).
           05 RXD-CITY             PIC X(30).
           05 RXD-STATEABBR        PIC X(2).
           05 RXD-ZIPCODE          PIC X(10).
           05 RXD-PHONE            PIC X(12).
           05 FILLER               PIC X(20).
       01  RDR-EXTRACT-TRAILER.
           05 FILLER               PIC X(1).
           05 RXT-DELIVERY-COUNT   PIC 9(9).
           05 RXT-REVERSAL-COUNT   PIC 9(9).
           05 FILLER               PIC X(231).

       WORKING-STORAGE SECTION.

       COPY GAM0BRR.

       01 SCHEMA-CONNECT        PIC X(8).

       01 RDR-ACK-EOF-SW        PIC X VALUE 'N'.
          88 RDR-ACK-EOF           VALUE 'Y'.

       01 UNREPORTED-DAYS       PIC S9(9) USAGE COMP VALUE 2.
       01 RX-TODAY              PIC X(10).

       01 RX-STATUS             PIC X(1).
       01 RX-DELIVERYDATE       PIC X(10).
       01 RX-REPORTEDDATE       PIC X(10).
       01 RX-INSERVICEDATE      PIC X(10).
       01 RX-VIN                PIC X(17).
       01 RX-DEALERID           PIC S9(9) USAGE COMP.
       01 RX-MODEL              PIC X(20).
       01 RX-AUTOYEAR           PIC S9(9) USAGE COMP.
       01 RX-ODOMETER           PIC S9(9) USAGE COMP.
       01 RX-SALETYPE           PIC X(1).
       01 RX-SALESPERSONID      PIC S9(9) USAGE COMP.
       01 RX-BUYERNAME          PIC X(35).
       01 RX-ADDRLINE1          PIC X(40).
       01 RX-CITY               PIC X(30).
       01 RX-STATEABBR          PIC X(2).
       01 RX-ZIPCODE            PIC X(10).
       01 RX-PHONE              PIC X(12).
       01 RX-AGE-DAYS           PIC S9(9) USAGE COMP.
       01 RX-EXC-REASON         PIC X(30).
       01 RX-EXCTYPE            PIC X(4).

       01 ESC-DUP-COUNT         PIC S9(9) USAGE COMP.
       01 ESC-NEXT-EXCID        PIC S9(9) USAGE COMP.

       01 ACKS-READ             PIC S9(9) USAGE COMP VALUE 0.
       01 ACKS-ACCEPTED         PIC S9(9) USAGE COMP VALUE 0.
       01 ACKS-REJECTED         PIC S9(9) USAGE COMP VALUE 0.
       01 ACKS-UNMATCHED        PIC S9(9) USAGE COMP VALUE 0.
       01 WARRANTY-STARTED      PIC S9(9) USAGE COMP VALUE 0.
       01 DELIVERIES-SENT       PIC S9(9) USAGE COMP VALUE 0.
       01 REVERSALS-SENT        PIC S9(9) USAGE COMP VALUE 0.
       01 UNREPORTED-COUNT      PIC S9(9) USAGE COMP VALUE 0.
       01 ESCALATED-COUNT       PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-DAYS          PIC ZZZZ9.
       01 DISPLAY-DEALERID      PIC 9(5).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * NEW UNITS SOLD RETAIL AND NOT YET ON RETAIL_DELIVERY_REPORTS.
      * A UNIT SOLD AND ARCHIVED THE SAME NIGHT IS FOUND ON
      * INVENTORY_HISTORY. THE BUYER'S ADDRESS COMES OFF THE CUSTOMER
      * ROW, THE ODOMETER OFF THE GAM0VSE SALE DISCLOSURE. A DEAL ON
      * THE DELIVERY BOARD WAITS UNTIL IT IS DELIVERED ('D') AND IS
      * REPORTED WITH ITS DELIVEREDDATE; A DEAL THAT NEVER HAD A
      * BOARD ROW IS REPORTED AS DELIVERED ON THE SALE DATE.
      *---------------------------------------
       EXEC SQL
           DECLARE RDRDLVCURSOR CURSOR FOR
               SELECT DISTINCT S.VIN, CHAR(S.SALEDATE, ISO),
                      S.DEALERID, I.MAKE, I.MODEL, I.AUTOYEAR,
                      COALESCE(
                        (SELECT MAX(O.MILES) FROM ODOMETER_LOG O
                             WHERE O.VIN = S.VIN
                               AND O.SOURCE = 'SALE'
                               AND O.READINGDATE = S.SALEDATE),
                        I.MILES, 0),
                      S.SALETYPE, S.SALESPERSONID,
                      COALESCE(C.CUSTNAME, S.BUYERNAME),
                      COALESCE(C.ADDRLINE1, ' '),
                      COALESCE(C.CITY, ' '),
                      COALESCE(C.STATEABBR, ' '),
                      COALESCE(C.ZIPCODE, ' '),
                      COALESCE(C.CUSTPHONE, S.BUYERPHONE, ' '),
                      CHAR(COALESCE(D.DELIVEREDDATE, S.SALEDATE), ISO)
                   FROM SALES S
                        INNER JOIN
                        ( SELECT VIN, MAKE, MODEL, AUTOYEAR, MILES,
                                 NEWAUTO
                              FROM INVENTORY
                          UNION ALL
                          SELECT VIN, MAKE, MODEL, AUTOYEAR, MILES,
                                 NEWAUTO
                              FROM INVENTORY_HISTORY
                        ) AS I
                                ON S.VIN = I.VIN
                        LEFT OUTER JOIN CUSTOMER C
                                ON S.CUSTOMERID = C.CUSTOMERID
                        LEFT OUTER JOIN DELIVERY_SCHEDULE D
                                ON D.VIN = S.VIN
                               AND D.SALEDATE = S.SALEDATE
                   WHERE I.NEWAUTO = 'Y'
                     AND S.SALETYPE <> 'W'
                     AND (D.VIN IS NULL OR D.STATUS = 'D')
                     AND COALESCE(S.SALESTATUS, 'A') <> 'U'
                     AND S.SALEDATE <= CURRENT DATE
                     AND NOT EXISTS
                         (SELECT 1 FROM RETAIL_DELIVERY_REPORTS R
                              WHERE R.VIN = S.VIN
                                AND R.SALEDATE = S.SALEDATE
                                AND R.RDRTYPE = 'D')
                   ORDER BY 3, 2, 1
           END-EXEC.

      *---------------------------------------
      * REPORTED DELIVERIES WHOSE DEAL HAS SINCE BEEN UNWOUND AND NOT
      * YET REVERSED. ONE THE FACTORY REJECTED WAS NEVER ON ITS BOOKS
      * AND NEEDS NO REVERSAL.
      *---------------------------------------
       EXEC SQL
           DECLARE RDRREVCURSOR CURSOR FOR
               SELECT R.VIN, CHAR(R.SALEDATE, ISO), R.DEALERID,
                      R.MAKE, CHAR(S.UNWINDDATE, ISO), S.SALETYPE,
                      S.SALESPERSONID
                   FROM RETAIL_DELIVERY_REPORTS R
                        INNER JOIN SALES S
                                ON S.VIN = R.VIN
                               AND S.SALEDATE = R.SALEDATE
                   WHERE R.RDRTYPE = 'D'
                     AND R.STATUS <> 'J'
                     AND S.SALESTATUS = 'U'
                     AND S.UNWINDDATE IS NOT NULL
                     AND NOT EXISTS
                         (SELECT 1 FROM RETAIL_DELIVERY_REPORTS X
                              WHERE X.VIN = R.VIN
                                AND X.SALEDATE = R.SALEDATE
                                AND X.RDRTYPE = 'R')
                   ORDER BY R.DEALERID, R.SALEDATE, R.VIN
           END-EXEC.

       EXEC SQL
           DECLARE RDRLATECURSOR CURSOR FOR
               SELECT R.VIN, R.DEALERID, CHAR(R.SALEDATE, ISO),
                      R.STATUS, COALESCE(R.REJECTCODE, ' '),
                      DAYS(CURRENT DATE) - DAYS(R.DELIVERYDATE)
                   FROM RETAIL_DELIVERY_REPORTS R
                        INNER JOIN SALES S
                                ON S.VIN = R.VIN
                               AND S.SALEDATE = R.SALEDATE
                   WHERE R.RDRTYPE = 'D'
                     AND R.REPORTEDDATE IS NULL
                     AND COALESCE(S.SALESTATUS, 'A') <> 'U'
                     AND DAYS(CURRENT DATE) - DAYS(R.DELIVERYDATE)
                         >= :UNREPORTED-DAYS
                   ORDER BY R.DEALERID, R.SALEDATE, R.VIN
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

           DISPLAY "MANUFACTURER RETAIL DELIVERY REPORTING".

           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :RX-TODAY
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE 0 TO SQLCODE.

           PERFORM 1000-LOAD-ACKNOWLEDGMENTS.
           PERFORM 2000-WRITE-EXTRACT.
           PERFORM 3000-REPORT-UNREPORTED.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY " ".
           MOVE ACKS-READ TO DISPLAY-COUNT.
           DISPLAY "ACKNOWLEDGMENTS READ:  " DISPLAY-COUNT.
           MOVE ACKS-ACCEPTED TO DISPLAY-COUNT.
           DISPLAY "ACCEPTED BY FACTORY:   " DISPLAY-COUNT.
           MOVE ACKS-REJECTED TO DISPLAY-COUNT.
           DISPLAY "REJECTED BY FACTORY:   " DISPLAY-COUNT.
           MOVE ACKS-UNMATCHED TO DISPLAY-COUNT.
           DISPLAY "ACKS UNMATCHED:        " DISPLAY-COUNT.
           MOVE WARRANTY-STARTED TO DISPLAY-COUNT.
           DISPLAY "WARRANTY IN SERVICE:   " DISPLAY-COUNT.
           MOVE DELIVERIES-SENT TO DISPLAY-COUNT.
           DISPLAY "DELIVERIES REPORTED:   " DISPLAY-COUNT.
           MOVE REVERSALS-SENT TO DISPLAY-COUNT.
           DISPLAY "REVERSALS REPORTED:    " DISPLAY-COUNT.
           MOVE UNREPORTED-COUNT TO DISPLAY-COUNT.
           DISPLAY "STILL UNREPORTED:      " DISPLAY-COUNT.
           MOVE ESCALATED-COUNT TO DISPLAY-COUNT.
           DISPLAY "EXCEPTIONS RAISED:     " DISPLAY-COUNT.
           DISPLAY "RETAIL DELIVERY REPORTING COMPLETE".

           GOBACK.

      *---------------------------------------
      * PASS 1 - THE FACTORY'S ANSWERS, MATCHED ON VIN, SALE DATE AND
      * REPORT TYPE. A REJECTED REPORT THE STORE THEN KEYS ON THE
      * PORTAL COMES BACK ACCEPTED ON A LATER FILE.
      *---------------------------------------
       1000-LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT RDR-ACK-FILE.

           READ RDR-ACK-FILE
               AT END MOVE 'Y' TO RDR-ACK-EOF-SW
           END-READ.

           PERFORM UNTIL RDR-ACK-EOF
              ADD 1 TO ACKS-READ
              PERFORM 1100-APPLY-ACKNOWLEDGMENT THRU 1100-EXIT

              READ RDR-ACK-FILE
                  AT END MOVE 'Y' TO RDR-ACK-EOF-SW
              END-READ
           END-PERFORM.

           CLOSE RDR-ACK-FILE.

       1100-APPLY-ACKNOWLEDGMENT.
           IF RAR-SALEDATE = SPACES
              OR (RAR-RDRTYPE NOT = "D" AND RAR-RDRTYPE NOT = "R")
              ADD 1 TO ACKS-UNMATCHED
              DISPLAY "ACKNOWLEDGMENT FOR " RAR-VIN
                 " WITHOUT SALE DATE OR TYPE SKIPPED"
              GO TO 1100-EXIT
           END-IF.

           MOVE RAR-VIN TO RR-VIN-TEXT.
           MOVE LENGTH OF RR-VIN-TEXT TO RR-VIN-LEN.
           MOVE RAR-SALEDATE TO RR-SALEDATE.
           MOVE RAR-RDRTYPE TO RR-RDRTYPE.

           MOVE SPACES TO RX-STATUS.
           EXEC SQL
               SELECT STATUS, DEALERID, CHAR(DELIVERYDATE, ISO)
                   INTO :RX-STATUS, :RX-DEALERID, :RX-DELIVERYDATE
                   FROM RETAIL_DELIVERY_REPORTS
                   WHERE VIN = :RR-VIN
                     AND SALEDATE = DATE(:RR-SALEDATE)
                     AND RDRTYPE = :RR-RDRTYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 0 TO SQLCODE
              ADD 1 TO ACKS-UNMATCHED
              DISPLAY "ACKNOWLEDGMENT FOR UNKNOWN REPORT " RAR-VIN
                 " " RAR-RDRTYPE " " RAR-SALEDATE
              GO TO 1100-EXIT
           END-IF.

           EVALUATE TRUE
           WHEN RAR-ACCEPTED AND (RX-STATUS = "S" OR RX-STATUS = "J")
              PERFORM 1200-ACCEPT-REPORT
           WHEN RAR-REJECTED AND RX-STATUS = "S"
              PERFORM 1300-REJECT-REPORT
           WHEN OTHER
              ADD 1 TO ACKS-UNMATCHED
              DISPLAY "ACKNOWLEDGMENT " RAR-DISPOSITION " NOT VALID "
                 "FOR " RAR-VIN " " RAR-RDRTYPE " IN STATUS " RX-STATUS
           END-EVALUATE.

       1100-EXIT.
           CONTINUE.

      *---------------------------------------
      * THE FACTORY'S REPORTED DATE, OR TODAY IF IT SENT NONE; ITS
      * IN-SERVICE DATE, OR OUR DELIVERY DATE IF IT SENT NONE.
      *---------------------------------------
       1200-ACCEPT-REPORT.
           IF RAR-REPORTEDDATE = SPACES
              MOVE RX-TODAY TO RX-REPORTEDDATE
           ELSE
              MOVE RAR-REPORTEDDATE TO RX-REPORTEDDATE
           END-IF.
           IF RAR-INSERVICEDATE = SPACES
              MOVE RX-DELIVERYDATE TO RX-INSERVICEDATE
           ELSE
              MOVE RAR-INSERVICEDATE TO RX-INSERVICEDATE
           END-IF.

           EXEC SQL
               UPDATE RETAIL_DELIVERY_REPORTS
                  SET STATUS = 'A',
                      REPORTEDDATE = DATE(:RX-REPORTEDDATE),
                      ACKINSERVICEDATE = DATE(:RX-INSERVICEDATE),
                      REJECTCODE = NULL,
                      REJECTREASON = NULL
                WHERE VIN = :RR-VIN
                  AND SALEDATE = DATE(:RR-SALEDATE)
                  AND RDRTYPE = :RR-RDRTYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR ACCEPTING REPORT " RAR-VIN
                 ", SQLCODE " DISPLAYSQLCODE
              MOVE 0 TO SQLCODE
           ELSE
              ADD 1 TO ACKS-ACCEPTED
              IF RR-RDRTYPE = "D"
                 PERFORM 1250-START-WARRANTY
              ELSE
                 PERFORM 1260-CANCEL-WARRANTY
              END-IF
           END-IF.

      *---------------------------------------
      * THE ACKNOWLEDGED IN-SERVICE DATE IS THE FACTORY WARRANTY
      * BASIS FROM HERE ON. A UNIT WITH NO VEHICLE_WARRANTY ROW GETS
      * ONE ON THE 36/36,000 INDUSTRY DEFAULT TERM.
      *---------------------------------------
       1250-START-WARRANTY.
           EXEC SQL
               UPDATE VEHICLE_WARRANTY
                  SET INSERVICEDATE = DATE(:RX-INSERVICEDATE)
                WHERE VIN = :RR-VIN
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                  INSERT INTO VEHICLE_WARRANTY
                      (VIN, INSERVICEDATE, FACTORYMONTHS,
                       FACTORYMILES)
                      VALUES
                      (:RR-VIN, DATE(:RX-INSERVICEDATE), 36, 36000)
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR SETTING IN-SERVICE DATE " RAR-VIN
                 ", SQLCODE " DISPLAYSQLCODE
           ELSE
              ADD 1 TO WARRANTY-STARTED
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE FACTORY HAS TAKEN THE SALE BACK, SO THE UNIT IS NEW
      * STOCK AGAIN WITH NO IN-SERVICE DATE. A ROW CARRYING CPO
      * COVERAGE IS NOT A NEW UNIT'S AND IS LEFT ALONE.
      *---------------------------------------
       1260-CANCEL-WARRANTY.
           EXEC SQL
               DELETE FROM VEHICLE_WARRANTY
                   WHERE VIN = :RR-VIN
                     AND CPOSTARTDATE IS NULL
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR CLEARING IN-SERVICE DATE " RAR-VIN
                 ", SQLCODE " DISPLAYSQLCODE
           END-IF.
           MOVE 0 TO SQLCODE.

       1300-REJECT-REPORT.
           MOVE RAR-REJECTCODE TO RR-REJECTCODE.
           MOVE RAR-REASON TO RR-REJECTREASON-TEXT.
           MOVE LENGTH OF RR-REJECTREASON-TEXT TO RR-REJECTREASON-LEN.

           EXEC SQL
               UPDATE RETAIL_DELIVERY_REPORTS
                  SET STATUS = 'J',
                      REJECTCODE = :RR-REJECTCODE,
                      REJECTREASON = :RR-REJECTREASON
                WHERE VIN = :RR-VIN
                  AND SALEDATE = DATE(:RR-SALEDATE)
                  AND RDRTYPE = :RR-RDRTYPE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR REJECTING REPORT " RAR-VIN
                 ", SQLCODE " DISPLAYSQLCODE
              MOVE 0 TO SQLCODE
           ELSE
              ADD 1 TO ACKS-REJECTED
              MOVE RX-DEALERID TO DISPLAY-DEALERID
              DISPLAY "REJECTED " DISPLAY-DEALERID " " RAR-VIN " "
                 RAR-RDRTYPE " " RAR-REJECTCODE " " RAR-REASON
              MOVE RAR-VIN TO RX-VIN
              MOVE "RDRJ" TO RX-EXCTYPE
              MOVE SPACES TO RX-EXC-REASON
              STRING "RDR REJECTED " RAR-REJECTCODE
                 DELIMITED BY SIZE INTO RX-EXC-REASON
              PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT
           END-IF.

      *---------------------------------------
      * PASS 2 - TONIGHT'S EXTRACT: DELIVERIES FIRST, THEN REVERSALS.
      *---------------------------------------
       2000-WRITE-EXTRACT.
           OPEN OUTPUT RDR-EXTRACT-FILE.

           MOVE SPACES TO RDR-EXTRACT-HEADER.
           MOVE "H" TO RXR-RECTYPE.
           MOVE "GAM0VRX" TO RXH-SUBMITTER.
           MOVE RX-TODAY TO RXH-RUNDATE.
           WRITE RDR-EXTRACT-HEADER.

           PERFORM 2100-EXTRACT-DELIVERIES.
           PERFORM 2300-EXTRACT-REVERSALS.

           MOVE SPACES TO RDR-EXTRACT-TRAILER.
           MOVE "T" TO RXR-RECTYPE.
           MOVE DELIVERIES-SENT TO RXT-DELIVERY-COUNT.
           MOVE REVERSALS-SENT TO RXT-REVERSAL-COUNT.
           WRITE RDR-EXTRACT-TRAILER.

           CLOSE RDR-EXTRACT-FILE.

       2100-EXTRACT-DELIVERIES.
           EXEC SQL OPEN RDRDLVCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING RDRDLVCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              CLOSE RDR-EXTRACT-FILE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH RDRDLVCURSOR
                      INTO :RR-VIN, :RR-SALEDATE, :RR-DEALERID,
                           :RR-MAKE, :RX-MODEL, :RX-AUTOYEAR,
                           :RX-ODOMETER, :RX-SALETYPE,
                           :RX-SALESPERSONID, :RX-BUYERNAME,
                           :RX-ADDRLINE1, :RX-CITY, :RX-STATEABBR,
                           :RX-ZIPCODE, :RX-PHONE, :RR-DELIVERYDATE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING RDRDLVCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 CLOSE RDR-EXTRACT-FILE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2200-REPORT-DELIVERY
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE RDRDLVCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

       2200-REPORT-DELIVERY.
           MOVE SPACES TO RDR-EXTRACT-DETAIL.
           MOVE "D" TO RXR-RECTYPE.
           MOVE RR-DEALERID TO RXD-DEALERID.
           MOVE RR-VIN-TEXT TO RXD-VIN.
           MOVE "D" TO RXD-RDRTYPE.
           MOVE RR-MAKE-TEXT TO RXD-MAKE.
           MOVE RX-MODEL TO RXD-MODEL.
           MOVE RX-AUTOYEAR TO RXD-AUTOYEAR.
           MOVE RR-SALEDATE TO RXD-SALEDATE.
           MOVE RR-DELIVERYDATE TO RXD-DELIVERYDATE.
           MOVE RX-ODOMETER TO RXD-ODOMETER.
           MOVE RX-SALETYPE TO RXD-SALETYPE.
           MOVE RX-SALESPERSONID TO RXD-SALESPERSONID.
           MOVE RX-BUYERNAME TO RXD-BUYERNAME.
           MOVE RX-ADDRLINE1 TO RXD-ADDRLINE1.
           MOVE RX-CITY TO RXD-CITY.
           MOVE RX-STATEABBR TO RXD-STATEABBR.
           MOVE RX-ZIPCODE TO RXD-ZIPCODE.
           MOVE RX-PHONE TO RXD-PHONE.
           WRITE RDR-EXTRACT-DETAIL.

           MOVE "D" TO RR-RDRTYPE.
           PERFORM 2500-RECORD-REPORT.
           IF SQLCODE = 0
              ADD 1 TO DELIVERIES-SENT
           END-IF.
           MOVE 0 TO SQLCODE.

       2300-EXTRACT-REVERSALS.
           EXEC SQL OPEN RDRREVCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING RDRREVCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              CLOSE RDR-EXTRACT-FILE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH RDRREVCURSOR
                      INTO :RR-VIN, :RR-SALEDATE, :RR-DEALERID,
                           :RR-MAKE, :RR-DELIVERYDATE, :RX-SALETYPE,
                           :RX-SALESPERSONID
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING RDRREVCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 CLOSE RDR-EXTRACT-FILE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2400-REPORT-REVERSAL
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE RDRREVCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

       2400-REPORT-REVERSAL.
           MOVE SPACES TO RDR-EXTRACT-DETAIL.
           MOVE "D" TO RXR-RECTYPE.
           MOVE RR-DEALERID TO RXD-DEALERID.
           MOVE RR-VIN-TEXT TO RXD-VIN.
           MOVE "R" TO RXD-RDRTYPE.
           MOVE RR-MAKE-TEXT TO RXD-MAKE.
           MOVE 0 TO RXD-AUTOYEAR.
           MOVE RR-SALEDATE TO RXD-SALEDATE.
           MOVE RR-DELIVERYDATE TO RXD-DELIVERYDATE.
           MOVE 0 TO RXD-ODOMETER.
           MOVE RX-SALETYPE TO RXD-SALETYPE.
           MOVE RX-SALESPERSONID TO RXD-SALESPERSONID.
           WRITE RDR-EXTRACT-DETAIL.

           MOVE "R" TO RR-RDRTYPE.
           PERFORM 2500-RECORD-REPORT.
           IF SQLCODE = 0
              ADD 1 TO REVERSALS-SENT
           END-IF.
           MOVE 0 TO SQLCODE.

       2500-RECORD-REPORT.
           EXEC SQL
               INSERT INTO RETAIL_DELIVERY_REPORTS
                   (VIN, SALEDATE, RDRTYPE, DEALERID, MAKE,
                    DELIVERYDATE, EXTRACTDATE, STATUS)
                   VALUES
                   (:RR-VIN, DATE(:RR-SALEDATE), :RR-RDRTYPE,
                    :RR-DEALERID, :RR-MAKE, DATE(:RR-DELIVERYDATE),
                    CURRENT DATE, 'S')
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR RECORDING REPORT " RR-VIN-TEXT " "
                 RR-RDRTYPE ", SQLCODE " DISPLAYSQLCODE
           END-IF.

      *---------------------------------------
      * PASS 3 - DELIVERIES THE FACTORY STILL HAS NOT REGISTERED TWO
      * DAYS AFTER DELIVERY, REJECTED ONES INCLUDED, FOR THE STORE
      * TO KEY ON THE PORTAL BEFORE THE INCENTIVE IS LOST.
      *---------------------------------------
       3000-REPORT-UNREPORTED.
           DISPLAY " ".
           MOVE UNREPORTED-DAYS TO DISPLAY-DAYS.
           DISPLAY "DELIVERIES UNREPORTED AFTER " DISPLAY-DAYS
              " DAYS".
           DISPLAY "DEALER VIN               SALE DATE  ST CODE  DAYS".

           EXEC SQL OPEN RDRLATECURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                  FETCH RDRLATECURSOR
                      INTO :RX-VIN, :RX-DEALERID, :RR-SALEDATE,
                           :RX-STATUS, :RR-REJECTCODE, :RX-AGE-DAYS
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 3100-LIST-UNREPORTED
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE RDRLATECURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

       3100-LIST-UNREPORTED.
           ADD 1 TO UNREPORTED-COUNT.
           MOVE RX-DEALERID TO DISPLAY-DEALERID.
           MOVE RX-AGE-DAYS TO DISPLAY-DAYS.
           DISPLAY DISPLAY-DEALERID "  " RX-VIN " " RR-SALEDATE " "
              RX-STATUS "  " RR-REJECTCODE "  " DISPLAY-DAYS.

           MOVE "RDRL" TO RX-EXCTYPE.
           MOVE "RDR NOT REPORTED TO FACTORY" TO RX-EXC-REASON.
           PERFORM 9000-RAISE-EXCEPTION THRU 9000-EXIT.

      *---------------------------------------
      * ONE OPEN EXCEPTION PER VIN AND TYPE FOR THE GAM0VEW
      * WORKBENCH - TONIGHT'S REPEAT RIDES ON THE ROW ALREADY
      * BEING WORKED.
      *---------------------------------------
       9000-RAISE-EXCEPTION.
           MOVE 0 TO ESC-DUP-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :ESC-DUP-COUNT
                   FROM EXCEPTIONS
                   WHERE EXCTYPE = :RX-EXCTYPE
                     AND VIN = :RX-VIN
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
                   (:ESC-NEXT-EXCID, :RX-EXCTYPE, :RX-VIN,
                    :RX-DEALERID, 'O', CURRENT DATE,
                    :RX-EXC-REASON)
           END-EXEC.
           MOVE 0 TO SQLCODE.

           ADD 1 TO ESCALATED-COUNT.

       9000-EXIT.
           CONTINUE.
