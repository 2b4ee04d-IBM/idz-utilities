      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VPX.cbl                                     *
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
      * MONTHLY CERTIFIED PRE-OWNED REGISTRATION EXTRACT. BATCH
      * PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY
      * GAM0VMW IS) THAT WRITES EVERY CPO SALE FOR THE MONTH ON THE
      * SYSIN CARD - PLUS ANY EARLIER CPO SALE NOT YET SENT - TO THE
      * MANUFACTURER'S REGISTRATION FILE (CPOREGX) IN ITS HEADER/
      * DETAIL/TRAILER LAYOUT, AND STAMPS EACH CERTIFICATION WITH
      * THE DATE IT WAS REGISTERED. EVERY DETAIL CARRIES THE PROOF
      * OF INSPECTION THE FACTORY PAYS ON - THE MAKE'S CHECKLIST
      * SIZE, HOW MANY ITEMS PASSED AGAINST THE VIN (GAM0VPO'S
      * CPO_INSPECTIONS), THE LAST INSPECTION DATE AND THE SIGNING
      * INSPECTOR. A SALE WITHOUT A FULLY PASSED CHECKLIST IS STILL
      * SENT, FLAGGED, AND LISTED HERE FOR THE STORE TO ANSWER FOR.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VPX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CPO-REGISTER-FILE ASSIGN TO CPOREGX
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-CARD-RECORD.
           05 CC-RPT-YEAR           PIC 9(4).
           05 FILLER                PIC X(1).
           05 CC-RPT-MONTH          PIC 9(2).
           05 FILLER                PIC X(73).

       FD  CPO-REGISTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CPO-REGISTER-RECORD.
           05 RGR-RECTYPE          PIC X(1).
           05 RGR-DATA             PIC X(99).
       01  CPO-REGISTER-HEADER.
           05 FILLER               PIC X(1).
           05 RGH-SUBMITTER        PIC X(8).
           05 RGH-RUNDATE          PIC X(10).
           05 RGH-PERIOD           PIC X(7).
           05 FILLER               PIC X(74).
       01  CPO-REGISTER-DETAIL.
           05 FILLER               PIC X(1).
           05 RGD-DEALERID         PIC 9(5).
           05 RGD-VIN              PIC X(17).
           05 RGD-MAKE             PIC X(20).
           05 RGD-SALEDATE         PIC X(10).
           05 RGD-CERTDATE         PIC X(10).
           05 RGD-CERTMILES        PIC 9(7).
           05 RGD-INSPECTOR        PIC X(8).
           05 RGD-CHECKLIST-ITEMS  PIC 9(3).
           05 RGD-ITEMS-PASSED     PIC 9(3).
           05 RGD-LAST-INSPECTED   PIC X(10).
           05 RGD-PROOF-FLAG       PIC X(1).
              88 RGD-PROOF-COMPLETE   VALUE 'Y'.
           05 FILLER               PIC X(5).
       01  CPO-REGISTER-TRAILER.
           05 FILLER               PIC X(1).
           05 RGT-SALE-COUNT       PIC 9(9).
           05 FILLER               PIC X(90).

       WORKING-STORAGE SECTION.

       COPY GAM0BCS.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 RPT-YEAR              PIC S9(9) USAGE COMP.
       01 RPT-MONTH             PIC S9(9) USAGE COMP.
       01 RPT-PERIOD            PIC S9(9) USAGE COMP.
       01 CURRENT-DATE-FIELDS.
          05 CD-YYYY            PIC 9(4).
          05 CD-MM              PIC 9(2).
          05 FILLER             PIC X(15).

       01 PX-CHECKLIST-ITEMS    PIC S9(9) USAGE COMP.
       01 PX-ITEMS-PASSED       PIC S9(9) USAGE COMP.
       01 PX-LAST-INSPECTED     PIC X(10).

       01 SALES-REGISTERED      PIC S9(9) USAGE COMP VALUE 0.
       01 SALES-UNPROVEN        PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       01 DISPLAY-DEALERID      PIC 9(5).
       01 DISPLAY-ITEMS         PIC ZZ9.
       01 DISPLAY-PASSED        PIC ZZ9.
       01 DISPLAY-YEAR          PIC 9(4).
       01 DISPLAY-MONTH         PIC 9(2).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * CPO SALES (GAM0VSE MOVES THE CERTIFICATION TO 'S') IN THE
      * MONTH, AND ANY FROM EARLIER MONTHS NEVER REGISTERED, WITH
      * THE CHECKLIST PROOF BESIDE EACH.
      *---------------------------------------
       EXEC SQL
           DECLARE CPOREGCURSOR CURSOR FOR
               SELECT C.VIN, C.MAKE, C.DEALERID,
                      CHAR(C.SALEDATE, ISO), CHAR(C.CERTDATE, ISO),
                      C.CERTMILES, C.INSPECTOR,
                      (SELECT COUNT(*) FROM CPO_CHECKLIST K
                           WHERE K.MAKE = C.MAKE),
                      (SELECT COUNT(*) FROM CPO_INSPECTIONS I
                           INNER JOIN CPO_CHECKLIST K2
                                   ON K2.MAKE = C.MAKE
                                  AND K2.ITEMNO = I.ITEMNO
                           WHERE I.VIN = C.VIN
                             AND I.RESULT = 'P'),
                      COALESCE(
                        (SELECT CHAR(DATE(MAX(I2.INSPECTEDTS)), ISO)
                             FROM CPO_INSPECTIONS I2
                             WHERE I2.VIN = C.VIN), ' ')
                   FROM CPO_CERTIFICATIONS C
                   WHERE C.STATUS = 'S'
                     AND YEAR(C.SALEDATE) * 100 + MONTH(C.SALEDATE)
                         <= :RPT-PERIOD
                     AND (YEAR(C.SALEDATE) * 100 + MONTH(C.SALEDATE)
                          = :RPT-PERIOD
                          OR C.REGISTEREDDATE IS NULL)
                   ORDER BY C.DEALERID, C.SALEDATE, C.VIN
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

           PERFORM 0100-READ-CONTROL-CARD.

           MOVE RPT-YEAR TO DISPLAY-YEAR.
           MOVE RPT-MONTH TO DISPLAY-MONTH.
           DISPLAY "CPO REGISTRATION EXTRACT - " DISPLAY-YEAR
              "/" DISPLAY-MONTH.
           DISPLAY " ".
           DISPLAY "CPO SALES WITHOUT A FULLY PASSED CHECKLIST".
           DISPLAY "DEALER VIN               SALE DATE  ITEMS PASSED".

           PERFORM 1000-WRITE-REGISTRATIONS.

           EXEC SQL COMMIT END-EXEC.

           DISPLAY " ".
           MOVE SALES-REGISTERED TO DISPLAY-COUNT.
           DISPLAY "CPO SALES REGISTERED:  " DISPLAY-COUNT.
           MOVE SALES-UNPROVEN TO DISPLAY-COUNT.
           DISPLAY "WITHOUT FULL PROOF:    " DISPLAY-COUNT.
           DISPLAY "CPO REGISTRATION EXTRACT COMPLETE".

           GOBACK.

       0100-READ-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS.
           MOVE CD-YYYY TO RPT-YEAR.
           MOVE CD-MM TO RPT-MONTH.

           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
              AT END
                 MOVE 'Y' TO CONTROL-CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-CARD-FILE.

           IF NOT CONTROL-CARD-EOF
              IF CC-RPT-YEAR NUMERIC AND CC-RPT-MONTH NUMERIC
                 AND CC-RPT-MONTH >= 1 AND CC-RPT-MONTH <= 12
                 MOVE CC-RPT-YEAR TO RPT-YEAR
                 MOVE CC-RPT-MONTH TO RPT-MONTH
              END-IF
           END-IF.

           COMPUTE RPT-PERIOD = RPT-YEAR * 100 + RPT-MONTH.

       1000-WRITE-REGISTRATIONS.
           OPEN OUTPUT CPO-REGISTER-FILE.

           MOVE SPACES TO CPO-REGISTER-HEADER.
           MOVE "H" TO RGR-RECTYPE.
           MOVE "GAM0VPX" TO RGH-SUBMITTER.
           MOVE FUNCTION CURRENT-DATE(1:4) TO RGH-RUNDATE(1:4).
           MOVE "-" TO RGH-RUNDATE(5:1).
           MOVE FUNCTION CURRENT-DATE(5:2) TO RGH-RUNDATE(6:2).
           MOVE "-" TO RGH-RUNDATE(8:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO RGH-RUNDATE(9:2).
           MOVE DISPLAY-YEAR TO RGH-PERIOD(1:4).
           MOVE "-" TO RGH-PERIOD(5:1).
           MOVE DISPLAY-MONTH TO RGH-PERIOD(6:2).
           WRITE CPO-REGISTER-HEADER.

           EXEC SQL OPEN CPOREGCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING CPOREGCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              CLOSE CPO-REGISTER-FILE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH CPOREGCURSOR
                      INTO :CS-VIN, :CS-MAKE, :CS-DEALERID,
                           :CS-SALEDATE, :CS-CERTDATE,
                           :CS-CERTMILES, :CS-INSPECTOR,
                           :PX-CHECKLIST-ITEMS, :PX-ITEMS-PASSED,
                           :PX-LAST-INSPECTED
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING CPOREGCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 CLOSE CPO-REGISTER-FILE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 PERFORM 2000-REGISTER-ONE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE CPOREGCURSOR END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE SPACES TO CPO-REGISTER-TRAILER.
           MOVE "T" TO RGR-RECTYPE.
           MOVE SALES-REGISTERED TO RGT-SALE-COUNT.
           WRITE CPO-REGISTER-TRAILER.

           CLOSE CPO-REGISTER-FILE.

       2000-REGISTER-ONE.
           MOVE SPACES TO CPO-REGISTER-DETAIL.
           MOVE "D" TO RGR-RECTYPE.
           MOVE CS-DEALERID TO RGD-DEALERID.
           MOVE CS-VIN-TEXT TO RGD-VIN.
           MOVE CS-MAKE-TEXT TO RGD-MAKE.
           MOVE CS-SALEDATE TO RGD-SALEDATE.
           MOVE CS-CERTDATE TO RGD-CERTDATE.
           MOVE CS-CERTMILES TO RGD-CERTMILES.
           MOVE CS-INSPECTOR TO RGD-INSPECTOR.
           MOVE PX-CHECKLIST-ITEMS TO RGD-CHECKLIST-ITEMS.
           MOVE PX-ITEMS-PASSED TO RGD-ITEMS-PASSED.
           MOVE PX-LAST-INSPECTED TO RGD-LAST-INSPECTED.
           IF PX-CHECKLIST-ITEMS > 0
              AND PX-ITEMS-PASSED >= PX-CHECKLIST-ITEMS
              MOVE "Y" TO RGD-PROOF-FLAG
           ELSE
              MOVE "N" TO RGD-PROOF-FLAG
           END-IF.
           WRITE CPO-REGISTER-DETAIL.

           IF NOT RGD-PROOF-COMPLETE
              ADD 1 TO SALES-UNPROVEN
              MOVE CS-DEALERID TO DISPLAY-DEALERID
              MOVE PX-CHECKLIST-ITEMS TO DISPLAY-ITEMS
              MOVE PX-ITEMS-PASSED TO DISPLAY-PASSED
              DISPLAY DISPLAY-DEALERID "  " CS-VIN-TEXT " "
                 CS-SALEDATE "  " DISPLAY-ITEMS "   " DISPLAY-PASSED
           END-IF.

           EXEC SQL
               UPDATE CPO_CERTIFICATIONS
                  SET REGISTEREDDATE = CURRENT DATE
                WHERE VIN = :CS-VIN
                  AND SALEDATE = DATE(:CS-SALEDATE)
                  AND STATUS = 'S'
                  AND REGISTEREDDATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR STAMPING " CS-VIN-TEXT
                 " REGISTERED, SQLCODE " DISPLAYSQLCODE
           END-IF.
           MOVE 0 TO SQLCODE.

           ADD 1 TO SALES-REGISTERED.
