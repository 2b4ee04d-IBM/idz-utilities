      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VIK.cbl                                     *
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
      * NIGHTLY SELLABLE-INVENTORY COPY FOR THE SHOWROOM SCREENS.
      * BATCH PROGRAM (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME
      * WAY GAM0VIE IS). LOADS THE SELLKSDS VSAM CLUSTER (LAYOUT
      * GAM0BIK, DEFINED REUSE SO EACH RUN REPLACES LAST NIGHT'S)
      * WITH EVERY UNIT GAM0VSI'S SEARCH WOULD SHOW RIGHT NOW, IN
      * VIN ORDER, PRE-JOINED WITH ITS DEALER, STOCK NUMBER AND LOT
      * LOCATION. THE MAKE/MODEL ALTERNATE INDEX IS REBUILT OVER IT
      * BY THE BLDINDEX STEP THAT FOLLOWS. WHEN DB2 IS DOWN GAM0VSI
      * AND GAM0VDI BROWSE THIS COPY INSTEAD, READ-ONLY.
      *
      * READS DB2 RATHER THAN INVSNAP: THE SNAPSHOT IS IN REGION/
      * DEALER ORDER AND DOESN'T CARRY HOLDS, FUEL TYPE OR THE LOT
      * SCAN, ALL OF WHICH THE SEARCH SCREEN FILTERS OR SHOWS ON.
      * RUNS AFTER GAM0VMK SO THE COPY HAS THE NIGHT'S MARKDOWNS.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VIK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELLABLE-FILE ASSIGN TO SELLKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SELL-FILE-VIN
               ALTERNATE RECORD KEY IS SELL-FILE-MAKE-MODEL
                   WITH DUPLICATES
               FILE STATUS IS SELL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SELLABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SELL-FILE-RECORD.
           05 SELL-FILE-VIN        PIC X(17).
           05 SELL-FILE-MAKE-MODEL PIC X(40).
           05 FILLER               PIC X(253).

       WORKING-STORAGE SECTION.

       COPY GAM0BIK.

       01 SCHEMA-CONNECT        PIC X(8).

       01 SELL-FILE-STATUS      PIC X(2).
       01 EXTRACT-ROW-COUNT     PIC 9(7) VALUE 0.
       01 DUPLICATE-VIN-COUNT   PIC 9(7) VALUE 0.

       01 PRED-RUN-DATE         PIC X(10).
       01 PRED-STATUS           PIC X(1).
       01 TODAY-ISO             PIC X(10).
       01 CTRL-ROWS-UPDATED     PIC S9(9) USAGE COMP.

       01 IK-AUTOYEAR           PIC S9(9) USAGE COMP.
       01 IK-PRICE              PIC S9(7) USAGE COMP-3.
       01 IK-MILES              PIC S9(9) USAGE COMP.
       01 IK-DEALERID           PIC S9(9) USAGE COMP.

       01 DISPLAYSQLCODE        PIC 9(9).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * THE SELLABLE RULES ARE GAM0VSI'S ICURSOR WITHOUT THE SCREEN'S
      * MAKE/MODEL/PRICE/YEAR/FUEL/CPO FILTERS - THOSE ARE APPLIED
      * AGAINST THE COPY. A UNIT ON AN UNEXPIRED HOLD TONIGHT STAYS
      * OFF THE COPY FOR THE DAY EVEN IF THE HOLD LAPSES.
      *---------------------------------------
       EXEC SQL
           DECLARE SELLCURSOR CURSOR FOR
               SELECT I.VIN, I.MAKE, I.MODEL, I.AUTOYEAR, I.PRICE,
                      I.NEWAUTO, I.REGION,
                      COALESCE(I.PROMOFLAG, ' '),
                      COALESCE(I.FUELTYPE, ' '),
                      COALESCE(I.RECALLFLAG, ' '),
                      COALESCE(I.CONDGRADE, ' '),
                      COALESCE(I.AUTOTRIM, ' '),
                      I.BODY, I.COLOR, I.TRANS, I.CYLIND,
                      COALESCE(I.MILES, 0),
                      COALESCE((SELECT MAX(S.STOCKNUMBER)
                                    FROM STOCK_NUMBERS S
                                    WHERE S.VIN = I.VIN), ' '),
                      COALESCE((SELECT L.LOTCODE CONCAT '-'
                                       CONCAT L.LOTROW CONCAT '-'
                                       CONCAT L.LOTSPACE
                                    FROM VEHICLE_LOCATION L
                                    WHERE L.VIN = I.VIN), ' '),
                      I.DEALERID, D.DEALERNAME, D.PHONE,
                      CHAR(CURRENT DATE, ISO),
                      COALESCE(I.CPOFLAG, ' ')
                   FROM INVENTORY I
                   INNER JOIN DEALERSHIP D
                           ON I.DEALERID = D.DEALERID
                   WHERE I.SOLDFLAG NOT = 'Y'
                     AND (I.RECONSTATUS IS NULL
                          OR I.RECONSTATUS = 'Y')
                     AND (I.AUCTIONFLAG IS NULL
                          OR I.AUCTIONFLAG NOT IN ('A', 'X'))
                     AND (I.EXCEPTIONFLAG IS NULL
                          OR I.EXCEPTIONFLAG NOT = 'Y')
                     AND NOT (I.HOLDFLAG = 'Y' AND
                              I.HOLDEXPIRES >= CURRENT DATE)
                     AND NOT EXISTS
                         (SELECT 1 FROM VEHICLE_ASSIGNMENTS A
                              WHERE A.VIN = I.VIN
                                AND A.STATUS = 'O')
                     AND NOT EXISTS
                         (SELECT 1 FROM CAT_UNITS U
                              WHERE U.VIN = I.VIN
                                AND U.DAMAGESTATUS = 'D')
                     AND NOT EXISTS
                         (SELECT 1 FROM TRANSPORT_ORDERS T
                              WHERE T.VIN = I.VIN
                                AND T.STATUS = 'T')
                   ORDER BY I.VIN
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

           PERFORM 0150-CHECK-PREDECESSOR.

           OPEN OUTPUT SELLABLE-FILE.
           IF SELL-FILE-STATUS NOT = '00'
              DISPLAY "SELLKSDS OPEN FAILED - STATUS " SELL-FILE-STATUS
              DISPLAY "GAM0VIK NOT RUN"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "GLOBAL AUTO MART - NIGHTLY SELLABLE INVENTORY COPY".

           PERFORM 1000-LOAD-SELLABLE-COPY.

           CLOSE SELLABLE-FILE.

           IF RETURN-CODE NOT = 0
              DISPLAY "SELLABLE INVENTORY COPY NOT RELEASED"
              GOBACK
           END-IF.

           PERFORM 9000-RECORD-SUCCESSFUL-RUN.

           DISPLAY "UNITS COPIED:    " EXTRACT-ROW-COUNT.
           DISPLAY "DUPLICATE VINS:  " DUPLICATE-VIN-COUNT.
           DISPLAY "SELLABLE INVENTORY COPY COMPLETE".

           GOBACK.

      *---------------------------------------
      * NIGHTLY STREAM SEQUENCING - GAM0VIK MUST NOT START UNTIL
      * GAM0VMK HAS REPRICED THIS CYCLE ON JOB_CONTROL, OR THE
      * SHOWROOM WOULD QUOTE YESTERDAY'S PRICES DURING AN OUTAGE.
      *---------------------------------------
       0150-CHECK-PREDECESSOR.
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
                   INTO :TODAY-ISO
                   FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           MOVE SPACES TO PRED-RUN-DATE.
           MOVE SPACES TO PRED-STATUS.
           EXEC SQL
               SELECT CHAR(LASTRUNDATE, ISO), STATUS
                   INTO :PRED-RUN-DATE, :PRED-STATUS
                   FROM JOB_CONTROL
                   WHERE JOBNAME = 'GAM0VMK'
           END-EXEC.

           IF SQLCODE NOT = 0
              OR PRED-STATUS NOT = 'C'
              OR PRED-RUN-DATE < TODAY-ISO
              DISPLAY "PREDECESSOR GAM0VMK HAS NOT COMPLETED THIS CYCLE"
              DISPLAY "GAM0VIK NOT RUN"
              GOBACK
           END-IF.

       9000-RECORD-SUCCESSFUL-RUN.
           MOVE 0 TO CTRL-ROWS-UPDATED.
           EXEC SQL
               UPDATE JOB_CONTROL
                  SET LASTRUNDATE = CURRENT DATE,
                      STATUS = 'C',
                      ROWCOUNT = :EXTRACT-ROW-COUNT
                WHERE JOBNAME = 'GAM0VIK'
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO CTRL-ROWS-UPDATED
           END-IF.

           IF CTRL-ROWS-UPDATED = 0
              EXEC SQL
                  INSERT INTO JOB_CONTROL
                      (JOBNAME, LASTRUNDATE, STATUS, ROWCOUNT,
                       PREDECESSOR)
                      VALUES ('GAM0VIK', CURRENT DATE, 'C',
                              :EXTRACT-ROW-COUNT, 'GAM0VMK')
              END-EXEC
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       1000-LOAD-SELLABLE-COPY.

           EXEC SQL OPEN SELLCURSOR END-EXEC.

           PERFORM UNTIL SQLCODE NOT = 0
              MOVE SPACES TO SELLABLE-RECORD
              EXEC SQL
                  FETCH SELLCURSOR
                      INTO :SK-VIN, :SK-MAKE, :SK-MODEL,
                           :IK-AUTOYEAR, :IK-PRICE,
                           :SK-NEWAUTO, :SK-REGION,
                           :SK-PROMOFLAG, :SK-FUELTYPE,
                           :SK-RECALLFLAG, :SK-CONDGRADE,
                           :SK-AUTOTRIM, :SK-BODY, :SK-COLOR,
                           :SK-TRANS, :SK-CYLIND, :IK-MILES,
                           :SK-STOCKNUMBER, :SK-LOTLOC,
                           :IK-DEALERID, :SK-DEALERNAME,
                           :SK-DEALERPHONE, :SK-EXTRACT-DATE,
                           :SK-CPOFLAG
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 2000-WRITE-SELLABLE-RECORD
              END-IF
           END-PERFORM.

           IF SQLCODE NOT = 100
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "SELLCURSOR FAILED - SQLCODE -" DISPLAYSQLCODE
              MOVE 12 TO RETURN-CODE
           END-IF.

           EXEC SQL CLOSE SELLCURSOR END-EXEC.

       2000-WRITE-SELLABLE-RECORD.

           MOVE IK-AUTOYEAR TO SK-AUTOYEAR.
           MOVE IK-PRICE TO SK-PRICE.
           MOVE IK-MILES TO SK-MILES.
           MOVE IK-DEALERID TO SK-DEALERID.

           WRITE SELL-FILE-RECORD FROM SELLABLE-RECORD
              INVALID KEY
                 ADD 1 TO DUPLICATE-VIN-COUNT
                 DISPLAY "DUPLICATE VIN SKIPPED: " SK-VIN
              NOT INVALID KEY
                 ADD 1 TO EXTRACT-ROW-COUNT
           END-WRITE.
