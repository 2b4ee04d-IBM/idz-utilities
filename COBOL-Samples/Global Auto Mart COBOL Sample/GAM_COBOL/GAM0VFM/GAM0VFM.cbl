      ******************************************************************
      *                                                                *
      * MODULE NAME    GAM0VFM.cbl                                     *
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
      * MONTHLY F+I MENU REPORT. BATCH PROGRAM (NO COMMAREA, LINKED
      * WITH A SCHEMA PARM THE SAME WAY GAM0VFP IS) FOR THE MONTH ON
      * THE SYSIN CARD:
      *   1. OFFER RATES BY F+I MANAGER - RETAIL DEALS HANDLED, HOW
      *      MANY HAD THE MENU PRESENTED (FI_MENU_LOG, WRITTEN BY
      *      GAM0VSE), PRODUCTS OFFERED, ACCEPTED AND DECLINED. A
      *      DEAL BELONGS TO THE MANAGER ON ITS MENU ROWS, OR, WITH
      *      NO MENU, TO WHOEVER POSTED IT (THE GAM0VSE AUDIT ROW).
      *   2. EVERY RETAIL DEAL IN THE MONTH WITH NO MENU RECORDED.
      * WHOLESALE DEALS NEVER SEE THE F+I OFFICE AND ARE LEFT OUT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VFM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
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

       WORKING-STORAGE SECTION.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
          88 CONTROL-CARD-EOF      VALUE 'Y'.

       01 RPT-YEAR              PIC S9(9) USAGE COMP.
       01 RPT-MONTH             PIC S9(9) USAGE COMP.
       01 CURRENT-DATE-FIELDS.
          05 CD-YYYY            PIC 9(4).
          05 CD-MM              PIC 9(2).
          05 FILLER             PIC X(15).

       01 MN-FIMANAGER          PIC X(8).
       01 MN-DEALS              PIC S9(9) USAGE COMP.
       01 MN-MENU-DEALS         PIC S9(9) USAGE COMP.
       01 MN-OFFERED            PIC S9(9) USAGE COMP.
       01 MN-ACCEPTED           PIC S9(9) USAGE COMP.
       01 MN-DECLINED           PIC S9(9) USAGE COMP.
       01 MN-OFFER-PCT          PIC S9(3)V9(1) USAGE COMP-3.
       01 MN-ACCEPT-PCT         PIC S9(3)V9(1) USAGE COMP-3.

       01 MN-TOT-DEALS          PIC S9(9) USAGE COMP VALUE 0.
       01 MN-TOT-MENU-DEALS     PIC S9(9) USAGE COMP VALUE 0.
       01 MN-TOT-OFFERED        PIC S9(9) USAGE COMP VALUE 0.
       01 MN-TOT-ACCEPTED       PIC S9(9) USAGE COMP VALUE 0.
       01 MN-NO-MENU-COUNT      PIC S9(9) USAGE COMP VALUE 0.

       01 NM-DEALERID           PIC S9(9) USAGE COMP.
       01 NM-VIN                PIC X(17).
       01 NM-SALEDATE           PIC X(10).
       01 NM-SALETYPE           PIC X(1).
       01 NM-SPNAME             PIC X(35).
       01 NM-POSTEDBY           PIC X(8).

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-DEALS         PIC ZZZZ9.
       01 DISPLAY-MENU-DEALS    PIC ZZZZ9.
       01 DISPLAY-OFFERED       PIC ZZZZ9.
       01 DISPLAY-ACCEPTED      PIC ZZZZ9.
       01 DISPLAY-DECLINED      PIC ZZZZ9.
       01 DISPLAY-OFFER-PCT     PIC ZZ9.9.
       01 DISPLAY-ACCEPT-PCT    PIC ZZ9.9.
       01 DISPLAY-DEALERID      PIC 9(5).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * ONE ROW PER F+I MANAGER. THE INNER SELECT IS ONE ROW PER
      * RETAIL DEAL IN THE MONTH WITH ITS MANAGER, WHETHER IT HAD A
      * MENU AND HOW MANY PRODUCTS WERE OFFERED AND ACCEPTED.
      *---------------------------------------
       EXEC SQL
           DECLARE MGRCURSOR CURSOR FOR
               SELECT X.FIMANAGER, COUNT(*), SUM(X.HADMENU),
                      SUM(X.OFFERED), SUM(X.ACCEPTED)
                   FROM (SELECT
                           COALESCE(
                             (SELECT MAX(M.FIMANAGER)
                                  FROM FI_MENU_LOG M
                                  WHERE M.VIN = S.VIN
                                    AND M.SALEDATE = S.SALEDATE),
                             (SELECT MAX(A.AUDITUSER)
                                  FROM AUDIT_LOG A
                                  WHERE A.TRANSPROG = 'GAM0VSE'
                                    AND A.AUDITKEY = S.VIN
                                    AND DATE(A.AUDITTS) = S.SALEDATE
                                    AND A.AFTERIMAGE =
                                        'SOLDFLAG=Y SALE RECORDED'),
                             'UNKNOWN') AS FIMANAGER,
                           CASE WHEN EXISTS
                                (SELECT 1 FROM FI_MENU_LOG M2
                                     WHERE M2.VIN = S.VIN
                                       AND M2.SALEDATE = S.SALEDATE)
                                THEN 1 ELSE 0 END AS HADMENU,
                           (SELECT COUNT(*) FROM FI_MENU_LOG M3
                                WHERE M3.VIN = S.VIN
                                  AND M3.SALEDATE = S.SALEDATE)
                                AS OFFERED,
                           (SELECT COUNT(*) FROM FI_MENU_LOG M4
                                WHERE M4.VIN = S.VIN
                                  AND M4.SALEDATE = S.SALEDATE
                                  AND M4.DECISION = 'A')
                                AS ACCEPTED
                           FROM SALES S
                           WHERE YEAR(S.SALEDATE) = :RPT-YEAR
                             AND MONTH(S.SALEDATE) = :RPT-MONTH
                             AND S.SALETYPE <> 'W'
                             AND (S.SALESTATUS IS NULL
                                  OR S.SALESTATUS = 'A')) X
                   GROUP BY X.FIMANAGER
                   ORDER BY X.FIMANAGER
           END-EXEC.

      *---------------------------------------
      * RETAIL DEALS IN THE MONTH WITH NO FI_MENU_LOG ROWS.
      *---------------------------------------
       EXEC SQL
           DECLARE NOMENUCURSOR CURSOR FOR
               SELECT S.DEALERID, S.VIN,
                      CHAR(S.SALEDATE, ISO), S.SALETYPE,
                      COALESCE(P.SPNAME, ' '),
                      COALESCE(
                        (SELECT MAX(A.AUDITUSER)
                             FROM AUDIT_LOG A
                             WHERE A.TRANSPROG = 'GAM0VSE'
                               AND A.AUDITKEY = S.VIN
                               AND DATE(A.AUDITTS) = S.SALEDATE
                               AND A.AFTERIMAGE =
                                   'SOLDFLAG=Y SALE RECORDED'),
                        'UNKNOWN')
                   FROM SALES S
                        LEFT OUTER JOIN SALESPERSON P
                                ON S.SALESPERSONID = P.SALESPERSONID
                   WHERE YEAR(S.SALEDATE) = :RPT-YEAR
                     AND MONTH(S.SALEDATE) = :RPT-MONTH
                     AND S.SALETYPE <> 'W'
                     AND (S.SALESTATUS IS NULL
                          OR S.SALESTATUS = 'A')
                     AND NOT EXISTS
                         (SELECT 1 FROM FI_MENU_LOG M
                              WHERE M.VIN = S.VIN
                                AND M.SALEDATE = S.SALEDATE)
                   ORDER BY S.DEALERID, S.SALEDATE, S.VIN
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

           DISPLAY "MONTHLY F+I MENU REPORT - " RPT-YEAR
              "/" RPT-MONTH.
           DISPLAY " ".
           DISPLAY "OFFER RATES BY F+I MANAGER".
           DISPLAY "MANAGER   DEALS  MENU OFFER PCT  OFFRD  ACCPT"
              "  DECLN ACCEPT PCT".

           PERFORM 1000-REPORT-MANAGERS.

           DISPLAY " ".
           DISPLAY "RETAIL DEALS WITH NO F+I MENU RECORDED".
           DISPLAY "DEALER VIN               SALE DATE  T POSTED BY"
              " SALESPERSON".

           PERFORM 3000-REPORT-NO-MENU.

           DISPLAY " ".
           MOVE MN-NO-MENU-COUNT TO DISPLAY-DEALS.
           DISPLAY "DEALS WITH NO MENU: " DISPLAY-DEALS.
           DISPLAY "F+I MENU REPORT COMPLETE".

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

       1000-REPORT-MANAGERS.

           EXEC SQL OPEN MGRCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING MGRCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH MGRCURSOR
                      INTO :MN-FIMANAGER, :MN-DEALS, :MN-MENU-DEALS,
                           :MN-OFFERED, :MN-ACCEPTED
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING MGRCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 ADD MN-DEALS TO MN-TOT-DEALS
                 ADD MN-MENU-DEALS TO MN-TOT-MENU-DEALS
                 ADD MN-OFFERED TO MN-TOT-OFFERED
                 ADD MN-ACCEPTED TO MN-TOT-ACCEPTED
                 PERFORM 2000-REPORT-ONE-MANAGER
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE MGRCURSOR END-EXEC.

           MOVE "TOTAL" TO MN-FIMANAGER.
           MOVE MN-TOT-DEALS TO MN-DEALS.
           MOVE MN-TOT-MENU-DEALS TO MN-MENU-DEALS.
           MOVE MN-TOT-OFFERED TO MN-OFFERED.
           MOVE MN-TOT-ACCEPTED TO MN-ACCEPTED.
           PERFORM 2000-REPORT-ONE-MANAGER.

       2000-REPORT-ONE-MANAGER.
           COMPUTE MN-DECLINED = MN-OFFERED - MN-ACCEPTED.
           MOVE 0 TO MN-OFFER-PCT.
           MOVE 0 TO MN-ACCEPT-PCT.
           IF MN-DEALS > 0
              COMPUTE MN-OFFER-PCT ROUNDED =
                  MN-MENU-DEALS * 100 / MN-DEALS
           END-IF.
           IF MN-OFFERED > 0
              COMPUTE MN-ACCEPT-PCT ROUNDED =
                  MN-ACCEPTED * 100 / MN-OFFERED
           END-IF.

           MOVE MN-DEALS TO DISPLAY-DEALS.
           MOVE MN-MENU-DEALS TO DISPLAY-MENU-DEALS.
           MOVE MN-OFFERED TO DISPLAY-OFFERED.
           MOVE MN-ACCEPTED TO DISPLAY-ACCEPTED.
           MOVE MN-DECLINED TO DISPLAY-DECLINED.
           MOVE MN-OFFER-PCT TO DISPLAY-OFFER-PCT.
           MOVE MN-ACCEPT-PCT TO DISPLAY-ACCEPT-PCT.

           DISPLAY MN-FIMANAGER "  " DISPLAY-DEALS " "
              DISPLAY-MENU-DEALS "     " DISPLAY-OFFER-PCT "  "
              DISPLAY-OFFERED "  " DISPLAY-ACCEPTED "  "
              DISPLAY-DECLINED "      " DISPLAY-ACCEPT-PCT.

       3000-REPORT-NO-MENU.

           EXEC SQL OPEN NOMENUCURSOR END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "ERROR OPENING NOMENUCURSOR, SQLCODE "
                 DISPLAYSQLCODE
              GOBACK
           END-IF.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                  FETCH NOMENUCURSOR
                      INTO :NM-DEALERID, :NM-VIN,
                           :NM-SALEDATE, :NM-SALETYPE, :NM-SPNAME,
                           :NM-POSTEDBY
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE SQLCODE TO DISPLAYSQLCODE
                 DISPLAY "ERROR FETCHING NOMENUCURSOR, SQLCODE "
                    DISPLAYSQLCODE
                 GOBACK
              END-IF

              IF SQLCODE = 0
                 ADD 1 TO MN-NO-MENU-COUNT
                 MOVE NM-DEALERID TO DISPLAY-DEALERID
                 DISPLAY DISPLAY-DEALERID "  " NM-VIN " " NM-SALEDATE
                    " " NM-SALETYPE " " NM-POSTEDBY "  " NM-SPNAME
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE NOMENUCURSOR END-EXEC.
