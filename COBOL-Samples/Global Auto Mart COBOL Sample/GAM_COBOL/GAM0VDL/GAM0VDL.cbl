      * SYSTEM, "NEAREST" BY ZIP IS APPROXIMATED BY THE DIFFERENCE
      * BETWEEN THE FIRST 3 DIGITS OF THE DEALER'S ZIP AND THE
      * CUSTOMER'S ZIP - CLOSE ENOUGH FOR A SORT ORDER, NOT CLAIMING
      * TRUE DISTANCE. A BLANK MAKE ASKS FOR THE NEAREST ACTIVE
      * DEALERS REGARDLESS OF STOCK (GAM0VWS'S TRADE ESTIMATE).
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VDL.
               05  DEALERZIPO      PIC X(10).
               05  DEALERPHONEO    PIC X(12).
               05  DEALERREGIONO   PIC X(10).
               05  DEALERIDO       PIC 9(5).
           02 MESSAGEOUT       PIC X(60).

       EXEC SQL
           DECLARE DEALLOCSTATE CURSOR FOR
               SELECT DEALERNAME, DEALERADDRESS, CITY, ABBR, ZIP,
                      PHONE, REGION, DEALERID
                   FROM DEALERSHIP
                   WHERE ABBR = :LCUSTOMERSTATE
                     AND ACTIVEFLAG = 'Y'
                     AND (:LMAKE = ' '
                          OR DEALERID IN (
                         SELECT DEALERID FROM INVENTORY
                             WHERE MAKE = :LMAKE AND MODEL = :LMODEL
                               AND SOLDFLAG NOT = 'Y'
                               AND (RECONSTATUS IS NULL
                                    OR RECONSTATUS = 'Y')
                     ))
                   ORDER BY CITY
           END-EXEC.

       EXEC SQL
           DECLARE DEALLOCZIP CURSOR FOR
               SELECT DEALERNAME, DEALERADDRESS, CITY, ABBR, ZIP,
                      PHONE, REGION, DEALERID
                   FROM DEALERSHIP
                   WHERE ACTIVEFLAG = 'Y'
                     AND (:LMAKE = ' '
                          OR DEALERID IN (
                         SELECT DEALERID FROM INVENTORY
                             WHERE MAKE = :LMAKE AND MODEL = :LMODEL
                               AND SOLDFLAG NOT = 'Y'
                               AND (RECONSTATUS IS NULL
                                    OR RECONSTATUS = 'Y')
                     ))
                   ORDER BY ABS(CAST(SUBSTR(ZIP, 1, 3) AS INTEGER)
                              - CAST(SUBSTR(:LCUSTOMERZIP, 1, 3)
                                     AS INTEGER))
      *---------------------------------------
       LINKAGE SECTION.

       01  DFHCOMMAREA              PIC X(1548).

       PROCEDURE DIVISION.

               EXEC SQL CLOSE DEALLOCZIP END-EXEC
           END-IF.

           IF DEALERNAMEO (1) = SPACES
               IF LMAKE = SPACES
                   MOVE "NO DEALERS WERE FOUND NEAR YOU" TO MESSAGEOUT
               ELSE
                   STRING "NO DEALERS CARRYING " LMAKE " " LMODEL
                       " WERE FOUND NEAR YOU"
                       DELIMITED BY SIZE INTO MESSAGEOUT
               END-IF
           END-IF.

       1100-FETCH-STATE-ROWS.
                               :ABBR,
                               :ZIP,
                               :PHONE,
                               :REGION,
                               :DEALERID OF DCLDEALERSHIP
               END-EXEC

               IF SQLCODE NOT = 100
                               :ABBR,
                               :ZIP,
                               :PHONE,
                               :REGION,
                               :DEALERID OF DCLDEALERSHIP
               END-EXEC

               IF SQLCODE NOT = 100
           MOVE ZIP TO DEALERZIPO (POS-INDEX).
           MOVE PHONE TO DEALERPHONEO (POS-INDEX).
           MOVE REGION TO DEALERREGIONO (POS-INDEX).
           MOVE DEALERID OF DCLDEALERSHIP TO DEALERIDO (POS-INDEX).
