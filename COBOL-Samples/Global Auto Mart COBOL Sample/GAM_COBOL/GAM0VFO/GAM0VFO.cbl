               GO TO 1200-EXIT
           END-IF.

      *---------------------------------------
      * AND THE MAKER MUST BUILD IT IN THE YEAR ORDERED - A NULL
      * FIRSTYEAR/LASTYEAR ON MAKE_MODEL LEAVES THAT END OPEN.
      *---------------------------------------
           MOVE 0 TO CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :CHECK-COUNT
                   FROM MAKE_MODEL
                   WHERE MAKE = :ORDER-MAKE
                     AND MODEL = :ORDER-MODEL
                     AND (FIRSTYEAR IS NULL
                          OR FIRSTYEAR <= :ORDER-AUTOYEAR)
                     AND (LASTYEAR IS NULL
                          OR LASTYEAR >= :ORDER-AUTOYEAR)
           END-EXEC.
           IF CHECK-COUNT = 0
               MOVE "MODEL NOT BUILT IN THAT MODEL YEAR" TO
                   REJECT-REASON
               GO TO 1200-EXIT
           END-IF.

           MOVE FOTRIMOUT TO ORDER-AUTOTRIM.
           IF ORDER-AUTOTRIM = LOW-VALUE
               MOVE SPACES TO ORDER-AUTOTRIM
