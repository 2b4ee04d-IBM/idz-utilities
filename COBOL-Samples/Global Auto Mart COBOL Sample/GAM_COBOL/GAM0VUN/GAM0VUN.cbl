       01  MAKEMODEL-UNLOAD-RECORD.
           05 MUR-MAKE             PIC X(20).
           05 MUR-MODEL            PIC X(20).
           05 MUR-FIRSTYEAR        PIC 9(4).
           05 MUR-LASTYEAR         PIC 9(4).

       FD  PRICEHIST-UNLOAD
           RECORDING MODE IS F

       EXEC SQL
           DECLARE UNMMCURSOR CURSOR FOR
               SELECT MAKE, MODEL, COALESCE(FIRSTYEAR, 0),
                      COALESCE(LASTYEAR, 0)
                   FROM MAKE_MODEL
                   ORDER BY MAKE, MODEL
           END-EXEC.
              EXEC SQL
                  FETCH UNMMCURSOR
                      INTO :MAKE-TEXT OF DCLMAKE-MODEL,
                           :MODEL-TEXT OF DCLMAKE-MODEL,
                           :MM-FIRSTYEAR, :MM-LASTYEAR
              END-EXEC
              IF SQLCODE = 0
                 MOVE MAKE-TEXT OF DCLMAKE-MODEL TO MUR-MAKE
                 MOVE MODEL-TEXT OF DCLMAKE-MODEL TO MUR-MODEL
                 MOVE MM-FIRSTYEAR TO MUR-FIRSTYEAR
                 MOVE MM-LASTYEAR TO MUR-LASTYEAR
                 WRITE MAKEMODEL-UNLOAD-RECORD
                 ADD 1 TO UNLOAD-COUNT
              END-IF
