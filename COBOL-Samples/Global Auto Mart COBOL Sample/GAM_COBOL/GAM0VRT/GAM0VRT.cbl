       01  MAKEMODEL-UNLOAD-RECORD.
           05 MUR-MAKE             PIC X(20).
           05 MUR-MODEL            PIC X(20).
           05 MUR-FIRSTYEAR        PIC 9(4).
           05 MUR-LASTYEAR         PIC 9(4).

       FD  PRICEHIST-UNLOAD
           RECORDING MODE IS F

       01 RT-MAKE               PIC X(20).
       01 RT-MODEL              PIC X(20).
       01 RT-FIRSTYEAR          PIC S9(9) USAGE COMP.
       01 RT-LASTYEAR           PIC S9(9) USAGE COMP.
       01 RT-VIN                PIC X(17).
       01 RT-OLDPRICE           PIC S9(7) USAGE COMP-3.
       01 RT-NEWPRICE           PIC S9(7) USAGE COMP-3.
              IF NOT UNLOAD-EOF
                 MOVE MUR-MAKE TO RT-MAKE
                 MOVE MUR-MODEL TO RT-MODEL
                 MOVE MUR-FIRSTYEAR TO RT-FIRSTYEAR
                 MOVE MUR-LASTYEAR TO RT-LASTYEAR
                 EXEC SQL
                     INSERT INTO MAKE_MODEL (MAKE, MODEL, FIRSTYEAR,
                            LASTYEAR, UPDATEDTS)
                         VALUES (:RT-MAKE, :RT-MODEL,
                                 NULLIF(:RT-FIRSTYEAR, 0),
                                 NULLIF(:RT-LASTYEAR, 0),
                                 CURRENT TIMESTAMP)
                 END-EXEC
                 IF SQLCODE = 0
                    ADD 1 TO LOADED-COUNT
