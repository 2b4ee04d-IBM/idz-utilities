             OPENWORKORDER                  VARCHAR(1),
             FUELTYPE                       VARCHAR(1),
             EVRANGE                        INTEGER,
             BATTERYSOH                     INTEGER,
             CPOFLAG                        VARCHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR VIEW INVENTORY                           *
              49 IV-FUELTYPE-TEXT  PIC X(1).
           10 IV-EVRANGE           PIC S9(9) USAGE COMP.
           10 IV-BATTERYSOH        PIC S9(9) USAGE COMP.
           10 IV-CPOFLAG.
              49 IV-CPOFLAG-LEN     PIC S9(4) USAGE COMP.
              49 IV-CPOFLAG-TEXT    PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IINVENTORY.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 35 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 35      *
      ******************************************************************
