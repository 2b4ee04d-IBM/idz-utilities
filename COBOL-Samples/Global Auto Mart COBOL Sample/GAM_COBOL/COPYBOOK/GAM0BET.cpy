             OPENWORKORDER                  VARCHAR(1),
             FUELTYPE                       VARCHAR(1),
             EVRANGE                        INTEGER,
             BATTERYSOH                     INTEGER,
             CPOFLAG                        VARCHAR(1)
           ) END-EXEC.
      ******************************************************************        
      * COBOL DECLARATION FOR TABLE EASTINVNTRY                        *        
              49 FUELTYPE-TEXT     PIC X(1).
           10 EVRANGE              PIC S9(9) USAGE COMP.
           10 BATTERYSOH           PIC S9(9) USAGE COMP.
           10 CPOFLAG.
              49 CPOFLAG-LEN       PIC S9(4) USAGE COMP.
              49 CPOFLAG-TEXT      PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IEASTINVNTRY.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 34 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 34      *
      ******************************************************************        
