      ******************************************************************
           EXEC SQL DECLARE PRICING_CONTROLS TABLE
           ( FLOORPERCENT                   DECIMAL(5, 2) NOT NULL,
             MINPHOTOS                      INTEGER,
             MAXRATEMARKUP                  DECIMAL(5, 3)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PRICING_CONTROLS                   *
      * OLDPRICE ON ITS PRICE_HISTORY TRAIL, OR THE CURRENT PRICE     *
      * WHEN IT HAS NEVER BEEN REPRICED). MINPHOTOS IS THE FEWEST     *
      * VENDOR PHOTOS A UNIT NEEDS BEFORE THE GAM0VIE WEBSITE FEED    *
      * WILL CARRY IT (NULL MEANS 1). MAXRATEMARKUP IS OUR OWN FAIR-  *
      * LENDING LIMIT ON CONTRACT RATE OVER BUY RATE, IN POINTS       *
      * (NULL MEANS 2.000) - GAM0VFR FLAGS EVERY DEAL ABOVE IT.       *
      ******************************************************************
       01  DCLPRICING-CONTROLS.
           10 FLOORPERCENT         PIC S9(3)V9(2) USAGE COMP-3.
           10 MINPHOTOS            PIC S9(9) USAGE COMP.
           10 MAXRATEMARKUP        PIC S9(2)V9(3) USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPRICING-CONTROLS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
