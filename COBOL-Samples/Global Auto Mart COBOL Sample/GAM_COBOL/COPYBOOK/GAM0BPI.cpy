      ******************************************************************
      * DCLGEN TABLE(PDI_ITEMS)                                        *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BPI))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PDI_ITEMS TABLE
           ( ITEMCODE                       CHAR(4) NOT NULL,
             ITEMDESC                       CHAR(30) NOT NULL,
             SORTSEQ                        INTEGER NOT NULL,
             ACTIVEFLAG                     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PDI_ITEMS                          *
      *                                                                *
      * THE STANDARD MAKE-READY STEPS EVERY RETAIL DELIVERY MUST BE  *
      * SIGNED OFF ON - PDI, DETAIL, FUEL, SECOND KEY, PLATES,       *
      * ACCESSORY INSTALLS AND WHATEVER ELSE THE STORES ADD. GAM0VSE *
      * COPIES THE ACTIVEFLAG 'Y' ROWS, IN SORTSEQ ORDER, ONTO EACH  *
      * NEW DEAL'S PDI_CHECKLIST, SO RETIRING AN ITEM HERE DOES NOT  *
      * DISTURB DEALS ALREADY IN MAKE-READY.                         *
      ******************************************************************
       01  DCLPDI-ITEMS.
           10 PI-ITEMCODE          PIC X(4).
           10 PI-ITEMDESC          PIC X(30).
           10 PI-SORTSEQ           PIC S9(9) USAGE COMP.
           10 PI-ACTIVEFLAG        PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPDI-ITEMS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
