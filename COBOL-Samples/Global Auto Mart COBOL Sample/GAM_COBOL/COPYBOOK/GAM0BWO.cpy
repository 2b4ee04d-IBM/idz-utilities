             LINETYPE                       CHAR(1) NOT NULL,
             LINEDESC                       VARCHAR(30) NOT NULL,
             LINECOST                       DECIMAL(7, 2) NOT NULL,
             LINEDATE                       DATE NOT NULL,
             PARTNUMBER                     VARCHAR(20),
             PARTQTY                        INTEGER,
             VENDORID                       INTEGER,
             INVOICENUM                     VARCHAR(20)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE WORK_ORDER_LINES                   *
      *                                                                *
      * PARTS ('P') AND LABOR ('L') LINES WITH THEIR COSTS, KEYED BY  *
      * WORK ORDER AND LINE NUMBER. A PARTS LINE CARRIES THE PART     *
      * NUMBER AND QUANTITY ISSUED FROM PARTS_MASTER AND IS COSTED AT *
      * THE PART'S AVERAGE COST; LABOR LINES LEAVE THEM NULL. A       *
      * SUBLET ('S') LINE IS WORK SENT OUT - A BODY SHOP, A GLASS    *
      * OR UPHOLSTERY MAN - AND NAMES THE VENDOR (VENDORS) AND THEIR *
      * INVOICE NUMBER; GAM0VWO POSTS IT TO THE COST LEDGER AS ITS  *
      * OWN PAYABLE LINE WHEN THE WORK ORDER CLOSES.                 *
      ******************************************************************
       01  DCLWORK-ORDER-LINES.
           10 WOL-WONUMBER         PIC S9(9) USAGE COMP.
              49 WOL-LINEDESC-TEXT PIC X(30).
           10 WOL-LINECOST         PIC S9(5)V9(2) USAGE COMP-3.
           10 WOL-LINEDATE         PIC X(10).
           10 WOL-PARTNUMBER.
              49 WOL-PARTNUMBER-LEN PIC S9(4) USAGE COMP.
              49 WOL-PARTNUMBER-TEXT PIC X(20).
           10 WOL-PARTQTY          PIC S9(9) USAGE COMP.
           10 WOL-VENDORID         PIC S9(9) USAGE COMP.
           10 WOL-INVOICENUM.
              49 WOL-INVOICENUM-LEN PIC S9(4) USAGE COMP.
              49 WOL-INVOICENUM-TEXT PIC X(20).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IWORK-ORDER-LINES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
