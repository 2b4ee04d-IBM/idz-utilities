             FIPRODUCT3                     CHAR(8),
             TAXAMOUNT                      DECIMAL(9, 2) NOT NULL,
             OTDTOTAL                       DECIMAL(9, 2) NOT NULL,
             FEEAMOUNT                      DECIMAL(7, 2),
             DOWNPAYMENT                    DECIMAL(9, 2) NOT NULL,
             TERMMONTHS                     INTEGER NOT NULL,
             ESTPAYMENT                     DECIMAL(7, 2) NOT NULL,
             QUOTEDATE                      DATE NOT NULL,
             STATUS                         CHAR(1) NOT NULL,
             SALESPERSONID                  INTEGER,
             ASKINGPRICE                    DECIMAL(7, 0),
             LOSTREASON                     CHAR(1),
             LOSTDATE                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEAL_QUOTES                        *
      * TO (GAM0VQT). STATUS 'O' IS OPEN, 'U' MEANS THE QUOTE WAS    *
      * CARRIED INTO SALE ENTRY. THE MONEY FIELDS ARE SNAPSHOTS AS   *
      * OF QUOTEDATE - THE DESK RECALCS ON RECALL IF PRICES MOVED.   *
      * FEEAMOUNT IS THE STATE_FEES TITLE/REGISTRATION/PLATE/DOC    *
      * TOTAL IN THE OTD; NULL ON QUOTES SAVED BEFORE IT WAS PRICED. *
      * STATUS 'L' IS A LOST DEAL - LOSTREASON SAYS WHY AND LOSTDATE  *
      * WHEN: 'P' PRICE, 'M' PAYMENT, 'T' TRADE VALUE, 'C' CREDIT,    *
      * 'E' BOUGHT ELSEWHERE, 'N' NO RESPONSE (GAM0VQL CLOSES STALE   *
      * OPEN QUOTES THAT WAY), 'V' THE CAR SOLD TO ANOTHER BUYER      *
      * (GAM0VSE). SALESPERSONID IS WHO DESKED IT AND ASKINGPRICE THE *
      * INVENTORY PRICE ON QUOTEDATE - BOTH NULL ON OLDER QUOTES.     *
      ******************************************************************
       01  DCLDEAL-QUOTES.
           10 QT-QUOTENUMBER       PIC S9(9) USAGE COMP.
           10 QT-FIPRODUCT3        PIC X(8).
           10 QT-TAXAMOUNT         PIC S9(7)V9(2) USAGE COMP-3.
           10 QT-OTDTOTAL          PIC S9(7)V9(2) USAGE COMP-3.
           10 QT-FEEAMOUNT         PIC S9(5)V9(2) USAGE COMP-3.
           10 QT-DOWNPAYMENT       PIC S9(7)V9(2) USAGE COMP-3.
           10 QT-TERMMONTHS        PIC S9(9) USAGE COMP.
           10 QT-ESTPAYMENT        PIC S9(5)V9(2) USAGE COMP-3.
           10 QT-QUOTEDATE         PIC X(10).
           10 QT-STATUS            PIC X(1).
           10 QT-SALESPERSONID     PIC S9(9) USAGE COMP.
           10 QT-ASKINGPRICE       PIC S9(7)V USAGE COMP-3.
           10 QT-LOSTREASON        PIC X(1).
           10 QT-LOSTDATE          PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDEAL-QUOTES.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 21 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************
