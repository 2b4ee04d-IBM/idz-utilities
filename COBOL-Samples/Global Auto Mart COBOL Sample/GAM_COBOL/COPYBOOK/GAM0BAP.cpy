             ACCIDENTFLAG                   VARCHAR(1),
             FRAMEDAMAGE                    VARCHAR(1),
             FLOODTITLE                     VARCHAR(1),
             OPENWORKORDER                  VARCHAR(1),
             LEADID                         INTEGER,
             ESTIMATELOW                    DECIMAL(7, 0),
             ESTIMATEHIGH                   DECIMAL(7, 0)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE APPRAISALS                         *
      *                                                                *
      * STATUS: 'O' OPEN, 'C' CONVERTED TO INVENTORY WHEN THE DEAL    *
      *         IT SUPPORTS CLOSED, 'W' PRELIMINARY WEB ESTIMATE FROM  *
      *         GAM0VWS - NO DEAL VIN, THE RANGE QUOTED ONLINE IN      *
      *         ESTIMATELOW/ESTIMATEHIGH AND THE LEADS ROW IN LEADID.  *
      *         TRADEVIN IS THE SHOPPER'S VIN, OR "WEB" + THE LEADID   *
      *         WHEN THEY DIDN'T GIVE ONE.                             *
      ******************************************************************
       01  DCLAPPRAISALS.
           10 AP-TRADEVIN.
           10 AP-OPENWORKORDER.
              49 AP-OPENWORKORDER-LEN PIC S9(4) USAGE COMP.
              49 AP-OPENWORKORDER-TEXT PIC X(1).
           10 AP-LEADID             PIC S9(9) USAGE COMP.
           10 AP-ESTIMATELOW        PIC S9(7)V USAGE COMP-3.
           10 AP-ESTIMATEHIGH       PIC S9(7)V USAGE COMP-3.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IAPPRAISALS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 22 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 22      *
      ******************************************************************
