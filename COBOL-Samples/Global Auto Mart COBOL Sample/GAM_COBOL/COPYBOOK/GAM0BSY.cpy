           ( PARTNERCODE                    CHAR(4) NOT NULL,
             PARTNERNAME                    VARCHAR(30) NOT NULL,
             FORMATCODE                     CHAR(1) NOT NULL,
             ACTIVEFLAG                     CHAR(1) NOT NULL,
             DELTAFLAG                      CHAR(1),
             LASTEVENTSEQ                   INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SYND_PARTNERS                      *
      * THE OUTSIDE MARKETPLACES WE LIST ON. FORMATCODE PICKS THE    *
      * RECORD SHAPE GAM0VSY WRITES FOR THE PARTNER: 'F' FIXED       *
      * COLUMNS, 'P' PIPE-DELIMITED, 'C' COMMA-DELIMITED.            *
      * DELTAFLAG 'Y' PARTNERS ALSO TAKE THE HALF-HOURLY GAM0VSD     *
      * DELTA FILE; LASTEVENTSEQ IS THE LAST INVENTORY_EVENTS ROW    *
      * SENT TO THEM (NULL UNTIL THEIR FIRST DELTA RUN).             *
      ******************************************************************
       01  DCLSYND-PARTNERS.
           10 SY-PARTNERCODE       PIC X(4).
              49 SY-PARTNERNAME-TEXT PIC X(30).
           10 SY-FORMATCODE        PIC X(1).
           10 SY-ACTIVEFLAG        PIC X(1).
           10 SY-DELTAFLAG         PIC X(1).
           10 SY-LASTEVENTSEQ      PIC S9(9) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISYND-PARTNERS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(SYND_ENROLLMENT)                                  *
