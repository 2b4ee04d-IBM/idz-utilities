      ******************************************************************
      * DCLGEN TABLE(KEY_CONTROL_LOG)                                  *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BKY))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE KEY_CONTROL_LOG TABLE
           ( KEYLOGID                       INTEGER NOT NULL,
             VIN                            VARCHAR(17) NOT NULL,
             KEYSET                         INTEGER NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             PURPOSE                        CHAR(1) NOT NULL,
             HOLDER                         VARCHAR(35) NOT NULL,
             SALESPERSONID                  INTEGER,
             OUTTS                          TIMESTAMP NOT NULL,
             OUTUSER                        CHAR(8) NOT NULL,
             INTS                           TIMESTAMP,
             INUSER                         CHAR(8),
             STATUS                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KEY_CONTROL_LOG                    *
      *                                                                *
      * ONE ROW PER KEY-SET CHECKOUT (GAM0VKY). STATUS 'O' IS OUT TO  *
      * HOLDER, 'I' IS BACK IN THE BOX. PURPOSE 'T' TEST DRIVE (THE  *
      * HOLDER IS A SALESPERSON AND SALESPERSONID IS SET), 'D'       *
      * DETAIL, 'R' RECON, 'L' LOANER, 'X' TRANSFER. GAM0VTD, GAM0VVA *
      * AND GAM0VTR REFUSE TO MOVE A UNIT WHOSE KEYS ARE OUT TO       *
      * SOMEONE ELSE; GAM0VKR CHASES KEYS STILL OUT AT CLOSE.         *
      ******************************************************************
       01  DCLKEY-CONTROL-LOG.
           10 KY-KEYLOGID          PIC S9(9) USAGE COMP.
           10 KY-VIN.
              49 KY-VIN-LEN        PIC S9(4) USAGE COMP.
              49 KY-VIN-TEXT       PIC X(17).
           10 KY-KEYSET            PIC S9(9) USAGE COMP.
           10 KY-DEALERID          PIC S9(9) USAGE COMP.
           10 KY-PURPOSE           PIC X(1).
           10 KY-HOLDER.
              49 KY-HOLDER-LEN     PIC S9(4) USAGE COMP.
              49 KY-HOLDER-TEXT    PIC X(35).
           10 KY-SALESPERSONID     PIC S9(9) USAGE COMP.
           10 KY-OUTTS             PIC X(26).
           10 KY-OUTUSER           PIC X(8).
           10 KY-INTS              PIC X(26).
           10 KY-INUSER            PIC X(8).
           10 KY-STATUS            PIC X(1).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IKEY-CONTROL-LOG.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
