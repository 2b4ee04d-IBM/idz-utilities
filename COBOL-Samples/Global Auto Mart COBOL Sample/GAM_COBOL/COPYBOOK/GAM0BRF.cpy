      ******************************************************************
      * DCLGEN TABLE(ID_VERIFICATIONS)                                 *
      *        LIBRARY(CUST.GAM.COPYLIB(GAM0BRF))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      *        INDVAR(YES)                                             *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ID_VERIFICATIONS TABLE
           ( CHECKID                        INTEGER NOT NULL,
             VIN                            VARCHAR(17) NOT NULL,
             CHECKTS                        TIMESTAMP NOT NULL,
             DEALERID                       INTEGER NOT NULL,
             BUYERNAME                      VARCHAR(35) NOT NULL,
             BUYERPHONE                     CHAR(12),
             SALETYPE                       CHAR(1) NOT NULL,
             IDTYPE                         CHAR(2) NOT NULL,
             IDNUMBER                       VARCHAR(20) NOT NULL,
             IDSTATE                        CHAR(2) NOT NULL,
             IDEXPIRY                       DATE NOT NULL,
             EXPIREDFLAG                    CHAR(1) NOT NULL,
             PHONEFLAG                      CHAR(1) NOT NULL,
             ADDRFLAG                       CHAR(1) NOT NULL,
             RESULT                         CHAR(1) NOT NULL,
             CLEARREASON                    VARCHAR(40),
             CLEAREDBY                      CHAR(8),
             ENTEREDUSER                    CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ID_VERIFICATIONS                   *
      *                                                                *
      * RED FLAGS RULE IDENTITY CHECK TAKEN AT GAM0VSE ON EVERY      *
      * FINANCED DEAL (SALETYPE F, B OR E). IDTYPE: 'DL' DRIVER'S    *
      * LICENSE, 'ID' STATE ID CARD, 'PP' PASSPORT, 'MI' MILITARY ID.*
      * EXPIREDFLAG/PHONEFLAG/ADDRFLAG ARE THE RED FLAGS FOUND - AN  *
      * EXPIRED ID, OR A PHONE OR MAILING ADDRESS KEYED ON THE DEAL  *
      * THAT DIFFERS FROM THE ONE ON THE BUYER'S CUSTOMER ROW.       *
      * RESULT: 'V' VERIFIED CLEAN, 'C' CLEARED BY A MANAGER         *
      * (RFLGOVRD) WITH CLEARREASON, 'B' DEAL BLOCKED.               *
      * GAM0VRF EXTRACTS THE MONTH'S LOG FOR THE COMPLIANCE OFFICER. *
      ******************************************************************
       01  DCLID-VERIFICATIONS.
           10 RF-CHECKID           PIC S9(9) USAGE COMP.
           10 RF-VIN.
              49 RF-VIN-LEN        PIC S9(4) USAGE COMP.
              49 RF-VIN-TEXT       PIC X(17).
           10 RF-CHECKTS           PIC X(26).
           10 RF-DEALERID          PIC S9(9) USAGE COMP.
           10 RF-BUYERNAME.
              49 RF-BUYERNAME-LEN  PIC S9(4) USAGE COMP.
              49 RF-BUYERNAME-TEXT PIC X(35).
           10 RF-BUYERPHONE        PIC X(12).
           10 RF-SALETYPE          PIC X(1).
           10 RF-IDTYPE            PIC X(2).
           10 RF-IDNUMBER.
              49 RF-IDNUMBER-LEN   PIC S9(4) USAGE COMP.
              49 RF-IDNUMBER-TEXT  PIC X(20).
           10 RF-IDSTATE           PIC X(2).
           10 RF-IDEXPIRY          PIC X(10).
           10 RF-EXPIREDFLAG       PIC X(1).
           10 RF-PHONEFLAG         PIC X(1).
           10 RF-ADDRFLAG          PIC X(1).
           10 RF-RESULT            PIC X(1).
           10 RF-CLEARREASON.
              49 RF-CLEARREASON-LEN PIC S9(4) USAGE COMP.
              49 RF-CLEARREASON-TEXT PIC X(40).
           10 RF-CLEAREDBY         PIC X(8).
           10 RF-ENTEREDUSER       PIC X(8).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IID-VERIFICATIONS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 18 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
