      * ALREADY SOLD: OPEN RECALLS JOIN AGAINST THE SOLD ROWS IN
      * THE REGIONAL TABLES AND INVENTORY_HISTORY BY YEAR/MAKE/
      * MODEL, OWNER CONTACT COMES FROM THE SALES BUYER FIELDS
      * (ENRICHED WITH THE EMAIL OF THE SALE'S CUSTOMER ROW, OR OF
      * THE PHONE MATCH ON AN OLDER SALE WITH NO CUSTOMER ID),
      * AND EACH AFFECTED OWNER GETS A LETTER-EXTRACT RECORD
      * (RECLLTRS, IN DEALER ORDER) PLUS AN OWNER_NOTIFICATIONS LOG
      * ROW - THE LOG IS OUR DEFENSE IF ANYONE ASKS. THE LETTER
      * RECORD CARRIES THE CUSTOMER'S MAILING ADDRESS AND ITS GAM0VNC
      * STATUS ('U' = UNDELIVERABLE, BLANK = NONE ON FILE) SO THE
      * MAIL HOUSE KNOWS WHICH OWNERS NEED ANOTHER ROUTE. A RECALL/VIN
      * PAIR ALREADY LOGGED IS NEVER NOTIFIED TWICE. OWNER
      * NOTIFICATION IS A LEGAL DUTY THAT NEEDS THE FULL NAME AND
      * CONTACT, SO THE LETTER EXTRACT IS EXEMPT FROM GAM0BMK
      * MASKING.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VON.
           05 LNR-BUYERNAME        PIC X(35).
           05 LNR-CONTACTINFO      PIC X(50).
           05 LNR-RECALLDESC       PIC X(60).
           05 LNR-ADDRLINE1        PIC X(40).
           05 LNR-ADDRLINE2        PIC X(40).
           05 LNR-CITY             PIC X(30).
           05 LNR-STATEABBR        PIC X(2).
           05 LNR-ZIPCODE          PIC X(10).
           05 LNR-ADDRSTATUS       PIC X(1).

       WORKING-STORAGE SECTION.

       01 NT-RECALLDESC         PIC X(60).
       01 IND-NT-DESC           PIC S9(4) USAGE COMP.
       01 NT-CONTACT            PIC X(50).
       01 NT-ADDRLINE1          PIC X(40).
       01 NT-ADDRLINE2          PIC X(40).
       01 NT-CITY               PIC X(30).
       01 NT-STATEABBR          PIC X(2).
       01 NT-ZIPCODE            PIC X(10).
       01 NT-ADDRSTATUS         PIC X(1).

       01 NOTIFIED-COUNT        PIC S9(9) USAGE COMP VALUE 0.

       EXEC SQL
           DECLARE ONCURSOR CURSOR FOR
               SELECT R.RECALLID, S.VIN, S.BUYERNAME, S.BUYERPHONE,
                      C.CUSTEMAIL, S.DEALERID, R.DESCRIPTION,
                      COALESCE(C.ADDRLINE1, ' '),
                      COALESCE(C.ADDRLINE2, ' '),
                      COALESCE(C.CITY, ' '), COALESCE(C.STATEABBR, ' '),
                      COALESCE(C.ZIPCODE, ' '),
                      COALESCE(C.ADDRSTATUS, ' ')
                   FROM RECALLS R
                   INNER JOIN
                   ( SELECT VIN, AUTOYEAR, MAKE, MODEL
                          AND (S.SALESTATUS IS NULL
                               OR S.SALESTATUS = 'A')
                   LEFT OUTER JOIN CUSTOMER C
                           ON C.CUSTOMERID = S.CUSTOMERID
                           OR (S.CUSTOMERID IS NULL
                               AND C.CUSTPHONE = S.BUYERPHONE)
                   WHERE R.CLEAREDFLAG = 'N'
                     AND NOT EXISTS
                         (SELECT 1 FROM OWNER_NOTIFICATIONS N
                           :NT-BUYERPHONE :IND-NT-PHONE,
                           :NT-CUSTEMAIL :IND-NT-EMAIL,
                           :NT-DEALERID,
                           :NT-RECALLDESC :IND-NT-DESC,
                           :NT-ADDRLINE1, :NT-ADDRLINE2, :NT-CITY,
                           :NT-STATEABBR, :NT-ZIPCODE, :NT-ADDRSTATUS
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
           MOVE NT-BUYERNAME TO LNR-BUYERNAME.
           MOVE NT-CONTACT TO LNR-CONTACTINFO.
           MOVE NT-RECALLDESC TO LNR-RECALLDESC.
           MOVE NT-ADDRLINE1 TO LNR-ADDRLINE1.
           MOVE NT-ADDRLINE2 TO LNR-ADDRLINE2.
           MOVE NT-CITY TO LNR-CITY.
           MOVE NT-STATEABBR TO LNR-STATEABBR.
           MOVE NT-ZIPCODE TO LNR-ZIPCODE.
           MOVE NT-ADDRSTATUS TO LNR-ADDRSTATUS.
           WRITE LETTER-EXTRACT-RECORD.

           EXEC SQL
