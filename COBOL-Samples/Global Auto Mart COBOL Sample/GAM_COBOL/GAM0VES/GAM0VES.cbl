      * - PHASE 1 FINDS OPEN DEPOSITS AGED PAST THE DEALER STATE'S
      *   DORMANCY PERIOD (ESCHEAT_RULES, DEFAULT 3 YEARS) WITH NO
      *   LETTER YET, WRITES THE DUE-DILIGENCE LETTER EXTRACT
      *   (ESCHLTR, WITH THE CUSTOMER'S MAILING ADDRESS AND ITS
      *   GAM0VNC STATUS) AND TRACKS THE LETTER ON ESCHEAT_TRACKING;
      * - PHASE 2 TAKES TRACKED LETTERS PAST THE RESPONSE WINDOW
      *   (DEFAULT 60 DAYS), FLIPS THE DEPOSIT TO DISPOSITION 'E'
      *   AND CUTS THE STATE REMITTANCE FILE (ESCHREM). THE GL
           05 LER-DATETAKEN        PIC X(10).
           05 LER-AMOUNT           PIC 9(5)V99.
           05 LER-STATEABBR        PIC X(2).
           05 LER-ADDRLINE1        PIC X(40).
           05 LER-ADDRLINE2        PIC X(40).
           05 LER-CITY             PIC X(30).
           05 LER-ADDRSTATE        PIC X(2).
           05 LER-ZIPCODE          PIC X(10).
           05 LER-ADDRSTATUS       PIC X(1).

       FD  REMIT-FILE
           RECORDING MODE IS F
       01 IND-CUSTPHONE         PIC S9(4) USAGE COMP.
       01 WK-CUSTEMAIL          PIC X(50).
       01 IND-CUSTEMAIL         PIC S9(4) USAGE COMP.
       01 WK-ADDRLINE1          PIC X(40).
       01 WK-ADDRLINE2          PIC X(40).
       01 WK-CITY               PIC X(30).
       01 WK-ADDRSTATE          PIC X(2).
       01 WK-ZIPCODE            PIC X(10).
       01 WK-ADDRSTATUS         PIC X(1).

       01 DEFAULT-DORMANCY-YRS  PIC S9(9) USAGE COMP VALUE 3.
       01 DEFAULT-RESPONSE-DAYS PIC S9(9) USAGE COMP VALUE 60.
               SELECT P.VIN, P.CUSTOMERID, CHAR(P.DATETAKEN, ISO),
                      P.DEPOSITAMOUNT, D.ABBR,
                      COALESCE(C.CUSTNAME, ' '),
                      C.CUSTPHONE, C.CUSTEMAIL,
                      COALESCE(C.ADDRLINE1, ' '),
                      COALESCE(C.ADDRLINE2, ' '),
                      COALESCE(C.CITY, ' '), COALESCE(C.STATEABBR, ' '),
                      COALESCE(C.ZIPCODE, ' '),
                      COALESCE(C.ADDRSTATUS, ' ')
                   FROM DEPOSITS P
                   INNER JOIN DEALERSHIP D
                           ON P.DEALERID = D.DEALERID
                      INTO :WK-VIN, :WK-CUSTOMERID, :WK-DATETAKEN,
                           :WK-AMOUNT, :WK-STATE, :WK-CUSTNAME,
                           :WK-CUSTPHONE :IND-CUSTPHONE,
                           :WK-CUSTEMAIL :IND-CUSTEMAIL,
                           :WK-ADDRLINE1, :WK-ADDRLINE2, :WK-CITY,
                           :WK-ADDRSTATE, :WK-ZIPCODE, :WK-ADDRSTATUS
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
           MOVE WK-DATETAKEN TO LER-DATETAKEN.
           MOVE WK-AMOUNT TO LER-AMOUNT.
           MOVE WK-STATE TO LER-STATEABBR.
           MOVE WK-ADDRLINE1 TO LER-ADDRLINE1.
           MOVE WK-ADDRLINE2 TO LER-ADDRLINE2.
           MOVE WK-CITY TO LER-CITY.
           MOVE WK-ADDRSTATE TO LER-ADDRSTATE.
           MOVE WK-ZIPCODE TO LER-ZIPCODE.
           MOVE WK-ADDRSTATUS TO LER-ADDRSTATUS.
           WRITE LETTER-EXTRACT-RECORD.

           EXEC SQL
