      * THEN CSI AVERAGES ROLL UP BY DEALER AND BY SALESPERSON FOR
      * THE MONTH, AND EVERY RESPONSE UNDER THE THRESHOLD (SYSIN
      * COLUMNS 9-11, DEFAULT 70) LISTS INDIVIDUALLY SO THE MANAGER
      * CAN CALL THE CUSTOMER BACK WHILE IT STILL MATTERS. EACH LOW
      * RESPONSE ALSO OPENS A 'CSI' COMPLAINT CASE (GAM0VCP) OWNED BY
      * THE STORE'S COMPLAINT MANAGER, ONCE PER SURVEYED DEAL.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VSV.
       WORKING-STORAGE SECTION.

       COPY GAM0BSV.
       COPY GAM0BCP.

       01 SCHEMA-CONNECT        PIC X(8).

       01 RP-BUYER              PIC X(35).
       01 RP-PHONE              PIC X(12).
       01 IND-RP-PHONE          PIC S9(4) USAGE COMP.
       01 RP-CUSTOMERID         PIC X(10).
       01 IND-RP-CUSTID         PIC S9(4) USAGE COMP.
       01 CASE-EXISTS-COUNT     PIC S9(9) USAGE COMP.
       01 CASE-DUE-DAYS         PIC S9(4) USAGE COMP.
       01 IND-CP-CUSTID         PIC S9(4) USAGE COMP.
       01 IND-CP-CUSTPHONE      PIC S9(4) USAGE COMP.
       01 IND-CP-ASSIGNEDTO     PIC S9(4) USAGE COMP.
       01 CASES-OPENED-COUNT    PIC S9(9) USAGE COMP VALUE 0.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
       EXEC SQL
           DECLARE SVLOW CURSOR FOR
               SELECT S.VIN, S.SCORE, S.COMMENTS,
                      COALESCE(SA.BUYERNAME, ' '), SA.BUYERPHONE,
                      S.DEALERID, CHAR(S.SALEDATE, ISO),
                      SA.CUSTOMERID
                   FROM CSI_SURVEYS S
                   LEFT OUTER JOIN SALES SA
                           ON S.VIN = SA.VIN
              EXEC SQL
                  FETCH SVLOW
                      INTO :SV-VIN-TEXT, :SV-SCORE, :SV-COMMENTS,
                           :RP-BUYER, :RP-PHONE :IND-RP-PHONE,
                           :SV-DEALERID, :SV-SALEDATE,
                           :RP-CUSTOMERID :IND-RP-CUSTID
              END-EXEC
              IF SQLCODE = 0
                 IF IND-RP-PHONE < 0
                 DISPLAY SV-VIN-TEXT " SCORE " DISPLAY-SCORE " "
                    RP-BUYER " " RP-PHONE
                 DISPLAY "   " SV-COMMENTS-TEXT
                 PERFORM 4100-OPEN-CSI-CASE THRU 4100-EXIT
                 MOVE 0 TO SQLCODE
              END-IF
           END-PERFORM.

           EXEC SQL CLOSE SVLOW END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE CASES-OPENED-COUNT TO DISPLAY-COUNT.
           DISPLAY "COMPLAINT CASES OPENED: " DISPLAY-COUNT.

      *---------------------------------------
      * A LOW SCORE OPENS A 'CSI' COMPLAINT CASE UNLESS ONE WAS
      * ALREADY OPENED FOR THE SAME DEAL BY AN EARLIER RUN. THE
      * CUSTOMER IS MATCHED TO CUSTOMER BY PHONE, THEN BY NAME. THE
      * CASE GOES TO THE STORE'S FIRST COMPLAINT MANAGER (THE SAME
      * RULE GAM0VCP USES) - SEVERITY H AND DUE IN 2 DAYS WHEN THE
      * SCORE IS UNDER HALF THE THRESHOLD, OTHERWISE M AND 5 DAYS.
      *---------------------------------------
       4100-OPEN-CSI-CASE.
           MOVE 0 TO CASE-EXISTS-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :CASE-EXISTS-COUNT
                   FROM COMPLAINT_CASES
                   WHERE VIN = :SV-VIN-TEXT
                     AND SALEDATE = :SV-SALEDATE
                     AND SOURCE = 'S'
           END-EXEC.
           IF CASE-EXISTS-COUNT > 0
              GO TO 4100-EXIT
           END-IF.

           MOVE SPACES TO CP-CUSTOMERID-TEXT.
           MOVE -1 TO IND-CP-CUSTID.
           IF IND-RP-CUSTID >= 0
              MOVE RP-CUSTOMERID TO CP-CUSTOMERID-TEXT
              MOVE 10 TO CP-CUSTOMERID-LEN
              MOVE 0 TO IND-CP-CUSTID
           END-IF.
           IF IND-CP-CUSTID < 0
              AND IND-RP-PHONE >= 0 AND RP-PHONE NOT = SPACES
              EXEC SQL
                  SELECT MIN(CUSTOMERID)
                      INTO :CP-CUSTOMERID :IND-CP-CUSTID
                      FROM CUSTOMER
                      WHERE CUSTPHONE = :RP-PHONE
              END-EXEC
           END-IF.
           IF IND-CP-CUSTID < 0 AND RP-BUYER NOT = SPACES
              EXEC SQL
                  SELECT MIN(CUSTOMERID)
                      INTO :CP-CUSTOMERID :IND-CP-CUSTID
                      FROM CUSTOMER
                      WHERE CUSTNAME = :RP-BUYER
              END-EXEC
           END-IF.

           MOVE RP-BUYER TO CP-CUSTNAME-TEXT.
           MOVE 35 TO CP-CUSTNAME-LEN.
           MOVE RP-PHONE TO CP-CUSTPHONE.
           MOVE 0 TO IND-CP-CUSTPHONE.
           IF RP-PHONE = SPACES
              MOVE -1 TO IND-CP-CUSTPHONE
           END-IF.

           MOVE SPACES TO CP-ASSIGNEDTO.
           MOVE -1 TO IND-CP-ASSIGNEDTO.
           EXEC SQL
               SELECT MIN(USERID)
                   INTO :CP-ASSIGNEDTO :IND-CP-ASSIGNEDTO
                   FROM USER_AUTHORITY
                   WHERE FUNCTIONCODE = 'COMPLNT'
                     AND USERROLE = 'MANAGER'
                     AND DEALERID = :SV-DEALERID
           END-EXEC.

           IF SV-SCORE * 2 < SCORE-THRESHOLD
              MOVE "H" TO CP-SEVERITY
              MOVE 2 TO CASE-DUE-DAYS
           ELSE
              MOVE "M" TO CP-SEVERITY
              MOVE 5 TO CASE-DUE-DAYS
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(CASEID), 0) + 1
                   INTO :CP-CASEID
                   FROM COMPLAINT_CASES
           END-EXEC.

           EXEC SQL
               INSERT INTO COMPLAINT_CASES
                   (CASEID, DEALERID, CUSTOMERID, CUSTNAME, CUSTPHONE,
                    VIN, SALEDATE, CATEGORY, SEVERITY, SOURCE,
                    ASSIGNEDTO, OPENDATE, DUEDATE, STATUS)
                   VALUES
                   (:CP-CASEID, :SV-DEALERID,
                    :CP-CUSTOMERID :IND-CP-CUSTID, :CP-CUSTNAME,
                    :CP-CUSTPHONE :IND-CP-CUSTPHONE, :SV-VIN-TEXT,
                    :SV-SALEDATE, 'CSI ', :CP-SEVERITY, 'S',
                    :CP-ASSIGNEDTO :IND-CP-ASSIGNEDTO, CURRENT DATE,
                    CURRENT DATE + :CASE-DUE-DAYS DAYS, 'O')
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "   COMPLAINT CASE NOT OPENED - SQLCODE "
                 DISPLAYSQLCODE
              GO TO 4100-EXIT
           END-IF.

           MOVE SV-COMMENTS-TEXT TO CN-NOTETEXT-TEXT.
           MOVE 50 TO CN-NOTETEXT-LEN.
           EXEC SQL
               INSERT INTO COMPLAINT_NOTES
                   (CASEID, NOTESEQ, NOTETS, NOTEUSER, NOTETEXT)
                   VALUES
                   (:CP-CASEID, 1, CURRENT TIMESTAMP, 'GAM0VSV',
                    :CN-NOTETEXT)
           END-EXEC.

           ADD 1 TO CASES-OPENED-COUNT.
           MOVE CP-CASEID TO DISPLAY-COUNT.
           DISPLAY "   COMPLAINT CASE OPENED:" DISPLAY-COUNT.

       4100-EXIT.
           CONTINUE.
