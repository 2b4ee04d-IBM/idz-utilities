      * CUSTOMER THE RIGHT TO BE DELETED: ENTER SHOWS EVERY ROW
      * THAT REFERENCES THE KEYED CUSTOMER, PF5 (MANAGER, DATAERAS
      * FUNCTION) EXECUTES THE ERASURE UNDER ONE UNIT OF WORK -
      * SALES ROWS ARE ANONYMIZED (LEGAL RETENTION) AND UNLINKED
      * FROM THE CUSTOMER, AS BUYER OR CO-BUYER, WISHLIST,
      * LEADS, TEST DRIVES, DEPOSITS AND THE CUSTOMER ROW ITSELF
      * ARE DELETED - AND A COMPLETION-CERTIFICATE LINE GOES TO
      * AUDIT_LOG WITH WHAT WAS REMOVED. SEARCH_LOG HOLDS NO
           EXEC SQL
               SELECT COUNT(*) INTO :CNT-SALES
                   FROM SALES
                   WHERE CUSTOMERID = :ERASE-CUSTOMERID
                      OR COBUYERID = :ERASE-CUSTOMERID
                      OR (CUSTOMERID IS NULL
                          AND BUYERNAME = :ERASE-CUSTNAME)
           END-EXEC.
           MOVE 0 TO SQLCODE.

           EXEC SQL
               UPDATE SALES
                  SET BUYERNAME = 'ERASED PER REQUEST',
                      BUYERPHONE = NULL,
                      CUSTOMERID = NULL
                WHERE CUSTOMERID = :ERASE-CUSTOMERID
                   OR (CUSTOMERID IS NULL
                       AND BUYERNAME = :ERASE-CUSTNAME)
           END-EXEC.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * A CO-BUYER IS ON THE SALE ONLY BY CUSTOMER ID - DROPPING
      * THE ID IS THE WHOLE ERASURE; THE BUYER'S SIDE STANDS.
      *---------------------------------------
           EXEC SQL
               UPDATE SALES
                  SET COBUYERID = NULL
                WHERE COBUYERID = :ERASE-CUSTOMERID
           END-EXEC.
           MOVE 0 TO SQLCODE.

