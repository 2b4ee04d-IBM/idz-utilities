      * DUPLICATE PAIRS; A MANAGER (CUSTMERG FUNCTION ON
      * USER_AUTHORITY) KEYS THE SURVIVING ID AND THE DUPLICATE,
      * AND ONE UNIT OF WORK RE-POINTS CUSTOMER_WISHLIST, LEADS
      * (MATCHED BY THE DUPLICATE'S NAME), TEST_DRIVE, DEPOSITS AND
      * THE SALES BUYER/CO-BUYER IDS TO THE SURVIVOR, DROPS
      * WISHLIST ROWS THE SURVIVOR ALREADY HAS, AND RETIRES THE
      * DUPLICATE ROW - WITH AN AUDIT_LOG RECORD OF THE WHOLE MERGE.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VMC.
       01  MOVED-LEADS                 PIC S9(9) USAGE COMP.
       01  MOVED-DRIVES                PIC S9(9) USAGE COMP.
       01  MOVED-DEPOSITS              PIC S9(9) USAGE COMP.
       01  MOVED-SALES                 PIC S9(9) USAGE COMP.
       01  CONVERT-MOVED               PIC 9(5).

       COPY GAM0BAW.
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * SALES CARRY THE BUYER AND CO-BUYER BY ID. A SALE WHERE THE
      * TWO HALVES OF THE MERGE WERE BUYER AND CO-BUYER ENDS UP
      * WITH ONE BUYER AND NO CO-BUYER.
      *---------------------------------------
           EXEC SQL
               UPDATE SALES
                  SET COBUYERID = NULL
                WHERE (CUSTOMERID = :KEEP-ID AND COBUYERID = :DUP-ID)
                   OR (CUSTOMERID = :DUP-ID AND COBUYERID = :KEEP-ID)
           END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE 0 TO MOVED-SALES.
           EXEC SQL
               UPDATE SALES
                  SET CUSTOMERID = :KEEP-ID
                WHERE CUSTOMERID = :DUP-ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO MOVED-SALES
           END-IF.
           MOVE 0 TO SQLCODE.

           EXEC SQL
               UPDATE SALES
                  SET COBUYERID = :KEEP-ID
                WHERE COBUYERID = :DUP-ID
           END-EXEC.
           IF SQLCODE = 0
               ADD SQLERRD(3) TO MOVED-SALES
           END-IF.
           MOVE 0 TO SQLCODE.

           EXEC SQL
               DELETE FROM CUSTOMER
                   WHERE CUSTOMERID = :DUP-ID
           MOVE MOVED-LEADS TO CONVERT-MOVED.
           STRING " LEADS " CONVERT-MOVED
               DELIMITED BY SIZE INTO AUDIT-AFTER(25:).
           MOVE MOVED-SALES TO CONVERT-MOVED.
           STRING " SALES " CONVERT-MOVED
               DELIMITED BY SIZE INTO AUDIT-AFTER(37:).
           PERFORM 1600-WRITE-AUDIT.
           EXEC SQL COMMIT END-EXEC.

