      * CUSTOMER 360 INQUIRY. "HAVE WE DEALT WITH THIS PERSON
      * BEFORE?" STOPS BEING SEVEN LOOKUPS: KEY A CUSTOMER ID, OR A
      * PHONE, OR A NAME, AND ONE PANEL SHOWS THE CUSTOMER'S
      * PURCHASES (AS BUYER OR CO-BUYER), OPEN LEADS, TEST
      * DRIVES, DEPOSITS AND WISHLIST. PF5 JUMPS INTO THE GAM0VLW
      * LEAD WORKLIST AND PF6 INTO GAM0VDP DEPOSITS FOR THE
      * FOLLOW-THROUGH.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * A SALE CARRIES THE BUYER'S AND CO-BUYER'S CUSTOMER IDS. AN
      * OLDER ROW GAM0VCB COULD NOT LINK STILL FALLS BACK TO THE
      * NAME/PHONE MATCH.
      *---------------------------------------
       EXEC SQL
           DECLARE CVSALES CURSOR FOR
               SELECT S.VIN, CHAR(S.SALEDATE, ISO), S.SALEPRICE
                   FROM SALES S, CUSTOMER C
                   WHERE C.CUSTOMERID = :C360-CUSTOMERID
                     AND (S.CUSTOMERID = C.CUSTOMERID
                          OR S.COBUYERID = C.CUSTOMERID
                          OR (S.CUSTOMERID IS NULL
                              AND (S.BUYERNAME = C.CUSTNAME
                                   OR (C.CUSTPHONE IS NOT NULL
                                       AND S.BUYERPHONE =
                                           C.CUSTPHONE))))
                   ORDER BY S.SALEDATE DESC
           END-EXEC.

