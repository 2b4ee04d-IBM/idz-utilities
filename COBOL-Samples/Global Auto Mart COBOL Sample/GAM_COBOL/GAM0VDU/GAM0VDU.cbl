      * EMAIL - THE SAME PERSON KEYED THROUGH GAM0VCM, A WEB LEAD
      * AND A WISHLIST SIGNUP. EACH PAIR PRINTS ONCE (LOWER ID
      * FIRST); THE OFFICE MERGES THE KEEPERS THROUGH GAM0VMC.
      * NAMES PRINT MASKED (GAM0BMK) - THE MERGE IS KEYED BY ID.
      * A BUYER/CO-BUYER PAIR FROM ONE SALE IS NOT A CANDIDATE.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VDU.
       01 DU-MATCHED-ON         PIC X(5).
       01 PAIR-COUNT            PIC S9(9) USAGE COMP VALUE 0.

       COPY GAM0BMK.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * TWO PEOPLE WHO BOUGHT A CAR TOGETHER AS BUYER AND CO-BUYER
      * ARE A HOUSEHOLD SHARING A PHONE OR EMAIL, NOT ONE PERSON
      * KEYED TWICE - THEY ARE LEFT OFF THE LIST.
      *---------------------------------------
       EXEC SQL
           DECLARE DUPCURSOR CURSOR FOR
               SELECT A.CUSTOMERID, A.CUSTNAME,
                   WHERE A.CUSTOMERID < B.CUSTOMERID
                     AND A.CUSTPHONE IS NOT NULL
                     AND A.CUSTPHONE = B.CUSTPHONE
                     AND NOT EXISTS
                         (SELECT 1 FROM SALES S
                              WHERE (S.CUSTOMERID = A.CUSTOMERID
                                     AND S.COBUYERID = B.CUSTOMERID)
                                 OR (S.CUSTOMERID = B.CUSTOMERID
                                     AND S.COBUYERID = A.CUSTOMERID))
               UNION
               SELECT A.CUSTOMERID, A.CUSTNAME,
                      B.CUSTOMERID, B.CUSTNAME, 'EMAIL'
                   WHERE A.CUSTOMERID < B.CUSTOMERID
                     AND A.CUSTEMAIL IS NOT NULL
                     AND A.CUSTEMAIL = B.CUSTEMAIL
                     AND NOT EXISTS
                         (SELECT 1 FROM SALES S
                              WHERE (S.CUSTOMERID = A.CUSTOMERID
                                     AND S.COBUYERID = B.CUSTOMERID)
                                 OR (S.CUSTOMERID = B.CUSTOMERID
                                     AND S.COBUYERID = A.CUSTOMERID))
                   ORDER BY 1, 3
           END-EXEC.

              END-IF

              IF SQLCODE = 0
                 MOVE DU-NAME1 TO MASK-IN
                 PERFORM 9800-MASK-PII
                 MOVE MASK-OUT TO DU-NAME1
                 MOVE DU-NAME2 TO MASK-IN
                 PERFORM 9800-MASK-PII
                 MOVE MASK-OUT TO DU-NAME2
                 DISPLAY DU-ID1 " " DU-NAME1 " <-> "
                    DU-ID2 " " DU-NAME2 " ON " DU-MATCHED-ON
                 ADD 1 TO PAIR-COUNT
           END-PERFORM.

           EXEC SQL CLOSE DUPCURSOR END-EXEC.

      *---------------------------------------
      * COMMON PII MASKING RULE (GAM0BMK) - MASK-IN COMES BACK IN
      * MASK-OUT WITH ONLY ITS LAST FOUR CHARACTERS SHOWING.
      *---------------------------------------
       9800-MASK-PII.
           MOVE MASK-IN TO MASK-OUT.
           MOVE 0 TO MASK-KEPT.
           PERFORM VARYING MASK-SUB FROM 50 BY -1 UNTIL MASK-SUB < 1
              IF MASK-OUT (MASK-SUB:1) NOT = SPACE
                 AND MASK-OUT (MASK-SUB:1) NOT = "-"
                 IF MASK-KEPT < 4
                    ADD 1 TO MASK-KEPT
                 ELSE
                    MOVE "*" TO MASK-OUT (MASK-SUB:1)
                 END-IF
              END-IF
           END-PERFORM.
