      * COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY GAM0VIV
      * IS). GOOD STORES CALL THE BUYER AT 3 AND 30 DAYS - THIS RUN
      * MAKES THE CADENCE SURVIVE STAFF TURNOVER:
      * - EVERY ACTIVE RETAIL SALE DELIVERED 3 DAYS AGO TODAY
      *   GETS A 'DAY3' TASK, AND 30 DAYS AGO A 'DY30' TASK;
      * - EVERY LEAD CLOSED 'SOLD' YESTERDAY GETS A 'LEAD' THANK-
      *   YOU TASK;
      * EACH DEDUPED AGAINST TASKS ALREADY ON FILE. THE RUN ENDS
       WORKING-STORAGE SECTION.

       COPY GAM0BFU.
       COPY GAM0BMK.

       01 SCHEMA-CONNECT        PIC X(8).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * THE 3-DAY COHORT - RETAIL DEALS DELIVERED 3 DAYS AGO TODAY.
      * THE CLOCK STARTS WHEN THE CUSTOMER DROVE AWAY (GAM0VDV
      * STAMPS DELIVEREDDATE), NOT AT SALEDATE; A DEAL STILL IN
      * MAKE-READY ISN'T CALLED. A SALE FROM BEFORE THE DELIVERY
      * BOARD HAS NO DELIVERY_SCHEDULE ROW AND RUNS FROM SALEDATE.
      * WHOLESALE AND FLEET BUYERS DON'T GET COURTESY CALLS.
      *---------------------------------------
       EXEC SQL
           DECLARE FTDAY3 CURSOR FOR
               SELECT S.VIN, S.BUYERNAME, S.BUYERPHONE, S.DEALERID
                   FROM SALES S
                   LEFT OUTER JOIN DELIVERY_SCHEDULE V
                           ON V.VIN = S.VIN
                          AND V.SALEDATE = S.SALEDATE
                   WHERE CASE WHEN V.VIN IS NULL THEN S.SALEDATE
                              ELSE V.DELIVEREDDATE END
                         = CURRENT DATE - 3 DAYS
                     AND S.SALETYPE IN ('C', 'F', 'B', 'E')
                     AND (S.SALESTATUS IS NULL OR S.SALESTATUS = 'A')
           END-EXEC.

       EXEC SQL
           DECLARE FTDAY30 CURSOR FOR
               SELECT S.VIN, S.BUYERNAME, S.BUYERPHONE, S.DEALERID
                   FROM SALES S
                   LEFT OUTER JOIN DELIVERY_SCHEDULE V
                           ON V.VIN = S.VIN
                          AND V.SALEDATE = S.SALEDATE
                   WHERE CASE WHEN V.VIN IS NULL THEN S.SALEDATE
                              ELSE V.DELIVEREDDATE END
                         = CURRENT DATE - 30 DAYS
                     AND S.SALETYPE IN ('C', 'F', 'B', 'E')
                     AND (S.SALESTATUS IS NULL OR S.SALESTATUS = 'A')
           END-EXEC.

       EXEC SQL
              END-EXEC
              IF SQLCODE = 0
                 MOVE OV-OVERDUE-DAYS TO DISPLAY-DAYS
                 MOVE FU2-CUSTNAME-TEXT TO MASK-IN
                 PERFORM 9800-MASK-PII
                 DISPLAY OV-DEALERNAME " " FU2-TASKTYPE " "
                    MASK-OUT (1:35) " DUE " FU2-DUEDATE " "
                    DISPLAY-DAYS " DAYS LATE"
                 ADD 1 TO OVERDUE-COUNT
              END-IF

           EXEC SQL CLOSE FTOVERDUE END-EXEC.
           MOVE 0 TO SQLCODE.

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
