       WORKING-STORAGE SECTION.

       COPY GAM0BLD.
       COPY GAM0BMK.

       01 SCHEMA-CONNECT        PIC X(8).


       2000-LOAD-ONE-LEAD.
           IF LIR-CUSTNAME = SPACES OR LIR-CONTACTINFO = SPACES
              MOVE LIR-CUSTNAME TO MASK-IN
              PERFORM 9800-MASK-PII
              DISPLAY "REJECTED - NO NAME OR CONTACT: "
                 MASK-OUT (1:35)
              ADD 1 TO LEADS-REJECTED
              GO TO 2000-EXIT
           END-IF.

       2000-EXIT.
           CONTINUE.

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
