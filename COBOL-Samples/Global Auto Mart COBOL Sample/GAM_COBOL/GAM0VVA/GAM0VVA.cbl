      * PF6 CHECKS IT BACK IN WITH MILES IN AND ROLLS THE HONEST
      * MILEAGE ONTO THE REGIONAL ROW. ENTER LISTS A DEALER'S OPEN
      * ASSIGNMENTS; THE GAM0VAO REPORT CHASES UNITS OUT PAST
      * POLICY. A UNIT WHOSE KEYS ARE SIGNED OUT ON THE GAM0VKY KEY
      * LOG TO SOMEONE ELSE CANNOT BE CHECKED OUT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VVA.
               PERFORM 1000-LIST-ASSIGNMENTS

           WHEN EIBAID = DFHPF5
               PERFORM 1100-CHECK-OUT THRU 1100-EXIT
               PERFORM 1900-SEND-MAP

           WHEN EIBAID = DFHPF6
               GO TO 1100-EXIT
           END-IF.

      *---------------------------------------
      * THE KEYS HAVE TO BE IN THE BOX, OR ALREADY SIGNED OUT ON THE
      * GAM0VKY KEY LOG AS A LOANER TO THE SAME PERSON THIS UNIT IS
      * GOING TO.
      *---------------------------------------
           MOVE 0 TO CHECK-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :CHECK-COUNT
                   FROM KEY_CONTROL_LOG
                   WHERE VIN = :ASG-VIN
                     AND STATUS = 'O'
                     AND (PURPOSE <> 'L' OR HOLDER <> :ASG-WHO)
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF CHECK-COUNT > 0
               MOVE "KEYS ARE CHECKED OUT TO SOMEONE ELSE - SEE GAM0VKY"
                   TO VEHASGMSGOUT
               GO TO 1100-EXIT
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(ASSIGNMENTID), 0) + 1
                   INTO :ASG-ID
