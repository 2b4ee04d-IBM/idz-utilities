      * DEAL FALLS THROUGH. CM-MODE A ADDS A DEPOSIT FOR A VEHICLE ON
      * ACTIVE HOLD; MODE R MARKS THE OUTSTANDING DEPOSIT REFUNDED.
      * APPLYING A DEPOSIT TO A SALE HAPPENS AUTOMATICALLY IN
      * GAM0VSE/GAM0VMS WHEN THE VEHICLE IS MARKED SOLD. TAKING AND
      * REFUNDING ARE BOTH ON AUDIT_LOG SO THE ACCESS REVIEW (GAM0VUA)
      * CAN SEE ONE USER DOING BOTH ENDS OF THE SAME DEPOSIT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VDP.

           IF SQLCODE = 0
               PERFORM 1150-CHECK-CASH-REPORTABLE
               MOVE CA-VIN TO AUDIT-KEY
               MOVE "DISPOSITION=NONE" TO AUDIT-BEFORE
               MOVE "DEPOSIT TAKEN, DISPOSITION=O" TO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE "DEPOSIT RECORDED" TO DEPOSITMSGOUT
           ELSE
           END-IF.

           IF ROWS-UPDATED > 0
               MOVE CA-VIN TO AUDIT-KEY
               MOVE "DISPOSITION=O" TO AUDIT-BEFORE
               MOVE "DEPOSIT REFUNDED, DISPOSITION=R" TO AUDIT-AFTER
               PERFORM 1600-WRITE-AUDIT
               EXEC SQL COMMIT END-EXEC
               MOVE "DEPOSIT MARKED REFUNDED" TO DEPOSITMSGOUT
           ELSE
