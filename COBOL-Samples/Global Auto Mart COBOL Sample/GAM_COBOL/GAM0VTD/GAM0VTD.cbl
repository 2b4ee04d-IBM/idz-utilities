      * RECORDS WHO DROVE WHICH VIN WITH WHICH SALESPERSON, PLUS THE
      * DRIVER'S-LICENSE RECORD INSURANCE REQUIRES. GAM0VTC JOINS
      * THESE ROWS TO SOLD OUTCOMES FOR THE WEEKLY CONVERSION FUNNEL.
      * A DRIVE IS REFUSED WHILE THE UNIT'S KEYS ARE SIGNED OUT ON
      * THE GAM0VKY KEY LOG TO ANYONE BUT THIS SALESPERSON. THE
      * DRIVE IS TIED BACK TO THE CUSTOMER'S SHOWROOM VISIT (GAM0VSW)
      * SO THE UP SHOWS AS A DRIVE ON GAM0VTF'S TRAFFIC REPORT.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VTD.
       01  VEHICLE-FOUND-COUNT         PIC S9(9) USAGE COMP.
       01  CUST-CHECK-COUNT            PIC S9(9) USAGE COMP.
       01  SLSP-CHECK-COUNT            PIC S9(9) USAGE COMP.
       01  KEYS-OUT-COUNT              PIC S9(9) USAGE COMP.
       01  REJECT-REASON               PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.
           MOVE TDLICNOOUT TO DRIVE-LICENSENO.
           MOVE TDLICSTOUT TO DRIVE-LICENSESTATE.

           PERFORM 1100-VALIDATE-TEST-DRIVE THRU 1100-EXIT.

           IF REJECT-REASON NOT = SPACES
               MOVE REJECT-REASON TO TESTDRVMSGOUT
           END-EXEC.

           IF SQLCODE = 0
               PERFORM 1060-LINK-SHOWROOM-VISIT
               EXEC SQL COMMIT END-EXEC
               MOVE "TEST DRIVE LOGGED" TO TESTDRVMSGOUT
           ELSE
           END-IF.
           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * TODAY'S SHOWROOM VISIT FOR THIS DRIVE - THE CUSTOMER'S OWN
      * VISIT, OR FAILING THAT THE SALESPERSON'S OPEN UP LOGGED
      * WITHOUT A CUSTOMER ID ON THIS CAR OR NO CAR IN PARTICULAR.
      * THE LATEST SUCH VISIT WITHOUT A DRIVE GETS THIS ONE; A
      * WALK-IN NOT LOGGED ON THE FLOOR SIMPLY HAS NO VISIT.
      *---------------------------------------
       1060-LINK-SHOWROOM-VISIT.
           EXEC SQL
               UPDATE SHOWROOM_VISITS
                  SET DRIVEVIN = :DRIVE-VIN,
                      DRIVEDATE = CURRENT DATE,
                      CUSTOMERID = COALESCE(CUSTOMERID,
                                            :DRIVE-CUSTOMERID),
                      OUTCOME = CASE WHEN OUTCOME IN ('O', 'W')
                                     THEN 'D' ELSE OUTCOME END
                WHERE VISITID =
                      (SELECT MAX(VISITID) FROM SHOWROOM_VISITS
                           WHERE VISITDATE = CURRENT DATE
                             AND DRIVEVIN IS NULL
                             AND (CUSTOMERID = :DRIVE-CUSTOMERID
                                  OR (CUSTOMERID IS NULL
                                      AND SALESPERSONID = :DRIVE-SLSP
                                      AND OUTCOMETS IS NULL
                                      AND (INTERESTVIN IS NULL
                                           OR INTERESTVIN =
                                              :DRIVE-VIN))))
           END-EXEC.
           MOVE 0 TO SQLCODE.

       1100-VALIDATE-TEST-DRIVE.
           IF DRIVE-VIN = SPACES OR DRIVE-VIN = LOW-VALUE
               MOVE "ENTER A VIN" TO REJECT-REASON
           IF VEHICLE-FOUND-COUNT = 0
               MOVE "VEHICLE NOT FOUND OR ALREADY SOLD" TO
                   REJECT-REASON
               GO TO 1100-EXIT
           END-IF.

      *---------------------------------------
      * NO DRIVE WHILE THE KEYS ARE OUT TO SOMEONE ELSE ON THE
      * GAM0VKY KEY LOG - ONLY THIS SALESPERSON'S OWN TEST-DRIVE
      * CHECKOUT MAY BE OPEN.
      *---------------------------------------
           MOVE 0 TO KEYS-OUT-COUNT.
           EXEC SQL
               SELECT COUNT(*) INTO :KEYS-OUT-COUNT
                   FROM KEY_CONTROL_LOG
                   WHERE VIN = :DRIVE-VIN
                     AND STATUS = 'O'
                     AND (PURPOSE <> 'T'
                          OR SALESPERSONID <> :DRIVE-SLSP)
           END-EXEC.
           MOVE 0 TO SQLCODE.
           IF KEYS-OUT-COUNT > 0
               MOVE "KEYS ARE CHECKED OUT TO SOMEONE ELSE - SEE GAM0VKY"
                   TO REJECT-REASON
           END-IF.

       1100-EXIT.
