      * EXCEPTION FILE: ON LOT BUT NOT IN SYSTEM ('O' - NEVER KEYED
      * THROUGH GAM0VRV), IN SYSTEM BUT NOT ON LOT ('M' - POSSIBLE
      * THEFT OR UNRECORDED TRANSFER), AND STATUS CONFLICTS ('S' -
      * A SOLD VEHICLE STILL SITTING ON THE LOT). EACH SCAN RECORD
      * ALSO CARRIES THE LOT/ROW/SPACE THE UNIT WAS FOUND IN AND WHEN;
      * FOR EVERY SCANNED UNIT ON FILE FOR THE DEALER THAT BECOMES ITS
      * LAST KNOWN LOCATION ON VEHICLE_LOCATION.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VLA.
           LABEL RECORDS ARE STANDARD.
       01  LOT-SCAN-RECORD.
           05 LSR-VIN              PIC X(17).
           05 LSR-LOTCODE          PIC X(2).
           05 LSR-LOTROW           PIC X(3).
           05 LSR-LOTSPACE         PIC X(3).
           05 LSR-SCANDATE         PIC X(10).
           05 LSR-SCANTIME         PIC X(8).

       FD  LOT-EXCEPTION-FILE
           RECORDING MODE IS F

       WORKING-STORAGE SECTION.

       COPY GAM0BLC.

       01 SCHEMA-CONNECT        PIC X(8).

       01 CONTROL-CARD-EOF-SW   PIC X VALUE 'N'.
       01 AUDIT-DEALERID        PIC S9(9) USAGE COMP VALUE 0.

       01 SCAN-TABLE.
          05 SCAN-ENTRY          OCCURS 1000 TIMES.
             10 SCAN-VIN         PIC X(17).
             10 SCAN-LOTCODE     PIC X(2).
             10 SCAN-LOTROW      PIC X(3).
             10 SCAN-LOTSPACE    PIC X(3).
             10 SCAN-DATE        PIC X(10).
             10 SCAN-TIME        PIC X(8).
       01 SCAN-COUNT            PIC S9(4) USAGE COMP VALUE 0.
       01 SCAN-IX               PIC S9(4) USAGE COMP.
       01 SCAN-MATCHED          PIC X(1).
       01 ON-LOT-NOT-SYSTEM     PIC S9(9) USAGE COMP VALUE 0.
       01 IN-SYSTEM-NOT-LOT     PIC S9(9) USAGE COMP VALUE 0.
       01 STATUS-CONFLICTS      PIC S9(9) USAGE COMP VALUE 0.
       01 LOCATIONS-RECORDED    PIC S9(9) USAGE COMP VALUE 0.

       01 IND-SCAN-DATE         PIC S9(4) USAGE COMP.
       01 IND-SCAN-TIME         PIC S9(4) USAGE COMP.
       01 LOCATION-ROWS         PIC S9(9) USAGE COMP.

       01 DISPLAYSQLCODE        PIC 9(9).
       01 DISPLAY-COUNT         PIC ZZZZZZZZ9.
           DISPLAY "IN SYSTEM, NOT ON LOT:   " DISPLAY-COUNT.
           MOVE STATUS-CONFLICTS TO DISPLAY-COUNT.
           DISPLAY "STATUS CONFLICTS (SOLD): " DISPLAY-COUNT.
           MOVE LOCATIONS-RECORDED TO DISPLAY-COUNT.
           DISPLAY "LOT LOCATIONS RECORDED:  " DISPLAY-COUNT.
           DISPLAY "LOT AUDIT COMPLETE".

           GOBACK.
              IF LSR-VIN NOT = SPACES
                 ADD 1 TO SCAN-COUNT
                 MOVE LSR-VIN TO SCAN-VIN (SCAN-COUNT)
                 MOVE LSR-LOTCODE TO SCAN-LOTCODE (SCAN-COUNT)
                 MOVE LSR-LOTROW TO SCAN-LOTROW (SCAN-COUNT)
                 MOVE LSR-LOTSPACE TO SCAN-LOTSPACE (SCAN-COUNT)
                 MOVE LSR-SCANDATE TO SCAN-DATE (SCAN-COUNT)
                 MOVE LSR-SCANTIME TO SCAN-TIME (SCAN-COUNT)
              END-IF

              READ LOT-SCAN-FILE
              PERFORM 2100-PROBE-ONE-VIN
           END-PERFORM.

           EXEC SQL COMMIT END-EXEC.

       2100-PROBE-ONE-VIN.
           MOVE SPACES TO PROBE-SOLDFLAG.
           EXEC SQL
                 ", SQLCODE " DISPLAYSQLCODE
           END-EVALUATE.

           IF SQLCODE = 0
              PERFORM 2200-RECORD-LOCATION THRU 2200-EXIT
           END-IF.

           MOVE 0 TO SQLCODE.

      *---------------------------------------
      * THE SCAN IS THE UNIT'S LAST KNOWN SPOT - REWRITE ITS
      * VEHICLE_LOCATION ROW (OR ADD ONE THE FIRST TIME IT IS SEEN).
      * A SCANNER THAT SENDS NO DATE/TIME IS TAKEN AS SCANNED NOW.
      *---------------------------------------
       2200-RECORD-LOCATION.
           IF SCAN-LOTCODE (SCAN-IX) = SPACES
              GO TO 2200-EXIT
           END-IF.

           MOVE 0 TO IND-SCAN-DATE.
           MOVE 0 TO IND-SCAN-TIME.
           IF SCAN-DATE (SCAN-IX) = SPACES
              MOVE -1 TO IND-SCAN-DATE
           END-IF.
           IF SCAN-TIME (SCAN-IX) = SPACES
              MOVE -1 TO IND-SCAN-TIME
           END-IF.

           MOVE 17 TO LC-VIN-LEN.
           MOVE PROBE-VIN TO LC-VIN-TEXT.
           MOVE AUDIT-DEALERID TO LC-DEALERID.
           MOVE SCAN-LOTCODE (SCAN-IX) TO LC-LOTCODE.
           MOVE SCAN-LOTROW (SCAN-IX) TO LC-LOTROW.
           MOVE SCAN-LOTSPACE (SCAN-IX) TO LC-LOTSPACE.
           MOVE SCAN-DATE (SCAN-IX) TO LC-SCANDATE.
           MOVE SCAN-TIME (SCAN-IX) TO LC-SCANTIME.

           MOVE 0 TO LOCATION-ROWS.
           EXEC SQL
               UPDATE VEHICLE_LOCATION
                  SET DEALERID = :LC-DEALERID,
                      LOTCODE = :LC-LOTCODE,
                      LOTROW = :LC-LOTROW,
                      LOTSPACE = :LC-LOTSPACE,
                      SCANDATE = COALESCE(:LC-SCANDATE :IND-SCAN-DATE,
                                          CURRENT DATE),
                      SCANTIME = COALESCE(:LC-SCANTIME :IND-SCAN-TIME,
                                          CURRENT TIME)
                WHERE VIN = :LC-VIN-TEXT
           END-EXEC.
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO LOCATION-ROWS
           END-IF.

           IF LOCATION-ROWS = 0
              EXEC SQL
                  INSERT INTO VEHICLE_LOCATION
                      (VIN, DEALERID, LOTCODE, LOTROW, LOTSPACE,
                       SCANDATE, SCANTIME)
                      VALUES
                      (:LC-VIN-TEXT, :LC-DEALERID, :LC-LOTCODE,
                       :LC-LOTROW, :LC-LOTSPACE,
                       COALESCE(:LC-SCANDATE :IND-SCAN-DATE,
                                CURRENT DATE),
                       COALESCE(:LC-SCANTIME :IND-SCAN-TIME,
                                CURRENT TIME))
              END-EXEC
              IF SQLCODE = 0
                 MOVE 1 TO LOCATION-ROWS
              END-IF
           END-IF.

           IF LOCATION-ROWS = 0
              MOVE SQLCODE TO DISPLAYSQLCODE
              DISPLAY "SQL ERROR RECORDING LOCATION FOR " PROBE-VIN
                 ", SQLCODE " DISPLAYSQLCODE
           ELSE
              ADD 1 TO LOCATIONS-RECORDED
           END-IF.

       2200-EXIT.
           CONTINUE.

      *---------------------------------------
      * PASS 2 - EVERY UNSOLD SYSTEM ROW FOR THIS DEALER MUST HAVE
      * BEEN SCANNED ON THE LOT.
