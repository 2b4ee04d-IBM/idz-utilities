      * CUSTOMER-KEYED FEATURE) POINTS AT A CUSTOMER SOMEBODY CAN
      * ACTUALLY CONTACT. THE PREFERRED DEALER IS VALIDATED AGAINST
      * DEALERSHIP THE SAME WAY GAM0VRV VALIDATES DEALERID AT INTAKE.
      * THE CONTACT OPT-OUT FLAG (Y/N, BLANK MEANS N) KEEPS A CUSTOMER
      * OFF EVERY MARKETING LIST, STARTING WITH GAM0VEQ EQUITY MINING.
      * THE MAILING ADDRESS IS OPTIONAL BUT ALL-OR-NOTHING WHEN KEYED;
      * ON A CHANGE, BLANK ADDRESS FIELDS LEAVE THE ADDRESS ON FILE
      * ALONE, AND A NEW ONE GOES TO THE NEXT GAM0VNC RUN TO CHECK.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GAM0VCM.
           05  FILLER                  PIC X(9).
           05  CMEXPNAMEOUT            PIC X(35).
           05  FILLER                  PIC X(9).
           05  CMOPTOUTOUT             PIC X(1).
           05  FILLER                  PIC X(9).
           05  CMADDR1OUT              PIC X(40).
           05  FILLER                  PIC X(9).
           05  CMADDR2OUT              PIC X(40).
           05  FILLER                  PIC X(9).
           05  CMCITYOUT               PIC X(30).
           05  FILLER                  PIC X(9).
           05  CMSTATEOUT              PIC X(2).
           05  FILLER                  PIC X(9).
           05  CMZIPOUT                PIC X(10).
           05  FILLER                  PIC X(9).
           05  CUSTMAINTMSGOUT         PIC X(60).

       01  CUST-MAINT-COMMAREA.
           05  CA-CUSTPHONE            PIC X(12).
           05  CA-CUSTEMAIL            PIC X(50).
           05  CA-PREFDEALERID         PIC 9(5).
           05  CA-CONTACT-OPTOUT       PIC X.

       01  CUST-CHECK-COUNT            PIC S9(9) USAGE COMP.
       01  DEALER-CHECK-COUNT          PIC S9(9) USAGE COMP.

       COPY GAM0BAW.

       COPY GAM0BCF.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(115).

       PROCEDURE DIVISION.

                   COMPUTE CA-PREFDEALERID =
                       FUNCTION NUMVAL(CMPREFDLROUT)
               END-IF
               MOVE CMOPTOUTOUT TO CA-CONTACT-OPTOUT
               IF CA-CONTACT-OPTOUT = SPACE OR LOW-VALUE
                   MOVE "N" TO CA-CONTACT-OPTOUT
               END-IF
               MOVE CMADDR1OUT TO CR-ADDR1
               MOVE CMADDR2OUT TO CR-ADDR2
               MOVE CMCITYOUT TO CR-CITY
               MOVE CMSTATEOUT TO CR-STATE
               MOVE CMZIPOUT TO CR-ZIP
               PERFORM 1000-APPLY-MAINTENANCE
               PERFORM 1900-SEND-MAP

           MOVE SPACES TO CUSTMAINTMSGOUT.
           MOVE SPACES TO REJECT-REASON.

           PERFORM 1050-VALIDATE-CUSTOMER THRU 1050-EXIT.

           IF REJECT-REASON NOT = SPACES
               MOVE REJECT-REASON TO CUSTMAINTMSGOUT
               GO TO 1050-EXIT
           END-IF.

           IF CA-CONTACT-OPTOUT NOT = "Y" AND NOT = "N"
               MOVE "CONTACT OPT-OUT MUST BE Y OR N" TO REJECT-REASON
               GO TO 1050-EXIT
           END-IF.

           IF CA-PREFDEALERID NOT = 0
               MOVE 0 TO DEALER-CHECK-COUNT
               EXEC SQL
               IF DEALER-CHECK-COUNT = 0
                   MOVE "PREFERRED DEALERID NOT ON FILE" TO
                       REJECT-REASON
                   GO TO 1050-EXIT
               END-IF
           END-IF.

           PERFORM 9880-CHECK-ADDRESS THRU 9880-EXIT.
           IF CR-ADDR-MSG NOT = SPACES
               MOVE CR-ADDR-MSG TO REJECT-REASON
           END-IF.

       1050-EXIT.
           CONTINUE.

               EXEC SQL
                   INSERT INTO CUSTOMER
                       (CUSTOMERID, CUSTNAME, CUSTPHONE, CUSTEMAIL,
                        PREFDEALERID, CONTACTOPTOUT)
                       VALUES (:CA-CUSTOMERID, :CA-CUSTNAME,
                               :CA-CUSTPHONE, :CA-CUSTEMAIL,
                               :CA-PREFDEALERID :IND-PREFDEALER,
                               :CA-CONTACT-OPTOUT)
               END-EXEC
               IF SQLCODE = 0 AND CR-ADDR-KEYED
                   MOVE CA-CUSTOMERID TO CR-CUSTOMERID
                   PERFORM 9890-STORE-ADDRESS THRU 9890-EXIT
                   IF CR-FAILED
                       MOVE CR-SQLCODE TO SQLCODE
                   END-IF
               END-IF
               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
                   MOVE "CUSTOMER ADDED" TO CUSTMAINTMSGOUT
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "SQL ERROR ADDING CUSTOMER" TO CUSTMAINTMSGOUT
               END-IF
           END-IF.
                  SET CUSTNAME = :CA-CUSTNAME,
                      CUSTPHONE = :CA-CUSTPHONE,
                      CUSTEMAIL = :CA-CUSTEMAIL,
                      PREFDEALERID = :CA-PREFDEALERID :IND-PREFDEALER,
                      CONTACTOPTOUT = :CA-CONTACT-OPTOUT
                WHERE CUSTOMERID = :CA-CUSTOMERID
           END-EXEC.
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO ROWS-UPDATED
           END-IF.

           IF ROWS-UPDATED > 0 AND CR-ADDR-KEYED
               MOVE CA-CUSTOMERID TO CR-CUSTOMERID
               PERFORM 9890-STORE-ADDRESS THRU 9890-EXIT
               IF CR-FAILED
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "SQL ERROR UPDATING CUSTOMER ADDRESS" TO
                       CUSTMAINTMSGOUT
                   GO TO 1200-EXIT2
               END-IF
           END-IF.

           IF ROWS-UPDATED > 0
               EXEC SQL COMMIT END-EXEC
               MOVE "CUSTOMER UPDATED" TO CUSTMAINTMSGOUT
               FROM(CUSTMAINTO)
               ERASE
           END-EXEC.

      *---------------------------------------
      * CUSTOMER-RESOLUTION ROUTINES OVER THE GAM0BCF WORK AREA -
      * SEE GAM0BCF FOR THE INPUTS AND THE RULES. EVERY PROGRAM
      * THAT LINKS A SALE TO THE CUSTOMER MASTER CARRIES THE SAME
      * CODE - CHANGE THEM ALL TOGETHER.
      *---------------------------------------
      *
      * A MAILING ADDRESS IS ALL OR NOTHING - STREET, CITY, STATE
      * AND A ZIP THE POST OFFICE WILL TAKE. LINE 2 IS OPTIONAL.
      *---------------------------------------
       9880-CHECK-ADDRESS.
           MOVE SPACES TO CR-ADDR-MSG.
           MOVE "N" TO CR-ADDR-SW.
           IF CR-ADDR1 = LOW-VALUE
               MOVE SPACES TO CR-ADDR1
           END-IF.
           IF CR-ADDR2 = LOW-VALUE
               MOVE SPACES TO CR-ADDR2
           END-IF.
           IF CR-CITY = LOW-VALUE
               MOVE SPACES TO CR-CITY
           END-IF.
           IF CR-STATE = LOW-VALUE
               MOVE SPACES TO CR-STATE
           END-IF.
           IF CR-ZIP = LOW-VALUE
               MOVE SPACES TO CR-ZIP
           END-IF.
           IF CR-ADDR1 = SPACES AND CR-ADDR2 = SPACES
              AND CR-CITY = SPACES AND CR-STATE = SPACES
              AND CR-ZIP = SPACES
               GO TO 9880-EXIT
           END-IF.
           SET CR-ADDR-KEYED TO TRUE.

           IF CR-ADDR1 = SPACES
               MOVE "ENTER THE STREET ADDRESS" TO CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
           IF CR-CITY = SPACES
               MOVE "ENTER THE CITY" TO CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
           IF CR-STATE NOT ALPHABETIC
              OR CR-STATE (1:1) = SPACE
              OR CR-STATE (2:1) = SPACE
               MOVE "STATE MUST BE THE 2-LETTER ABBREVIATION" TO
                   CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
           IF CR-ZIP (1:5) NOT NUMERIC
              OR (CR-ZIP (6:5) NOT = SPACES
                  AND (CR-ZIP (6:1) NOT = "-"
                       OR CR-ZIP (7:4) NOT NUMERIC))
               MOVE "ZIP MUST BE 99999 OR 99999-9999" TO CR-ADDR-MSG
               GO TO 9880-EXIT
           END-IF.
       9880-EXIT.
           CONTINUE.

       9890-STORE-ADDRESS.
           MOVE 0 TO CR-SQLCODE.
           MOVE 0 TO IND-CR-ADDR2.
           IF CR-ADDR2 = SPACES
               MOVE -1 TO IND-CR-ADDR2
           END-IF.
           EXEC SQL
               UPDATE CUSTOMER
                  SET ADDRLINE1 = :CR-ADDR1,
                      ADDRLINE2 = :CR-ADDR2 :IND-CR-ADDR2,
                      CITY = :CR-CITY,
                      STATEABBR = :CR-STATE,
                      ZIPCODE = :CR-ZIP,
                      ADDRSTATUS = 'N',
                      ADDRUPDATED = CURRENT DATE
                WHERE CUSTOMERID = :CR-CUSTOMERID
                  AND (ADDRLINE1 IS NULL
                       OR ADDRLINE1 <> :CR-ADDR1
                       OR COALESCE(ADDRLINE2, ' ') <> :CR-ADDR2
                       OR COALESCE(CITY, ' ') <> :CR-CITY
                       OR COALESCE(STATEABBR, ' ') <> :CR-STATE
                       OR COALESCE(ZIPCODE, ' ') <> :CR-ZIP)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO CR-SQLCODE
               SET CR-FAILED TO TRUE
           END-IF.
       9890-EXIT.
           MOVE 0 TO SQLCODE.
