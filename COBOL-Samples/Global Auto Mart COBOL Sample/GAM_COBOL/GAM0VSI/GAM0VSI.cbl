
       COPY GAM0BET.
       COPY GAM0BSL.
       COPY GAM0BLC.
       COPY GAM0BIK.

       01  SELL-BROWSE-KEY     PIC X(40).
       01  SELL-EOF-SW         PIC X VALUE 'N'.
           88  SELL-EOF            VALUE 'Y'.
       01  SELL-PAGE-COUNT     PIC S9(4) USAGE COMP.
       01  SELL-MATCH-COUNT    PIC S9(9) USAGE COMP.

      *---------------------------------------
      * MIRRORS GAM0VII'S INPUTS-OUTPUTS BYTE FOR BYTE - THIS IS THE
           02 CA-VIN-STACK-TOP   PIC S9(4) COMP.
           02 CA-VIN-STACK       PIC X(17) OCCURS 20 TIMES.
           02 IFUELTYPE    PIC X.
           02 CA-LOT-LOCATION PIC X(10) OCCURS 10 TIMES.
           02 CA-LIMITED-SERVICE PIC X.
           02 ICPO         PIC X.
           02 FILLER       PIC X(44).
           02 CA-VIN-SELECTED PIC X(17) OCCURS 3 TIMES.
           02 INPUTS.
               05 IMAKE    PIC X(20).
                          OR (:INEWUSED = 'U' AND NEWAUTO NOT = 'Y'))
                     AND (:IFUELTYPE = ' '
                          OR FUELTYPE = :IFUELTYPE)
                     AND (:ICPO = ' ' OR CPOFLAG = 'Y')
                     AND SOLDFLAG NOT = 'Y'
                     AND (RECONSTATUS IS NULL OR RECONSTATUS = 'Y')
                     AND (AUCTIONFLAG IS NULL
                         (SELECT 1 FROM CAT_UNITS U
                              WHERE U.VIN = INVENTORY.VIN
                                AND U.DAMAGESTATUS = 'D')
                     AND NOT EXISTS
                         (SELECT 1 FROM TRANSPORT_ORDERS T
                              WHERE T.VIN = INVENTORY.VIN
                                AND T.STATUS = 'T')
                     AND (:BOUND-OP = 'S'
                          OR (:BOUND-OP = 'I' AND VIN >= :BOUND-VIN)
                          OR (:BOUND-OP = 'X' AND VIN > :BOUND-VIN))
                   END-EXEC                                                     
           END-IF.                                                              
                                                                                
      *---------------------------------------                                  
      * ICPO IS 'Y' FOR CPO UNITS ONLY - ANYTHING ELSE A CALLER                 
      * LEFT IN THE BYTE MEANS ALL UNITS.                                       
      *---------------------------------------                                  
           IF ICPO NOT = 'Y'                                                    
               MOVE SPACE TO ICPO                                               
           END-IF.                                                              
                                                                                
           IF CA-LOCAL-BUILD = "Y"                                              
               EXEC SQL CONNECT TO SAMPLE END-EXEC                              
           END-IF.                                                              
                   END-IF
                   MOVE NEWAUTO-TEXT TO NEWAUTOO (POS-INDEX)
                   MOVE REGION-TEXT TO REGIONO (POS-INDEX)
                   PERFORM 1430-GET-LOT-LOCATION
                   MOVE VIN-TEXT TO CA-PAGE-LAST-VIN
                   IF POS-INDEX = 1
                       MOVE VIN-TEXT TO CA-PAGE-FIRST-VIN
           MOVE 'N' TO LOCATE-REQUESTED.
           MOVE 1 TO POS-INDEX.

      *---------------------------------------
      * LOT-ROW-SPACE OF THE UNIT'S LAST LOT SCAN (GAM0VLA), SO THE
      * SALESPERSON CAN WALK STRAIGHT TO IT. BLANK IF NEVER SCANNED.
      * SQLCODE IS PUT BACK SO A MISS DOESN'T END THE FETCH LOOP.
      *---------------------------------------
       1430-GET-LOT-LOCATION.
           MOVE SPACES TO CA-LOT-LOCATION (POS-INDEX).
           EXEC SQL
               SELECT LOTCODE, LOTROW, LOTSPACE
                   INTO :LC-LOTCODE, :LC-LOTROW, :LC-LOTSPACE
                   FROM VEHICLE_LOCATION
                   WHERE VIN = :VIN-TEXT
           END-EXEC.
           IF SQLCODE = 0
               STRING LC-LOTCODE "-" LC-LOTROW "-" LC-LOTSPACE
                   DELIMITED BY SIZE INTO CA-LOT-LOCATION (POS-INDEX)
           END-IF.
           MOVE 0 TO SQLCODE.

       1410-OPEN-CURSOR.
           EXEC SQL
               OPEN ICURSOR
                         (SELECT 1 FROM CAT_UNITS U
                              WHERE U.VIN = INVENTORY.VIN
                                AND U.DAMAGESTATUS = 'D')
                     AND NOT EXISTS
                         (SELECT 1 FROM TRANSPORT_ORDERS T
                              WHERE T.VIN = INVENTORY.VIN
                                AND T.STATUS = 'T')
                     AND (:INEWUSED = ' '
                          OR (:INEWUSED = 'N' AND NEWAUTO = 'Y')
                          OR (:INEWUSED = 'U' AND
                              NEWAUTO NOT = 'Y'))
                     AND (:IFUELTYPE = ' '
                          OR FUELTYPE = :IFUELTYPE)
                     AND (:ICPO = ' ' OR CPOFLAG = 'Y')
           END-EXEC.

           MOVE WS-TOTAL-MATCHES TO TOTAL-MATCHES.
           END-IF.
                                                                                
       1500-COMPARE-VEHICLES.
           MOVE 'N' TO CA-LIMITED-SERVICE.
           MOVE 1 TO COMPARE-INDEX.
           PERFORM UNTIL COMPARE-INDEX > 3
               IF CA-VIN-SELECTED (COMPARE-INDEX) NOT = SPACES
                   END-EXEC
                   EXEC SQL CLOSE COMPARECURSOR END-EXEC

                   MOVE SQLCODE TO DB2-FAIL-CODE
                   IF DB2-UNAVAILABLE
                       PERFORM 1510-READ-SELLABLE-COPY
                   END-IF

                   IF SQLCODE = 0
                       MOVE PRICE TO CONVERT-PRICE
                       IF IND-MILES < 0
               COMPUTE COMPARE-INDEX = COMPARE-INDEX + 1
           END-PERFORM.

      *---------------------------------------
      * DB2 IS DOWN - THE UNIT COMES FROM LAST NIGHT'S GAM0VIK COPY
      * INSTEAD, DROPPED INTO THE SAME HOST VARIABLES THE FETCH
      * WOULD HAVE FILLED SO THE COMPARE LINE BUILDS AS USUAL. A
      * UNIT THAT WASN'T SELLABLE LAST NIGHT STAYS BLANK.
      *---------------------------------------
       1510-READ-SELLABLE-COPY.
           EXEC CICS READ FILE('GAMSELL')
                          INTO(SELLABLE-RECORD)
                          RIDFLD(COMPARE-VIN-PARAM)
                          RESP(SELL-RESP)
           END-EXEC.
           MOVE 'Y' TO CA-LIMITED-SERVICE.
           IF SELL-RESP = DFHRESP(NORMAL)
               MOVE SK-VIN TO VIN-TEXT
               MOVE SK-MODEL TO MODEL-TEXT
               MOVE SK-AUTOTRIM TO AUTOTRIM-TEXT
               MOVE 0 TO IND-AUTOTRIM
               MOVE SK-PRICE TO PRICE
               MOVE SK-COLOR TO COLOR-TEXT
               MOVE SK-MILES TO MILES
               MOVE 0 TO IND-MILES
               MOVE 0 TO SQLCODE
           END-IF.

       2000-DISPLAY-SCROLLED-DATA.
           MOVE 1 TO POS-INDEX.
           PERFORM UNTIL POS-INDEX > 10
               MOVE SPACES TO OUTPUS (POS-INDEX)
               MOVE SPACES TO CA-LOT-LOCATION (POS-INDEX)
               COMPUTE POS-INDEX = POS-INDEX + 1
           END-PERFORM.

           MOVE 1 TO POS-INDEX.
           MOVE 'N' TO CA-LIMITED-SERVICE.
           PERFORM 1410-OPEN-CURSOR.
           MOVE SQLCODE TO DB2-FAIL-CODE.
           IF DB2-UNAVAILABLE
               PERFORM 2500-BROWSE-SELLABLE-COPY
           ELSE
               PERFORM 1400-GET-INVENTORY-ROW
               PERFORM 1420-CLOSE-CURSOR
               PERFORM 1450-COUNT-TOTAL-MATCHES
           END-IF.
           PERFORM 3000-SEND-DATA.

           MOVE 1 TO POS-INDEX.
           COMPUTE CP = CP + 1.
           PERFORM 2000-DISPLAY-SCROLLED-DATA.
                                                                                
      *---------------------------------------
      * LIMITED SERVICE - DB2 CAN'T BE REACHED (MAINTENANCE WINDOW OR
      * OUTAGE), SO THE PAGE IS BUILT FROM LAST NIGHT'S SELLABLE COPY
      * (GAM0VIK) THROUGH ITS MAKE/MODEL PATH. BLDINDEX LEAVES THE
      * UNITS OF ONE MAKE/MODEL IN VIN ORDER, SO THE SAME PAGE STACK
      * AND BOUND-VIN PAGING WORK AS THEY DO AGAINST ICURSOR. THE
      * SCREEN FILTERS ARE APPLIED HERE; EVERY MATCH IS COUNTED FOR
      * TOTAL-MATCHES BUT ONLY THOSE PAST THE BOUND FILL THE PAGE.
      * CA-LIMITED-SERVICE TELLS GAM0VII TO SHOW THE BANNER AND
      * REFUSE THE UPDATE KEYS.
      *---------------------------------------
       2500-BROWSE-SELLABLE-COPY.
           MOVE 'Y' TO CA-LIMITED-SERVICE.
           MOVE SPACES TO CA-PAGE-FIRST-VIN.
           MOVE 0 TO SELL-PAGE-COUNT.
           MOVE 0 TO SELL-MATCH-COUNT.
           MOVE 'N' TO SELL-EOF-SW.
           MOVE IMAKE TO SK-MAKE.
           MOVE IMODEL TO SK-MODEL.
           MOVE SK-MAKE-MODEL TO SELL-BROWSE-KEY.

           EXEC CICS STARTBR FILE('GAMSELLM')
                             RIDFLD(SELL-BROWSE-KEY)
                             GTEQ
                             RESP(SELL-RESP)
           END-EXEC.

           IF SELL-RESP = DFHRESP(NORMAL)
               PERFORM 2510-READ-NEXT-SELLABLE UNTIL SELL-EOF
               EXEC CICS ENDBR FILE('GAMSELLM') END-EXEC
           END-IF.

           MOVE SELL-MATCH-COUNT TO TOTAL-MATCHES.

           IF SELL-RESP NOT = DFHRESP(NORMAL)
              AND SELL-RESP NOT = DFHRESP(NOTFND)
              AND SELL-RESP NOT = DFHRESP(ENDFILE)
              AND SELL-RESP NOT = DFHRESP(DUPKEY)
               MOVE 'INVENTORY UNAVAILABLE - TRY AGAIN LATER'
                   TO MESSAGEOUT
           ELSE
               IF VINO (1) = ' '
                   IF LOCATE-REQUESTED = 'Y'
                       MOVE 'VIN NOT FOUND' TO MESSAGEOUT
                   ELSE
                       STRING "0 " IMAKE " " IMODEL " IN INVENTORY"
                           DELIMITED BY SIZE INTO MESSAGEOUT
                   END-IF
               ELSE
                   IF SELL-PAGE-COUNT < 10
                       MOVE 'REACHED END OF LIST' TO MESSAGEOUT
                   END-IF
               END-IF
           END-IF.

           MOVE 'N' TO LOCATE-REQUESTED.
           MOVE 1 TO POS-INDEX.

       2510-READ-NEXT-SELLABLE.
           EXEC CICS READNEXT FILE('GAMSELLM')
                              INTO(SELLABLE-RECORD)
                              RIDFLD(SELL-BROWSE-KEY)
                              RESP(SELL-RESP)
           END-EXEC.

           IF (SELL-RESP NOT = DFHRESP(NORMAL)
               AND SELL-RESP NOT = DFHRESP(DUPKEY))
              OR SK-MAKE NOT = IMAKE
              OR SK-MODEL NOT = IMODEL
               MOVE 'Y' TO SELL-EOF-SW
           ELSE
               IF (IPRICELO = 0 OR SK-PRICE >= IPRICELO)
                  AND (IPRICEHI = 0 OR SK-PRICE <= IPRICEHI)
                  AND (IYEARLO = 0 OR SK-AUTOYEAR >= IYEARLO)
                  AND (IYEARHI = 0 OR SK-AUTOYEAR <= IYEARHI)
                  AND (INEWUSED = ' '
                       OR (INEWUSED = 'N' AND SK-NEWAUTO = 'Y')
                       OR (INEWUSED = 'U' AND SK-NEWAUTO NOT = 'Y'))
                  AND (IFUELTYPE = ' ' OR SK-FUELTYPE = IFUELTYPE)
                  AND (ICPO = ' ' OR SK-CPOFLAG = 'Y')
                   ADD 1 TO SELL-MATCH-COUNT
                   IF POS-INDEX NOT > 10
                      AND (BOUND-OP = 'S'
                           OR (BOUND-OP = 'I' AND SK-VIN >= BOUND-VIN)
                           OR (BOUND-OP = 'X' AND SK-VIN > BOUND-VIN))
                       PERFORM 2520-MOVE-SELLABLE-ROW
                   END-IF
               END-IF
           END-IF.

       2520-MOVE-SELLABLE-ROW.
           MOVE SK-AUTOYEAR TO CONVERT-YEAR.
           MOVE SK-PRICE TO CONVERT-PRICE.
           MOVE SK-VIN TO VINO (POS-INDEX).
           MOVE CONVERT-YEAR TO YEARO (POS-INDEX).
           MOVE SK-MODEL TO MODELO (POS-INDEX).
           MOVE CONVERT-PRICE TO PRICEO (POS-INDEX).
           IF SK-PROMOFLAG = 'P'
               MOVE '*' TO PRICEO (POS-INDEX) (9:1)
           END-IF.
           MOVE SK-NEWAUTO TO NEWAUTOO (POS-INDEX).
           MOVE SK-REGION TO REGIONO (POS-INDEX).
           MOVE SK-LOTLOC TO CA-LOT-LOCATION (POS-INDEX).
           MOVE SK-VIN TO CA-PAGE-LAST-VIN.
           IF POS-INDEX = 1
               MOVE SK-VIN TO CA-PAGE-FIRST-VIN
           END-IF.
           ADD 1 TO SELL-PAGE-COUNT.
           COMPUTE POS-INDEX = POS-INDEX + 1.

       3000-SEND-DATA.                                                          
           MOVE 'N' TO NEXTS.                                                   
           MOVE 'N' TO PREVS.                                                   
