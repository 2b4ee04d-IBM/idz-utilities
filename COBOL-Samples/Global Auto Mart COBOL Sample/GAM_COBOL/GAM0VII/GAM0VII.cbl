           05  CUSTOMERIDI PIC X(10).
           05  FILLER PIC X(9).
           05  FUELI       PIC X(1).
           05  FILLER PIC X(9).
           05  CPOI        PIC X(1).
           05  MAP1-DISPLAY-SELECT     OCCURS 10 TIMES.
               10  FILLER      PIC X(9).
               10  NUMOUT      PIC X(3).
           05  MAP1-DISPLAY-REGION     OCCURS 10 TIMES.
               10  FILLER      PIC X(9).
               10  REGIONOUT   PIC X(7).
           05  MAP1-DISPLAY-LOTLOC     OCCURS 10 TIMES.
               10  FILLER      PIC X(9).
               10  LOTLOCOUT   PIC X(10).
           05  FILLER      PIC X(9).
           05  MESSAGEOUT  PIC X(26).
                                                                                
           05  LOCCUSTOMERIDI PIC X(10).
           05  FILLER PIC X(8).
           05  LOCFUELI       PIC X(1).
           05  FILLER PIC X(8).
           05  LOCCPOI        PIC X(1).
           05  LOCMAP1-DISPLAY-SELECT     OCCURS 10 TIMES.
               10  FILLER      PIC X(8).                                        
               10  LOCNUMOUT   PIC X(3).                                        
           05  LOCMAP1-DISPLAY-REGION     OCCURS 10 TIMES.
               10  FILLER      PIC X(8).
               10  LOCREGIONOUT   PIC X(7).
           05  LOCMAP1-DISPLAY-LOTLOC     OCCURS 10 TIMES.
               10  FILLER      PIC X(8).
               10  LOCLOTLOCOUT   PIC X(10).
           05  FILLER      PIC X(8).
           05  LOCMESSAGEOUT  PIC X(26).
                                                                                
           02 CA-LOCATE-VIN      PIC X(17).
           02 FILLER       PIC X(376).
           02 SHOWFUELTYPE PIC X.
           02 SHOWLOTLOC PIC X(10) OCCURS 10 TIMES.
           02 CA-LIMITED-SERVICE PIC X.
           02 SHOWCPO      PIC X.
           02 FILLER       PIC X(44).
           02 CA-VIN-SELECTED PIC X(17) OCCURS 3 TIMES.
           02 INPUTS.
               05 SHOWMAKE     PIC X(20).
               "PF9=SAVE SELECTED TO WISHLIST  PF10=SHOW WISHLIST".
           05  HELP-LINE-5B  PIC X(79) VALUE
               "PF4=RETURN TO MAKE/MODEL SELECTION".
           05  HELP-LINE-5C  PIC X(79) VALUE
               "LIMITED SERVICE - LAST NIGHT'S COPY, PF9/PF10 OFF".
           05  HELP-LINE-6   PIC X(79) VALUE
               "PF1=HELP  PF3/PF12=EXIT  PRESS ANY OTHER KEY TO RETURN".

       01  WISH-VIN-COUNT        PIC S9(2) COMP.
       01  WISH-LINE-COUNT       PIC S9(2) COMP.

      *---------------------------------------
      * GAM0VSI SETS CA-LIMITED-SERVICE WHEN DB2 WAS DOWN AND THE
      * PAGE CAME FROM LAST NIGHT'S SELLABLE COPY (GAM0VIK). THE
      * MAP'S MESSAGE LINE IS ONLY 26 BYTES.
      *---------------------------------------
       01  LIMITED-SERVICE-BANNER PIC X(26) VALUE
           "LTD SVC-LAST NIGHT'S DATA".
       01  LIMITED-SERVICE-REFUSAL PIC X(26) VALUE
           "KEY OFF IN LIMITED SERVICE".

       COPY GAM0BWL.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *---------------------------------------
      * THE PROGRAMS UPSTREAM IN THE CHAIN (GAM0VMI, GAM0VMM) DON'T
      * CARRY THE FUEL OR CPO FILTERS - ANYTHING BUT A VALID CODE IN
      * THOSE BYTES IS NOISE AND WOULD MAKE GAM0VSI'S PREDICATES
      * MATCH NOTHING, SO THEY ARE SPACED BEFORE ANY LINK.
      *---------------------------------------
           IF SHOWFUELTYPE NOT = "G" AND SHOWFUELTYPE NOT = "D"
              AND SHOWFUELTYPE NOT = "H" AND SHOWFUELTYPE NOT = "E"
               MOVE SPACES TO SHOWFUELTYPE
           END-IF.
           IF SHOWCPO NOT = "Y"
               MOVE SPACES TO SHOWCPO
           END-IF.
                                                                                
           IF CA-LOCAL-BUILD = "Y"
              EXEC SQL CONNECT TO SAMPLE END-EXEC
             PERFORM 1000-GET-DATA
             PERFORM 1050-SEND-MAP

           WHEN CA-LIMITED-SERVICE = "Y"
                AND (EIBAID = DFHPF9 OR EIBAID = DFHPF10)
             PERFORM 1010-COPY-COMMAREA
             MOVE LIMITED-SERVICE-REFUSAL TO MESSAGEOUT
             PERFORM 1050-SEND-MAP

           WHEN EIBAID = DFHPF9
             PERFORM 1100-SAVE-WISHLIST

                 MOVE SHOWPRICEO (ARRAY-INDEX) TO PRICEOUT (ARRAY-INDEX)        
                 MOVE SHOWNEWAUTOO (ARRAY-INDEX) TO NEWOUT (ARRAY-INDEX)
                 MOVE SHOWREGIONO (ARRAY-INDEX) TO REGIONOUT (ARRAY-INDEX)
                 MOVE SHOWLOTLOC (ARRAY-INDEX)
                   TO LOTLOCOUT (ARRAY-INDEX)

                 COMPUTE ARRAY-INDEX = ARRAY-INDEX + 1
               END-PERFORM.
                         DELIMITED BY SIZE INTO PAGE-INDICATOR
                  MOVE PAGE-INDICATOR TO MESSAGEOUT
               END-IF.

               IF CA-LIMITED-SERVICE = "Y" AND MESSAGE-OUT = SPACES
                  MOVE LIMITED-SERVICE-BANNER TO MESSAGEOUT
               END-IF.
                                                                                
                                                                                
       1050-SEND-MAP.
              MOVE FUELI TO SHOWFUELTYPE
           END-IF.

           IF CPOI = "Y"
              MOVE "Y" TO SHOWCPO
           ELSE
              MOVE SPACES TO SHOWCPO
           END-IF.

      *--------------------------------------------------------------
      *    LOCAL BUILD PARAGRAPHS
      *--------------------------------------------------------------           
             PERFORM 3000-GET-DATA
             PERFORM 3050-SEND-MAP

           WHEN CA-LIMITED-SERVICE = "Y"
                AND (EIBAID = DFHPF9 OR EIBAID = DFHPF10)
             PERFORM 3010-COPY-COMMAREA
             MOVE LIMITED-SERVICE-REFUSAL TO LOCMESSAGEOUT
             PERFORM 3050-SEND-MAP

           WHEN EIBAID = DFHPF9
             PERFORM 3100-SAVE-WISHLIST

              MOVE SHOWPRICEO (ARRAY-INDEX) TO LOCPRICEOUT (ARRAY-INDEX)        
              MOVE SHOWNEWAUTOO (ARRAY-INDEX) TO LOCNEWOUT (ARRAY-INDEX)        
              MOVE SHOWREGIONO (ARRAY-INDEX) TO LOCREGIONOUT (ARRAY-INDEX)
              MOVE SHOWLOTLOC (ARRAY-INDEX)
                TO LOCLOTLOCOUT (ARRAY-INDEX)
                                                                                
              COMPUTE ARRAY-INDEX = ARRAY-INDEX + 1
           END-PERFORM.
                     DELIMITED BY SIZE INTO PAGE-INDICATOR
              MOVE PAGE-INDICATOR TO LOCMESSAGEOUT
           END-IF.

           IF CA-LIMITED-SERVICE = "Y" AND MESSAGE-OUT = SPACES
              MOVE LIMITED-SERVICE-BANNER TO LOCMESSAGEOUT
           END-IF.
                                                                                
                                                                                
       3050-SEND-MAP.
           ELSE
              MOVE LOCFUELI TO SHOWFUELTYPE
           END-IF.

           IF LOCCPOI = "Y"
              MOVE "Y" TO SHOWCPO
           ELSE
              MOVE SPACES TO SHOWCPO
           END-IF.
