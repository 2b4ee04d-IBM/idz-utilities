      * A FRESH GAM0VDB LOAD GETS PICKED UP SINCE THAT JOB RUNS
      * OVERNIGHT, BETWEEN THE DAY THE OLD CACHE WAS BUILT AND THE
      * DAY IT GETS USED NEXT.
      * MAKE_MODEL IS ALSO CHANGED DURING THE DAY - THE GAM0VMY OEM
      * CATALOG LOAD AND THE GAM0VMA MAINTENANCE SCREEN BOTH STAMP
      * UPDATEDTS ON EVERY ROW THEY TOUCH - SO EACH ENTRY ALSO
      * CARRIES THE CATALOG'S MAX(UPDATEDTS) IT WAS BUILT FROM, AND
      * AN ENTRY WHOSE STAMP NO LONGER MATCHES IS STALE AS WELL.
       01  CURRENT-DATE-TEXT       PIC X(08).
       01  CATALOG-STAMP           PIC X(26).
       01  CACHE-REGION-CODE       PIC X(04).
       01  CACHE-MAKE-PREFIX       PIC X(04).
       01  CACHE-QUEUE-NAME        PIC X(08).

       01  CACHED-MAKE-ENTRY.
           05 CACHED-MAKE-DATE         PIC X(08).
           05 CACHED-MAKE-STAMP        PIC X(26).
           05 CACHED-MAKE-ITEMS        PIC X(20) OCCURS 10 TIMES.

       01  CACHED-MODEL-ENTRY.
           05 CACHED-MODEL-DATE        PIC X(08).
           05 CACHED-MODEL-STAMP       PIC X(26).
           05 CACHED-MODEL-COUNT       PIC S9(4) COMP.
           05 CACHED-MODEL-ITEMS       PIC X(20) OCCURS 60 TIMES.
           05 CACHED-MODEL-AVAIL-ITEMS PIC 9(3) OCCURS 60 TIMES.
       1000-LOAD-MAKE-LIST.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CURRENT-DATE-TEXT.
           PERFORM 3000-READ-CATALOG-STAMP.

           EVALUATE CA-REGION-FILTER
              WHEN "EASTERN" MOVE "EAST" TO CACHE-REGION-CODE
           END-EXEC.

           IF CACHE-RESP = DFHRESP(NORMAL) AND
              CACHED-MAKE-DATE = CURRENT-DATE-TEXT AND
              CACHED-MAKE-STAMP = CATALOG-STAMP
              MOVE CACHED-MAKE-ITEMS TO CA-MAKE-LIST
           ELSE
              EXEC SQL OPEN VALMAK

              IF SQLCODE = 0 OR SQLCODE = 100
                 MOVE CURRENT-DATE-TEXT TO CACHED-MAKE-DATE
                 MOVE CATALOG-STAMP TO CACHED-MAKE-STAMP
                 MOVE CA-MAKE-LIST TO CACHED-MAKE-ITEMS

                 EXEC CICS DELETEQ TS
       2000-LOAD-MODEL-LIST.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CURRENT-DATE-TEXT.
           PERFORM 3000-READ-CATALOG-STAMP.

           IF CA-MODEL-NEXT = 'Y'
              COMPUTE MOD-NEW-OFFSET = CA-MODEL-CP + 12
           END-EXEC.

           IF CACHE-RESP NOT = DFHRESP(NORMAL) OR
              CACHED-MODEL-DATE NOT = CURRENT-DATE-TEXT OR
              CACHED-MODEL-STAMP NOT = CATALOG-STAMP
              PERFORM 2100-REFRESH-MODEL-CACHE
           END-IF.

                  DELIMITED BY SIZE INTO CA-MODEL-OUTPUT
           ELSE
              MOVE CURRENT-DATE-TEXT TO CACHED-MODEL-DATE
              MOVE CATALOG-STAMP TO CACHED-MODEL-STAMP

              EXEC CICS DELETEQ TS
                  QUEUE(CACHE-QUEUE-NAME)

           EXEC SQL CLOSE VALMOD
                    END-EXEC.

       3000-READ-CATALOG-STAMP.

           EXEC SQL SELECT COALESCE(CHAR(MAX(UPDATEDTS)), ' ')
                    INTO :CATALOG-STAMP
                    FROM MAKE_MODEL
                    END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO CATALOG-STAMP
           END-IF.
