      *---------------------------------------
      * SHARED MONTH-END CLOSE READINESS WORK AREA. THE CALLER SETS
      * RY-YEAR AND RY-MONTH AND PERFORMS 9800-CHECK-CLOSE-READINESS
      * (CARRIED WITH 9810 AND 9820 AT THE END OF THE PROCEDURE
      * DIVISION OF BOTH GAM0VPC AND GAM0VCY - CHANGE BOTH), WHICH
      * FILLS THE PERIOD'S FIRST AND LAST DAYS (ISO) AND THE COUNT
      * OF ITEMS STILL OPEN FOR THE PERIOD UNDER EACH HEADING IN
      * RY-LABEL, WITH THE TOTAL. GAM0VPC CHECKS IT BEFORE A CLOSE
      * AND GAM0VCY LISTS THE ITEMS BEHIND THE COUNTS. A NONZERO
      * RY-SQLCODE MEANS A COUNT COULD NOT BE TAKEN AND THE PERIOD
      * IS NOT TO BE TREATED AS CLEAN.
      *---------------------------------------
       01  CLOSE-READINESS-AREA.
           05  RY-YEAR                 PIC S9(9) USAGE COMP.
           05  RY-MONTH                PIC S9(9) USAGE COMP.
           05  RY-FROM-DATE            PIC X(10).
           05  RY-THRU-DATE            PIC X(10).
           05  RY-GL-LAST-DATE         PIC X(10).
           05  RY-DATE-BUILD.
               10  RY-BUILD-YEAR       PIC 9(4).
               10  RY-BUILD-DASH-1     PIC X(1).
               10  RY-BUILD-MONTH      PIC 9(2).
               10  RY-BUILD-DAY        PIC X(3).
           05  RY-COUNTS.
               10  RY-FLEET-OPEN       PIC S9(9) USAGE COMP.
               10  RY-CASH-UNCONFIRMED PIC S9(9) USAGE COMP.
               10  RY-CIT-UNFUNDED     PIC S9(9) USAGE COMP.
               10  RY-EXCEPTIONS-OPEN  PIC S9(9) USAGE COMP.
               10  RY-GL-DAYS-MISSED   PIC S9(9) USAGE COMP.
               10  RY-DEPOSITS-OPEN    PIC S9(9) USAGE COMP.
               10  RY-CLAWBACKS-OPEN   PIC S9(9) USAGE COMP.
           05  RY-COUNT-TAB REDEFINES RY-COUNTS.
               10  RY-COUNT            PIC S9(9) USAGE COMP
                                       OCCURS 7 TIMES.
           05  RY-TOTAL-OPEN           PIC S9(9) USAGE COMP.
           05  RY-IX                   PIC S9(4) USAGE COMP.
           05  RY-SQLCODE              PIC S9(9) USAGE COMP.

       01  RY-LABEL-LIT.
           05  FILLER                  PIC X(30) VALUE
               "UNPOSTED FLEET DEALS".
           05  FILLER                  PIC X(30) VALUE
               "UNCONFIRMED CASH RECON DAYS".
           05  FILLER                  PIC X(30) VALUE
               "CONTRACTS IN TRANSIT".
           05  FILLER                  PIC X(30) VALUE
               "OPEN EXCEPTIONS".
           05  FILLER                  PIC X(30) VALUE
               "GL EXTRACT DAYS NOT RUN".
           05  FILLER                  PIC X(30) VALUE
               "UNAPPLIED DEPOSITS, SOLD UNITS".
           05  FILLER                  PIC X(30) VALUE
               "PENDING COMMISSION CLAWBACKS".
       01  RY-LABEL-TAB REDEFINES RY-LABEL-LIT.
           05  RY-LABEL                PIC X(30) OCCURS 7 TIMES.
