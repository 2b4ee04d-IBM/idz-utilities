      *---------------------------------------
      * SHARED BUSINESS-DAY WORK AREA. A BUSINESS DAY IS MONDAY TO
      * FRIDAY WITH NO BUSINESS_CALENDAR ROW (GAM0BBC) CLOSING IT FOR
      * THE COMPANY, FOR THE DEALER IN BD-DEALERID OR FOR THE STATE
      * IN BD-STATEABBR (ZERO / BLANK LEAVE THAT SCOPE OUT). EVERY
      * PROGRAM THAT DOES DATE ARITHMETIC IN BUSINESS DAYS COPIES
      * THIS IN WORKING-STORAGE, CARRIES THE 9700-9740 ROUTINES AT
      * THE END OF ITS PROCEDURE DIVISION (GAM0VBD, GAM0VEA, GAM0VFL,
      * GAM0VHE, GAM0VLP, GAM0VSE, GAM0VTA AND GAM0VTO - THE CODE IS
      * THE SAME IN ALL OF THEM, CHANGE THEM ALL TOGETHER), FILLS THE
      * INPUTS AND PERFORMS:
      *   9700-ADD-BUSINESS-DAYS   BD-FROM-DATE PLUS BD-DAYS BUSINESS
      *                            DAYS INTO BD-RESULT-DATE (BD-DAYS
      *                            0 ROLLS A CLOSED DAY FORWARD TO THE
      *                            NEXT BUSINESS DAY);
      *   9710-PRIOR-BUSINESS-DAY  BD-FROM-DATE, OR THE LAST BUSINESS
      *                            DAY BEFORE IT, INTO BD-RESULT-DATE;
      *   9720-COUNT-BUSINESS-DAYS BUSINESS DAYS AFTER BD-FROM-DATE UP
      *                            TO AND INCLUDING BD-THRU-DATE INTO
      *                            BD-COUNT, STOPPING ONCE IT PASSES
      *                            BD-DAYS IF BD-DAYS IS NOT ZERO;
      *   9730-CHECK-STORE-OPEN    BD-STORE-CLOSED IF A COMPANY
      *                            HOLIDAY OR A CLOSURE OF BD-DEALERID
      *                            FALLS ON BD-FROM-DATE (WEEKENDS DO
      *                            NOT CLOSE A STORE).
      * BD-CAL-DAYS COMES BACK AS THE CALENDAR DAYS STEPPED. DATES
      * ARE ISO (YYYY-MM-DD). A NONZERO BD-SQLCODE MEANS THE CALENDAR
      * COULD NOT BE READ AND THE ANSWER COUNTS WEEKENDS ONLY.
      *---------------------------------------
       01  BUSINESS-DAY-AREA.
           05  BD-DEALERID         PIC S9(9) USAGE COMP.
           05  BD-STATEABBR        PIC X(2).
           05  BD-FROM-DATE        PIC X(10).
           05  BD-THRU-DATE        PIC X(10).
           05  BD-DAYS             PIC S9(4) USAGE COMP.
           05  BD-RESULT-DATE      PIC X(10).
           05  BD-COUNT            PIC S9(4) USAGE COMP.
           05  BD-CAL-DAYS         PIC S9(4) USAGE COMP.
           05  BD-SQLCODE          PIC S9(9) USAGE COMP.
           05  BD-STORE-SW         PIC X(1).
               88  BD-STORE-OPEN      VALUE "O".
               88  BD-STORE-CLOSED    VALUE "C".
           05  BD-STEP-DATE        PIC X(10).
           05  BD-STEP             PIC S9(4) USAGE COMP.
           05  BD-STEP-WEEKDAY     PIC S9(9) USAGE COMP.
           05  BD-STEP-CLOSED      PIC S9(9) USAGE COMP.
           05  BD-STEP-SW          PIC X(1).
               88  BD-STEP-OPEN       VALUE "Y".
               88  BD-STEP-SHUT       VALUE "N".
