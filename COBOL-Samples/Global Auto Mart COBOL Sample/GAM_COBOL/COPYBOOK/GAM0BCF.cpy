      *---------------------------------------
      * SHARED CUSTOMER-RESOLUTION WORK AREA. EVERY PROGRAM THAT
      * PUTS A BUYER ON A SALE COPIES THIS IN WORKING-STORAGE AND
      * CARRIES THE 9850-9890 ROUTINES IT NEEDS AT THE END OF ITS
      * PROCEDURE DIVISION (GAM0VCB, GAM0VCM, GAM0VFD, GAM0VNC AND
      * GAM0VSE - THE CODE IS THE SAME IN ALL OF THEM, CHANGE THEM
      * ALL TOGETHER), SO A DEAL
      * KEYED ON GAM0VSE, A FLEET DEAL ON GAM0VFD AND AN OLD SALE
      * MATCHED BY GAM0VCB ALL FIND THE SAME CUSTOMER THE SAME WAY.
      * FILL THE INPUTS AND PERFORM 9850-RESOLVE-CUSTOMER THRU
      * 9850-EXIT:
      *   CR-CUSTOMERID  AN ID THE DESK KEYED - IT IS ONLY CHECKED
      *                  FOR EXISTENCE (CR-KEYED / CR-NOT-FOUND).
      *                  BLANK MEANS FIND THE BUYER BY NAME/PHONE,
      *                  AND THE ID FOUND OR ADDED COMES BACK HERE.
      *   CR-NAME        BUYER NAME AS KEYED ON THE DEAL.
      *   CR-PHONE       BUYER PHONE, BLANK IF NONE.
      *   CR-DEALERID    PREFERRED DEALER FOR A NEW ROW, 0 FOR NONE.
      *   CR-MODE        CR-MATCH-ONLY NEVER ADDS A ROW;
      *                  CR-MATCH-OR-ADD ADDS ONE WHEN NOTHING
      *                  MATCHES OR THE NAME IS AMBIGUOUS.
      * A NAME AND PHONE BOTH ON A CUSTOMER ROW IS A MATCH. WITH NO
      * SUCH ROW THE NAME ALONE MATCHES ONLY WHEN EXACTLY ONE
      * CUSTOMER HAS IT AND THAT ROW HAS NO PHONE THAT CONTRADICTS
      * THE ONE KEYED - TWO OR MORE IS CR-AMBIGUOUS. AN ADDED ROW
      * GETS THE NEXT "S" + NINE-DIGIT ID. CR-FAILED MEANS DB2
      * REFUSED (CR-SQLCODE); THE CALLER BACKS ITS UNIT OF WORK OUT.
      *
      * THE MAILING ADDRESS RIDES IN CR-ADDR1 THRU CR-ZIP. PERFORM
      * 9880-CHECK-ADDRESS THRU 9880-EXIT TO EDIT IT - CR-ADDR-MSG
      * COMES BACK BLANK WHEN IT IS GOOD OR WAS NOT KEYED AT ALL
      * (CR-ADDR-KEYED TELLS WHICH). 9890-STORE-ADDRESS THRU
      * 9890-EXIT PUTS A KEYED ADDRESS ON CUSTOMER CR-CUSTOMERID,
      * MARKED UNCHECKED ('N') FOR THE NEXT GAM0VNC RUN, UNLESS IT
      * IS THE ADDRESS ALREADY ON FILE.
      *---------------------------------------
       01  CUSTOMER-RESOLVE-AREA.
           05  CR-CUSTOMERID       PIC X(10).
           05  CR-NAME             PIC X(35).
           05  CR-PHONE            PIC X(12).
           05  CR-DEALERID         PIC S9(9) USAGE COMP.
           05  CR-MODE             PIC X(1).
               88  CR-MATCH-ONLY      VALUE "M".
               88  CR-MATCH-OR-ADD    VALUE "A".
           05  CR-RESULT           PIC X(1).
               88  CR-KEYED           VALUE "K".
               88  CR-MATCHED         VALUE "M".
               88  CR-ADDED           VALUE "N".
               88  CR-NOT-FOUND       VALUE "X".
               88  CR-AMBIGUOUS       VALUE "D".
               88  CR-FAILED          VALUE "E".
           05  CR-SQLCODE          PIC S9(9) USAGE COMP.
           05  CR-MATCH-COUNT      PIC S9(9) USAGE COMP.
           05  CR-FOUND-ID         PIC X(10).
           05  IND-CR-FOUND-ID     PIC S9(4) USAGE COMP.
           05  IND-CR-PHONE        PIC S9(4) USAGE COMP.
           05  IND-CR-DEALERID     PIC S9(4) USAGE COMP.
           05  CR-NEXT-NUMBER      PIC S9(9) USAGE COMP.
           05  CR-NEXT-DISPLAY     PIC 9(9).
           05  CR-ADD-TRIES        PIC S9(4) USAGE COMP.
           05  CR-ADDR1            PIC X(40).
           05  CR-ADDR2            PIC X(40).
           05  CR-CITY             PIC X(30).
           05  CR-STATE            PIC X(2).
           05  CR-ZIP              PIC X(10).
           05  CR-ADDR-SW          PIC X(1).
               88  CR-ADDR-KEYED      VALUE "Y".
           05  CR-ADDR-MSG         PIC X(60).
           05  IND-CR-ADDR2        PIC S9(4) USAGE COMP.
