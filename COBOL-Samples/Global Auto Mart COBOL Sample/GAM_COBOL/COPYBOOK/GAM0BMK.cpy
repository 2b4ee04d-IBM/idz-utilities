      *---------------------------------------
      * SHARED CUSTOMER-PII MASKING WORK AREA. THE COMMON RULE IS
      * THAT ONLY THE LAST FOUR CHARACTERS OF A NAME, PHONE OR
      * DRIVER'S-LICENSE NUMBER SHOW; EVERYTHING BEFORE THEM BECOMES
      * AN ASTERISK EXCEPT SPACES AND DASHES, SO THE SHAPE SURVIVES.
      * EVERY BATCH REPORT OR EXTRACT THAT PRINTS CUSTOMER IDENTITY
      * COPIES THIS, MOVES THE VALUE TO MASK-IN AND PERFORMS ITS OWN
      * 9800-MASK-PII PARAGRAPH, THE SAME WAY GAM0BAW IS SHARED.
      * ONLY THE REGULATORY EXTRACTS THAT LEGALLY NEED FULL IDENTITY
      * (CASH8300, ADVNOTCE, RECLLTRS) SKIP IT.
      *---------------------------------------
       01  MASK-WORK-AREA.
           05  MASK-IN             PIC X(50).
           05  MASK-OUT            PIC X(50).
           05  MASK-SUB            PIC S9(4) USAGE COMP.
           05  MASK-KEPT           PIC S9(4) USAGE COMP.
