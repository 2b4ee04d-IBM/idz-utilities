      *                                                                *
      * LAST NIGHT'S BATCH REPORTS AS BROWSABLE ROWS FOR THE GAM0VRB *
      * VIEWER. DEALERID 0 IS A COMPANY-WIDE LINE; A NONZERO         *
      * DEALERID SCOPES THE LINE TO THAT STORE'S USERS. A LINE THAT *
      * NAMES A CUSTOMER CARRIES THE GAM0BMK-MASKED NAME, NEVER A     *
      * DRIVER'S-LICENSE NUMBER; GAM0VRB MASKS PHONES FOR STORE USERS.*
      ******************************************************************
       01  DCLREPORT-REPOSITORY.
           10 RP-REPORTTYPE        PIC X(8).
