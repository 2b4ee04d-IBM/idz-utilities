      * DLRMAINT (MANAGER ROLE REQUIRED), MARKSOLD, SALEENTR,         *
      * REPRICE (MANAGER ROLE REQUIRED), HOLD, OVERRIDE, UNWIND,      *
      * AUCTION. A NONZERO DEALERID TIES A STORE USER TO THEIR        *
      * DEALER FOR DEALER-SCOPED REPORT VIEWING (GAM0VRB). RPTSIGN    *
      * (MANAGER ROLE) SIGNS A STORE'S REPORTS OFF IN GAM0VRB. EVERY  *
      * ROW IS RECERTIFIED QUARTERLY AGAINST AUDIT_LOG BY GAM0VUA.    *
      ******************************************************************
       01  DCLUSER-AUTHORITY.
           10 UA-USERID            PIC X(8).
