      * DATASET - BUYER, PHONE, DEALER, VIN, CASH TOTAL, FLAG DATE
      * - AND STAMPS REPORTEDDATE SO NEXT MONTH'S RUN PICKS UP ONLY
      * WHAT'S NEW. THE OFFICE FILES ON TIME INSTEAD OF DISCOVERING
      * MISSES AT YEAR-END. THE IRS FILING NEEDS THE BUYER'S FULL
      * IDENTITY, SO THIS EXTRACT IS EXEMPT FROM GAM0BMK MASKING.
      *---------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAM0VCE.
