      * FRONT DOOR. z/OS CONNECT (OR AN EQUIVALENT CICS JSON WEB
      * SERVICES PIPELINE) BINDS THIS LAYOUT TO THE JSON SCHEMA FOR
      * THE LISTMAKES/LISTMODELS/SEARCHINVENTORY/LOCATEDEALERS
      * LOOKUPS, THE PLACEHOLD/ADDWISHLIST WRITE OPERATIONS AND THE
      * TRADEESTIMATE "WHAT'S MY CAR WORTH" OPERATION.
      * RETURN CODES: 00 OK, 02 VEHICLE ALREADY HELD (BUSY), 04
      * REQUEST REJECTED (SEE WS-MESSAGE), 99 UNKNOWN OPERATION.
      *---------------------------------------
               88  WS-OP-LOCATE-DEALERS     VALUE "LOCATEDEALERS".
               88  WS-OP-PLACE-HOLD         VALUE "PLACEHOLD".
               88  WS-OP-ADD-WISHLIST       VALUE "ADDWISHLIST".
               88  WS-OP-TRADE-ESTIMATE     VALUE "TRADEESTIMATE".
           05  WS-REQUEST-MAKE     PIC X(20).
           05  WS-REQUEST-MODEL    PIC X(20).
           05  WS-REQUEST-VIN      PIC X(17).
               10  WS-DEALER-ZIP      PIC X(10).
               10  WS-DEALER-PHONE    PIC X(12).
               10  WS-DEALER-REGION   PIC X(10).
      *    TRADEESTIMATE - THE SHOPPER'S CAR (MAKE/MODEL ABOVE, VIN
      *    OPTIONAL) AND CONTACT, AND THE RANGE AND STORE RETURNED.
           05  WS-REQUEST-YEAR     PIC 9(4).
           05  WS-REQUEST-TRIM     PIC X(32).
           05  WS-REQUEST-MILES    PIC 9(7).
           05  WS-REQUEST-CONDITION PIC X(1).
           05  WS-REQUEST-CUSTNAME PIC X(35).
           05  WS-REQUEST-CONTACT  PIC X(50).
           05  WS-ESTIMATE-LOW     PIC 9(7).
           05  WS-ESTIMATE-HIGH    PIC 9(7).
           05  WS-ESTIMATE-DEALERID PIC 9(5).
           05  WS-ESTIMATE-DEALER  PIC X(35).
           05  WS-ESTIMATE-PHONE   PIC X(12).
           05  WS-ESTIMATE-LEADID  PIC 9(9).
