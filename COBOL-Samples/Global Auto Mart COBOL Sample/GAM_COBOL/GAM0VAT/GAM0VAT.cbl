      * (NO COMMAREA, LINKED WITH A SCHEMA PARM THE SAME WAY
      * GAM0VIV IS; SYSIN CARD IS YYYY MM NNN - THE MONTH AND THE
      * ATTRIBUTION WINDOW IN DAYS, DEFAULT 60). EACH LEAD RECEIVED
      * IN THE MONTH IS MATCHED TO A SALE BY VIN, BUYER NAME OR
      * THE SALE'S BUYER/CO-BUYER CUSTOMER ROW WITHIN THE WINDOW,
      * AND TO APPOINTMENTS THROUGH THE CUSTOMER
      * MASTER, THEN ROLLED UP BY SOURCEPAGE AND DEALER: LEADS,
      * APPOINTMENTS, SOLD UNITS AND AVERAGE DAYS FROM LEAD TO SALE
      * - SO THE MARKETING BUDGET POINTS AT SOURCES THAT ACTUALLY
                                  - DAYS(L.RECEIVEDDATE))
                           FROM SALES S
                           WHERE (S.VIN = L.VIN
                                  OR S.BUYERNAME = L.CUSTNAME
                                  OR S.CUSTOMERID IN
                                     (SELECT C2.CUSTOMERID
                                          FROM CUSTOMER C2
                                          WHERE C2.CUSTNAME =
                                                L.CUSTNAME)
                                  OR S.COBUYERID IN
                                     (SELECT C3.CUSTOMERID
                                          FROM CUSTOMER C3
                                          WHERE C3.CUSTNAME =
                                                L.CUSTNAME))
                             AND S.SALEDATE >= L.RECEIVEDDATE
                             AND S.SALEDATE <= L.RECEIVEDDATE
                                 + :WINDOW-DAYS DAYS
