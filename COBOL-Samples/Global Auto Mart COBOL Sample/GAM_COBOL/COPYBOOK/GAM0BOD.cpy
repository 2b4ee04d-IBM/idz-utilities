      * EVERY POINT THAT TOUCHES A UNIT'S MILEAGE LOGS THE READING:  *
      * 'INTK' GAM0VRV INTAKE, 'ASGN' GAM0VVA LOANER CHECK-IN,       *
      * 'XFER' GAM0VTR TRANSFER, 'SALE' THE GAM0VSE ODOMETER         *
      * DISCLOSURE, 'VHST' THE VENDOR'S LAST READING (GAM0VVH). A    *
      * READING BELOW THE VIN'S HIGH-WATER MARK RAISES AN 'ODOM'     *
      * EXCEPTION INTO THE GAM0VEW WORKBENCH - ONE ROLLBACK          *
      * LAWSUIT PAYS FOR THIS TABLE MANY TIMES OVER.                 *
      ******************************************************************
       01  DCLODOMETER-LOG.
           10 OD-VIN.
