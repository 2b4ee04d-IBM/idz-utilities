      *                                                                *
      * THE LICENSE FIELDS ARE THE LIABILITY RECORD INSURANCE         *
      * REQUIRES - A DRIVE IS NOT LOGGED WITHOUT THEM.                 *
      * GAM0VLX BLANKS LICENSENO/LICENSESTATE ONCE A DRIVE IS OLDER   *
      * THAN THE INSURER'S WINDOW; LICENSECHECKED STAYS AS THE RECORD.*
      ******************************************************************
       01  DCLTEST-DRIVE.
           10 TD-VIN.
