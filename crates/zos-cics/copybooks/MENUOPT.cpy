      * the menu. One record per transaction CICSMENU offers, loaded
      * by the MENULOAD batch step - adding a transaction to the menu
      * is a reload of this file, not a program change. MO-MIN-CLASS
      * is the lowest SECCLASS menu tier allowed to see and run the
      * option: spaces or 'OP' means the OP and SU tiers, 'SU' means
      * the SU tier only (a class can also be granted the TRANID
      * outright on SECCLASS), so SEND-MENU-SCREEN lists only what
      * the signed-on user may actually run.
      ******************************************************************
       01  MENU-OPTION-RECORD.
           05  MO-KEY.
