      * terminal only), and by a supervisor's CICSSINQ force-off,
      * which clears every terminal's record for the user at once.
      * During an incident the CICSSINQ browse of this file replaces
      * walking the floor to find out who is on. CICSCONC counts it
      * every CONCMINS minutes onto CONCHIST for the licence history.
      ******************************************************************
       01  ACTIVE-SESSION-RECORD.
           05  AS-KEY.
