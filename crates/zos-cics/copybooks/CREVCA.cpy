      ******************************************************************
      * CREVCA - CICSCREV (control-report sign-off) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off is the recognizable
      * "just arrived from the menu" case) plus the register entry
      * (report + run date) being worked on once CICSCREV starts its
      * own SEND/RETURN cycle.
      ******************************************************************
       01  CREV-COMMAREA.
           05  CV-STATE           PIC X.
           05  CV-USER-ID         PIC X(8).
           05  CV-LAST-TIME       PIC S9(7) COMP-3.
           05  CV-TARGET-KEY      PIC X(15).
