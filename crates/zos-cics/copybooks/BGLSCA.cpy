      ******************************************************************
      * BGLSCA - CICSBGLS (break-glass check-out) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off is the recognizable
      * "just arrived from the menu" case) plus the emergency ID
      * being worked on once CICSBGLS starts its own SEND/RETURN
      * cycle.
      ******************************************************************
       01  BGLS-COMMAREA.
           05  BA-STATE           PIC X.
           05  BA-USER-ID         PIC X(8).
           05  BA-LAST-TIME       PIC S9(7) COMP-3.
           05  BA-TARGET-USER     PIC X(8).
