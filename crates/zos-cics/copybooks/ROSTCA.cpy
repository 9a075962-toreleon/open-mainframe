      ******************************************************************
      * ROSTCA - CICSROST (shift roster maintenance) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off is the recognizable
      * "just arrived from the menu" case) plus the roster key the
      * list starts from, so the page keyed last stays on the screen
      * once CICSROST starts its own SEND/RETURN cycle.
      ******************************************************************
       01  ROST-COMMAREA.
           05  RO-STATE           PIC X.
           05  RO-USER-ID         PIC X(8).
           05  RO-LAST-TIME       PIC S9(7) COMP-3.
           05  RO-LIST-KEY        PIC X(16).
