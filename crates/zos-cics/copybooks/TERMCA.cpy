      ******************************************************************
      * TERMCA - CICSTERM (terminal inventory maintenance) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off is the recognizable
      * "just arrived from the menu" case) plus the terminal ID being
      * maintained once CICSTERM starts its own SEND/RETURN cycle.
      ******************************************************************
       01  TERM-COMMAREA.
           05  TE-STATE           PIC X.
           05  TE-USER-ID         PIC X(8).
           05  TE-LAST-TIME       PIC S9(7) COMP-3.
           05  TE-TARGET-TERM     PIC X(4).
