      ******************************************************************
      * PRBMCA - CICSPRBM (abend problem management) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off is the recognizable
      * "just arrived from the menu" case) plus the problem signature
      * being worked on once CICSPRBM starts its own SEND/RETURN
      * cycle.
      ******************************************************************
       01  PRBM-COMMAREA.
           05  PB-STATE           PIC X.
           05  PB-USER-ID         PIC X(8).
           05  PB-LAST-TIME       PIC S9(7) COMP-3.
           05  PB-TARGET-KEY      PIC X(12).
