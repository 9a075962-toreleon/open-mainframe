      ******************************************************************
      * MWINCA - CICSMWIN (maintenance window scheduling) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off is the recognizable
      * "just arrived from the menu" case) plus the window key being
      * worked on once CICSMWIN starts its own SEND/RETURN cycle.
      ******************************************************************
       01  MWIN-COMMAREA.
           05  MW-STATE           PIC X.
           05  MW-USER-ID         PIC X(8).
           05  MW-LAST-TIME       PIC S9(7) COMP-3.
           05  MW-TARGET-KEY      PIC X(13).
