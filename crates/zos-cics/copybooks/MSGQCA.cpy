      ******************************************************************
      * MSGQCA - CICSMSGQ (message lookup) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off is the recognizable
      * "just arrived from the menu" case) plus the ID of the message
      * on the screen, where PF8 picks up the next one.
      ******************************************************************
       01  MSGQ-COMMAREA.
           05  MQ-STATE           PIC X.
           05  MQ-USER-ID         PIC X(8).
           05  MQ-LAST-TIME       PIC S9(7) COMP-3.
           05  MQ-TARGET-KEY      PIC X(7).
