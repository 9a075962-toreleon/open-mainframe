      ******************************************************************
      * DLGTCA - CICSDLGT (supervisor delegation) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off is the recognizable
      * "just arrived from the menu" case) plus the delegate user
      * being worked on once CICSDLGT starts its own SEND/RETURN
      * cycle.
      ******************************************************************
       01  DLGT-COMMAREA.
           05  DL-STATE           PIC X.
           05  DL-USER-ID         PIC X(8).
           05  DL-LAST-TIME       PIC S9(7) COMP-3.
           05  DL-TARGET-USER     PIC X(8).
