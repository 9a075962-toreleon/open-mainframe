      ******************************************************************
      * RRUNCA - CICSRRUN (ad-hoc report rerun request) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off is the recognizable
      * "just arrived from the menu" case) plus the report and run
      * date being requested once CICSRRUN starts its own
      * SEND/RETURN cycle.
      ******************************************************************
       01  RRUN-COMMAREA.
           05  RN-STATE           PIC X.
           05  RN-USER-ID         PIC X(8).
           05  RN-LAST-TIME       PIC S9(7) COMP-3.
           05  RN-TARGET-KEY      PIC X(15).
