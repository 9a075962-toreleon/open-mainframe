      ******************************************************************
      * DEPTCA - CICSDEPT (department master maintenance) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off is the recognizable
      * "just arrived from the menu" case) plus the department code
      * being maintained once CICSDEPT starts its own SEND/RETURN
      * cycle.
      ******************************************************************
       01  DEPT-COMMAREA.
           05  DE-STATE           PIC X.
           05  DE-USER-ID         PIC X(8).
           05  DE-LAST-TIME       PIC S9(7) COMP-3.
           05  DE-TARGET-DEPT     PIC X(8).
