      ******************************************************************
      * RCRTCA - CICSRCRT (access recertification) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off is the recognizable
      * "just arrived from the menu" case) plus the campaign the
      * approver is working, kept across the SEND/RETURN cycle so it
      * is keyed once, and the user ID being attested.
      ******************************************************************
       01  RCRT-COMMAREA.
           05  RR-STATE           PIC X.
           05  RR-USER-ID         PIC X(8).
           05  RR-LAST-TIME       PIC S9(7) COMP-3.
           05  RR-CAMPAIGN        PIC X(6).
           05  RR-TARGET-USER     PIC X(8).
