      ******************************************************************
      * SIEMHWM - Security-event feed high-water mark
      * Keyed (RECORD KEY) on HW-SOURCE, one record per file the
      * SIEMFEED step forwards to the corporate security monitoring
      * platform: SIGNLOG, ADMAUDIT, CHGJRNL and ALERTS. Each record
      * says how far that source has already gone out, so the next
      * run sends only what is new - and is rewritten only after the
      * run's feed file has closed clean, so a run that dies part way
      * leaves the mark where it was and the rerun sends the same
      * events again under the same event IDs.
      *   HW-REC-COUNT    sequential sources: records on the file up
      *                   to and including the last one sent. SLARCH
      *                   and RETPURGE rewrite these files from the
      *                   front, so the count alone is not a position
      *                   - the next run checks HW-ANCHOR at that
      *                   position and, when the purge has moved it,
      *                   finds the anchor further up the file
      *   HW-ANCHOR       the first 40 bytes of the last record sent
      *                   (the whole SIGNLOG and ADMAUDIT record, the
      *                   CHGJRNL header) - what the count is checked
      *                   against
      *   HW-LAST-DATE/TIME  stamp of the last record sent - the
      *                   fallback when the anchor itself has been
      *                   purged, everything stamped later goes
      *   HW-LAST-ID      ALERTS only: the last OA-ID sent. ALERTS
      *                   is keyed on an ascending number, so the
      *                   next run simply starts past it
      *   HW-EVENT-SEQ    events ever sent from this source - the
      *                   number in each line's id= key
      ******************************************************************
       01  SIEM-HWM-RECORD.
           05  HW-SOURCE          PIC X(8).
           05  HW-REC-COUNT       PIC 9(9).
           05  HW-ANCHOR          PIC X(40).
           05  HW-LAST-DATE       PIC S9(7) COMP-3.
           05  HW-LAST-TIME       PIC S9(7) COMP-3.
           05  HW-LAST-ID         PIC 9(7).
           05  HW-EVENT-SEQ       PIC 9(9).
           05  HW-RUN-DATE        PIC S9(7) COMP-3.
           05  HW-RUN-TIME        PIC S9(7) COMP-3.
