      ******************************************************************
      * HRRSEQ - HR return-feed sequence control record
      * Keyed (RECORD KEY) on HQ-FEED-TYPE, one record per HRRETURN
      * series: D the daily file, F the weekly full population. Each
      * says which number the series last went out under and for
      * which day, and is rewritten only after that file has closed
      * clean - a run that dies part way leaves the number where it
      * was. A rerun for the day already sent goes out again under
      * the SAME number, so HR sees a resend of that day rather than
      * a new one; the next day takes the next number, so a file HR
      * never received shows as a gap. A day earlier than the one
      * last sent is refused - it has no number HR could place.
      ******************************************************************
       01  HR-RETURN-SEQ-RECORD.
           05  HQ-FEED-TYPE       PIC X.
           05  HQ-LAST-SEQ        PIC 9(7).
           05  HQ-DATA-DATE       PIC 9(7).
           05  HQ-RUN-DATE        PIC S9(7) COMP-3.
           05  HQ-RUN-TIME        PIC S9(7) COMP-3.
           05  HQ-ENV             PIC X(8).
           05  HQ-RECORD-COUNT    PIC 9(7).
