      ******************************************************************
      * WDSTATE - Intraday watchdog condition state
      * Keyed (RIDFLD) on WD-KEY: the kind of condition plus what it
      * is about. One record per condition CICSWDOG has raised an
      * alert for and that has not yet cleared - the record is what
      * stops the next run (a few minutes later) alerting on the
      * same 40 failed sign-ons all over again. When a run finds the
      * condition back under its threshold the record is deleted, so
      * the next time it trips it alerts afresh.
      *   WD-CONDITION  TERM  failed sign-ons from one terminal
      *                 USER  failed sign-ons against one user ID
      *                 ABND  abends of one TRANID
      *                 QDEP  STAT or SLFB queue backing up
      *                 *BKM  (not a condition) the SIGNLOG browse
      *                       bookmark: WD-BOOK-RBA and the record
      *                       image found there, so a run starts
      *                       from where the last window began rather
      *                       than from the top of a log that grows
      *                       all day. The image is checked before
      *                       the RBA is trusted - SLARCH rewrites the
      *                       file overnight
      *   WD-SUBJECT    the terminal, user ID, TRANID or queue name
      *   WD-COUNT      the count that tripped the alert
      *   WD-ALERT-ID   the ALERTS record raised for it
      ******************************************************************
       01  WATCHDOG-STATE-RECORD.
           05  WD-KEY.
               10  WD-CONDITION   PIC X(4).
                   88  WD-TERM-FAILS    VALUE 'TERM'.
                   88  WD-USER-FAILS    VALUE 'USER'.
                   88  WD-TRAN-ABENDS   VALUE 'ABND'.
                   88  WD-QUEUE-BACKLOG VALUE 'QDEP'.
                   88  WD-BOOKMARK      VALUE '*BKM'.
               10  WD-SUBJECT     PIC X(8).
           05  WD-RAISED-DATE     PIC S9(7) COMP-3.
           05  WD-RAISED-TIME     PIC S9(7) COMP-3.
           05  WD-COUNT           PIC S9(7) COMP-3.
           05  WD-ALERT-ID        PIC 9(7).
           05  WD-BOOK-RBA        PIC S9(8) COMP.
           05  WD-BOOK-IMAGE      PIC X(21).
