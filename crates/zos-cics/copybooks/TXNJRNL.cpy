      ******************************************************************
      * TXNJRNL - Transaction activity journal record
      * Written (sequential/ESDS style, no RIDFLD, same as SIGNLOG)
      * by CICSSTAT for every STATEVT event it drains - one row per
      * online transaction execution, whoever ran it. STATSREC and
      * USRACT only ever held counts; this is the row-per-execution
      * record that answers "what exactly did this user do on the
      * 3rd between 10 and 11". TJ-DATE/TIME and TJ-TERM-ID are the
      * execution's own, off the event, so the row says when the
      * transaction ran, not when the queue drained. TJ-USER-ID is
      * spaces on the signon screen's own legs, where nobody is
      * signed on yet. The TIMELINE report merges it with SIGNLOG,
      * ADMAUDIT, CHGJRNL and ABNDDTL; RETPURGE archives it past the
      * RETTXNJ window.
      ******************************************************************
       01  TXN-JOURNAL-RECORD.
           05  TJ-USER-ID         PIC X(8).
           05  TJ-TERM-ID         PIC X(4).
           05  TJ-TRANID          PIC X(4).
           05  TJ-DATE            PIC S9(7) COMP-3.
           05  TJ-TIME            PIC S9(7) COMP-3.
           05  TJ-ELAPSED-SECS    PIC S9(5) COMP-3.
