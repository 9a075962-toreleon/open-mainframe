      * which is what lets the monthly USAGERPT roll transaction
      * consumption up by UM-DEPT for the chargeback question
      * finance started asking.
      * SE-TERM-ID, SE-DATE and SE-TIME place the execution itself -
      * terminal, and the 0CYYDDD date and HHMMSS time the task
      * started - so CICSSTAT can log each transaction a checked-out
      * break-glass ID runs onto BGTXNLOG, and every execution onto
      * the TXNJRNL activity journal, as it happened, not as it
      * drained.
       01  STAT-EVENT-RECORD.
           05  SE-TRANID          PIC X(4).
           05  SE-HOUR            PIC 99.
           05  SE-ELAPSED-SECS    PIC S9(5) COMP-3.
           05  SE-USER-ID         PIC X(8).
           05  SE-TERM-ID         PIC X(4).
           05  SE-DATE            PIC S9(7) COMP-3.
           05  SE-TIME            PIC S9(7) COMP-3.
