      ******************************************************************
      * GLPOST - Chargeback GL posting-control record
      * Keyed (RECORD KEY) on GP-PERIOD, the 0CYYDDD first day of the
      * month posted. GLCHGBK writes one when a month's journal goes
      * out in balance and refuses to build a journal for any month
      * already here - a rerun of the month-end chain must not bill
      * every cost centre twice. Reversing a posted month is a
      * finance decision: the record is deleted by hand once the
      * ledger side is reversed, and the step reruns.
      ******************************************************************
       01  GL-POSTING-RECORD.
           05  GP-PERIOD          PIC 9(7).
           05  GP-POSTED-DATE     PIC S9(7) COMP-3.
           05  GP-POSTED-TIME     PIC S9(7) COMP-3.
           05  GP-ENV             PIC X(8).
           05  GP-RECORD-COUNT    PIC 9(7).
           05  GP-JOURNAL-TOTAL   PIC S9(11)V99 COMP-3.
