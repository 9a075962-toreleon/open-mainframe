      ******************************************************************
      * BGTXNLOG - Break-glass transaction log record
      * Written (sequential/ESDS style, no RIDFLD, same as SIGNLOG)
      * by CICSSTAT for every transaction execution whose STATEVT
      * event carries an emergency ID and falls inside one of its
      * BRKGLASS check-outs - out to reseal, whenever it drains.
      * BL-OUT-DATE/TIME tie the row back to the check-out it ran
      * under; BL-DATE/TIME and BL-TERM-ID are the execution's own,
      * off the event, so the row says when the transaction ran, not
      * when the queue drained. The nightly BGRVWRPT step prints each
      * use's transactions under it for the reviewer.
      ******************************************************************
       01  BREAK-GLASS-TXN-RECORD.
           05  BL-USER-ID         PIC X(8).
           05  BL-OUT-DATE        PIC 9(7).
           05  BL-OUT-TIME        PIC 9(6).
           05  BL-TRANID          PIC X(4).
           05  BL-TERM-ID         PIC X(4).
           05  BL-DATE            PIC S9(7) COMP-3.
           05  BL-TIME            PIC S9(7) COMP-3.
           05  BL-ELAPSED-SECS    PIC S9(5) COMP-3.
