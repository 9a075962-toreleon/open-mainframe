      ******************************************************************
      * RATECARD - Chargeback rate-card record
      * Keyed (RECORD KEY) on RT-KEY: the TRANID plus the 0CYYDDD
      * date the rate takes effect, so a TRANID's rates read back in
      * date order and a change of price is a new card, never an
      * overwrite of the rate history finance already billed from.
      * The rate in force for a day's usage is the card with the
      * latest RT-EFF-DATE not after that day. TRANID '****' is the
      * default rate for any TRANID with no card of its own. Rebuilt
      * from the RATELOAD card deck; read by the GLCHGBK month-end
      * step that prices USRACT into the GL journal.
      *   RT-RATE         charge per execution, 4 decimal places
      ******************************************************************
       01  RATE-CARD-RECORD.
           05  RT-KEY.
               10  RT-TRANID      PIC X(4).
               10  RT-EFF-DATE    PIC 9(7).
           05  RT-RATE            PIC S9(3)V9(4) COMP-3.
           05  RT-DESC            PIC X(20).
