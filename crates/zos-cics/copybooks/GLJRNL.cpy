      ******************************************************************
      * GLJRNL - General-ledger journal interface record
      * The fixed-format 80-byte file GLCHGBK writes at month end
      * for the ledger's journal import, replacing the USAGERPT print
      * finance used to re-key. One header, the detail lines - a
      * debit per cost centre for its priced usage and one credit to
      * the IT recovery account for the sum - then one trailer the
      * import balances against. All fields display; amounts carry
      * an implied 2-place decimal.
      *   GJ-T-RECORD-COUNT  every record on the file, header and
      *                      trailer included
      *   GJ-T-HASH-TOTAL    sum of GJ-D-AMOUNT over every detail
      *                      line, debits and credits alike
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-REC-TYPE        PIC X.
               88  GJ-HEADER      VALUE 'H'.
               88  GJ-DETAIL      VALUE 'D'.
               88  GJ-TRAILER     VALUE 'T'.
           05  GJ-BODY            PIC X(79).
           05  GJ-HEADER-BODY REDEFINES GJ-BODY.
               10  GJ-H-SOURCE        PIC X(8).
               10  GJ-H-PERIOD-START  PIC 9(7).
               10  GJ-H-PERIOD-END    PIC 9(7).
               10  GJ-H-RUN-DATE      PIC 9(7).
               10  GJ-H-ENV           PIC X(8).
               10  FILLER             PIC X(42).
           05  GJ-DETAIL-BODY REDEFINES GJ-BODY.
               10  GJ-D-SEQ           PIC 9(5).
               10  GJ-D-COST-CENTRE   PIC X(8).
               10  GJ-D-ACCOUNT       PIC X(8).
               10  GJ-D-DR-CR         PIC X.
                   88  GJ-D-DEBIT     VALUE 'D'.
                   88  GJ-D-CREDIT    VALUE 'C'.
               10  GJ-D-AMOUNT        PIC 9(11)V99.
               10  GJ-D-EXECUTIONS    PIC 9(9).
               10  GJ-D-TEXT          PIC X(30).
               10  FILLER             PIC X(5).
           05  GJ-TRAILER-BODY REDEFINES GJ-BODY.
               10  GJ-T-RECORD-COUNT  PIC 9(7).
               10  GJ-T-HASH-TOTAL    PIC 9(13)V99.
               10  GJ-T-DEBIT-TOTAL   PIC 9(11)V99.
               10  GJ-T-CREDIT-TOTAL  PIC 9(11)V99.
               10  FILLER             PIC X(31).
