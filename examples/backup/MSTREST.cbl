           05  BK-REC-COUNT       PIC 9(7).
           05  FILLER             PIC X.
           05  BK-HASH-TOTAL      PIC 9(9).
           05  FILLER             PIC X.
           05  BK-BKUP-DATE       PIC 9(7).
           05  BK-BKUP-TIME       PIC 9(6).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).
