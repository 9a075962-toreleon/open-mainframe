      * The hash is a per-byte modular accumulation over every
      * record - cheap, order-sensitive, and enough to catch a
      * truncated or garbled unload. PARM is run-date,env.
      *
      * Each BKCTL line also carries the date (0CYYDDD, the CHGJRNL
      * stamp form) and time the file's unload started - MSTRCVR
      * rolls CHGJRNL forward onto the backup from that point, so a
      * file damaged mid-afternoon comes back as it stood then, not
      * as it stood last night.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  BK-REC-COUNT       PIC 9(7).
           05  FILLER             PIC X.
           05  BK-HASH-TOTAL      PIC 9(9).
           05  FILLER             PIC X.
           05  BK-BKUP-DATE       PIC 9(7).
           05  BK-BKUP-TIME       PIC 9(6).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).
       01  WS-HASH-PRIME              PIC 9(9)  VALUE 999999937.
       01  WS-FAIL-FLAG               PIC X     VALUE "N".
           88  WS-BACKUP-FAILED       VALUE "Y".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-CLOCK                   PIC 9(8)  VALUE 0.
       01  WS-BKUP-DATE               PIC 9(7)  VALUE 0.
       01  WS-BKUP-TIME               PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
       START-ONE-BACKUP.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           ACCEPT WS-TODAY-JUL FROM DAY.
           COMPUTE WS-BKUP-DATE = 100000 + WS-TODAY-JUL.
           ACCEPT WS-CLOCK FROM TIME.
           COMPUTE WS-BKUP-TIME = WS-CLOCK / 100.
           OPEN OUTPUT BACKUP-FILE.
      *
       PUT-BACKUP-RECORD.
           MOVE WS-FILE-LABEL TO BK-FILE-NAME.
           MOVE WS-REC-COUNT TO BK-REC-COUNT.
           MOVE WS-HASH-TOTAL TO BK-HASH-TOTAL.
           MOVE WS-BKUP-DATE TO BK-BKUP-DATE.
           MOVE WS-BKUP-TIME TO BK-BKUP-TIME.
           WRITE BKCTL-RECORD.
           PERFORM VERIFY-ONE-BACKUP.
           MOVE SPACES TO REPORT-LINE.
