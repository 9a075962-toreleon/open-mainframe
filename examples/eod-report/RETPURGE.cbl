      *            diagnostic companions go with them, and the
      *            ABNDCTL control total is reduced by the purge
      *            count so ABNDRECON still reconciles
      *   STATHIST RETSTAT - keyed on date, old days deleted, but
      *            only once STATMSUM has rolled their month into
      *            the permanent STATMON summary; a day whose month
      *            has no '*ALL' summary record is held and counted
      *            as held, however old
      *   RPTFILE  RETRPT - stored report lines for old dates
      *   ADMAUDIT RETADM - sequential and audit-sensitive: archived
      *            before purge by copy-and-swap, exactly the SLARCH
      *   CHGJRNL  RETCHG - audit-sensitive like ADMAUDIT: archived
      *            to CHGARCHV before the purge, young records to
      *            CHGJRNLO for the swap
      *   TXNJRNL  RETTXNJ - the per-execution activity journal the
      *            TIMELINE report reads: archived to TXJARCHV,
      *            young records to TXNJRNLO for the swap, like
      *            CHGJRNL
      * The control report shows records read, archived and purged
      * per file so the counts balance.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STATHIST-STATUS.
           SELECT STATMON-FILE ASSIGN TO "STATMON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-STATMON-STATUS.
           SELECT RPTFILE-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT CHGRETN-FILE ASSIGN TO "CHGJRNLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGRETN-STATUS.
           SELECT TXNJRNL-FILE ASSIGN TO "TXNJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXNJRNL-STATUS.
           SELECT TXJARCH-FILE ASSIGN TO "TXJARCHV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXJARCH-STATUS.
           SELECT TXJRETN-FILE ASSIGN TO "TXNJRNLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXJRETN-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY ABNDCTL.
       FD  STATHIST-FILE.
           COPY STATHIST.
       FD  STATMON-FILE.
           COPY STATMON.
       FD  RPTFILE-FILE.
           COPY RPTFILE.
       FD  PWDHIST-FILE.
       01  CHGARCH-RECORD             PIC X(196).
       FD  CHGRETN-FILE.
       01  CHGRETN-RECORD             PIC X(196).
       FD  TXNJRNL-FILE.
           COPY TXNJRNL.
       FD  TXJARCH-FILE.
       01  TXJARCH-RECORD             PIC X(27).
       FD  TXJRETN-FILE.
       01  TXJRETN-RECORD             PIC X(27).
       FD  SYSPARM-FILE.
           COPY SYSPARM.
       FD  REPORT-FILE
       01  WS-ABNDDTL-STATUS          PIC XX    VALUE "00".
       01  WS-ABNDCTL-STATUS          PIC XX    VALUE "00".
       01  WS-STATHIST-STATUS         PIC XX    VALUE "00".
       01  WS-STATMON-STATUS          PIC XX    VALUE "00".
       01  WS-RPTFILE-STATUS          PIC XX    VALUE "00".
       01  WS-PWDHIST-STATUS          PIC XX    VALUE "00".
       01  WS-ADMAUDIT-STATUS         PIC XX    VALUE "00".
       01  WS-CHGJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-CHGARCH-STATUS          PIC XX    VALUE "00".
       01  WS-CHGRETN-STATUS          PIC XX    VALUE "00".
       01  WS-TXNJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-TXJARCH-STATUS          PIC XX    VALUE "00".
       01  WS-TXJRETN-STATUS          PIC XX    VALUE "00".
       01  WS-SYSPARM-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-EOF-FLAG                PIC X     VALUE "N".
           88  WS-FILE-EOF            VALUE "Y".
       01  WS-ABNDDTL-OPEN            PIC X     VALUE "N".
           88  WS-ABNDDTL-USABLE      VALUE "Y".
       01  WS-STATMON-OPEN            PIC X     VALUE "N".
           88  WS-STATMON-USABLE      VALUE "Y".
       01  WS-SUMM-CHECK-DATE         PIC 9(7)  VALUE 0.
       01  WS-SUMM-FLAG               PIC X     VALUE "N".
           88  WS-MONTH-SUMMARISED    VALUE "Y".
       01  WS-MONTH-MM                PIC 99    VALUE 0.
       01  WS-RET-ABND-DAYS           PIC 9(5)  VALUE 90.
       01  WS-RET-STAT-DAYS           PIC 9(5)  VALUE 400.
       01  WS-RET-RPT-DAYS            PIC 9(5)  VALUE 60.
       01  WS-RET-HAND-DAYS           PIC 9(5)  VALUE 90.
       01  WS-RET-ALRT-DAYS           PIC 9(5)  VALUE 90.
       01  WS-RET-CHG-DAYS            PIC 9(5)  VALUE 365.
       01  WS-RET-TXNJ-DAYS           PIC 9(5)  VALUE 90.
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TODAY-RAW               PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY-DAYS              PIC S9(7) VALUE 0.
       01  WS-ARCHIVED-COUNT          PIC 9(7)  VALUE 0.
       01  WS-RETAINED-COUNT          PIC 9(7)  VALUE 0.
       01  WS-DTL-PURGED-COUNT        PIC 9(7)  VALUE 0.
       01  WS-HELD-COUNT              PIC 9(7)  VALUE 0.
       01  WS-FILE-LABEL              PIC X(8)  VALUE SPACES.
           COPY DATEPARM.

           PERFORM PURGE-ALERTS.
           PERFORM ARCHIVE-ADMAUDIT.
           PERFORM ARCHIVE-CHGJRNL.
           PERFORM ARCHIVE-TXNJRNL.
           CLOSE REPORT-FILE.
           GOBACK.
      *
               IF SP-NUM-VALUE > 0
                   MOVE SP-NUM-VALUE TO WS-RET-CHG-DAYS
               END-IF
               MOVE "RETTXNJ " TO SP-KEY
               PERFORM READ-ONE-PARM
               IF SP-NUM-VALUE > 0
                   MOVE SP-NUM-VALUE TO WS-RET-TXNJ-DAYS
               END-IF
           END-IF.
           CLOSE SYSPARM-FILE.
      *
           PERFORM RESET-FILE-COUNTS.
           COMPUTE WS-CUTOFF-DAYS = WS-TODAY-DAYS - WS-RET-STAT-DAYS.
           OPEN I-O STATHIST-FILE.
           MOVE "N" TO WS-STATMON-OPEN.
           MOVE 0 TO WS-SUMM-CHECK-DATE.
           OPEN INPUT STATMON-FILE.
           IF WS-STATMON-STATUS = "00"
               MOVE "Y" TO WS-STATMON-OPEN
           END-IF.
           IF WS-STATHIST-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               MOVE LOW-VALUES TO SH-KEY
               PERFORM PURGE-ONE-STATHIST UNTIL WS-FILE-EOF
           END-IF.
           CLOSE STATHIST-FILE.
           CLOSE STATMON-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       PURGE-ONE-STATHIST.
               MOVE SH-DATE TO WS-RECORD-DATE
               PERFORM CHECK-RECORD-OLD
               IF WS-RECORD-OLD
                   PERFORM CHECK-MONTH-SUMMARISED
                   IF WS-MONTH-SUMMARISED
                       ADD 1 TO WS-PURGED-COUNT
                       DELETE STATHIST-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       ADD 1 TO WS-HELD-COUNT
                       ADD 1 TO WS-RETAINED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-RETAINED-COUNT
               END-IF
           END-IF.
      *
      * Has the month of this STATHIST day got its STATMON '*ALL'
      * record (CYYMM - the century and year of the date with the
      * DATESRV 'C' calendar month)? Looked up once per day, not per
      * bucket. No STATMON at all holds every day - nothing is
      * summarised yet, so nothing may go.
       CHECK-MONTH-SUMMARISED.
           IF SH-DATE NOT = WS-SUMM-CHECK-DATE
               MOVE SH-DATE TO WS-SUMM-CHECK-DATE
               MOVE "N" TO WS-SUMM-FLAG
               IF WS-STATMON-USABLE
                   MOVE "C" TO DP-FUNCTION
                   MOVE SH-DATE TO DP-DATE-1
                   CALL "DATESRV" USING DATE-SERVICE-PARM
                   COMPUTE WS-MONTH-MM = DP-DAYS-RESULT / 100
                   COMPUTE SM-MONTH =
                       (SH-DATE / 1000) * 100 + WS-MONTH-MM
                   MOVE "*ALL" TO SM-TRANID
                   READ STATMON-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-SUMM-FLAG
                   END-READ
               END-IF
           END-IF.
      *
       PURGE-RPTFILE.
           MOVE "RPTFILE" TO WS-FILE-LABEL.
                   WRITE CHGRETN-RECORD FROM CHANGE-JOURNAL-RECORD
               END-IF
           END-IF.
      *
      * TXNJRNL, one row per online execution, is the bulkiest of
      * the journals and the evidence behind every TIMELINE run -
      * archived before purge like CHGJRNL: old records to the
      * dated TXJARCHV, young ones to TXNJRNLO, the following job
      * step swaps the live file.
       ARCHIVE-TXNJRNL.
           MOVE "TXNJRNL" TO WS-FILE-LABEL.
           PERFORM RESET-FILE-COUNTS.
           COMPUTE WS-CUTOFF-DAYS = WS-TODAY-DAYS - WS-RET-TXNJ-DAYS.
           OPEN INPUT TXNJRNL-FILE.
           OPEN OUTPUT TXJARCH-FILE.
           OPEN OUTPUT TXJRETN-FILE.
           IF WS-TXNJRNL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM SPLIT-ONE-TXNJRNL UNTIL WS-FILE-EOF
           END-IF.
           CLOSE TXNJRNL-FILE.
           CLOSE TXJARCH-FILE.
           CLOSE TXJRETN-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       SPLIT-ONE-TXNJRNL.
           READ TXNJRNL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               MOVE TJ-DATE TO WS-RECORD-DATE
               PERFORM CHECK-RECORD-OLD
               IF WS-RECORD-OLD
                   ADD 1 TO WS-ARCHIVED-COUNT
                   ADD 1 TO WS-PURGED-COUNT
                   WRITE TXJARCH-RECORD FROM TXN-JOURNAL-RECORD
               ELSE
                   ADD 1 TO WS-RETAINED-COUNT
                   WRITE TXJRETN-RECORD FROM TXN-JOURNAL-RECORD
               END-IF
           END-IF.
      *
       RESET-FILE-COUNTS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE 0 TO WS-RETAINED-COUNT.
           MOVE 0 TO WS-DTL-PURGED-COUNT.
           MOVE 0 TO WS-HELD-COUNT.
      *
       WRITE-FILE-COUNTS.
           MOVE SPACES TO REPORT-LINE.
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-HELD-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "          HELD - MONTH NOT YET SUMMARISED "
                      WS-HELD-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-READ-COUNT =
              WS-PURGED-COUNT + WS-RETAINED-COUNT
               MOVE "          COUNTS BALANCE" TO REPORT-LINE
           MOVE SPACES TO REPORT-LINE.
           STRING "                HAND " WS-RET-HAND-DAYS
                  "  ALRT " WS-RET-ALRT-DAYS
                  "  TXNJ " WS-RET-TXNJ-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
