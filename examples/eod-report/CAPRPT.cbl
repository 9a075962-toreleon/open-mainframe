      *   - the peak hour of day and the peak day of the month
      *   - month-over-month growth against the prior month's
      *     STATHIST days
      *   - year-over-year growth against the same month last year
      *   - the busiest terminal-hours profile for staffing, counted
      *     from the month's SIGNLOG signon events by terminal and
      *     hour (STATHIST carries no terminal - the signon pattern
      *     is the staffing shape the floor supervisors plan to)
      * A comparison month whose first day has already aged out
      * of STATHIST (RETPURGE's RETSTAT window) is taken from its
      * STATMON monthly summary instead, which STATMSUM wrote
      * before the purge could reach it - so last year's month is
      * normally the summary, and the report says which it used.
      * Runs as a month-end step in the chain, gated by the STEPDEF
      * calendar frequency. PARM is run-date,env,julian-date.
      *
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STATHIST-STATUS.
           SELECT STATMON-FILE ASSIGN TO "STATMON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-STATMON-STATUS.
           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
       FILE SECTION.
       FD  STATHIST-FILE.
           COPY STATHIST.
       FD  STATMON-FILE.
           COPY STATMON.
       FD  SIGNLOG-FILE.
           COPY SIGNLOG.
       FD  REPORT-FILE
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-JULIAN-PARM             PIC X(8)  VALUE SPACES.
       01  WS-STATHIST-STATUS         PIC XX    VALUE "00".
       01  WS-STATMON-STATUS          PIC XX    VALUE "00".
       01  WS-SIGNLOG-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-RPTFILE-STATUS          PIC XX    VALUE "00".
       01  WS-PRIOR-START             PIC 9(7)  VALUE 0.
       01  WS-PRIOR-END               PIC 9(7)  VALUE 0.
       01  WS-PRIOR-END-RAW           PIC S9(7) COMP-3 VALUE 0.
       01  WS-LY-START                PIC 9(7)  VALUE 0.
       01  WS-LY-END                  PIC 9(7)  VALUE 0.
       01  WS-LY-MID-RAW              PIC S9(7) COMP-3 VALUE 0.
      * Where each comparison month's figures come from: 'H' its
      * STATHIST days, 'M' its STATMON monthly summary. The first
      * STATHIST date on file tells whether a month is still whole
      * there; WS-FIRST-HIST-DATE stays high when STATHIST is empty.
       01  WS-FIRST-HIST-DATE         PIC 9(7)  VALUE 9999999.
       01  WS-PRIOR-SOURCE            PIC X     VALUE "H".
           88  WS-PRIOR-FROM-SUMMARY  VALUE "M".
       01  WS-LY-SOURCE               PIC X     VALUE "H".
           88  WS-LY-FROM-SUMMARY     VALUE "M".
       01  WS-PRIOR-PARTIAL           PIC X     VALUE "N".
       01  WS-LY-PARTIAL              PIC X     VALUE "N".
       01  WS-SUMM-START              PIC 9(7)  VALUE 0.
       01  WS-SUMM-MONTH              PIC 9(5)  VALUE 0.
       01  WS-SUMM-TARGET             PIC X     VALUE SPACE.
       01  WS-SUMM-FLAG               PIC X     VALUE "N".
           88  WS-SUMMARY-FOUND       VALUE "Y".
       01  WS-SUMM-EOF                PIC X     VALUE "N".
           88  SUMM-EOF               VALUE "Y".
       01  WS-MONTH-MM                PIC 99    VALUE 0.
       01  WS-FIND-TRANID             PIC X(4)  VALUE SPACES.
       01  WS-IDX                     PIC 9(3)  VALUE 0.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
       01  WS-MONTH-TOTAL             PIC 9(9)  VALUE 0.
       01  WS-PRIOR-TOTAL             PIC 9(9)  VALUE 0.
       01  WS-LY-TOTAL                PIC 9(9)  VALUE 0.
       01  WS-DAYS-PRESENT            PIC 9(3)  VALUE 0.
       01  WS-LAST-DATE-SEEN          PIC 9(7)  VALUE 0.
       01  WS-DAY-VOLUME              PIC 9(9)  VALUE 0.
               10  WS-TRAN-ID         PIC X(4).
               10  WS-TRAN-CUR        PIC 9(9)  VALUE 0.
               10  WS-TRAN-PRIOR      PIC 9(9)  VALUE 0.
               10  WS-TRAN-LASTYR     PIC 9(9)  VALUE 0.
       01  WS-HOUR-TABLE.
           05  WS-HOUR-ENTRY OCCURS 24 TIMES INDEXED BY WS-HX.
               10  WS-HOUR-VOL        PIC 9(9)  VALUE 0.
           END-IF.
           PERFORM COMPUTE-MONTH-BOUNDS.
           PERFORM OPEN-FILES.
           PERFORM CHOOSE-COMPARISON-SOURCES.
           PERFORM PROCESS-STATHIST UNTIL STATHIST-EOF.
           PERFORM CLOSE-LAST-DAY.
           PERFORM PROCESS-SIGNLOG UNTIL SIGNLOG-EOF.
           MOVE WS-PRIOR-END-RAW TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-PRIOR-START.
      * Same month last year: the middle of this month less a year
      * is safely inside it whatever a leap day does to the DDD.
           COMPUTE WS-LY-MID-RAW = WS-MON-START + 14 - 1000.
           MOVE "S" TO DP-FUNCTION.
           MOVE WS-LY-MID-RAW TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-LY-START.
           MOVE "E" TO DP-FUNCTION.
           MOVE WS-LY-MID-RAW TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-LY-END.
      *
       OPEN-FILES.
           OPEN INPUT STATHIST-FILE.
           OPEN INPUT STATMON-FILE.
           OPEN INPUT SIGNLOG-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN I-O RPTFILE-FILE.
           ELSE
               MOVE "Y" TO WS-STATHIST-EOF
           END-IF.
           IF NOT STATHIST-EOF
               MOVE SH-DATE TO WS-FIRST-HIST-DATE
           END-IF.
           IF WS-SIGNLOG-STATUS NOT = "00"
               MOVE "Y" TO WS-SIGNLOG-EOF
           END-IF.
                   MOVE "Y" TO WS-STATHIST-EOF
           END-READ.
      *
      * A comparison month that starts before the first STATHIST
      * day on file has lost days to the purge: it comes from its
      * STATMON summary when STATMSUM has closed it ('*ALL' record),
      * and from whatever STATHIST still holds when it has not.
       CHOOSE-COMPARISON-SOURCES.
           IF WS-PRIOR-START < WS-FIRST-HIST-DATE
               MOVE WS-PRIOR-START TO WS-SUMM-START
               MOVE "P" TO WS-SUMM-TARGET
               PERFORM LOAD-MONTH-SUMMARY
               IF WS-SUMMARY-FOUND
                   MOVE "M" TO WS-PRIOR-SOURCE
               END-IF
           END-IF.
           IF WS-LY-START < WS-FIRST-HIST-DATE
               MOVE WS-LY-START TO WS-SUMM-START
               MOVE "L" TO WS-SUMM-TARGET
               PERFORM LOAD-MONTH-SUMMARY
               IF WS-SUMMARY-FOUND
                   MOVE "M" TO WS-LY-SOURCE
               END-IF
           END-IF.
      *
      * The month's '*ALL' record first - no record, no summary -
      * then its per-transaction records into the prior ('P') or
      * last-year ('L') columns. STATMON is keyed month first, so
      * the month's records are one run of keys.
       LOAD-MONTH-SUMMARY.
           MOVE "N" TO WS-SUMM-FLAG.
           MOVE "C" TO DP-FUNCTION.
           MOVE WS-SUMM-START TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           COMPUTE WS-MONTH-MM = DP-DAYS-RESULT / 100.
           COMPUTE WS-SUMM-MONTH =
               (WS-SUMM-START / 1000) * 100 + WS-MONTH-MM.
           IF WS-STATMON-STATUS = "00"
               MOVE WS-SUMM-MONTH TO SM-MONTH
               MOVE "*ALL" TO SM-TRANID
               READ STATMON-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SUMM-FLAG
               END-READ
           END-IF.
           IF WS-SUMMARY-FOUND
               IF WS-SUMM-TARGET = "P"
                   MOVE SM-TOTAL TO WS-PRIOR-TOTAL
                   MOVE SM-PARTIAL TO WS-PRIOR-PARTIAL
               ELSE
                   MOVE SM-TOTAL TO WS-LY-TOTAL
                   MOVE SM-PARTIAL TO WS-LY-PARTIAL
               END-IF
               MOVE "N" TO WS-SUMM-EOF
               MOVE WS-SUMM-MONTH TO SM-MONTH
               MOVE LOW-VALUES TO SM-TRANID
               START STATMON-FILE KEY NOT LESS THAN SM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SUMM-EOF
               END-START
               PERFORM LOAD-ONE-SUMMARY UNTIL SUMM-EOF
           END-IF.
      *
       LOAD-ONE-SUMMARY.
           READ STATMON-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SUMM-EOF
           END-READ.
           IF NOT SUMM-EOF
           AND SM-MONTH NOT = WS-SUMM-MONTH
               MOVE "Y" TO WS-SUMM-EOF
           END-IF.
           IF NOT SUMM-EOF
           AND NOT SM-MONTH-TOTAL
               MOVE SM-TRANID TO WS-FIND-TRANID
               PERFORM FIND-TRAN-ENTRY
               IF WS-ENTRY-FOUND
                   IF WS-SUMM-TARGET = "P"
                       ADD SM-TOTAL TO WS-TRAN-PRIOR(WS-TX)
                   ELSE
                       ADD SM-TOTAL TO WS-TRAN-LASTYR(WS-TX)
                   END-IF
               ELSE
                   ADD SM-TOTAL TO WS-TRAN-OVFL
               END-IF
           END-IF.
      *
      * The key leads with the date, so day boundaries arrive in
      * order and the peak-day tally closes each day as the walk
      * passes it. 0CYYDDD display digits compare numerically across
      * year boundaries - century, year, day, in that order. A
      * comparison month already taken from its summary is passed
      * over here so no day counts twice.
       PROCESS-STATHIST.
           EVALUATE TRUE
               WHEN SH-DATE >= WS-MON-START
                   PERFORM TALLY-CURRENT-MONTH
               WHEN SH-DATE >= WS-PRIOR-START
                AND SH-DATE <= WS-PRIOR-END
                AND NOT WS-PRIOR-FROM-SUMMARY
                   PERFORM TALLY-PRIOR-MONTH
               WHEN SH-DATE >= WS-LY-START
                AND SH-DATE <= WS-LY-END
                AND NOT WS-LY-FROM-SUMMARY
                   PERFORM TALLY-LAST-YEAR-MONTH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           SET WS-HX TO 1.
           SET WS-HX UP BY SH-HOUR.
           ADD SH-COUNT TO WS-HOUR-VOL(WS-HX).
           MOVE SH-TRANID TO WS-FIND-TRANID.
           PERFORM FIND-TRAN-ENTRY.
           IF WS-ENTRY-FOUND
               ADD SH-COUNT TO WS-TRAN-CUR(WS-TX)
      *
       TALLY-PRIOR-MONTH.
           ADD SH-COUNT TO WS-PRIOR-TOTAL.
           MOVE SH-TRANID TO WS-FIND-TRANID.
           PERFORM FIND-TRAN-ENTRY.
           IF WS-ENTRY-FOUND
               ADD SH-COUNT TO WS-TRAN-PRIOR(WS-TX)
           ELSE
               ADD SH-COUNT TO WS-TRAN-OVFL
           END-IF.
      *
       TALLY-LAST-YEAR-MONTH.
           ADD SH-COUNT TO WS-LY-TOTAL.
           MOVE SH-TRANID TO WS-FIND-TRANID.
           PERFORM FIND-TRAN-ENTRY.
           IF WS-ENTRY-FOUND
               ADD SH-COUNT TO WS-TRAN-LASTYR(WS-TX)
           ELSE
               ADD SH-COUNT TO WS-TRAN-OVFL
           END-IF.
      *
       CLOSE-LAST-DAY.
           IF WS-LAST-DATE-SEEN > 0
           SEARCH WS-TRAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TRAN-ID(WS-TX) = WS-FIND-TRANID
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-ENTRY-FOUND
           AND WS-TRAN-ENTRIES < 20
               ADD 1 TO WS-TRAN-ENTRIES
               SET WS-TX TO WS-TRAN-ENTRIES
               MOVE WS-FIND-TRANID TO WS-TRAN-ID(WS-TX)
               MOVE 0 TO WS-TRAN-CUR(WS-TX)
               MOVE 0 TO WS-TRAN-PRIOR(WS-TX)
               MOVE 0 TO WS-TRAN-LASTYR(WS-TX)
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.
      *
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SAME MONTH LAST YEAR " WS-LY-START " - " WS-LY-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE "PER-TRANSACTION MONTH TOTALS" TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE "  (CUR / AVG-DAY / PRIOR / SAME MONTH LAST YEAR)"
             TO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
           PERFORM REPORT-ONE-TRAN
           STRING "  " WS-TRAN-ID(WS-TX) "  "
                  WS-TRAN-CUR(WS-TX) "  "
                  WS-DAILY-AVG "  "
                  WS-TRAN-PRIOR(WS-TX) "  "
                  WS-TRAN-LASTYR(WS-TX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM PUT-REPORT-LINE.
      *
                 TO REPORT-LINE
           END-IF.
           PERFORM PUT-REPORT-LINE.
           IF WS-PRIOR-FROM-SUMMARY
               IF WS-PRIOR-PARTIAL = "Y"
                   MOVE
                     "  PRIOR MONTH FROM ITS MONTHLY SUMMARY (PARTIAL)"
                     TO REPORT-LINE
               ELSE
                   MOVE "  PRIOR MONTH FROM ITS MONTHLY SUMMARY"
                     TO REPORT-LINE
               END-IF
               PERFORM PUT-REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF WS-LY-TOTAL > 0
               COMPUTE WS-GROWTH-PCT =
                   ((WS-MONTH-TOTAL - WS-LY-TOTAL) * 100)
                   / WS-LY-TOTAL
               MOVE WS-GROWTH-PCT TO WS-GROWTH-DISPLAY
               STRING "YEAR-OVER-YEAR    LAST YEAR " WS-LY-TOTAL
                      "  GROWTH " WS-GROWTH-DISPLAY " PCT"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "YEAR-OVER-YEAR    NO SAME-MONTH HISTORY LAST YEAR"
                 TO REPORT-LINE
           END-IF.
           PERFORM PUT-REPORT-LINE.
           IF WS-LY-FROM-SUMMARY
               IF WS-LY-PARTIAL = "Y"
                   MOVE "  LAST YEAR FROM ITS MONTHLY SUMMARY (PARTIAL)"
                     TO REPORT-LINE
               ELSE
                   MOVE "  LAST YEAR FROM ITS MONTHLY SUMMARY"
                     TO REPORT-LINE
               END-IF
               PERFORM PUT-REPORT-LINE
           END-IF.
      *
       REPORT-TERMINAL-HOURS.
           MOVE SPACES TO REPORT-LINE.
      *
      * Every print line also lands in the keyed RPTFILE store
      * (report name + run date + line number) so CICSRVW can page
      * this report from a terminal. The date is the day reported -
      * tonight's, or the earlier day a PARM rerun names, so a
      * reprint lands beside that day's copy rather than over
      * tonight's. A rerun for the same date replaces its lines; an
      * unopenable RPTFILE skips the store and the print file still
      * goes out.
       PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RPTFILE-STATUS = "00"
               MOVE "CAPRPT" TO RL-REPORT
               MOVE WS-TARGET-DATE TO RL-DATE
               ADD 1 TO WS-RL-LINE-NO
               MOVE WS-RL-LINE-NO TO RL-LINE-NO
               MOVE REPORT-LINE TO RL-TEXT
      *
       CLOSE-FILES.
           CLOSE STATHIST-FILE.
           CLOSE STATMON-FILE.
           CLOSE SIGNLOG-FILE.
           CLOSE REPORT-FILE.
           CLOSE RPTFILE-FILE.
