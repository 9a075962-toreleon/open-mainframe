       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATMSUM.
       AUTHOR. ZOS-CLONE.
      *
      * Monthly summary tier for the STATHIST history. RETPURGE
      * rightly drops STATHIST days past RETSTAT, which left CAPRPT
      * and VOLDEV unable to look back more than a few months - and
      * capacity review wants this year against last. This step
      * rolls every finished month's STATHIST days into the
      * permanent STATMON file, one record per transaction:
      *   - the month total and the daily average over the days the
      *     transaction had history (the day count is kept too)
      *   - the peak day and the peak hour of day, with volumes
      * plus one '*ALL' record with the same figures across every
      * transaction, written last - it is what marks the month
      * summarised. A month that already has one is never
      * summarised again, and RETPURGE holds back every STATHIST day
      * of a month that has none, so no day can age out unsummarised.
      *
      * A month is finished once its last day is on or before the
      * day being closed (PARM julian-date, default today - the same
      * date STATROLL stamped tonight's counts with), so the
      * month-end night summarises the month STATROLL just closed
      * and a missed night is caught up by the next. Runs nightly
      * after STATROLL and before RETPURGE; most nights it finds
      * nothing to do. A month whose first day had already passed
      * the RETSTAT window when it was summarised is marked partial
      * - only ever the backlog found on the first run.
      *
      * PARM is run-date,env,julian-date. A rerun after an abend
      * replaces the records of a month it had half written - the
      * '*ALL' record only lands once the rest are down.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATHIST-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STATHIST-STATUS.
           SELECT STATMON-FILE ASSIGN TO "STATMON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-STATMON-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SYSPARM-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "SMSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATHIST-FILE.
           COPY STATHIST.
       FD  STATMON-FILE.
           COPY STATMON.
       FD  SYSPARM-FILE.
           COPY SYSPARM.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-JULIAN-PARM             PIC X(8)  VALUE SPACES.
       01  WS-STATHIST-STATUS         PIC XX    VALUE "00".
       01  WS-STATMON-STATUS          PIC XX    VALUE "00".
       01  WS-SYSPARM-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-STATHIST-EOF            PIC X     VALUE "N".
           88  STATHIST-EOF           VALUE "Y".
       01  WS-RET-STAT-DAYS           PIC 9(5)  VALUE 400.
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-CLOSE-DATE              PIC 9(7)  VALUE 0.
       01  WS-CLOSE-DAYS              PIC S9(7) VALUE 0.
       01  WS-CUTOFF-DAYS             PIC S9(7) VALUE 0.
       01  WS-START-DAYS              PIC S9(7) VALUE 0.
      * The month group the walk is in: its bounds, its CYYMM key,
      * and whether it is being summarised ('S'), was summarised
      * before ('D'), or has not ended yet ('O').
       01  WS-GRP-START               PIC 9(7)  VALUE 0.
       01  WS-GRP-END                 PIC 9(7)  VALUE 0.
       01  WS-GRP-MONTH               PIC 9(5)  VALUE 0.
       01  WS-GRP-STATE               PIC X     VALUE SPACE.
           88  WS-GRP-SUMMARISE       VALUE "S".
           88  WS-GRP-DONE-BEFORE     VALUE "D".
           88  WS-GRP-OPEN            VALUE "O".
       01  WS-GRP-PARTIAL             PIC X     VALUE "N".
       01  WS-MONTH-MM                PIC 99    VALUE 0.
       01  WS-IDX                     PIC 9(3)  VALUE 0.
       01  WS-HR                      PIC 99    VALUE 0.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
       01  WS-MONTHS-WRITTEN          PIC 9(5)  VALUE 0.
       01  WS-MONTHS-SKIPPED          PIC 9(5)  VALUE 0.
       01  WS-RECS-WRITTEN            PIC 9(7)  VALUE 0.
       01  WS-OPEN-READ               PIC 9(7)  VALUE 0.
       01  WS-TRAN-OVFL               PIC 9(9)  VALUE 0.
       01  WS-PARTIAL-DISPLAY         PIC X(8)  VALUE SPACES.
           COPY DATEPARM.
      *
      * Month-wide figures - the '*ALL' record.
       01  WS-ALL-ACCUM.
           05  WS-ALL-TOTAL           PIC 9(9)  VALUE 0.
           05  WS-ALL-DAYS            PIC 9(3)  VALUE 0.
           05  WS-ALL-LAST-DATE       PIC 9(7)  VALUE 0.
           05  WS-ALL-DAY-VOL         PIC 9(9)  VALUE 0.
           05  WS-ALL-PEAK-DAY        PIC 9(7)  VALUE 0.
           05  WS-ALL-PEAK-DAY-VOL    PIC 9(9)  VALUE 0.
           05  WS-ALL-HOUR-VOL        PIC 9(9)  OCCURS 24 TIMES.
      *
      * Per-transaction figures for the month group. Counts for a
      * transaction that cannot get a slot still land in the '*ALL'
      * totals and are flagged on the report - the CAPRPT rule.
       01  WS-TRAN-TABLE.
           05  WS-TRAN-ENTRIES        PIC 9(3)  VALUE 0.
           05  WS-TRAN-ENTRY OCCURS 60 TIMES INDEXED BY WS-TX.
               10  WS-TRAN-ID         PIC X(4).
               10  WS-TRAN-TOTAL      PIC 9(9).
               10  WS-TRAN-DAYS       PIC 9(3).
               10  WS-TRAN-LAST-DATE  PIC 9(7).
               10  WS-TRAN-DAY-VOL    PIC 9(9).
               10  WS-TRAN-PEAK-DAY   PIC 9(7).
               10  WS-TRAN-PEAK-VOL   PIC 9(9).
               10  WS-TRAN-HOUR-VOL   PIC 9(9)  OCCURS 24 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-JULIAN-PARM
               END-UNSTRING
           END-IF.
           IF WS-JULIAN-PARM NOT = SPACES
           AND WS-JULIAN-PARM(1:7) IS NUMERIC
               MOVE WS-JULIAN-PARM(1:7) TO WS-CLOSE-DATE
           ELSE
               ACCEPT WS-TODAY-JUL FROM DAY
               COMPUTE WS-CLOSE-DATE = 100000 + WS-TODAY-JUL
           END-IF.
           PERFORM GET-SYSTEM-PARMS.
           MOVE "D" TO DP-FUNCTION.
           MOVE WS-CLOSE-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-CLOSE-DAYS.
           COMPUTE WS-CUTOFF-DAYS = WS-CLOSE-DAYS - WS-RET-STAT-DAYS.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROCESS-STATHIST UNTIL STATHIST-EOF.
           PERFORM CLOSE-MONTH-GROUP.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
      * RETSTAT, the STATHIST retention window RETPURGE purges to -
      * only needed here to tell a partial backlog month.
       GET-SYSTEM-PARMS.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS = "00"
               MOVE "RETSTAT " TO SP-KEY
               MOVE 0 TO SP-NUM-VALUE
               READ SYSPARM-FILE
                   INVALID KEY
                       MOVE 0 TO SP-NUM-VALUE
               END-READ
               IF SP-NUM-VALUE > 0
                   MOVE SP-NUM-VALUE TO WS-RET-STAT-DAYS
               END-IF
           END-IF.
           CLOSE SYSPARM-FILE.
      *
      * The first run creates STATMON - it is read as well as
      * written, so an OUTPUT-created file is reopened I-O.
       OPEN-FILES.
           OPEN INPUT STATHIST-FILE.
           OPEN I-O STATMON-FILE.
           IF WS-STATMON-STATUS NOT = "00"
               OPEN OUTPUT STATMON-FILE
               CLOSE STATMON-FILE
               OPEN I-O STATMON-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-STATHIST-STATUS = "00"
           AND WS-STATMON-STATUS = "00"
               PERFORM READ-STATHIST
           ELSE
               MOVE "Y" TO WS-STATHIST-EOF
               MOVE SPACES TO REPORT-LINE
               STRING "STATHIST/STATMON NOT AVAILABLE - STATUS "
                      WS-STATHIST-STATUS "/" WS-STATMON-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       READ-STATHIST.
           READ STATHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STATHIST-EOF
           END-READ.
      *
      * The key leads with the date, so a month's days arrive
      * together and in order: the first record past the group's
      * last day closes the group and opens the next.
       PROCESS-STATHIST.
           IF WS-GRP-END = 0
           OR SH-DATE > WS-GRP-END
               PERFORM CLOSE-MONTH-GROUP
               PERFORM OPEN-MONTH-GROUP
           END-IF.
           EVALUATE TRUE
               WHEN WS-GRP-SUMMARISE
                   PERFORM TALLY-HISTORY-RECORD
               WHEN WS-GRP-OPEN
                   ADD 1 TO WS-OPEN-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM READ-STATHIST.
      *
      * Bounds from DATESRV 'S'/'E'; the CYYMM key is the century
      * and year of the 0CYYDDD date with the 'C' calendar month.
      * An '*ALL' record already on STATMON means the month was
      * summarised before - it is skipped, never done twice.
       OPEN-MONTH-GROUP.
           MOVE "S" TO DP-FUNCTION.
           MOVE SH-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-GRP-START.
           MOVE "E" TO DP-FUNCTION.
           MOVE SH-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-GRP-END.
           MOVE "C" TO DP-FUNCTION.
           MOVE SH-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           COMPUTE WS-MONTH-MM = DP-DAYS-RESULT / 100.
           COMPUTE WS-GRP-MONTH =
               (SH-DATE / 1000) * 100 + WS-MONTH-MM.
           MOVE "N" TO WS-GRP-PARTIAL.
           IF WS-GRP-END > WS-CLOSE-DATE
               MOVE "O" TO WS-GRP-STATE
           ELSE
               MOVE WS-GRP-MONTH TO SM-MONTH
               MOVE "*ALL" TO SM-TRANID
               READ STATMON-FILE
                   INVALID KEY
                       MOVE "S" TO WS-GRP-STATE
                   NOT INVALID KEY
                       MOVE "D" TO WS-GRP-STATE
                       ADD 1 TO WS-MONTHS-SKIPPED
               END-READ
           END-IF.
           IF WS-GRP-SUMMARISE
               PERFORM RESET-MONTH-TOTALS
               MOVE "D" TO DP-FUNCTION
               MOVE WS-GRP-START TO DP-DATE-1
               CALL "DATESRV" USING DATE-SERVICE-PARM
               MOVE DP-DAYS-RESULT TO WS-START-DAYS
               IF WS-START-DAYS < WS-CUTOFF-DAYS
                   MOVE "Y" TO WS-GRP-PARTIAL
               END-IF
           END-IF.
      *
       RESET-MONTH-TOTALS.
           INITIALIZE WS-ALL-ACCUM.
           MOVE 0 TO WS-TRAN-ENTRIES.
           MOVE 0 TO WS-TRAN-OVFL.
      *
      * Each transaction's day closes when its next day turns up,
      * the month-wide day likewise - the peak-day tallies are kept
      * as the walk passes them, as CAPRPT does.
       TALLY-HISTORY-RECORD.
           IF SH-DATE NOT = WS-ALL-LAST-DATE
               PERFORM CLOSE-ALL-DAY
               MOVE SH-DATE TO WS-ALL-LAST-DATE
               ADD 1 TO WS-ALL-DAYS
           END-IF.
           COMPUTE WS-HR = SH-HOUR + 1.
           ADD SH-COUNT TO WS-ALL-TOTAL.
           ADD SH-COUNT TO WS-ALL-DAY-VOL.
           ADD SH-COUNT TO WS-ALL-HOUR-VOL(WS-HR).
           PERFORM FIND-TRAN-ENTRY.
           IF WS-ENTRY-FOUND
               IF SH-DATE NOT = WS-TRAN-LAST-DATE(WS-TX)
                   PERFORM CLOSE-TRAN-DAY
                   MOVE SH-DATE TO WS-TRAN-LAST-DATE(WS-TX)
                   ADD 1 TO WS-TRAN-DAYS(WS-TX)
               END-IF
               ADD SH-COUNT TO WS-TRAN-TOTAL(WS-TX)
               ADD SH-COUNT TO WS-TRAN-DAY-VOL(WS-TX)
               ADD SH-COUNT TO WS-TRAN-HOUR-VOL(WS-TX, WS-HR)
           ELSE
               ADD SH-COUNT TO WS-TRAN-OVFL
           END-IF.
      *
       CLOSE-ALL-DAY.
           IF WS-ALL-LAST-DATE > 0
           AND WS-ALL-DAY-VOL > WS-ALL-PEAK-DAY-VOL
               MOVE WS-ALL-DAY-VOL TO WS-ALL-PEAK-DAY-VOL
               MOVE WS-ALL-LAST-DATE TO WS-ALL-PEAK-DAY
           END-IF.
           MOVE 0 TO WS-ALL-DAY-VOL.
      *
       CLOSE-TRAN-DAY.
           IF WS-TRAN-LAST-DATE(WS-TX) > 0
           AND WS-TRAN-DAY-VOL(WS-TX) > WS-TRAN-PEAK-VOL(WS-TX)
               MOVE WS-TRAN-DAY-VOL(WS-TX) TO WS-TRAN-PEAK-VOL(WS-TX)
               MOVE WS-TRAN-LAST-DATE(WS-TX)
                 TO WS-TRAN-PEAK-DAY(WS-TX)
           END-IF.
           MOVE 0 TO WS-TRAN-DAY-VOL(WS-TX).
      *
       FIND-TRAN-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-TX TO 1.
           SEARCH WS-TRAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TX > WS-TRAN-ENTRIES
                   CONTINUE
               WHEN WS-TRAN-ID(WS-TX) = SH-TRANID
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-ENTRY-FOUND
           AND WS-TRAN-ENTRIES < 60
               ADD 1 TO WS-TRAN-ENTRIES
               SET WS-TX TO WS-TRAN-ENTRIES
               INITIALIZE WS-TRAN-ENTRY(WS-TX)
               MOVE SH-TRANID TO WS-TRAN-ID(WS-TX)
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.
      *
      * End of a month group: a group being summarised gets its
      * per-transaction records, then the '*ALL' record that marks
      * it done, then its line on the control report.
       CLOSE-MONTH-GROUP.
           IF WS-GRP-SUMMARISE
               PERFORM CLOSE-ALL-DAY
               PERFORM WRITE-TRAN-SUMMARY
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TRAN-ENTRIES
               PERFORM WRITE-MONTH-TOTAL
               ADD 1 TO WS-MONTHS-WRITTEN
               PERFORM REPORT-MONTH-LINE
           END-IF.
           MOVE SPACE TO WS-GRP-STATE.
      *
       WRITE-TRAN-SUMMARY.
           SET WS-TX TO WS-IDX.
           PERFORM CLOSE-TRAN-DAY.
           INITIALIZE STATS-MONTH-RECORD.
           MOVE WS-TRAN-ID(WS-TX) TO SM-TRANID.
           MOVE WS-TRAN-TOTAL(WS-TX) TO SM-TOTAL.
           MOVE WS-TRAN-DAYS(WS-TX) TO SM-DAYS.
           MOVE WS-TRAN-PEAK-DAY(WS-TX) TO SM-PEAK-DAY.
           MOVE WS-TRAN-PEAK-VOL(WS-TX) TO SM-PEAK-DAY-COUNT.
           MOVE 0 TO SM-PEAK-HOUR-COUNT.
           PERFORM VARYING WS-HR FROM 1 BY 1 UNTIL WS-HR > 24
               IF WS-TRAN-HOUR-VOL(WS-TX, WS-HR) > SM-PEAK-HOUR-COUNT
                   MOVE WS-TRAN-HOUR-VOL(WS-TX, WS-HR)
                     TO SM-PEAK-HOUR-COUNT
                   COMPUTE SM-PEAK-HOUR = WS-HR - 1
               END-IF
           END-PERFORM.
           PERFORM PUT-MONTH-RECORD.
      *
       WRITE-MONTH-TOTAL.
           INITIALIZE STATS-MONTH-RECORD.
           MOVE "*ALL" TO SM-TRANID.
           MOVE WS-ALL-TOTAL TO SM-TOTAL.
           MOVE WS-ALL-DAYS TO SM-DAYS.
           MOVE WS-ALL-PEAK-DAY TO SM-PEAK-DAY.
           MOVE WS-ALL-PEAK-DAY-VOL TO SM-PEAK-DAY-COUNT.
           MOVE 0 TO SM-PEAK-HOUR-COUNT.
           PERFORM VARYING WS-HR FROM 1 BY 1 UNTIL WS-HR > 24
               IF WS-ALL-HOUR-VOL(WS-HR) > SM-PEAK-HOUR-COUNT
                   MOVE WS-ALL-HOUR-VOL(WS-HR) TO SM-PEAK-HOUR-COUNT
                   COMPUTE SM-PEAK-HOUR = WS-HR - 1
               END-IF
           END-PERFORM.
           PERFORM PUT-MONTH-RECORD.
      *
      * The fields every record of the month shares, the daily
      * average, and replace-on-duplicate so a rerun after an abend
      * overwrites what the failed run left rather than failing.
       PUT-MONTH-RECORD.
           MOVE WS-GRP-MONTH TO SM-MONTH.
           MOVE WS-GRP-START TO SM-MON-START.
           MOVE WS-GRP-PARTIAL TO SM-PARTIAL.
           MOVE WS-CLOSE-DATE TO SM-SUMMARY-DATE.
           IF SM-DAYS > 0
               COMPUTE SM-DAILY-AVG = SM-TOTAL / SM-DAYS
           END-IF.
           WRITE STATS-MONTH-RECORD
               INVALID KEY
                   REWRITE STATS-MONTH-RECORD
           END-WRITE.
           ADD 1 TO WS-RECS-WRITTEN.
      *
       WRITE-REPORT-HEADER.
           MOVE "STATMSUM - MONTHLY STATISTICS SUMMARY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTHS ENDED BY " WS-CLOSE-DATE
                  "  RETSTAT DAYS " WS-RET-STAT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       REPORT-MONTH-LINE.
           IF WS-GRP-PARTIAL = "Y"
               MOVE "PARTIAL" TO WS-PARTIAL-DISPLAY
           ELSE
               MOVE SPACES TO WS-PARTIAL-DISPLAY
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARISED " WS-GRP-MONTH
                  "  TRANS " WS-TRAN-ENTRIES
                  "  DAYS " WS-ALL-DAYS
                  "  TOTAL " WS-ALL-TOTAL
                  "  " WS-PARTIAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TRAN-OVFL > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-TRAN-OVFL
                      " EXECUTIONS IN *ALL ONLY - TRAN TABLE FULL ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTHS SUMMARISED:          " WS-MONTHS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY RECORDS WRITTEN:    " WS-RECS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTHS ALREADY SUMMARISED:  " WS-MONTHS-SKIPPED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN-MONTH BUCKETS LEFT:    " WS-OPEN-READ
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       CLOSE-FILES.
           CLOSE STATHIST-FILE.
           CLOSE STATMON-FILE.
           CLOSE REPORT-FILE.
