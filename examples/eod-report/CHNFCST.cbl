       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNFCST.
       AUTHOR. ZOS-CLONE.
      *
      * Nightly-chain forecast. Before a month-end or a long holiday
      * weekend nobody could say which steps would run on which
      * night, or whether the close would fit its window, short of
      * reading the STEPDEF frequencies against a calendar by hand.
      * This report does that reading, night by night, for the
      * coming days (tonight first):
      *   - every enabled STEPDEF step is gated exactly the way
      *     BATCHDRV gates it - DAILY, the named weekday, MONTHEND,
      *     LASTBUS and YEAREND - off the same DATESRV calendar
      *     facts and the CALFILE holiday calendar, and each night
      *     is marked a business day or not
      *   - each night's close is estimated as the sum of its due
      *     steps' average elapsed times over their BATHIST history
      *     (the timing BATTREND trends); a step with no timed
      *     history counts nothing and the night is marked as an
      *     underestimate
      *   - a night whose estimate runs past the close window is
      *     flagged OVERRUN. The window is the SYSPARM CLOSEWIN
      *     minutes; with none on file, the span from the scheduled
      *     close (SCHEDCLS) to the next morning's open (SCHEDOPN)
      *   - month-end, quarter-end and year-end nights are flagged,
      *     and the periodic steps stacking on top of the daily set
      *     that night (CAPRPT, USAGERPT and the rest of the
      *     month-end pack) are listed under the night
      * The chain runs serially in one task, so the estimate is a
      * plain sum - the same total BATTREND's CHAIN row measures.
      *
      * PARM is run-date,env,days: the third token is the number of
      * nights to forecast, 1 to 366 (default 60). RC 4 when any
      * night is forecast to overrun. Run on demand; it reads only.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPDEF-FILE ASSIGN TO "STEPDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SD-KEY
               FILE STATUS IS WS-STEPDEF-STATUS.
           SELECT BATHIST-FILE ASSIGN TO "BATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY
               FILE STATUS IS WS-BATHIST-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SYSPARM-STATUS.
      * Own print DD, the way every report step keeps one.
           SELECT REPORT-FILE ASSIGN TO "FCSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEPDEF-FILE.
           COPY STEPDEF.
       FD  BATHIST-FILE.
           COPY BATHIST.
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
       01  WS-DAYS-PARM               PIC X(8)  VALUE SPACES.
       01  WS-STEPDEF-STATUS          PIC XX    VALUE "00".
       01  WS-BATHIST-STATUS          PIC XX    VALUE "00".
       01  WS-SYSPARM-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-STEPDEF-EOF             PIC X     VALUE "N".
           88  STEPDEF-EOF            VALUE "Y".
       01  WS-BATHIST-EOF             PIC X     VALUE "N".
           88  BATHIST-EOF            VALUE "Y".
       01  WS-FORECAST-DAYS           PIC 9(3)  VALUE 60.
       01  WS-NIGHT                   PIC 9(3)  VALUE 0.
       01  WS-IDX                     PIC 9(2)  VALUE 0.
       01  WS-HX                      PIC 9(2)  VALUE 0.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
      * The close window.
       01  WS-SCHED-OPEN              PIC S9(7) COMP-3 VALUE 60000.
       01  WS-SCHED-CLOSE             PIC S9(7) COMP-3 VALUE 220000.
       01  WS-WINDOW-MINS             PIC S9(5) VALUE 0.
       01  WS-WINDOW-SECS             PIC S9(7) VALUE 0.
       01  WS-OPEN-SECS               PIC S9(7) VALUE 0.
       01  WS-CLOSE-SECS              PIC S9(7) VALUE 0.
      * Elapsed-time reckoning, as BATTREND does it.
       01  WS-TIME-RAW                PIC S9(7) COMP-3 VALUE 0.
       01  WS-SECS-RESULT             PIC S9(7) VALUE 0.
       01  WS-TIME-WORK.
           05  WS-TW-HH               PIC 99.
           05  WS-TW-MM               PIC 99.
           05  WS-TW-SS               PIC 99.
       01  WS-START-STAMP             PIC S9(12) VALUE 0.
       01  WS-END-STAMP               PIC S9(12) VALUE 0.
       01  WS-ELAPSED-SECS            PIC S9(7) VALUE 0.
       01  WS-DAYS-RESULT             PIC S9(7) VALUE 0.
      * The night being forecast and its calendar facts.
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-CUR-DATE                PIC S9(7) COMP-3 VALUE 0.
       01  WS-PREV-DATE               PIC S9(7) COMP-3 VALUE 0.
       01  WS-MONTH-END-DATE          PIC S9(7) COMP-3 VALUE 0.
       01  WS-CUR-DISPLAY             PIC 9(7)  VALUE 0.
       01  WS-CUR-DDD                 PIC 9(3)  VALUE 0.
       01  WS-YEAR-LEN                PIC 9(3)  VALUE 365.
       01  WS-DAY-NUM                 PIC S9(7) VALUE 0.
       01  WS-DOW                     PIC 9     VALUE 0.
       01  WS-MMDD                    PIC 9(4)  VALUE 0.
       01  WS-MONTH                   PIC 99    VALUE 0.
       01  WS-BUSDAY-FLAG             PIC X     VALUE "N".
           88  WS-IS-BUSINESS-DAY     VALUE "Y".
       01  WS-MONTHEND-FLAG           PIC X     VALUE "N".
           88  WS-IS-MONTH-END        VALUE "Y".
       01  WS-QTREND-FLAG             PIC X     VALUE "N".
           88  WS-IS-QUARTER-END      VALUE "Y".
       01  WS-LASTBUS-FLAG            PIC X     VALUE "N".
           88  WS-IS-LAST-BUSDAY      VALUE "Y".
       01  WS-YEAREND-FLAG            PIC X     VALUE "N".
           88  WS-IS-YEAR-END         VALUE "Y".
       01  WS-DUE-FLAG                PIC X     VALUE "N".
           88  WS-STEP-DUE            VALUE "Y".
       01  WS-FREQ-WORK               PIC X(8)  VALUE SPACES.
      * Weekday names in DATESRV day-of-week order, as BATCHDRV
      * keeps them: day number 1 (1900-001) was a Monday.
       01  WS-DOW-TABLE.
           05  FILLER                 PIC X(3) VALUE "MON".
           05  FILLER                 PIC X(3) VALUE "TUE".
           05  FILLER                 PIC X(3) VALUE "WED".
           05  FILLER                 PIC X(3) VALUE "THU".
           05  FILLER                 PIC X(3) VALUE "FRI".
           05  FILLER                 PIC X(3) VALUE "SAT".
           05  FILLER                 PIC X(3) VALUE "SUN".
       01  WS-DOW-LIST REDEFINES WS-DOW-TABLE.
           05  WS-DOW-NAME            PIC X(3) OCCURS 7 TIMES.
           COPY DATEPARM.
      * The night's totals.
       01  WS-NIGHT-STEPS             PIC 9(3)  VALUE 0.
       01  WS-NIGHT-SECS              PIC S9(7) VALUE 0.
       01  WS-NIGHT-UNTIMED           PIC 9(3)  VALUE 0.
       01  WS-NIGHT-HH                PIC 99    VALUE 0.
       01  WS-NIGHT-MM                PIC 99    VALUE 0.
       01  WS-FLAGS                   PIC X(40) VALUE SPACES.
       01  WS-FLAG-PTR                PIC 9(3)  VALUE 1.
       01  WS-EXTRA-LINE              PIC X(80) VALUE SPACES.
       01  WS-EXTRA-PTR               PIC 9(3)  VALUE 1.
       01  WS-STEPS-DISPLAY           PIC ZZ9.
       01  WS-COUNT-DISPLAY           PIC ZZZ9.
       01  WS-MINS-DISPLAY            PIC ZZZZ9.
       01  WS-AVG-DISPLAY             PIC ZZZZZZ9.
      * The run's totals.
       01  WS-OVERRUN-NIGHTS          PIC 9(3)  VALUE 0.
       01  WS-MONTHEND-NIGHTS         PIC 9(3)  VALUE 0.
       01  WS-QTREND-NIGHTS           PIC 9(3)  VALUE 0.
       01  WS-NONBUS-NIGHTS           PIC 9(3)  VALUE 0.
       01  WS-PEAK-SECS               PIC S9(7) VALUE 0.
       01  WS-PEAK-DATE               PIC 9(7)  VALUE 0.
      * The chain as the STEPDEF deck defines it, each step with its
      * average timed run off BATHIST.
       01  WS-CHAIN-COUNT             PIC 9(2)  VALUE 0.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY OCCURS 40 TIMES.
               10  WS-CHAIN-NAME      PIC X(8).
               10  WS-CHAIN-FREQ      PIC X(8).
               10  WS-CHAIN-ENABLED   PIC X.
               10  WS-CHAIN-RUNS      PIC 9(5).
               10  WS-CHAIN-SUM-SECS  PIC 9(9).
               10  WS-CHAIN-AVG-SECS  PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-DAYS-PARM
               END-UNSTRING
           END-IF.
           IF WS-DAYS-PARM NOT = SPACES
           AND WS-DAYS-PARM(1:3) IS NUMERIC
           AND WS-DAYS-PARM(1:3) > "000"
           AND WS-DAYS-PARM(1:3) NOT > "366"
               MOVE WS-DAYS-PARM(1:3) TO WS-FORECAST-DAYS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM GET-CLOSE-WINDOW.
           PERFORM LOAD-CHAIN-DEFINITION.
           PERFORM LOAD-STEP-HISTORY.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-CHAIN-COUNT = 0
               MOVE "STEPDEF NOT AVAILABLE OR EMPTY - NO FORECAST"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-STEP-AVERAGES
               ACCEPT WS-TODAY-JUL FROM DAY
               COMPUTE WS-CUR-DATE = 100000 + WS-TODAY-JUL
               PERFORM FORECAST-ONE-NIGHT
                   VARYING WS-NIGHT FROM 1 BY 1
                   UNTIL WS-NIGHT > WS-FORECAST-DAYS
               PERFORM WRITE-REPORT-FOOTER
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-OVERRUN-NIGHTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      * CLOSEWIN when it is on file; otherwise the scheduled close
      * to the next morning's scheduled open, SCHEDCLS to SCHEDOPN
      * over midnight (22:00 to 06:00, 480 minutes, compiled in).
       GET-CLOSE-WINDOW.
           MOVE 0 TO WS-WINDOW-MINS.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS = "00"
               MOVE "SCHEDOPN" TO SP-KEY
               READ SYSPARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SP-NUM-VALUE TO WS-SCHED-OPEN
               END-READ
               MOVE "SCHEDCLS" TO SP-KEY
               READ SYSPARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SP-NUM-VALUE TO WS-SCHED-CLOSE
               END-READ
               MOVE "CLOSEWIN" TO SP-KEY
               READ SYSPARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SP-NUM-VALUE TO WS-WINDOW-MINS
               END-READ
               CLOSE SYSPARM-FILE
           END-IF.
           IF WS-WINDOW-MINS NOT > 0
               MOVE WS-SCHED-OPEN TO WS-TIME-RAW
               PERFORM TIME-TO-SECONDS
               MOVE WS-SECS-RESULT TO WS-OPEN-SECS
               MOVE WS-SCHED-CLOSE TO WS-TIME-RAW
               PERFORM TIME-TO-SECONDS
               MOVE WS-SECS-RESULT TO WS-CLOSE-SECS
               IF WS-OPEN-SECS > WS-CLOSE-SECS
                   COMPUTE WS-WINDOW-MINS =
                       (WS-OPEN-SECS - WS-CLOSE-SECS) / 60
               ELSE
                   COMPUTE WS-WINDOW-MINS =
                       (86400 - WS-CLOSE-SECS + WS-OPEN-SECS) / 60
               END-IF
           END-IF.
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINS * 60.
      *
       LOAD-CHAIN-DEFINITION.
           MOVE 0 TO WS-CHAIN-COUNT.
           OPEN INPUT STEPDEF-FILE.
           IF WS-STEPDEF-STATUS = "00"
               PERFORM LOAD-ONE-STEP-DEF UNTIL STEPDEF-EOF
               CLOSE STEPDEF-FILE
           END-IF.
      *
       LOAD-ONE-STEP-DEF.
           READ STEPDEF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STEPDEF-EOF
           END-READ.
           IF NOT STEPDEF-EOF
           AND WS-CHAIN-COUNT < 40
               ADD 1 TO WS-CHAIN-COUNT
               MOVE SD-PROGRAM TO WS-CHAIN-NAME(WS-CHAIN-COUNT)
               MOVE SD-FREQ    TO WS-CHAIN-FREQ(WS-CHAIN-COUNT)
               MOVE SD-ENABLED TO WS-CHAIN-ENABLED(WS-CHAIN-COUNT)
               MOVE 0 TO WS-CHAIN-RUNS(WS-CHAIN-COUNT)
               MOVE 0 TO WS-CHAIN-SUM-SECS(WS-CHAIN-COUNT)
               MOVE 0 TO WS-CHAIN-AVG-SECS(WS-CHAIN-COUNT)
           END-IF.
      *
      * Only COMPLETE rows are timed - a FAILED step stopped short,
      * and SKIPPED or PENDING rows carry no meaningful stamps.
       LOAD-STEP-HISTORY.
           OPEN INPUT BATHIST-FILE.
           IF WS-BATHIST-STATUS = "00"
               PERFORM LOAD-ONE-HISTORY-ROW UNTIL BATHIST-EOF
               CLOSE BATHIST-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CHAIN-COUNT
               IF WS-CHAIN-RUNS(WS-IDX) > 0
                   COMPUTE WS-CHAIN-AVG-SECS(WS-IDX) ROUNDED =
                       WS-CHAIN-SUM-SECS(WS-IDX) / WS-CHAIN-RUNS(WS-IDX)
               END-IF
           END-PERFORM.
      *
       LOAD-ONE-HISTORY-ROW.
           READ BATHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BATHIST-EOF
           END-READ.
           IF NOT BATHIST-EOF
           AND BH-STATUS = "COMPLETE"
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > WS-CHAIN-COUNT OR WS-ENTRY-FOUND
                   IF WS-CHAIN-NAME(WS-HX) = BH-STEP-NAME
                       MOVE "Y" TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-ENTRY-FOUND
                   SUBTRACT 1 FROM WS-HX
                   PERFORM COMPUTE-STEP-ELAPSED
                   IF WS-ELAPSED-SECS >= 0
                       ADD 1 TO WS-CHAIN-RUNS(WS-HX)
                       ADD WS-ELAPSED-SECS TO WS-CHAIN-SUM-SECS(WS-HX)
                   END-IF
               END-IF
           END-IF.
      *
      * Seconds-since-era stamps - day number times 86400 plus the
      * second of day, exactly as BATTREND times a step, so a step
      * spanning midnight measures true.
       COMPUTE-STEP-ELAPSED.
           MOVE -1 TO WS-ELAPSED-SECS.
           IF BH-START-DATE > 0 AND BH-END-DATE > 0
               MOVE "D" TO DP-FUNCTION
               MOVE BH-START-DATE TO DP-DATE-1
               CALL "DATESRV" USING DATE-SERVICE-PARM
               MOVE DP-DAYS-RESULT TO WS-DAYS-RESULT
               MOVE BH-START-TIME TO WS-TIME-RAW
               PERFORM TIME-TO-SECONDS
               COMPUTE WS-START-STAMP =
                   (WS-DAYS-RESULT * 86400) + WS-SECS-RESULT
               MOVE "D" TO DP-FUNCTION
               MOVE BH-END-DATE TO DP-DATE-1
               CALL "DATESRV" USING DATE-SERVICE-PARM
               MOVE DP-DAYS-RESULT TO WS-DAYS-RESULT
               MOVE BH-END-TIME TO WS-TIME-RAW
               PERFORM TIME-TO-SECONDS
               COMPUTE WS-END-STAMP =
                   (WS-DAYS-RESULT * 86400) + WS-SECS-RESULT
               COMPUTE WS-ELAPSED-SECS =
                   WS-END-STAMP - WS-START-STAMP
           END-IF.
      *
       TIME-TO-SECONDS.
           COMPUTE WS-TW-HH = WS-TIME-RAW / 10000.
           COMPUTE WS-TW-MM =
               (WS-TIME-RAW - (WS-TW-HH * 10000)) / 100.
           COMPUTE WS-TW-SS =
               WS-TIME-RAW - (WS-TW-HH * 10000) - (WS-TW-MM * 100).
           COMPUTE WS-SECS-RESULT =
               (WS-TW-HH * 3600) + (WS-TW-MM * 60) + WS-TW-SS.
      *
       WRITE-REPORT-HEADER.
           MOVE "CHNFCST - NIGHTLY CHAIN FORECAST" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FORECAST-DAYS TO WS-COUNT-DISPLAY.
           MOVE WS-WINDOW-MINS   TO WS-MINS-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "NIGHTS FORECAST: " WS-COUNT-DISPLAY
                  "   CLOSE WINDOW: " WS-MINS-DISPLAY " MINUTES"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-STEP-AVERAGES.
           MOVE "STEP     FREQ     ON  TIMED RUNS  AVG SECS"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CHAIN-COUNT
               MOVE WS-CHAIN-RUNS(WS-IDX)     TO WS-COUNT-DISPLAY
               MOVE WS-CHAIN-AVG-SECS(WS-IDX) TO WS-AVG-DISPLAY
               MOVE SPACES TO REPORT-LINE
               IF WS-CHAIN-RUNS(WS-IDX) = 0
                   STRING WS-CHAIN-NAME(WS-IDX) " "
                          WS-CHAIN-FREQ(WS-IDX) " "
                          WS-CHAIN-ENABLED(WS-IDX) "   "
                          WS-COUNT-DISPLAY "        NO HISTORY"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING WS-CHAIN-NAME(WS-IDX) " "
                          WS-CHAIN-FREQ(WS-IDX) " "
                          WS-CHAIN-ENABLED(WS-IDX) "   "
                          WS-COUNT-DISPLAY "     " WS-AVG-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DATE    DAY BUS STEPS  EST  FLAGS" TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * One night: its calendar facts, the steps due, the estimate
      * and the flags - then on to the next calendar day.
       FORECAST-ONE-NIGHT.
           PERFORM COMPUTE-CALENDAR-STATE.
           MOVE 0 TO WS-NIGHT-STEPS.
           MOVE 0 TO WS-NIGHT-SECS.
           MOVE 0 TO WS-NIGHT-UNTIMED.
           MOVE SPACES TO WS-EXTRA-LINE.
           MOVE 1 TO WS-EXTRA-PTR.
           STRING "          + " DELIMITED BY SIZE
               INTO WS-EXTRA-LINE WITH POINTER WS-EXTRA-PTR.
           PERFORM GATE-ONE-STEP
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CHAIN-COUNT.
           PERFORM WRITE-NIGHT-LINE.
           PERFORM ADVANCE-ONE-DAY.
      *
      * The same facts BATCHDRV's COMPUTE-CALENDAR-STATE takes for
      * tonight, taken for the night being forecast, plus whether
      * it is a business day at all and whether its month closes a
      * quarter.
       COMPUTE-CALENDAR-STATE.
           MOVE WS-CUR-DATE TO WS-CUR-DISPLAY.
           MOVE WS-CUR-DISPLAY(5:3) TO WS-CUR-DDD.
           MOVE "D" TO DP-FUNCTION.
           MOVE WS-CUR-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-DAY-NUM.
           COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-NUM - 1, 7).
           MOVE "E" TO DP-FUNCTION.
           MOVE WS-CUR-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-MONTH-END-DATE.
           MOVE "N" TO WS-MONTHEND-FLAG.
           MOVE "N" TO WS-QTREND-FLAG.
           IF WS-MONTH-END-DATE = WS-CUR-DATE
               MOVE "Y" TO WS-MONTHEND-FLAG
               MOVE "C" TO DP-FUNCTION
               MOVE WS-CUR-DATE TO DP-DATE-1
               CALL "DATESRV" USING DATE-SERVICE-PARM
               MOVE DP-DAYS-RESULT TO WS-MMDD
               MOVE WS-MMDD(1:2) TO WS-MONTH
               IF WS-MONTH = 3 OR WS-MONTH = 6
               OR WS-MONTH = 9 OR WS-MONTH = 12
                   MOVE "Y" TO WS-QTREND-FLAG
               END-IF
           END-IF.
           MOVE "L" TO DP-FUNCTION.
           MOVE WS-CUR-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-YEAR-LEN.
           MOVE "N" TO WS-YEAREND-FLAG.
           IF WS-CUR-DDD = WS-YEAR-LEN
               MOVE "Y" TO WS-YEAREND-FLAG
           END-IF.
           PERFORM CHECK-BUSINESS-DAY.
      *
      * A business day is one 'B' counts over the single day ending
      * on it; the month's last is a business day with none left
      * before the calendar month-end - BATCHDRV's test, with the
      * day before January 1st taken from the previous year's
      * length instead of dropped.
       CHECK-BUSINESS-DAY.
           MOVE "N" TO WS-BUSDAY-FLAG.
           MOVE "N" TO WS-LASTBUS-FLAG.
           IF WS-CUR-DDD > 1
               COMPUTE WS-PREV-DATE = WS-CUR-DATE - 1
           ELSE
               COMPUTE WS-PREV-DATE =
                   ((WS-CUR-DATE / 1000) - 1) * 1000 + 1
               MOVE "L" TO DP-FUNCTION
               MOVE WS-PREV-DATE TO DP-DATE-1
               CALL "DATESRV" USING DATE-SERVICE-PARM
               COMPUTE WS-PREV-DATE =
                   WS-PREV-DATE - 1 + DP-DAYS-RESULT
           END-IF.
           MOVE "B" TO DP-FUNCTION.
           MOVE WS-PREV-DATE TO DP-DATE-1.
           MOVE WS-CUR-DATE TO DP-DATE-2.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           IF DP-OK AND DP-DAYS-RESULT = 1
               MOVE "Y" TO WS-BUSDAY-FLAG
               MOVE "B" TO DP-FUNCTION
               MOVE WS-CUR-DATE TO DP-DATE-1
               MOVE WS-MONTH-END-DATE TO DP-DATE-2
               CALL "DATESRV" USING DATE-SERVICE-PARM
               IF DP-OK AND DP-DAYS-RESULT = 0
                   MOVE "Y" TO WS-LASTBUS-FLAG
               END-IF
           END-IF.
      *
      * BATCHDRV's GATE-ONE-STEP rule. A due step adds its average;
      * a due step that is not DAILY is listed under the night.
       GATE-ONE-STEP.
           MOVE "N" TO WS-DUE-FLAG.
           MOVE WS-CHAIN-FREQ(WS-IDX) TO WS-FREQ-WORK.
           IF WS-CHAIN-ENABLED(WS-IDX) = "Y"
               EVALUATE TRUE
                   WHEN WS-FREQ-WORK = "DAILY"
                       MOVE "Y" TO WS-DUE-FLAG
                   WHEN WS-FREQ-WORK = "MONTHEND"
                       MOVE WS-MONTHEND-FLAG TO WS-DUE-FLAG
                   WHEN WS-FREQ-WORK = "LASTBUS"
                       MOVE WS-LASTBUS-FLAG TO WS-DUE-FLAG
                   WHEN WS-FREQ-WORK = "YEAREND"
                       MOVE WS-YEAREND-FLAG TO WS-DUE-FLAG
                   WHEN WS-FREQ-WORK(1:3) = WS-DOW-NAME(WS-DOW + 1)
                       MOVE "Y" TO WS-DUE-FLAG
               END-EVALUATE
           END-IF.
           IF WS-STEP-DUE
               ADD 1 TO WS-NIGHT-STEPS
               ADD WS-CHAIN-AVG-SECS(WS-IDX) TO WS-NIGHT-SECS
               IF WS-CHAIN-RUNS(WS-IDX) = 0
                   ADD 1 TO WS-NIGHT-UNTIMED
               END-IF
               IF WS-FREQ-WORK NOT = "DAILY"
               AND WS-EXTRA-PTR < 72
                   STRING WS-CHAIN-NAME(WS-IDX) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                       INTO WS-EXTRA-LINE WITH POINTER WS-EXTRA-PTR
               END-IF
           END-IF.
      *
       WRITE-NIGHT-LINE.
           MOVE SPACES TO WS-FLAGS.
           MOVE 1 TO WS-FLAG-PTR.
           IF WS-NIGHT-SECS > WS-WINDOW-SECS
               STRING "OVERRUN " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               ADD 1 TO WS-OVERRUN-NIGHTS
           END-IF.
           IF WS-IS-QUARTER-END
               STRING "QTR-END " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               ADD 1 TO WS-QTREND-NIGHTS
           END-IF.
           IF WS-IS-MONTH-END
               STRING "MONTH-END " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               ADD 1 TO WS-MONTHEND-NIGHTS
           END-IF.
           IF WS-IS-YEAR-END
               STRING "YEAR-END " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF.
           IF WS-IS-LAST-BUSDAY
               STRING "LASTBUS " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF.
           IF WS-NIGHT-UNTIMED > 0
               STRING "UNDERESTIMATE" DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF.
           IF NOT WS-IS-BUSINESS-DAY
               ADD 1 TO WS-NONBUS-NIGHTS
           END-IF.
           IF WS-NIGHT-SECS > WS-PEAK-SECS
               MOVE WS-NIGHT-SECS TO WS-PEAK-SECS
               MOVE WS-CUR-DATE TO WS-PEAK-DATE
           END-IF.
           COMPUTE WS-NIGHT-HH = WS-NIGHT-SECS / 3600.
           COMPUTE WS-NIGHT-MM =
               (WS-NIGHT-SECS - (WS-NIGHT-HH * 3600)) / 60.
           MOVE WS-NIGHT-STEPS TO WS-STEPS-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CUR-DISPLAY " " WS-DOW-NAME(WS-DOW + 1) "  "
                  WS-BUSDAY-FLAG "   " WS-STEPS-DISPLAY "  "
                  WS-NIGHT-HH ":" WS-NIGHT-MM "  " WS-FLAGS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-EXTRA-PTR > 13
               MOVE WS-EXTRA-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
      * The next calendar day in 0CYYDDD form - past the year's last
      * day to day 001 of the next year.
       ADVANCE-ONE-DAY.
           IF WS-CUR-DDD NOT < WS-YEAR-LEN
               COMPUTE WS-CUR-DATE =
                   ((WS-CUR-DATE / 1000) + 1) * 1000 + 1
           ELSE
               ADD 1 TO WS-CUR-DATE
           END-IF.
      *
       WRITE-REPORT-FOOTER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OVERRUN-NIGHTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "NIGHTS FORECAST TO OVERRUN THE WINDOW: "
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MONTHEND-NIGHTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH-END NIGHTS:                      "
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-QTREND-NIGHTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OF WHICH QUARTER-END:                "
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NONBUS-NIGHTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "NON-BUSINESS NIGHTS:                   "
                  WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-NIGHT-HH = WS-PEAK-SECS / 3600.
           COMPUTE WS-NIGHT-MM =
               (WS-PEAK-SECS - (WS-NIGHT-HH * 3600)) / 60.
           MOVE SPACES TO REPORT-LINE.
           STRING "LONGEST NIGHT: " WS-PEAK-DATE "  EST "
                  WS-NIGHT-HH ":" WS-NIGHT-MM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
