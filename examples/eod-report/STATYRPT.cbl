       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATYRPT.
       AUTHOR. ZOS-CLONE.
      *
      * Annual transaction volume report off the permanent STATMON
      * monthly summaries - this year against last, which STATHIST
      * alone can no longer show once RETPURGE has aged last year's
      * days out. For the year of the PARM date (default today):
      *   - each transaction month by month, this year's total
      *     beside the same month last year and the year-over-year
      *     growth
      *   - a year-to-date line per transaction comparing only the
      *     months this year has summarised so far, so a rerun part
      *     way through a year is still like for like
      *   - the same again across all transactions from the '*ALL'
      *     month records
      * A month STATMSUM has not summarised yet shows as such; a
      * month summarised after some of its days had aged out is
      * marked P (partial) in either year. Growth is only shown where
      * last year's month has volume.
      *
      * Runs as a year-end step in the chain (STATMSUM in the
      * earlier phase has summarised December by then), gated by
      * the STEPDEF calendar frequency, and can be rerun for any
      * year through RPTRERUN. PARM is run-date,env,julian-date.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATMON-FILE ASSIGN TO "STATMON"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-KEY
               FILE STATUS IS WS-STATMON-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "STYPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATMON-FILE.
           COPY STATMON.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-JULIAN-PARM             PIC X(8)  VALUE SPACES.
       01  WS-STATMON-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-STATMON-EOF             PIC X     VALUE "N".
           88  STATMON-EOF            VALUE "Y".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TARGET-DATE             PIC 9(7)  VALUE 0.
      * The report year and the one before as CYY (century digit
      * and year of the 0CYYDDD dates), and as calendar years.
       01  WS-CUR-CYY                 PIC 9(3)  VALUE 0.
       01  WS-PRIOR-CYY               PIC 9(3)  VALUE 0.
       01  WS-CUR-YEAR                PIC 9(4)  VALUE 0.
       01  WS-PRIOR-YEAR              PIC 9(4)  VALUE 0.
       01  WS-LAST-MONTH-KEY          PIC 9(5)  VALUE 0.
       01  WS-ROW-CYY                 PIC 9(3)  VALUE 0.
       01  WS-ROW-MM                  PIC 99    VALUE 0.
       01  WS-IDX                     PIC 9(3)  VALUE 0.
       01  WS-MX                      PIC 99    VALUE 0.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
       01  WS-TRAN-OVFL               PIC 9(5)  VALUE 0.
       01  WS-ROWS-READ               PIC 9(7)  VALUE 0.
      * One line's figures, filled from a transaction's entry or
      * from the '*ALL' totals before PUT-MONTH-LINES prints them.
       01  WS-LINE-CUR                PIC 9(11) VALUE 0.
       01  WS-LINE-PRIOR              PIC 9(11) VALUE 0.
       01  WS-YTD-CUR                 PIC 9(11) VALUE 0.
       01  WS-YTD-PRIOR               PIC 9(11) VALUE 0.
       01  WS-GROWTH-PCT              PIC S9(5) VALUE 0.
       01  WS-GROWTH-DISPLAY          PIC +9(5).
       01  WS-GROWTH-TEXT             PIC X(12) VALUE SPACES.
       01  WS-PARTIAL-MARK            PIC X     VALUE SPACE.
       01  WS-SUMMARISED-COUNT        PIC 99    VALUE 0.
      *
      * Which months of each year STATMSUM has closed with an
      * '*ALL' record, and whether that summary was partial.
       01  WS-MONTH-STATE-TABLE.
           05  WS-MONTH-STATE OCCURS 12 TIMES.
               10  WS-CUR-SUMMARISED  PIC X     VALUE "N".
               10  WS-CUR-PARTIAL     PIC X     VALUE "N".
               10  WS-PRIOR-SUMMARISED PIC X    VALUE "N".
               10  WS-PRIOR-PARTIAL   PIC X     VALUE "N".
               10  WS-ALL-CUR         PIC 9(9)  VALUE 0.
               10  WS-ALL-PRIOR       PIC 9(9)  VALUE 0.
      *
       01  WS-TRAN-TABLE.
           05  WS-TRAN-ENTRIES        PIC 9(3)  VALUE 0.
           05  WS-TRAN-ENTRY OCCURS 60 TIMES INDEXED BY WS-TX.
               10  WS-TRAN-ID         PIC X(4).
               10  WS-TRAN-MONTH OCCURS 12 TIMES.
                   15  WS-TRAN-CUR    PIC 9(9).
                   15  WS-TRAN-PRIOR  PIC 9(9).
      *
      * The entry being printed - a transaction's months, or the
      * '*ALL' totals, copied here so one paragraph prints both.
       01  WS-PRINT-TABLE.
           05  WS-PRINT-MONTH OCCURS 12 TIMES.
               10  WS-PRINT-CUR       PIC 9(9).
               10  WS-PRINT-PRIOR     PIC 9(9).

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
               MOVE WS-JULIAN-PARM(1:7) TO WS-TARGET-DATE
           ELSE
               ACCEPT WS-TODAY-JUL FROM DAY
               COMPUTE WS-TARGET-DATE = 100000 + WS-TODAY-JUL
           END-IF.
           COMPUTE WS-CUR-CYY = WS-TARGET-DATE / 1000.
           COMPUTE WS-PRIOR-CYY = WS-CUR-CYY - 1.
           COMPUTE WS-CUR-YEAR = 1900 + WS-CUR-CYY.
           COMPUTE WS-PRIOR-YEAR = 1900 + WS-PRIOR-CYY.
           COMPUTE WS-LAST-MONTH-KEY = WS-CUR-CYY * 100 + 12.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-STATMON UNTIL STATMON-EOF.
           PERFORM WRITE-ANNUAL-REPORT.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
      * The walk starts at January of last year - STATMON is keyed
      * month first, so the two years are one contiguous range.
       OPEN-FILES.
           OPEN INPUT STATMON-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-STATMON-STATUS = "00"
               COMPUTE SM-MONTH = WS-PRIOR-CYY * 100 + 1
               MOVE LOW-VALUES TO SM-TRANID
               START STATMON-FILE KEY NOT LESS THAN SM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-STATMON-EOF
               END-START
           ELSE
               MOVE "Y" TO WS-STATMON-EOF
           END-IF.
      *
       PROCESS-STATMON.
           READ STATMON-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STATMON-EOF
           END-READ.
           IF NOT STATMON-EOF
           AND SM-MONTH > WS-LAST-MONTH-KEY
               MOVE "Y" TO WS-STATMON-EOF
           END-IF.
           IF NOT STATMON-EOF
               ADD 1 TO WS-ROWS-READ
               COMPUTE WS-ROW-CYY = SM-MONTH / 100
               COMPUTE WS-ROW-MM = SM-MONTH - WS-ROW-CYY * 100
               IF WS-ROW-MM >= 1 AND WS-ROW-MM <= 12
                   IF SM-MONTH-TOTAL
                       PERFORM TALLY-MONTH-TOTAL
                   ELSE
                       PERFORM TALLY-TRAN-MONTH
                   END-IF
               END-IF
           END-IF.
      *
       TALLY-MONTH-TOTAL.
           IF WS-ROW-CYY = WS-CUR-CYY
               MOVE "Y" TO WS-CUR-SUMMARISED(WS-ROW-MM)
               MOVE SM-PARTIAL TO WS-CUR-PARTIAL(WS-ROW-MM)
               MOVE SM-TOTAL TO WS-ALL-CUR(WS-ROW-MM)
           ELSE
               MOVE "Y" TO WS-PRIOR-SUMMARISED(WS-ROW-MM)
               MOVE SM-PARTIAL TO WS-PRIOR-PARTIAL(WS-ROW-MM)
               MOVE SM-TOTAL TO WS-ALL-PRIOR(WS-ROW-MM)
           END-IF.
      *
       TALLY-TRAN-MONTH.
           PERFORM FIND-TRAN-ENTRY.
           IF WS-ENTRY-FOUND
               IF WS-ROW-CYY = WS-CUR-CYY
                   MOVE SM-TOTAL TO WS-TRAN-CUR(WS-TX, WS-ROW-MM)
               ELSE
                   MOVE SM-TOTAL TO WS-TRAN-PRIOR(WS-TX, WS-ROW-MM)
               END-IF
           ELSE
               ADD 1 TO WS-TRAN-OVFL
           END-IF.
      *
       FIND-TRAN-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-TX TO 1.
           SEARCH WS-TRAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TX > WS-TRAN-ENTRIES
                   CONTINUE
               WHEN WS-TRAN-ID(WS-TX) = SM-TRANID
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-ENTRY-FOUND
           AND WS-TRAN-ENTRIES < 60
               ADD 1 TO WS-TRAN-ENTRIES
               SET WS-TX TO WS-TRAN-ENTRIES
               INITIALIZE WS-TRAN-ENTRY(WS-TX)
               MOVE SM-TRANID TO WS-TRAN-ID(WS-TX)
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.
      *
       WRITE-ANNUAL-REPORT.
           MOVE "STATYRPT - ANNUAL TRANSACTION VOLUME, YEAR OVER YEAR"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-SUMMARISED-COUNT.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
               IF WS-CUR-SUMMARISED(WS-MX) = "Y"
                   ADD 1 TO WS-SUMMARISED-COUNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "YEAR " WS-CUR-YEAR " AGAINST " WS-PRIOR-YEAR
                  "  MONTHS SUMMARISED " WS-SUMMARISED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ROWS-READ = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO MONTHLY SUMMARIES ON FILE FOR EITHER YEAR"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM REPORT-ONE-TRAN
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TRAN-ENTRIES.
           IF WS-ROWS-READ > 0
               PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
                   MOVE WS-ALL-CUR(WS-MX) TO WS-PRINT-CUR(WS-MX)
                   MOVE WS-ALL-PRIOR(WS-MX) TO WS-PRINT-PRIOR(WS-MX)
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "ALL TRANSACTIONS" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM PUT-MONTH-LINES
           END-IF.
           IF WS-TRAN-OVFL > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-TRAN-OVFL
                      " MONTH RECORDS NOT SHOWN - TRAN TABLE FULL ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       REPORT-ONE-TRAN.
           SET WS-TX TO WS-IDX.
           PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
               MOVE WS-TRAN-CUR(WS-TX, WS-MX) TO WS-PRINT-CUR(WS-MX)
               MOVE WS-TRAN-PRIOR(WS-TX, WS-MX)
                 TO WS-PRINT-PRIOR(WS-MX)
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRANSACTION " WS-TRAN-ID(WS-TX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PUT-MONTH-LINES.
      *
      * Twelve month lines and the year-to-date line for whatever
      * WS-PRINT-TABLE holds. The year-to-date totals take last
      * year's month only where this year's month is summarised.
       PUT-MONTH-LINES.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MONTH  " WS-CUR-YEAR "         " WS-PRIOR-YEAR
                  "         GROWTH"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-YTD-CUR.
           MOVE 0 TO WS-YTD-PRIOR.
           PERFORM PUT-ONE-MONTH
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12.
           MOVE WS-YTD-CUR TO WS-LINE-CUR.
           MOVE WS-YTD-PRIOR TO WS-LINE-PRIOR.
           PERFORM FORMAT-GROWTH.
           MOVE SPACES TO REPORT-LINE.
           STRING "  YTD   " WS-LINE-CUR "  " WS-LINE-PRIOR
                  "  " WS-GROWTH-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       PUT-ONE-MONTH.
           MOVE WS-PRINT-CUR(WS-MX) TO WS-LINE-CUR.
           MOVE WS-PRINT-PRIOR(WS-MX) TO WS-LINE-PRIOR.
           IF WS-CUR-PARTIAL(WS-MX) = "Y"
           OR WS-PRIOR-PARTIAL(WS-MX) = "Y"
               MOVE "P" TO WS-PARTIAL-MARK
           ELSE
               MOVE SPACE TO WS-PARTIAL-MARK
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF WS-CUR-SUMMARISED(WS-MX) = "Y"
               ADD WS-LINE-CUR TO WS-YTD-CUR
               ADD WS-LINE-PRIOR TO WS-YTD-PRIOR
               PERFORM FORMAT-GROWTH
               STRING "  " WS-MX WS-PARTIAL-MARK "    "
                      WS-LINE-CUR "  " WS-LINE-PRIOR
                      "  " WS-GROWTH-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " WS-MX WS-PARTIAL-MARK "    "
                      "NO SUMMARY   " WS-LINE-PRIOR
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      *
       FORMAT-GROWTH.
           IF WS-LINE-PRIOR > 0
               COMPUTE WS-GROWTH-PCT =
                   ((WS-LINE-CUR - WS-LINE-PRIOR) * 100)
                   / WS-LINE-PRIOR
               MOVE WS-GROWTH-PCT TO WS-GROWTH-DISPLAY
               MOVE SPACES TO WS-GROWTH-TEXT
               STRING WS-GROWTH-DISPLAY " PCT"
                   DELIMITED BY SIZE INTO WS-GROWTH-TEXT
           ELSE
               MOVE "NO PRIOR" TO WS-GROWTH-TEXT
           END-IF.
      *
       CLOSE-FILES.
           CLOSE STATMON-FILE.
           CLOSE REPORT-FILE.
