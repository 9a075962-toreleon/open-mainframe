       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCRPT.
       AUTHOR. ZOS-CLONE.
      *
      * Monthly concurrent-session and licensed-seat compliance. The
      * vendor licence is priced on peak concurrent use; CICSCONC
      * samples ACTSESS onto CONCHIST every CONCMINS minutes of the
      * online day, and this step turns the month's samples into
      * what the licence true-up needs:
      *   - each day's peak, when it was reached, and whether that
      *     day raised the LICWARN warning (the '*DAY' records)
      *   - per hour of the day, the peak and the 95th percentile of
      *     concurrent sessions across every sample taken in that
      *     hour on any day of the month
      *   - the same per department, across every sample of the
      *     month. A department missing from a sample had nobody
      *     signed on, so it counts as a zero there - otherwise a
      *     department on for one busy hour would show its peak as
      *     its 95th percentile
      * each set against the LICSEATS licence (current SYSPARM). The
      * 95th percentile is the smallest count that 95 in every 100
      * samples were at or under - the figure a vendor usually
      * prices on, since it forgives the odd spike the peak does
      * not. Counts are kept as value/frequency pairs per hour and
      * per department, so the month's samples need not be held.
      *
      * PARM is run-date,env,julian-date - the optional third token
      * is any 0CYYDDD day in the month to report (default today, so
      * the month-end run reports the month ending), which lets
      * RPTRERUN reprint an earlier month. Ends RC 4 when the month's
      * peak passed the licence, when a table overflowed, or when
      * CONCHIST could not be read.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCHIST-FILE ASSIGN TO "CONCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CONCHIST-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SYSPARM-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "CONPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONCHIST-FILE.
           COPY CONCHIST.
       FD  SYSPARM-FILE.
           COPY SYSPARM.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
           COPY DATEPARM.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-JULIAN-PARM             PIC X(8)  VALUE SPACES.
       01  WS-CONCHIST-STATUS         PIC XX    VALUE "00".
       01  WS-SYSPARM-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-CONCHIST-EOF            PIC X     VALUE "N".
           88  CONCHIST-EOF           VALUE "Y".
       01  WS-CONCHIST-OPEN           PIC X     VALUE "N".
           88  WS-CONCHIST-USABLE     VALUE "Y".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TARGET-DATE             PIC 9(7)  VALUE 0.
       01  WS-MON-START               PIC 9(7)  VALUE 0.
       01  WS-MON-END                 PIC 9(7)  VALUE 0.
       01  WS-LICENCE-SEATS           PIC S9(7) COMP-3 VALUE 0.
       01  WS-WARN-PCT                PIC S9(7) COMP-3 VALUE 90.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
       01  WS-MORE-FLAG               PIC X     VALUE "N".
           88  WS-NO-MORE-VALUES      VALUE "Y".
       01  WS-FIND-VALUE              PIC S9(7) COMP-3 VALUE 0.
       01  WS-FIND-DEPT               PIC X(8)  VALUE SPACES.
      * The month's figures.
       01  WS-RECORD-COUNT            PIC 9(7)  VALUE 0.
       01  WS-SAMPLE-COUNT            PIC 9(7)  VALUE 0.
       01  WS-OVER-LICENCE-COUNT      PIC 9(7)  VALUE 0.
       01  WS-DAY-COUNT               PIC 9(5)  VALUE 0.
       01  WS-WARNED-DAY-COUNT        PIC 9(5)  VALUE 0.
       01  WS-MONTH-PEAK              PIC S9(7) COMP-3 VALUE 0.
       01  WS-MONTH-PEAK-DATE         PIC 9(7)  VALUE 0.
       01  WS-MONTH-PEAK-TIME         PIC 9(6)  VALUE 0.
       01  WS-DEPT-OVERFLOW           PIC 9(7)  VALUE 0.
       01  WS-VALUE-OVERFLOW          PIC 9(7)  VALUE 0.
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.
      * Percentile working fields - see COMPUTE-PERCENTILE.
       01  WS-POPULATION              PIC S9(7) COMP-3 VALUE 0.
       01  WS-ZERO-SAMPLES            PIC S9(7) COMP-3 VALUE 0.
       01  WS-RANK-NEEDED             PIC S9(9) COMP-3 VALUE 0.
       01  WS-CUMULATIVE              PIC S9(9) COMP-3 VALUE 0.
       01  WS-LAST-VALUE              PIC S9(7) COMP-3 VALUE 0.
       01  WS-NEXT-VALUE              PIC S9(7) COMP-3 VALUE 0.
       01  WS-NEXT-COUNT              PIC S9(7) COMP-3 VALUE 0.
       01  WS-P95                     PIC S9(7) COMP-3 VALUE 0.
       01  WS-PCT-WORK                PIC S9(7) COMP-3 VALUE 0.
      * Print fields.
       01  WS-HOUR-DISPLAY            PIC 99    VALUE 0.
       01  WS-SAMPLES-DISPLAY         PIC ZZZZZZ9.
       01  WS-PEAK-DISPLAY            PIC ZZZZZZ9.
       01  WS-P95-DISPLAY             PIC ZZZZZZ9.
       01  WS-USERS-DISPLAY           PIC ZZZZZZ9.
       01  WS-SEATS-DISPLAY           PIC ZZZZZZ9.
       01  WS-PCT-DISPLAY             PIC ZZZZ9.
       01  WS-ALERT-DISPLAY           PIC X(8)  VALUE SPACES.
       01  WS-TIME-DISPLAY            PIC 9(6)  VALUE 0.
      *
      * Groups 1-24 are the hours of the day (hour 00 is group 1),
      * 25 on the departments in the order first met. Each holds its
      * distinct session counts with how many samples showed each.
      * WS-GR-SAMPLES is the group's own records: for an hour, every
      * sample in it; for a department, the samples it was on in.
       01  WS-DEPT-GROUPS             PIC 9(3)  VALUE 24.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 74 TIMES INDEXED BY WS-GX.
               10  WS-GR-NAME         PIC X(8).
               10  WS-GR-SAMPLES      PIC S9(7) COMP-3.
               10  WS-GR-PEAK         PIC S9(7) COMP-3.
               10  WS-GR-VALUES       PIC 9(3).
               10  WS-GR-VALUE-ENTRY OCCURS 300 TIMES
                       INDEXED BY WS-VX.
                   15  WS-GV-SESSIONS PIC S9(7) COMP-3.
                   15  WS-GV-COUNT    PIC S9(7) COMP-3.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-JULIAN-PARM
               END-UNSTRING
           END-IF.
           ACCEPT WS-TODAY-JUL FROM DAY.
           IF WS-JULIAN-PARM NOT = SPACES
           AND WS-JULIAN-PARM(1:7) IS NUMERIC
               MOVE WS-JULIAN-PARM(1:7) TO WS-TARGET-DATE
           ELSE
               COMPUTE WS-TARGET-DATE = 100000 + WS-TODAY-JUL
           END-IF.
           PERFORM COMPUTE-MONTH-BOUNDS.
           PERFORM GET-SYSTEM-PARMS.
           PERFORM INITIALIZE-GROUPS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN INPUT CONCHIST-FILE.
           IF WS-CONCHIST-STATUS = "00"
               MOVE "Y" TO WS-CONCHIST-OPEN
           END-IF.
           PERFORM LIST-DAILY-PEAKS.
           IF WS-CONCHIST-USABLE
               CLOSE CONCHIST-FILE
               PERFORM LIST-HOURLY-FIGURES
               PERFORM LIST-DEPARTMENT-FIGURES
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           IF NOT WS-CONCHIST-USABLE
           OR WS-DEPT-OVERFLOW > 0
           OR WS-VALUE-OVERFLOW > 0
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           IF WS-LICENCE-SEATS > 0
           AND WS-MONTH-PEAK > WS-LICENCE-SEATS
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           GOBACK.
      *
       COMPUTE-MONTH-BOUNDS.
           MOVE "S" TO DP-FUNCTION.
           MOVE WS-TARGET-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-MON-START.
           MOVE "E" TO DP-FUNCTION.
           MOVE WS-TARGET-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-MON-END.
      *
      * LICSEATS and LICWARN - the compiled 0 (no licence on file)
      * and 90 stand when the file or a key is missing.
       GET-SYSTEM-PARMS.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS = "00"
               MOVE "LICSEATS" TO SP-KEY
               READ SYSPARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SP-NUM-VALUE TO WS-LICENCE-SEATS
               END-READ
               MOVE "LICWARN " TO SP-KEY
               READ SYSPARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SP-NUM-VALUE TO WS-WARN-PCT
               END-READ
           END-IF.
           CLOSE SYSPARM-FILE.
      *
       INITIALIZE-GROUPS.
           INITIALIZE WS-GROUP-TABLE.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 24
               SET WS-HOUR-DISPLAY TO WS-GX
               SUBTRACT 1 FROM WS-HOUR-DISPLAY
               MOVE SPACES TO WS-GR-NAME(WS-GX)
               MOVE WS-HOUR-DISPLAY TO WS-GR-NAME(WS-GX)(1:2)
           END-PERFORM.
           MOVE 24 TO WS-DEPT-GROUPS.
      *
      * One pass over the month on CONCHIST, from its first day's
      * first key. The '*DAY' records print as they come; the
      * samples are tallied into their hour and department.
       LIST-DAILY-PEAKS.
           MOVE "DAILY PEAKS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT WS-CONCHIST-USABLE
               MOVE SPACES TO REPORT-LINE
               STRING "  CONCHIST UNAVAILABLE - STATUS "
                      WS-CONCHIST-STATUS " - REPORT SKIPPED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE
               "  DATE        PEAK AT TIME    USERS    SEATS  WARNED"
                 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-MON-START TO CH-DATE
               MOVE 0 TO CH-TIME
               MOVE LOW-VALUES TO CH-DEPT
               START CONCHIST-FILE KEY NOT LESS THAN CH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CONCHIST-EOF
               END-START
               PERFORM READ-CONCHIST
               PERFORM TALLY-ONE-RECORD UNTIL CONCHIST-EOF
               IF WS-DAY-COUNT = 0
                   MOVE "  NO SAMPLES THIS MONTH" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * Reading stops at the first key past the month's last day.
       READ-CONCHIST.
           IF NOT CONCHIST-EOF
               READ CONCHIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CONCHIST-EOF
               END-READ
           END-IF.
           IF NOT CONCHIST-EOF
           AND CH-DATE > WS-MON-END
               MOVE "Y" TO WS-CONCHIST-EOF
           END-IF.
      *
       TALLY-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           EVALUATE TRUE
               WHEN CH-DAY-RECORD
                   PERFORM REPORT-DAY-PEAK
               WHEN CH-REGION-TOTAL
                   PERFORM TALLY-REGION-SAMPLE
               WHEN OTHER
                   PERFORM TALLY-DEPARTMENT-SAMPLE
           END-EVALUATE.
           PERFORM READ-CONCHIST.
      *
       REPORT-DAY-PEAK.
           ADD 1 TO WS-DAY-COUNT.
           MOVE CH-SESSIONS TO WS-PEAK-DISPLAY.
           MOVE CH-USERS TO WS-USERS-DISPLAY.
           MOVE CH-SEATS TO WS-SEATS-DISPLAY.
           MOVE CH-PEAK-TIME TO WS-TIME-DISPLAY.
           IF CH-ALERT-ID > 0
               ADD 1 TO WS-WARNED-DAY-COUNT
               MOVE CH-ALERT-ID TO WS-ALERT-DISPLAY
           ELSE
               MOVE "-" TO WS-ALERT-DISPLAY
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " CH-DATE "  " WS-PEAK-DISPLAY "  "
                  WS-TIME-DISPLAY "  " WS-USERS-DISPLAY "  "
                  WS-SEATS-DISPLAY "  " WS-ALERT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * The '*ALL' record is one sample: it goes to its hour, and it
      * is the count the departments' missing samples are zeros of.
       TALLY-REGION-SAMPLE.
           ADD 1 TO WS-SAMPLE-COUNT.
           IF CH-SESSIONS > WS-MONTH-PEAK
               MOVE CH-SESSIONS TO WS-MONTH-PEAK
               MOVE CH-DATE TO WS-MONTH-PEAK-DATE
               MOVE CH-TIME TO WS-MONTH-PEAK-TIME
           END-IF.
           IF CH-SEATS > 0
           AND CH-SESSIONS > CH-SEATS
               ADD 1 TO WS-OVER-LICENCE-COUNT
           END-IF.
           COMPUTE WS-HOUR-DISPLAY = CH-TIME / 10000.
           SET WS-GX TO WS-HOUR-DISPLAY.
           SET WS-GX UP BY 1.
           PERFORM ADD-GROUP-VALUE.
      *
      * A department that finds the table full is counted on the
      * overflow line rather than silently dropped.
       TALLY-DEPARTMENT-SAMPLE.
           MOVE CH-DEPT TO WS-FIND-DEPT.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-GX TO 25.
           SEARCH WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-GX > WS-DEPT-GROUPS
                   CONTINUE
               WHEN WS-GR-NAME(WS-GX) = WS-FIND-DEPT
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-ENTRY-FOUND
               IF WS-DEPT-GROUPS < 74
                   ADD 1 TO WS-DEPT-GROUPS
                   SET WS-GX TO WS-DEPT-GROUPS
                   MOVE WS-FIND-DEPT TO WS-GR-NAME(WS-GX)
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-DEPT-OVERFLOW
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               PERFORM ADD-GROUP-VALUE
           END-IF.
      *
      * CH-SESSIONS counted once more in group WS-GX.
       ADD-GROUP-VALUE.
           ADD 1 TO WS-GR-SAMPLES(WS-GX).
           IF CH-SESSIONS > WS-GR-PEAK(WS-GX)
               MOVE CH-SESSIONS TO WS-GR-PEAK(WS-GX)
           END-IF.
           MOVE CH-SESSIONS TO WS-FIND-VALUE.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-VX TO 1.
           SEARCH WS-GR-VALUE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VX > WS-GR-VALUES(WS-GX)
                   CONTINUE
               WHEN WS-GV-SESSIONS(WS-GX, WS-VX) = WS-FIND-VALUE
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-ENTRY-FOUND
               IF WS-GR-VALUES(WS-GX) < 300
                   ADD 1 TO WS-GR-VALUES(WS-GX)
                   SET WS-VX TO WS-GR-VALUES(WS-GX)
                   MOVE WS-FIND-VALUE TO WS-GV-SESSIONS(WS-GX, WS-VX)
                   MOVE 0 TO WS-GV-COUNT(WS-GX, WS-VX)
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-VALUE-OVERFLOW
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-GV-COUNT(WS-GX, WS-VX)
           END-IF.
      *
      * An hour nobody sampled - outside the online day - is left
      * off rather than printed as a row of zeros.
       LIST-HOURLY-FIGURES.
           MOVE "CONCURRENT SESSIONS BY HOUR OF DAY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  HOUR    SAMPLES     PEAK  95TH PCT  PCT OF LICENCE"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 24
               IF WS-GR-SAMPLES(WS-GX) > 0
                   MOVE WS-GR-SAMPLES(WS-GX) TO WS-POPULATION
                   MOVE 0 TO WS-ZERO-SAMPLES
                   PERFORM COMPUTE-PERCENTILE
                   PERFORM REPORT-GROUP-LINE
               END-IF
           END-PERFORM.
           IF WS-SAMPLE-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * Every sample of the month counts for every department - the
      * ones it had no record in as zero sessions. SAMPLES here is
      * how many of them had anybody from the department on.
       LIST-DEPARTMENT-FIGURES.
           MOVE "CONCURRENT SESSIONS BY DEPARTMENT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  DEPT    SAMPLES     PEAK  95TH PCT  PCT OF LICENCE"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-GX FROM 25 BY 1
                   UNTIL WS-GX > WS-DEPT-GROUPS
               MOVE WS-SAMPLE-COUNT TO WS-POPULATION
               COMPUTE WS-ZERO-SAMPLES =
                   WS-SAMPLE-COUNT - WS-GR-SAMPLES(WS-GX)
               IF WS-ZERO-SAMPLES < 0
                   MOVE 0 TO WS-ZERO-SAMPLES
                   MOVE WS-GR-SAMPLES(WS-GX) TO WS-POPULATION
               END-IF
               PERFORM COMPUTE-PERCENTILE
               PERFORM REPORT-GROUP-LINE
           END-PERFORM.
           IF WS-DEPT-GROUPS = 24
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * The 95th percentile of group WS-GX over WS-POPULATION
      * samples, WS-ZERO-SAMPLES of them zeros not held in the
      * group: the smallest count whose samples at or under it
      * reach 95 in 100 of the population, rounded up. The distinct
      * counts are walked from the lowest up.
       COMPUTE-PERCENTILE.
           COMPUTE WS-RANK-NEEDED = (WS-POPULATION * 95 + 99) / 100.
           MOVE WS-ZERO-SAMPLES TO WS-CUMULATIVE.
           MOVE 0 TO WS-P95.
           MOVE -1 TO WS-LAST-VALUE.
           MOVE "N" TO WS-MORE-FLAG.
           PERFORM UNTIL WS-CUMULATIVE >= WS-RANK-NEEDED
                      OR WS-NO-MORE-VALUES
               PERFORM FIND-NEXT-VALUE
               IF NOT WS-NO-MORE-VALUES
                   ADD WS-NEXT-COUNT TO WS-CUMULATIVE
                   MOVE WS-NEXT-VALUE TO WS-LAST-VALUE
                   MOVE WS-NEXT-VALUE TO WS-P95
               END-IF
           END-PERFORM.
      *
      * The lowest count in the group above WS-LAST-VALUE.
       FIND-NEXT-VALUE.
           MOVE "Y" TO WS-MORE-FLAG.
           MOVE 0 TO WS-NEXT-VALUE.
           MOVE 0 TO WS-NEXT-COUNT.
           PERFORM VARYING WS-VX FROM 1 BY 1
                   UNTIL WS-VX > WS-GR-VALUES(WS-GX)
               IF WS-GV-SESSIONS(WS-GX, WS-VX) > WS-LAST-VALUE
                   IF WS-NO-MORE-VALUES
                   OR WS-GV-SESSIONS(WS-GX, WS-VX) < WS-NEXT-VALUE
                       MOVE WS-GV-SESSIONS(WS-GX, WS-VX)
                         TO WS-NEXT-VALUE
                       MOVE WS-GV-COUNT(WS-GX, WS-VX)
                         TO WS-NEXT-COUNT
                       MOVE "N" TO WS-MORE-FLAG
                   END-IF
               END-IF
           END-PERFORM.
      *
      * PCT OF LICENCE is the 95th percentile's share of LICSEATS,
      * blank when no licence figure is on file.
       REPORT-GROUP-LINE.
           MOVE WS-GR-SAMPLES(WS-GX) TO WS-SAMPLES-DISPLAY.
           MOVE WS-GR-PEAK(WS-GX) TO WS-PEAK-DISPLAY.
           MOVE WS-P95 TO WS-P95-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           IF WS-LICENCE-SEATS > 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-P95 * 100 / WS-LICENCE-SEATS
               MOVE WS-PCT-WORK TO WS-PCT-DISPLAY
               STRING "  " WS-GR-NAME(WS-GX) WS-SAMPLES-DISPLAY "  "
                      WS-PEAK-DISPLAY "   " WS-P95-DISPLAY
                      "           " WS-PCT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " WS-GR-NAME(WS-GX) WS-SAMPLES-DISPLAY "  "
                      WS-PEAK-DISPLAY "   " WS-P95-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      *
       WRITE-REPORT-HEADER.
           MOVE "CONCRPT - CONCURRENT SESSIONS AND LICENSED SEATS"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH: " WS-MON-START " TO " WS-MON-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-LICENCE-SEATS > 0
               MOVE WS-LICENCE-SEATS TO WS-SEATS-DISPLAY
               MOVE WS-WARN-PCT TO WS-PCT-DISPLAY
               STRING "LICENSED SEATS:" WS-SEATS-DISPLAY
                      " (LICSEATS)  WARNING AT" WS-PCT-DISPLAY
                      "% (LICWARN)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "LICENSED SEATS: NONE ON FILE (LICSEATS)"
                 TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONCHIST RECORDS READ:      " WS-RECORD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SAMPLES IN MONTH:           " WS-SAMPLE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAYS SAMPLED:               " WS-DAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAYS WITH LICENCE WARNING:  " WS-WARNED-DAY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SAMPLES OVER LICENCE:       " WS-OVER-LICENCE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MONTH-PEAK TO WS-PEAK-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH PEAK SESSIONS:    " WS-PEAK-DISPLAY
                  "  ON " WS-MONTH-PEAK-DATE
                  " AT " WS-MONTH-PEAK-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-LICENCE-SEATS > 0
           AND WS-MONTH-PEAK > WS-LICENCE-SEATS
               MOVE "*** MONTH PEAK PASSED THE LICENSED SEATS ***"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-DEPT-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-DEPT-OVERFLOW
                      " SAMPLES FROM DEPARTMENTS PAST THE 50-ENTRY"
                      " TABLE NOT COUNTED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-VALUE-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-VALUE-OVERFLOW
                      " SAMPLES PAST 300 DISTINCT COUNTS NOT IN THE"
                      " PERCENTILES ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
