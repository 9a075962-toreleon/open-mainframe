      * and the day's availability percentage prints alongside the
      * month's weighted figure - the number management reports
      * upward, computed instead of estimated from the shift log.
      * Planned maintenance booked on CICSMWIN (the MAINTWIN file)
      * is reported apart: its overlap with the scheduled window is
      * planned downtime, taken out of both the minutes the shop
      * owed and the minutes it lost, so agreed maintenance never
      * counts against the availability figure. Any unplanned loss
      * falling inside a planned window - a late open the window
      * explains, an OUTAGE switch left up through it - counts as
      * planned, not twice.
      * The walk covers every CALENDAR day of the month (up to the
      * run date), not just the days that have AVAIL records: a day
      * the region never came up never got stamped, so it prints as
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SYSPARM-STATUS.
           SELECT MAINTWIN-FILE ASSIGN TO "MAINTWIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-KEY
               FILE STATUS IS WS-MAINTWIN-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           COPY AVAILREC.
       FD  SYSPARM-FILE.
           COPY SYSPARM.
       FD  MAINTWIN-FILE.
           COPY MAINTWIN.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).
       01  WS-JULIAN-PARM             PIC X(8)  VALUE SPACES.
       01  WS-AVAIL-STATUS            PIC XX    VALUE "00".
       01  WS-SYSPARM-STATUS          PIC XX    VALUE "00".
       01  WS-MAINTWIN-STATUS         PIC XX    VALUE "00".
       01  WS-MAINTWIN-OPEN           PIC X     VALUE "N".
           88  MAINTWIN-OPEN          VALUE "Y".
       01  WS-MAINTWIN-EOF            PIC X     VALUE "N".
           88  MAINTWIN-EOF           VALUE "Y".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-RUN-TODAY               PIC 9(7)  VALUE 0.
       01  WS-MONTH-SCHED-MINS        PIC S9(7) VALUE 0.
       01  WS-MONTH-AVAIL-MINS        PIC S9(7) VALUE 0.
       01  WS-MONTH-PCT               PIC 9(3)V9 VALUE 0.
       01  WS-MONTH-PLAN-MINS         PIC S9(7) VALUE 0.
       01  WS-MONTH-LOST-MINS         PIC S9(7) VALUE 0.
       01  WS-MONTH-AGREED-MINS       PIC S9(7) VALUE 0.
       01  WS-PLAN-MINS               PIC S9(5) VALUE 0.
       01  WS-AGREED-MINS             PIC S9(5) VALUE 0.
       01  WS-OVL-START               PIC S9(7) VALUE 0.
       01  WS-OVL-END                 PIC S9(7) VALUE 0.
       01  WS-PX                      PIC 9(2)  VALUE 0.
      * The day's planned windows, clipped to the scheduled window,
      * as second-of-day pairs.
       01  WS-PLAN-COUNT              PIC 9(2)  VALUE 0.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 10 TIMES.
               10  WS-PLAN-START      PIC S9(7).
               10  WS-PLAN-END        PIC S9(7).
       01  WS-DAY-COUNT               PIC 9(3)  VALUE 0.
       01  WS-OPEN-DISPLAY            PIC 9(6)  VALUE 0.
       01  WS-CLOSE-DISPLAY           PIC 9(6)  VALUE 0.
       OPEN-FILES.
           OPEN INPUT AVAIL-FILE.
           OPEN INPUT SYSPARM-FILE.
           OPEN INPUT MAINTWIN-FILE.
           IF WS-MAINTWIN-STATUS = "00"
               MOVE "Y" TO WS-MAINTWIN-OPEN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
      *
       GET-SYSTEM-PARMS.
               (WS-SCHED-CLOSE-SECS - WS-SCHED-OPEN-SECS) / 60.
      *
       REPORT-ONE-DAY.
           PERFORM LOAD-DAY-PLANNED.
           MOVE WS-CUR-DATE TO AV-DATE.
           IF WS-AVAIL-STATUS = "00"
               READ AVAIL-FILE
           ADD 1 TO WS-DAY-COUNT.
           ADD 1 TO WS-NOT-STAMPED.
           ADD WS-SCHED-MINS TO WS-MONTH-SCHED-MINS.
           ADD WS-PLAN-MINS TO WS-MONTH-PLAN-MINS.
           COMPUTE WS-MONTH-LOST-MINS =
               WS-MONTH-LOST-MINS + WS-SCHED-MINS - WS-PLAN-MINS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-CUR-DATE
                  "  SCHED " WS-SCHED-MINS
                  "  PLAN " WS-PLAN-MINS
                  "  NOT STAMPED - COUNTED FULLY LOST"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * Unplanned minutes lost to a late open, an early close and the
      * declared outage window, each clipped to the scheduled window
      * and less any planned window it falls in; the planned minutes
      * come off the window the shop owed, and the rest of what it
      * owed was available. A day wholly under planned maintenance
      * owed nothing and lost nothing - it reads 100.
       COMPUTE-DAY-AVAILABILITY.
           ADD 1 TO WS-DAY-COUNT.
           MOVE 0 TO WS-LOST-MINS.
               MOVE AV-OPEN-TIME TO WS-TIME-RAW
               PERFORM TIME-TO-SECONDS
               IF WS-SECS-RESULT > WS-SCHED-OPEN-SECS
                   MOVE WS-SCHED-OPEN-SECS TO WS-START-SECS
                   MOVE WS-SECS-RESULT TO WS-END-SECS
                   IF WS-END-SECS > WS-SCHED-CLOSE-SECS
                       MOVE WS-SCHED-CLOSE-SECS TO WS-END-SECS
                   END-IF
                   PERFORM ADD-UNPLANNED-LOSS
               END-IF
           END-IF.
           IF AV-CLOSE-TIME > 0
               PERFORM TIME-TO-SECONDS
               IF WS-SECS-RESULT > WS-SCHED-OPEN-SECS
               AND WS-SECS-RESULT < WS-SCHED-CLOSE-SECS
                   MOVE WS-SECS-RESULT TO WS-START-SECS
                   MOVE WS-SCHED-CLOSE-SECS TO WS-END-SECS
                   PERFORM ADD-UNPLANNED-LOSS
               END-IF
           END-IF.
           IF AV-OUTAGE-START > 0
               PERFORM COMPUTE-OUTAGE-LOSS
           END-IF.
           COMPUTE WS-AGREED-MINS = WS-SCHED-MINS - WS-PLAN-MINS.
           IF WS-LOST-MINS > WS-AGREED-MINS
               MOVE WS-AGREED-MINS TO WS-LOST-MINS
           END-IF.
           COMPUTE WS-AVAIL-MINS = WS-AGREED-MINS - WS-LOST-MINS.
           EVALUATE TRUE
               WHEN WS-AGREED-MINS > 0
                   COMPUTE WS-DAY-PCT =
                       (WS-AVAIL-MINS * 100) / WS-AGREED-MINS
               WHEN WS-PLAN-MINS > 0
                   MOVE 100 TO WS-DAY-PCT
               WHEN OTHER
                   MOVE 0 TO WS-DAY-PCT
           END-EVALUATE.
           ADD WS-SCHED-MINS TO WS-MONTH-SCHED-MINS.
           ADD WS-PLAN-MINS  TO WS-MONTH-PLAN-MINS.
           ADD WS-LOST-MINS  TO WS-MONTH-LOST-MINS.
           ADD WS-AVAIL-MINS TO WS-MONTH-AVAIL-MINS.
           MOVE WS-DAY-PCT TO WS-DAY-PCT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " AV-DATE
                  "  SCHED " WS-SCHED-MINS
                  "  PLAN " WS-PLAN-MINS
                  "  AVAIL " WS-AVAIL-MINS
                  "  LOST " WS-LOST-MINS
                  "  " WS-DAY-PCT-DISPLAY " PCT"
           IF WS-END-SECS > WS-SCHED-CLOSE-SECS
               MOVE WS-SCHED-CLOSE-SECS TO WS-END-SECS
           END-IF.
           PERFORM ADD-UNPLANNED-LOSS.
      *
      * One clipped loss interval (WS-START-SECS to WS-END-SECS) into
      * the day's unplanned minutes, less whatever of it a planned
      * window already covers.
       ADD-UNPLANNED-LOSS.
           IF WS-END-SECS > WS-START-SECS
               COMPUTE WS-WORK-SECS = WS-END-SECS - WS-START-SECS
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PLAN-COUNT
                   MOVE WS-START-SECS TO WS-OVL-START
                   IF WS-PLAN-START(WS-PX) > WS-OVL-START
                       MOVE WS-PLAN-START(WS-PX) TO WS-OVL-START
                   END-IF
                   MOVE WS-END-SECS TO WS-OVL-END
                   IF WS-PLAN-END(WS-PX) < WS-OVL-END
                       MOVE WS-PLAN-END(WS-PX) TO WS-OVL-END
                   END-IF
                   IF WS-OVL-END > WS-OVL-START
                       COMPUTE WS-WORK-SECS =
                           WS-WORK-SECS - (WS-OVL-END - WS-OVL-START)
                   END-IF
               END-PERFORM
               COMPUTE WS-LOST-MINS =
                   WS-LOST-MINS + (WS-WORK-SECS / 60)
           END-IF.
      *
      * The day's scheduled (not cancelled) maintenance windows.
      * MAINTWIN is keyed on each window's end, so positioning on
      * the day's first second finds every window ending that day or
      * later; the first scheduled one starting after the day ends
      * the walk, since scheduled windows never overlap. A window
      * spanning midnight counts from (or to) the day boundary, and
      * each is clipped to the scheduled online window - maintenance
      * overnight, when the shop owed nothing, is no downtime.
       LOAD-DAY-PLANNED.
           MOVE 0 TO WS-PLAN-COUNT.
           MOVE 0 TO WS-PLAN-MINS.
           IF MAINTWIN-OPEN
               MOVE "N" TO WS-MAINTWIN-EOF
               MOVE WS-CUR-DATE TO MT-END-DATE
               MOVE 0 TO MT-END-TIME
               START MAINTWIN-FILE KEY NOT LESS THAN MT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MAINTWIN-EOF
               END-START
               PERFORM LOAD-ONE-PLANNED UNTIL MAINTWIN-EOF
           END-IF.
      *
       LOAD-ONE-PLANNED.
           READ MAINTWIN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MAINTWIN-EOF
           END-READ.
           IF NOT MAINTWIN-EOF
           AND MT-SCHEDULED
               IF MT-START-DATE > WS-CUR-DATE
                   MOVE "Y" TO WS-MAINTWIN-EOF
               ELSE
                   PERFORM CLIP-PLANNED-WINDOW
               END-IF
           END-IF.
      *
       CLIP-PLANNED-WINDOW.
           IF MT-START-DATE < WS-CUR-DATE
               MOVE 0 TO WS-START-SECS
           ELSE
               MOVE MT-START-TIME TO WS-TIME-RAW
               PERFORM TIME-TO-SECONDS
               MOVE WS-SECS-RESULT TO WS-START-SECS
           END-IF.
           IF MT-END-DATE > WS-CUR-DATE
               MOVE 86400 TO WS-END-SECS
           ELSE
               MOVE MT-END-TIME TO WS-TIME-RAW
               PERFORM TIME-TO-SECONDS
               MOVE WS-SECS-RESULT TO WS-END-SECS
           END-IF.
           IF WS-START-SECS < WS-SCHED-OPEN-SECS
               MOVE WS-SCHED-OPEN-SECS TO WS-START-SECS
           END-IF.
           IF WS-END-SECS > WS-SCHED-CLOSE-SECS
               MOVE WS-SCHED-CLOSE-SECS TO WS-END-SECS
           END-IF.
           IF WS-END-SECS > WS-START-SECS
           AND WS-PLAN-COUNT < 10
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-START-SECS TO WS-PLAN-START(WS-PLAN-COUNT)
               MOVE WS-END-SECS   TO WS-PLAN-END(WS-PLAN-COUNT)
               COMPUTE WS-PLAN-MINS = WS-PLAN-MINS +
                   ((WS-END-SECS - WS-START-SECS) / 60)
           END-IF.
      *
       TIME-TO-SECONDS.
           COMPUTE WS-TW-HH = WS-TIME-RAW / 10000.
           STRING "DAYS NOT STAMPED: " WS-NOT-STAMPED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-MONTH-AGREED-MINS =
               WS-MONTH-SCHED-MINS - WS-MONTH-PLAN-MINS.
           IF WS-MONTH-AGREED-MINS > 0
               COMPUTE WS-MONTH-PCT =
                   (WS-MONTH-AVAIL-MINS * 100) / WS-MONTH-AGREED-MINS
           ELSE
               MOVE 0 TO WS-MONTH-PCT
           END-IF.
           MOVE WS-MONTH-PCT TO WS-DAY-PCT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "PLANNED DOWNTIME MINS " WS-MONTH-PLAN-MINS
                  "  UNPLANNED LOST MINS " WS-MONTH-LOST-MINS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAYS COVERED " WS-DAY-COUNT
                  "  SCHED MINS " WS-MONTH-SCHED-MINS
                  "  AVAIL MINS " WS-MONTH-AVAIL-MINS
                  "  " WS-DAY-PCT-DISPLAY " PCT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PCT IS OF SCHEDULED MINUTES LESS PLANNED DOWNTIME"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       CLOSE-FILES.
           CLOSE AVAIL-FILE.
           CLOSE SYSPARM-FILE.
           IF MAINTWIN-OPEN
               CLOSE MAINTWIN-FILE
           END-IF.
           CLOSE REPORT-FILE.
