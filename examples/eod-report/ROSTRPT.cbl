       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTRPT.
       AUTHOR. ZOS-CLONE.
      *
      * Nightly shift-roster exceptions, for the morning supervisor.
      * The ROSTER file supervisors keep from CICSROST says who was
      * meant to be on which shift; this step holds the day being
      * closed up against what actually happened and prints:
      *   - rostered users who never signed on during their shift
      *     (the no-shows)
      *   - successful sign-ons by a user not rostered that day at
      *     all, or rostered that day but signing on outside their
      *     own shift's hours (unauthorized out-of-hours access)
      *   - handover entries written by a user not rostered on the
      *     shift the entry was logged against
      * Shift hours are HANDOVER's: 'E' 06-13, 'L' 14-21, 'N' 22-05.
      * A night shift belongs to the day it starts, so the day's
      * sign-ons and handover entries before 06:00 are measured
      * against the previous day's night roster - and so are that
      * night's no-shows, which this run reports along with the
      * day's early and late shifts. The day's own night shift has
      * barely started at close; its no-shows are the next night's.
      * A sign-on counts as attendance only in the user's own shift,
      * and a night-shift sign-on after 22:00 the evening before is
      * read back off SIGNLOG to credit it.
      *
      * PARM is run-date,env,julian-date - the optional third token
      * is the 0CYYDDD day to report (default today), so RPTRERUN
      * can reprint an earlier day while SLARCH has not yet archived
      * its SIGNLOG events. Ends RC 4 when there is any exception -
      * a finding for the morning, not a failure that holds the
      * chain.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT HANDOVER-FILE ASSIGN TO "HANDOVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-HANDOVER-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "ROSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-FILE.
           COPY ROSTER.
       FD  SIGNLOG-FILE.
           COPY SIGNLOG.
       FD  HANDOVER-FILE.
           COPY HNDOVER.
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
       01  WS-ROSTER-STATUS           PIC XX    VALUE "00".
       01  WS-SIGNLOG-STATUS          PIC XX    VALUE "00".
       01  WS-HANDOVER-STATUS         PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-ROSTER-EOF              PIC X     VALUE "N".
           88  ROSTER-EOF             VALUE "Y".
       01  WS-SIGNLOG-EOF             PIC X     VALUE "N".
           88  SIGNLOG-EOF            VALUE "Y".
       01  WS-HANDOVER-EOF            PIC X     VALUE "N".
           88  HANDOVER-EOF           VALUE "Y".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TARGET-DATE             PIC 9(7)  VALUE 0.
       01  WS-PREV-DATE               PIC 9(7)  VALUE 0.
       01  WS-HOUR                    PIC 99    VALUE 0.
       01  WS-SLOT-DATE               PIC 9(7)  VALUE 0.
       01  WS-SLOT-SHIFT              PIC X     VALUE SPACE.
       01  WS-SLOT-USER               PIC X(8)  VALUE SPACES.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
       01  WS-DAY-FLAG                PIC X     VALUE "N".
           88  WS-ROSTERED-THAT-DAY   VALUE "Y".
       01  WS-TIME-DISPLAY            PIC 9(6)  VALUE 0.
       01  WS-CHECKED-COUNT           PIC 9(5)  VALUE 0.
       01  WS-NOSHOW-COUNT            PIC 9(5)  VALUE 0.
       01  WS-UNROSTERED-COUNT        PIC 9(5)  VALUE 0.
       01  WS-OFFSHIFT-COUNT          PIC 9(5)  VALUE 0.
       01  WS-HANDOVER-COUNT          PIC 9(5)  VALUE 0.
       01  WS-OVERFLOW-COUNT          PIC 9(5)  VALUE 0.
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.
      *
      * The previous day's and the reported day's roster, in key
      * order (day, shift, user) as the file holds it. WS-RT-SEEN
      * goes to Y at the first sign-on inside the entry's own shift.
       01  WS-ROSTER-TABLE.
           05  WS-RT-ENTRIES          PIC 9(4)  VALUE 0.
           05  WS-RT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-RX.
               10  WS-RT-DATE         PIC 9(7).
               10  WS-RT-SHIFT        PIC X.
               10  WS-RT-USER         PIC X(8).
               10  WS-RT-ROLE         PIC X(8).
               10  WS-RT-SEEN         PIC X.
                   88  WS-RT-SIGNED-ON    VALUE "Y".

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
           PERFORM COMPUTE-PREVIOUS-DAY.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-ROSTER.
           PERFORM CHECK-SIGNONS.
           PERFORM LIST-NO-SHOWS.
           PERFORM CHECK-HANDOVER-ENTRIES.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-NOSHOW-COUNT > 0
           OR WS-UNROSTERED-COUNT > 0
           OR WS-OFFSHIFT-COUNT > 0
           OR WS-HANDOVER-COUNT > 0
           OR WS-OVERFLOW-COUNT > 0
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           GOBACK.
      *
      * The day before, whose night shift runs into the reported
      * day. January 1st steps back to the last day of the year
      * before - DATESRV says whether that was day 365 or 366.
       COMPUTE-PREVIOUS-DAY.
           IF FUNCTION MOD(WS-TARGET-DATE, 1000) > 1
               COMPUTE WS-PREV-DATE = WS-TARGET-DATE - 1
           ELSE
               MOVE "L" TO DP-FUNCTION
               COMPUTE DP-DATE-1 = WS-TARGET-DATE - 1000
               CALL "DATESRV" USING DATE-SERVICE-PARM
               COMPUTE WS-PREV-DATE =
                   WS-TARGET-DATE - 1001 + DP-DAYS-RESULT
           END-IF.
      *
      * Both days' entries into the table. No ROSTER file, or nobody
      * rostered, leaves the table empty - every sign-on then shows
      * as unrostered, which is what the page should say.
       LOAD-ROSTER.
           INITIALIZE WS-ROSTER-TABLE.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "00"
               MOVE LOW-VALUES   TO RS-KEY
               MOVE WS-PREV-DATE TO RS-DATE
               START ROSTER-FILE KEY NOT LESS THAN RS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ROSTER-EOF
               END-START
               PERFORM LOAD-ONE-ENTRY UNTIL ROSTER-EOF
               CLOSE ROSTER-FILE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "ROSTER NOT AVAILABLE - STATUS "
                      WS-ROSTER-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "ROSTER TABLE FULL - " WS-OVERFLOW-COUNT
                      " ENTRIES NOT CHECKED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       LOAD-ONE-ENTRY.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ROSTER-EOF
           END-READ.
           IF NOT ROSTER-EOF
               IF RS-DATE > WS-TARGET-DATE
                   MOVE "Y" TO WS-ROSTER-EOF
               ELSE
                   IF WS-RT-ENTRIES < 1000
                       ADD 1 TO WS-RT-ENTRIES
                       SET WS-RX TO WS-RT-ENTRIES
                       MOVE RS-DATE    TO WS-RT-DATE(WS-RX)
                       MOVE RS-SHIFT   TO WS-RT-SHIFT(WS-RX)
                       MOVE RS-USER-ID TO WS-RT-USER(WS-RX)
                       MOVE RS-ROLE    TO WS-RT-ROLE(WS-RX)
                       MOVE "N"        TO WS-RT-SEEN(WS-RX)
                   ELSE
                       ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF.
      *
      * Every successful sign-on of the reported day is placed in
      * the shift its hour falls in and looked for on that shift's
      * roster; the previous evening's sign-ons from 22:00 only
      * credit the night shift they began.
       CHECK-SIGNONS.
           MOVE "SIGN-ONS OFF THE ROSTER" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  TIME   USER     TERM SHIFT     EXCEPTION"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT SIGNLOG-FILE.
           IF WS-SIGNLOG-STATUS = "00"
               PERFORM READ-SIGNLOG
               PERFORM CHECK-ONE-SIGNON UNTIL SIGNLOG-EOF
               CLOSE SIGNLOG-FILE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "  SIGNLOG NOT AVAILABLE - STATUS "
                      WS-SIGNLOG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-UNROSTERED-COUNT = 0 AND WS-OFFSHIFT-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       READ-SIGNLOG.
           READ SIGNLOG-FILE
               AT END
                   MOVE "Y" TO WS-SIGNLOG-EOF
           END-READ.
      *
       CHECK-ONE-SIGNON.
           IF SL-SIGNON-OK
               COMPUTE WS-HOUR = SL-TIME / 10000
               MOVE SL-USER-ID TO WS-SLOT-USER
               EVALUATE TRUE
                   WHEN SL-DATE = WS-TARGET-DATE
                       MOVE SL-DATE TO WS-SLOT-DATE
                       PERFORM DERIVE-SIGNON-SHIFT
                       PERFORM FIND-ROSTER-ENTRY
                       IF WS-ENTRY-FOUND
                           MOVE "Y" TO WS-RT-SEEN(WS-RX)
                       ELSE
                           PERFORM REPORT-OFF-ROSTER-SIGNON
                       END-IF
                   WHEN SL-DATE = WS-PREV-DATE AND WS-HOUR >= 22
                       MOVE WS-PREV-DATE TO WS-SLOT-DATE
                       MOVE "N"          TO WS-SLOT-SHIFT
                       PERFORM FIND-ROSTER-ENTRY
                       IF WS-ENTRY-FOUND
                           MOVE "Y" TO WS-RT-SEEN(WS-RX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM READ-SIGNLOG.
      *
      * The shift a clock hour belongs to, on WS-SLOT-DATE - before
      * 06:00 that is the night shift that began the evening before.
       DERIVE-SIGNON-SHIFT.
           EVALUATE TRUE
               WHEN WS-HOUR < 6
                   MOVE WS-PREV-DATE TO WS-SLOT-DATE
                   MOVE "N" TO WS-SLOT-SHIFT
               WHEN WS-HOUR < 14
                   MOVE "E" TO WS-SLOT-SHIFT
               WHEN WS-HOUR < 22
                   MOVE "L" TO WS-SLOT-SHIFT
               WHEN OTHER
                   MOVE "N" TO WS-SLOT-SHIFT
           END-EVALUATE.
      *
       FIND-ROSTER-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-RX TO 1.
           SEARCH WS-RT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RX > WS-RT-ENTRIES
                   CONTINUE
               WHEN WS-RT-USER(WS-RX) = WS-SLOT-USER
                    AND WS-RT-DATE(WS-RX) = WS-SLOT-DATE
                    AND WS-RT-SHIFT(WS-RX) = WS-SLOT-SHIFT
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
      *
      * Rostered on some shift of the sign-on's own calendar day, or
      * of the day whose shift its hour fell in, makes it out of
      * hours; rostered on neither, it is a sign-on by somebody not
      * meant to be there at all.
       REPORT-OFF-ROSTER-SIGNON.
           MOVE "N" TO WS-DAY-FLAG.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RT-ENTRIES
               IF WS-RT-USER(WS-RX) = WS-SLOT-USER
               AND (WS-RT-DATE(WS-RX) = WS-TARGET-DATE
                    OR WS-RT-DATE(WS-RX) = WS-SLOT-DATE)
                   MOVE "Y" TO WS-DAY-FLAG
               END-IF
           END-PERFORM.
           MOVE SL-TIME TO WS-TIME-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ROSTERED-THAT-DAY
               ADD 1 TO WS-OFFSHIFT-COUNT
               STRING "  " WS-TIME-DISPLAY " " SL-USER-ID " "
                      SL-TERM-ID " " WS-SLOT-DATE " " WS-SLOT-SHIFT
                      " OUTSIDE OWN SHIFT HOURS"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO WS-UNROSTERED-COUNT
               STRING "  " WS-TIME-DISPLAY " " SL-USER-ID " "
                      SL-TERM-ID " " WS-SLOT-DATE " " WS-SLOT-SHIFT
                      " NOT ROSTERED THAT DAY"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      *
      * The shifts that ended during the reported day - the previous
      * night, the early and the late - with nobody signed on.
       LIST-NO-SHOWS.
           MOVE "ROSTERED BUT NEVER SIGNED ON" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  DAY     SHIFT USER     ROLE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RT-ENTRIES
               IF (WS-RT-DATE(WS-RX) = WS-PREV-DATE
                   AND WS-RT-SHIFT(WS-RX) = "N")
               OR (WS-RT-DATE(WS-RX) = WS-TARGET-DATE
                   AND WS-RT-SHIFT(WS-RX) NOT = "N")
                   ADD 1 TO WS-CHECKED-COUNT
                   IF NOT WS-RT-SIGNED-ON(WS-RX)
                       ADD 1 TO WS-NOSHOW-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " WS-RT-DATE(WS-RX) " "
                              WS-RT-SHIFT(WS-RX) "     "
                              WS-RT-USER(WS-RX) " "
                              WS-RT-ROLE(WS-RX)
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NOSHOW-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * HANDOVER files a night entry before 06:00 under the calendar
      * day it was written, so it is checked against the night
      * roster of the day before - the shift actually on.
       CHECK-HANDOVER-ENTRIES.
           MOVE "HANDOVER ENTRIES BY SOMEONE NOT ON THE SHIFT"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  SHIFT SEQ TIME   USER     ROSTER CHECKED"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT HANDOVER-FILE.
           IF WS-HANDOVER-STATUS = "00"
               MOVE WS-TARGET-DATE TO HO-DATE
               MOVE LOW-VALUES TO HO-SHIFT
               MOVE 0 TO HO-SEQ
               START HANDOVER-FILE KEY NOT LESS THAN HO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HANDOVER-EOF
               END-START
               PERFORM CHECK-ONE-HANDOVER UNTIL HANDOVER-EOF
               CLOSE HANDOVER-FILE
           END-IF.
           IF WS-HANDOVER-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       CHECK-ONE-HANDOVER.
           READ HANDOVER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HANDOVER-EOF
           END-READ.
           IF NOT HANDOVER-EOF
               IF HO-DATE NOT = WS-TARGET-DATE
                   MOVE "Y" TO WS-HANDOVER-EOF
               ELSE
                   MOVE HO-USER-ID TO WS-SLOT-USER
                   MOVE HO-SHIFT   TO WS-SLOT-SHIFT
                   MOVE HO-DATE    TO WS-SLOT-DATE
                   IF HO-SHIFT = "N" AND HO-TIME < 60000
                       MOVE WS-PREV-DATE TO WS-SLOT-DATE
                   END-IF
                   PERFORM FIND-ROSTER-ENTRY
                   IF NOT WS-ENTRY-FOUND
                       ADD 1 TO WS-HANDOVER-COUNT
                       MOVE HO-TIME TO WS-TIME-DISPLAY
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " HO-SHIFT "     " HO-SEQ " "
                              WS-TIME-DISPLAY " " HO-USER-ID " "
                              WS-SLOT-DATE " " WS-SLOT-SHIFT
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
           END-IF.
      *
       WRITE-REPORT-HEADER.
           MOVE "ROSTRPT - SHIFT ROSTER EXCEPTIONS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAY REPORTED: " WS-TARGET-DATE
                  "   WITH THE NIGHT SHIFT OF " WS-PREV-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING "ROSTER ENTRIES CHECKED:     " WS-CHECKED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NO-SHOWS:                   " WS-NOSHOW-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SIGN-ONS NOT ROSTERED:      " WS-UNROSTERED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SIGN-ONS OUTSIDE OWN SHIFT: " WS-OFFSHIFT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "HANDOVER ENTRIES OFF SHIFT: " WS-HANDOVER-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
