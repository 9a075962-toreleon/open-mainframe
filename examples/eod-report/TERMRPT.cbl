       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMRPT.
       AUTHOR. ZOS-CLONE.
      *
      * Weekly terminal-inventory exceptions. SIGNLOG says which
      * terminals are actually being used; the TERMINV inventory
      * supervisors keep from CICSTERM says which ones the shop
      * knows about and where they are. This step holds the one
      * against the other and prints:
      *   - terminals SIGNLOG has seen that are not in the inventory
      *     at all - the ghost terminals: a device nobody can walk
      *     to, or somebody's own emulator on a desk it should not
      *     be on
      *   - retired terminals that have appeared on SIGNLOG after
      *     the day they were retired
      *   - in-service terminals with no successful sign-on for the
      *     SYSPARM TRMIDLE days (default 90) - candidates to retire
      *     or to go and look at. A terminal added inside the window
      *     is not idle yet, however quiet it has been.
      * Every SIGNLOG event counts as a sighting - a terminal that
      * only ever fails to sign on is still a terminal in use - but
      * only a successful sign-on keeps an in-service terminal out of
      * the idle list. Events with no terminal ID (the batch-written
      * ones) are skipped. SIGNLOG holds what SLARCH has not yet
      * archived, so a TRMIDLE longer than the SIGNLOG retention
      * lists every terminal whose last sign-on has been archived.
      *
      * PARM is run-date,env,julian-date - the optional third token
      * is the 0CYYDDD day to report as of (default today), so
      * RPTRERUN can reprint an earlier week; SIGNLOG events after
      * that day are ignored. Ends RC 4 when there is any exception,
      * or no TERMINV to check against.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT TERMINV-FILE ASSIGN TO "TERMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-TERM-ID
               FILE STATUS IS WS-TERMINV-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SYSPARM-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "TRMPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNLOG-FILE.
           COPY SIGNLOG.
       FD  TERMINV-FILE.
           COPY TERMINV.
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
       01  WS-SIGNLOG-STATUS          PIC XX    VALUE "00".
       01  WS-TERMINV-STATUS          PIC XX    VALUE "00".
       01  WS-SYSPARM-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-SIGNLOG-EOF             PIC X     VALUE "N".
           88  SIGNLOG-EOF            VALUE "Y".
       01  WS-TERMINV-EOF             PIC X     VALUE "N".
           88  TERMINV-EOF            VALUE "Y".
       01  WS-TERMINV-OPEN            PIC X     VALUE "N".
           88  WS-TERMINV-USABLE      VALUE "Y".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TARGET-DATE             PIC 9(7)  VALUE 0.
       01  WS-TARGET-DAYS             PIC S9(7) VALUE 0.
       01  WS-IDLE-DAYS               PIC 9(5)  VALUE 90.
       01  WS-SINCE-DATE              PIC 9(7)  VALUE 0.
       01  WS-DAYS-QUIET              PIC S9(7) VALUE 0.
       01  WS-QUIET-DISPLAY           PIC 9(5)  VALUE 0.
       01  WS-FIND-TERM               PIC X(4)  VALUE SPACES.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
       01  WS-NEVER-FLAG              PIC X     VALUE "N".
           88  WS-NEVER-SIGNED-ON     VALUE "Y".
       01  WS-EVENT-COUNT             PIC 9(7)  VALUE 0.
       01  WS-INVENTORY-COUNT         PIC 9(5)  VALUE 0.
       01  WS-GHOST-COUNT             PIC 9(5)  VALUE 0.
       01  WS-RETIRED-COUNT           PIC 9(5)  VALUE 0.
       01  WS-IDLE-COUNT              PIC 9(5)  VALUE 0.
       01  WS-OVERFLOW-COUNT          PIC 9(5)  VALUE 0.
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.
      *
      * One entry per terminal SIGNLOG has seen up to the report day,
      * in the order first seen. WS-TT-LAST-OK stays zero for a
      * terminal nobody has signed on at successfully.
       01  WS-TERM-TABLE.
           05  WS-TT-ENTRIES          PIC 9(3)  VALUE 0.
           05  WS-TT-ENTRY OCCURS 500 TIMES INDEXED BY WS-TX.
               10  WS-TT-TERM         PIC X(4).
               10  WS-TT-LAST-SEEN    PIC 9(7).
               10  WS-TT-LAST-OK      PIC 9(7).
               10  WS-TT-LAST-USER    PIC X(8).
               10  WS-TT-EVENTS       PIC 9(5).

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
           MOVE "D" TO DP-FUNCTION.
           MOVE WS-TARGET-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-TARGET-DAYS.
           PERFORM GET-SYSTEM-PARMS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-SIGNLOG-TERMINALS.
           OPEN INPUT TERMINV-FILE.
           IF WS-TERMINV-STATUS = "00"
               MOVE "Y" TO WS-TERMINV-OPEN
           END-IF.
           PERFORM LIST-GHOST-TERMINALS.
           PERFORM LIST-RETIRED-IN-USE.
           PERFORM LIST-IDLE-TERMINALS.
           IF WS-TERMINV-USABLE
               CLOSE TERMINV-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-GHOST-COUNT > 0
           OR WS-RETIRED-COUNT > 0
           OR WS-IDLE-COUNT > 0
           OR WS-OVERFLOW-COUNT > 0
           OR NOT WS-TERMINV-USABLE
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           GOBACK.
      *
      * TRMIDLE, the days of silence that make an in-service
      * terminal idle - the compiled 90 stands when the file or the
      * key is missing.
       GET-SYSTEM-PARMS.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS = "00"
               MOVE "TRMIDLE " TO SP-KEY
               MOVE 0 TO SP-NUM-VALUE
               READ SYSPARM-FILE
                   INVALID KEY
                       MOVE 0 TO SP-NUM-VALUE
               END-READ
               IF SP-NUM-VALUE > 0
                   MOVE SP-NUM-VALUE TO WS-IDLE-DAYS
               END-IF
           END-IF.
           CLOSE SYSPARM-FILE.
      *
       LOAD-SIGNLOG-TERMINALS.
           INITIALIZE WS-TERM-TABLE.
           OPEN INPUT SIGNLOG-FILE.
           IF WS-SIGNLOG-STATUS = "00"
               PERFORM READ-SIGNLOG
               PERFORM TALLY-ONE-EVENT UNTIL SIGNLOG-EOF
               CLOSE SIGNLOG-FILE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "SIGNLOG NOT AVAILABLE - STATUS "
                      WS-SIGNLOG-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       READ-SIGNLOG.
           READ SIGNLOG-FILE
               AT END
                   MOVE "Y" TO WS-SIGNLOG-EOF
           END-READ.
      *
      * A terminal that finds the table full is counted on the
      * overflow line rather than silently dropped.
       TALLY-ONE-EVENT.
           IF SL-TERM-ID NOT = SPACES
           AND SL-DATE NOT > WS-TARGET-DATE
               ADD 1 TO WS-EVENT-COUNT
               MOVE SL-TERM-ID TO WS-FIND-TERM
               PERFORM FIND-TERM-ENTRY
               IF NOT WS-ENTRY-FOUND
                   IF WS-TT-ENTRIES < 500
                       ADD 1 TO WS-TT-ENTRIES
                       SET WS-TX TO WS-TT-ENTRIES
                       MOVE SL-TERM-ID TO WS-TT-TERM(WS-TX)
                       MOVE 0 TO WS-TT-LAST-SEEN(WS-TX)
                       MOVE 0 TO WS-TT-LAST-OK(WS-TX)
                       MOVE 0 TO WS-TT-EVENTS(WS-TX)
                       MOVE "Y" TO WS-FOUND-FLAG
                   ELSE
                       ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
               END-IF
               IF WS-ENTRY-FOUND
                   ADD 1 TO WS-TT-EVENTS(WS-TX)
                   IF SL-DATE > WS-TT-LAST-SEEN(WS-TX)
                       MOVE SL-DATE TO WS-TT-LAST-SEEN(WS-TX)
                   END-IF
                   MOVE SL-USER-ID TO WS-TT-LAST-USER(WS-TX)
                   IF SL-SIGNON-OK
                   AND SL-DATE > WS-TT-LAST-OK(WS-TX)
                       MOVE SL-DATE TO WS-TT-LAST-OK(WS-TX)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-SIGNLOG.
      *
       FIND-TERM-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-TX TO 1.
           SEARCH WS-TT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TX > WS-TT-ENTRIES
                   CONTINUE
               WHEN WS-TT-TERM(WS-TX) = WS-FIND-TERM
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
      *
      * Each terminal seen, looked up on the inventory by its key. No
      * inventory to look in skips all three sections rather than
      * listing every terminal in the shop as a ghost.
       LIST-GHOST-TERMINALS.
           MOVE "TERMINALS ON SIGNLOG NOT IN THE INVENTORY"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT WS-TERMINV-USABLE
               MOVE SPACES TO REPORT-LINE
               STRING "  TERMINV UNAVAILABLE - STATUS "
                      WS-TERMINV-STATUS " - SECTION SKIPPED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "  TERM LAST SEEN  EVENTS  LAST USER"
                 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TT-ENTRIES
                   MOVE WS-TT-TERM(WS-TX) TO TI-TERM-ID
                   READ TERMINV-FILE
                       INVALID KEY
                           PERFORM REPORT-GHOST-TERMINAL
                   END-READ
               END-PERFORM
               IF WS-GHOST-COUNT = 0
                   MOVE "  NONE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       REPORT-GHOST-TERMINAL.
           ADD 1 TO WS-GHOST-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-TT-TERM(WS-TX) " "
                  WS-TT-LAST-SEEN(WS-TX) "    "
                  WS-TT-EVENTS(WS-TX) "   "
                  WS-TT-LAST-USER(WS-TX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * A retired terminal's own history from before its retirement
      * is expected on SIGNLOG; only a sighting on a later day is an
      * exception.
       LIST-RETIRED-IN-USE.
           MOVE "RETIRED TERMINALS SEEN AFTER RETIREMENT"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  TERM RETIRED   LAST SEEN  LAST USER  LOCATION"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT WS-TERMINV-USABLE
               MOVE "  TERMINV UNAVAILABLE - SECTION SKIPPED"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TT-ENTRIES
                   MOVE WS-TT-TERM(WS-TX) TO TI-TERM-ID
                   READ TERMINV-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TI-RETIRED
                           AND WS-TT-LAST-SEEN(WS-TX) > TI-RETIRED-DATE
                               PERFORM REPORT-RETIRED-IN-USE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RETIRED-COUNT = 0
                   MOVE "  NONE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       REPORT-RETIRED-IN-USE.
           ADD 1 TO WS-RETIRED-COUNT.
           MOVE TI-RETIRED-DATE TO WS-SINCE-DATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " TI-TERM-ID " " WS-SINCE-DATE "    "
                  WS-TT-LAST-SEEN(WS-TX) "    "
                  WS-TT-LAST-USER(WS-TX) "   "
                  TI-BUILDING "/" TI-FLOOR "/" TI-DESK
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * The inventory walked in key order. Quiet is measured from
      * the last successful sign-on, or from the day the terminal
      * was added when SIGNLOG has none for it.
       LIST-IDLE-TERMINALS.
           MOVE SPACES TO REPORT-LINE.
           STRING "IN-SERVICE TERMINALS WITH NO SIGN-ON FOR "
                  WS-IDLE-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  TERM LAST OK   DAYS   DEPT     TYPE     LOCATION"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT WS-TERMINV-USABLE
               MOVE "  TERMINV UNAVAILABLE - SECTION SKIPPED"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE LOW-VALUES TO TI-TERM-ID
               START TERMINV-FILE KEY NOT LESS THAN TI-TERM-ID
                   INVALID KEY
                       MOVE "Y" TO WS-TERMINV-EOF
               END-START
               PERFORM CHECK-ONE-TERMINAL UNTIL TERMINV-EOF
               IF WS-IDLE-COUNT = 0
                   MOVE "  NONE" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       CHECK-ONE-TERMINAL.
           READ TERMINV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TERMINV-EOF
           END-READ.
           IF NOT TERMINV-EOF
               ADD 1 TO WS-INVENTORY-COUNT
               IF TI-IN-SERVICE
                   MOVE TI-TERM-ID TO WS-FIND-TERM
                   PERFORM FIND-TERM-ENTRY
                   MOVE TI-ADDED-DATE TO WS-SINCE-DATE
                   MOVE "Y" TO WS-NEVER-FLAG
                   IF WS-ENTRY-FOUND
                   AND WS-TT-LAST-OK(WS-TX) > 0
                       MOVE WS-TT-LAST-OK(WS-TX) TO WS-SINCE-DATE
                       MOVE "N" TO WS-NEVER-FLAG
                   END-IF
                   MOVE "D" TO DP-FUNCTION
                   MOVE WS-SINCE-DATE TO DP-DATE-1
                   CALL "DATESRV" USING DATE-SERVICE-PARM
                   COMPUTE WS-DAYS-QUIET =
                       WS-TARGET-DAYS - DP-DAYS-RESULT
                   IF WS-DAYS-QUIET >= WS-IDLE-DAYS
                       PERFORM REPORT-IDLE-TERMINAL
                   END-IF
               END-IF
           END-IF.
      *
      * LAST OK prints NEVER for a terminal with no sign-on on
      * SIGNLOG - DAYS then counts from the day it was added.
       REPORT-IDLE-TERMINAL.
           ADD 1 TO WS-IDLE-COUNT.
           MOVE WS-DAYS-QUIET TO WS-QUIET-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           IF WS-NEVER-SIGNED-ON
               STRING "  " TI-TERM-ID " NEVER     "
                      WS-QUIET-DISPLAY "  " TI-DEPT " "
                      TI-DEVICE-TYPE " "
                      TI-BUILDING "/" TI-FLOOR "/" TI-DESK
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " TI-TERM-ID " " WS-SINCE-DATE "    "
                      WS-QUIET-DISPLAY "  " TI-DEPT " "
                      TI-DEVICE-TYPE " "
                      TI-BUILDING "/" TI-FLOOR "/" TI-DESK
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      *
       WRITE-REPORT-HEADER.
           MOVE "TERMRPT - TERMINAL INVENTORY EXCEPTIONS"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AS OF: " WS-TARGET-DATE
                  "   IDLE AFTER " WS-IDLE-DAYS " DAYS (TRMIDLE)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING "SIGNLOG EVENTS READ:        " WS-EVENT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TERMINALS SEEN:             " WS-TT-ENTRIES
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INVENTORY RECORDS:          " WS-INVENTORY-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT IN INVENTORY:           " WS-GHOST-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RETIRED BUT SEEN:           " WS-RETIRED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "IN SERVICE BUT IDLE:        " WS-IDLE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-OVERFLOW-COUNT
                      " EVENTS FROM TERMINALS PAST THE 500-ENTRY"
                      " TABLE NOT CHECKED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
