      *   - accounts sitting locked on USRFILE at report time, with
      *     their failed-attempt counters
      *   - successful signons at unusual hours (outside 06:00-21:59)
      *   - failures against known users and accounts locked, both
      *     grouped by the cost centre and manager DEPTMAST holds
      *     for the user's department - the manager is who gets the
      *     call about an area's lockouts
      * Both by-terminal sections print each terminal's building,
      * floor and desk off the TERMINV inventory beside its ID, so a
      * flagged terminal can be walked to - NOT IN INVENTORY when it
      * is unknown there (TERMRPT's ghost list says the same), and
      * RETIRED after the location of one that should be dead.
      * PARM is run-date,env. If USRFILE cannot be opened the
      * sections needing it say so instead of reporting zeros that
      * read like a clean day.
      * An optional third PARM token, a day in 0CYYDDD form, narrows
      * the SIGNLOG sections to that one day's events - the RPTRERUN
      * reprint of a past night. The locked-accounts section still
      * shows USRFILE as it stands when the report runs, and a day
      * SLARCH has already archived off SIGNLOG reports empty.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-ID
               FILE STATUS IS WS-USRFILE-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT TERMINV-FILE ASSIGN TO "TERMINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TI-TERM-ID
               FILE STATUS IS WS-TERMINV-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           COPY SIGNLOG.
       FD  USRFILE-FILE.
           COPY USRFILE.
       FD  DEPTMAST-FILE.
           COPY DEPTMAST.
       FD  TERMINV-FILE.
           COPY TERMINV.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-JULIAN-PARM             PIC X(8)  VALUE SPACES.
       01  WS-TARGET-DATE             PIC 9(7)  VALUE 0.
       01  WS-DAY-FLAG                PIC X     VALUE "N".
           88  WS-ONE-DAY-ONLY        VALUE "Y".
       01  WS-SIGNLOG-STATUS          PIC XX    VALUE "00".
       01  WS-USRFILE-STATUS          PIC XX    VALUE "00".
       01  WS-DEPTMAST-STATUS         PIC XX    VALUE "00".
       01  WS-TERMINV-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-SIGNLOG-EOF             PIC X     VALUE "N".
           88  SIGNLOG-EOF            VALUE "Y".
       01  WS-UNUSUAL-COUNT           PIC 9(5)  VALUE 0.
       01  WS-LOCKED-COUNT            PIC 9(3)  VALUE 0.
       01  WS-ATTEMPTS-DISPLAY        PIC 9(4)  VALUE 0.
       01  WS-USER-GROUP.
           05  WS-USER-CC             PIC X(8)  VALUE SPACES.
           05  WS-USER-MGR            PIC X(8)  VALUE SPACES.
       01  WS-CC-OVFL                 PIC 9(5)  VALUE 0.
       01  WS-LOOKUP-TERM             PIC X(4)  VALUE SPACES.
       01  WS-TERM-LOCATION           PIC X(28) VALUE SPACES.
       01  WS-CC-COLUMN               PIC X     VALUE "F".
           88  WS-CC-COUNT-FAIL       VALUE "F".
           88  WS-CC-COUNT-LOCKED     VALUE "L".
      *
       01  WS-FUSER-TABLE.
           05  WS-FUSER-ENTRIES       PIC 9(3)  VALUE 0.
           05  WS-PROBE-ENTRY OCCURS 50 TIMES INDEXED BY WS-PBX.
               10  WS-PROBE-TERM      PIC X(4).
               10  WS-PROBE-COUNT     PIC 9(5)  VALUE 0.
      *
       01  WS-CC-TABLE.
           05  WS-CC-ENTRIES          PIC 9(3)  VALUE 0.
           05  WS-CC-ENTRY OCCURS 50 TIMES INDEXED BY WS-CCX.
               10  WS-CC-ID.
                   15  WS-CC-CODE     PIC X(8).
                   15  WS-CC-MGR      PIC X(8).
               10  WS-CC-FAILS        PIC 9(5)  VALUE 0.
               10  WS-CC-LOCKED       PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-JULIAN-PARM
               END-UNSTRING
           END-IF.
           IF WS-JULIAN-PARM NOT = SPACES
           AND WS-JULIAN-PARM(1:7) IS NUMERIC
               MOVE WS-JULIAN-PARM(1:7) TO WS-TARGET-DATE
               MOVE "Y" TO WS-DAY-FLAG
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROCESS-SIGNLOG UNTIL SIGNLOG-EOF.
           PERFORM WRITE-FAILURE-SECTIONS.
           PERFORM WRITE-LOCKED-SECTION.
           PERFORM WRITE-COST-CENTRE-SECTION.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           OPEN INPUT SIGNLOG-FILE.
           OPEN INPUT USRFILE-FILE.
           OPEN INPUT DEPTMAST-FILE.
           OPEN INPUT TERMINV-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-SIGNLOG-STATUS = "00"
               PERFORM READ-SIGNLOG
      * unbounded); the grouped failure tallies print after.
       PROCESS-SIGNLOG.
           EVALUATE TRUE
               WHEN WS-ONE-DAY-ONLY AND SL-DATE NOT = WS-TARGET-DATE
                   CONTINUE
      * A refused forgotten-password reset is a wrong guess at a
      * credential the same as a failed signon, and counts with
      * them.
               WHEN SL-SIGNON-FAIL
               OR SL-RESET-FAIL
                   PERFORM TALLY-FAILED-USER
                   PERFORM TALLY-FAILED-TERM
                   PERFORM CHECK-UNKNOWN-USER
                   INVALID KEY
                       PERFORM TALLY-PROBE-TERM
                   NOT INVALID KEY
                       MOVE "F" TO WS-CC-COLUMN
                       PERFORM TALLY-COST-CENTRE
               END-READ
           END-IF.
      *
               MOVE SL-TERM-ID TO WS-PROBE-TERM(WS-PBX)
               MOVE 1 TO WS-PROBE-COUNT(WS-PBX)
           END-IF.
      *
      * Counts one failure or one locked account (WS-CC-COLUMN,
      * set by the caller) against the cost centre / manager entry
      * for the user on USER-MASTER-RECORD. An event that finds the
      * table full is counted on the overflow line instead.
       TALLY-COST-CENTRE.
           PERFORM LOOKUP-COST-CENTRE.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-CCX TO 1.
           SEARCH WS-CC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CC-ID(WS-CCX) = WS-USER-GROUP
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-ENTRY-FOUND
           AND WS-CC-ENTRIES < 50
               ADD 1 TO WS-CC-ENTRIES
               SET WS-CCX TO WS-CC-ENTRIES
               MOVE WS-USER-GROUP TO WS-CC-ID(WS-CCX)
               MOVE 0 TO WS-CC-FAILS(WS-CCX)
               MOVE 0 TO WS-CC-LOCKED(WS-CCX)
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-CC-OVFL
           ELSE
               IF WS-CC-COUNT-FAIL
                   ADD 1 TO WS-CC-FAILS(WS-CCX)
               ELSE
                   ADD 1 TO WS-CC-LOCKED(WS-CCX)
               END-IF
           END-IF.
      *
      * USAGERPT's LOOKUP-COST-CENTRE rule: *NODEPT* for a blank
      * department, *NOMAST* for one the master doesn't hold, the raw
      * department when there is no master at all.
       LOOKUP-COST-CENTRE.
           MOVE SPACES TO WS-USER-MGR.
           EVALUATE TRUE
               WHEN UM-DEPT = SPACES
                   MOVE "*NODEPT*" TO WS-USER-CC
               WHEN WS-DEPTMAST-STATUS NOT = "00"
                   MOVE UM-DEPT TO WS-USER-CC
               WHEN OTHER
                   MOVE UM-DEPT TO DM-DEPT
                   READ DEPTMAST-FILE
                       INVALID KEY
                           MOVE "*NOMAST*" TO WS-USER-CC
                       NOT INVALID KEY
                           MOVE DM-COST-CENTRE TO WS-USER-CC
                           MOVE DM-MANAGER     TO WS-USER-MGR
                   END-READ
           END-EVALUATE.
      *
       CHECK-UNUSUAL-HOUR.
           COMPUTE WS-HOUR = SL-TIME / 10000.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ONE-DAY-ONLY
               MOVE SPACES TO REPORT-LINE
               STRING "DAY REPORTED: " WS-TARGET-DATE
                   "  (RERUN - SIGNLOG EVENTS OF THAT DAY ONLY)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SIGNONS AT UNUSUAL HOURS (BEFORE 06 / FROM 22)"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FTERM-ENTRIES
               SET WS-FTX TO WS-IDX
               MOVE WS-FTERM-ID(WS-FTX) TO WS-LOOKUP-TERM
               PERFORM LOOKUP-TERM-LOCATION
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-FTERM-ID(WS-FTX) "  "
                      WS-FTERM-COUNT(WS-FTX) "  "
                      WS-TERM-LOCATION
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PROBE-ENTRIES
                   SET WS-PBX TO WS-IDX
                   MOVE WS-PROBE-TERM(WS-PBX) TO WS-LOOKUP-TERM
                   PERFORM LOOKUP-TERM-LOCATION
                   MOVE SPACES TO REPORT-LINE
                   IF WS-PROBE-COUNT(WS-PBX) >= WS-PROBE-THRESHOLD
                       STRING "  " WS-PROBE-TERM(WS-PBX) "  "
                              WS-PROBE-COUNT(WS-PBX) "  "
                              WS-TERM-LOCATION
                              "*** POSSIBLE PROBE ***"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING "  " WS-PROBE-TERM(WS-PBX) "  "
                              WS-PROBE-COUNT(WS-PBX) "  "
                              WS-TERM-LOCATION
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF.
      *
      * Building/floor/desk for WS-LOOKUP-TERM off TERMINV, trailing
      * padding of each part dropped. No inventory file at all
      * leaves the column blank rather than calling every terminal
      * unknown.
       LOOKUP-TERM-LOCATION.
           MOVE SPACES TO WS-TERM-LOCATION.
           IF WS-TERMINV-STATUS = "00"
               MOVE WS-LOOKUP-TERM TO TI-TERM-ID
               READ TERMINV-FILE
                   INVALID KEY
                       MOVE "NOT IN INVENTORY" TO WS-TERM-LOCATION
                   NOT INVALID KEY
                       PERFORM FORMAT-TERM-LOCATION
               END-READ
           END-IF.
      *
       FORMAT-TERM-LOCATION.
           IF TI-RETIRED
               STRING TI-BUILDING DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      TI-FLOOR DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      TI-DESK DELIMITED BY SPACE
                      " RETIRED" DELIMITED BY SIZE
                   INTO WS-TERM-LOCATION
           ELSE
               STRING TI-BUILDING DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      TI-FLOOR DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      TI-DESK DELIMITED BY SPACE
                   INTO WS-TERM-LOCATION
           END-IF.
      *
      * Sequential walk of USRFILE from the top for the accounts
      * sitting locked right now - the state the day's failures left
      * behind, with the counter that got them there.
                      " FAILED ATTEMPTS  " UM-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "L" TO WS-CC-COLUMN
               PERFORM TALLY-COST-CENTRE
           END-IF.
      *
      * The day's failures against known users and the locked
      * accounts, rolled up to the cost centre and manager who
      * answer for them.
       WRITE-COST-CENTRE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FAILURES AND LOCKED ACCOUNTS BY COST CENTRE / MANAGER"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-USRFILE-STATUS NOT = "00"
               MOVE "  USRFILE UNAVAILABLE - SECTION SKIPPED"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-CC-ENTRIES = 0
                   MOVE "  NONE" TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   MOVE "  COST CTR  MANAGER   FAILURES  LOCKED"
                     TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CC-ENTRIES
                   SET WS-CCX TO WS-IDX
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-CC-CODE(WS-CCX) "  "
                          WS-CC-MGR(WS-CCX) "  "
                          WS-CC-FAILS(WS-CCX) "     "
                          WS-CC-LOCKED(WS-CCX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
               IF WS-CC-OVFL > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** " WS-CC-OVFL
                          " EVENTS NOT IN COST CENTRE TOTALS ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
      *
       CLOSE-FILES.
           CLOSE SIGNLOG-FILE.
           CLOSE USRFILE-FILE.
           CLOSE DEPTMAST-FILE.
           CLOSE TERMINV-FILE.
           CLOSE REPORT-FILE.
