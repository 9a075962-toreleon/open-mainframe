       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTRERUN.
       AUTHOR. ZOS-CLONE.
      *
      * Ad-hoc report rerun processor. A supervisor who needs a
      * report for a past date queues the request from the CICSRRUN
      * screen onto RPTREQ instead of phoning operations to hand-edit
      * a PARM; this job works the queue oldest first:
      *   - the step must be on STEPDEF marked rerunnable and must
      *     not be marked as updating master files, checked again
      *     here against tonight's deck whatever the screen saw -
      *     and over that, only the read-only report programs named
      *     in WS-RERUN-TABLE below can be run at all, so a
      *     deck mistake still cannot rerun an updater. A refused
      *     request is marked failed with the reason.
      *   - the step is CALLed with the PARM it would have had that
      *     night - run-date,env plus the requested day as the third
      *     token, the form CHGRPT, HANDRPT and the other day-driven
      *     reports already take - set on the COMMAND-LINE they read.
      *   - its print DD is read back and stored in RPTFILE under
      *     the report name and the requested date, replacing any
      *     lines already stored there, so CICSRVW pages the rerun
      *     like any other night's report.
      * Each request shows queued, running, done (return code and
      * lines stored) or failed on the screen as it goes. A step
      * ending above RC 4 fails the request and stores nothing.
      *
      * Nothing runs inside the close window: before each request
      * the BATSTAT CHAIN record is read, and while it says CLOSING
      * the rest of the queue is left queued for the next run -
      * these reports read the same files the chain is rewriting.
      * The job is scheduled outside the nightly chain and run one
      * copy at a time; a request found still running from a run
      * that died is marked failed so it can be resubmitted.
      *
      * The steps are CALLed by name from a data item and CANCELled
      * after each run, so every request starts the step with fresh
      * WORKING-STORAGE - the same report can be asked for twice in
      * one run. The job's print DDs for the steps (SESPRINT,
      * SECPRINT, ...) are its own, not the nightly chain's.
      *
      * PARM is run-date,env. RC 4 when any request failed.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTREQ-FILE ASSIGN TO "RPTREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-RPTREQ-STATUS.
           SELECT STEPDEF-FILE ASSIGN TO "STEPDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-KEY
               FILE STATUS IS WS-STEPDEF-STATUS.
           SELECT BATSTAT-FILE ASSIGN TO "BATSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BS-STEP-NAME
               FILE STATUS IS WS-BATSTAT-STATUS.
           SELECT RPTFILE-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RPTFILE-STATUS.
      * The print DD of the step just run, named per request from
      * WS-RERUN-TABLE.
           SELECT STEP-PRINT-FILE ASSIGN TO WS-PRINT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-PRINT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RRNPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTREQ-FILE.
           COPY RPTREQ.
       FD  STEPDEF-FILE.
           COPY STEPDEF.
       FD  BATSTAT-FILE.
           COPY BATSTAT.
       FD  RPTFILE-FILE.
           COPY RPTFILE.
       FD  STEP-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STEP-PRINT-LINE            PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-STEP-PARM               PIC X(80) VALUE SPACES.
       01  WS-RPTREQ-STATUS           PIC XX    VALUE "00".
       01  WS-STEPDEF-STATUS          PIC XX    VALUE "00".
       01  WS-BATSTAT-STATUS          PIC XX    VALUE "00".
       01  WS-RPTFILE-STATUS          PIC XX    VALUE "00".
       01  WS-STEP-PRINT-STATUS       PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-RPTREQ-EOF              PIC X     VALUE "N".
           88  RPTREQ-EOF             VALUE "Y".
       01  WS-STEPDEF-EOF             PIC X     VALUE "N".
           88  STEPDEF-EOF            VALUE "Y".
       01  WS-STEP-PRINT-EOF          PIC X     VALUE "N".
           88  STEP-PRINT-EOF         VALUE "Y".
       01  WS-CLEAR-EOF               PIC X     VALUE "N".
           88  CLEAR-DONE             VALUE "Y".
       01  WS-CLOSE-FLAG              PIC X     VALUE "N".
           88  WS-CLOSE-IN-PROGRESS   VALUE "Y".
       01  WS-SD-FLAG                 PIC X     VALUE "N".
           88  WS-SD-FOUND            VALUE "Y".
       01  WS-PROG-FLAG               PIC X     VALUE "N".
           88  WS-PROG-FOUND          VALUE "Y".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TODAY                   PIC 9(7)  VALUE 0.
       01  WS-CLOCK                   PIC 9(8)  VALUE 0.
       01  WS-CALL-NAME               PIC X(8)  VALUE SPACES.
       01  WS-PRINT-DD                PIC X(8)  VALUE SPACES.
       01  WS-STEP-RC                 PIC S9(4) VALUE 0.
       01  WS-LINE-NO                 PIC 9(5)  VALUE 0.
       01  WS-IDX                     PIC 9(2)  VALUE 0.
       01  WS-SX                      PIC 9(2)  VALUE 0.
       01  WS-PX                      PIC 9(2)  VALUE 0.
       01  WS-DISP-RC                 PIC ZZZ9.
       01  WS-DISP-LINES              PIC ZZZZ9.
       01  WS-DISP-COUNT              PIC ZZZZ9.
       01  WS-TOTALS.
           05  WS-REQ-RUN             PIC 9(5)  VALUE 0.
           05  WS-REQ-DONE            PIC 9(5)  VALUE 0.
           05  WS-REQ-FAILED          PIC 9(5)  VALUE 0.
           05  WS-REQ-REFUSED         PIC 9(5)  VALUE 0.
           05  WS-REQ-INTERRUPTED     PIC 9(5)  VALUE 0.
      * The step flags off tonight's STEPDEF deck.
       01  WS-DECK-COUNT              PIC 9(2)  VALUE 0.
       01  WS-DECK-TABLE.
           05  WS-DECK-ENTRY OCCURS 40 TIMES.
               10  WS-DECK-PROGRAM    PIC X(8).
               10  WS-DECK-RERUN      PIC X.
               10  WS-DECK-UPDATES    PIC X.
      * The read-only report programs this job may run, each with
      * the print DD it writes. A step is added here only after it
      * has been read through and found to write nothing but its
      * own print (and its RPTFILE copy) - the STEPDEF flags alone
      * are not trusted to keep an updater out.
       01  WS-RERUN-TABLE.
           05  FILLER                 PIC X(16) VALUE
               "SESSRPT SESPRINT".
           05  FILLER                 PIC X(16) VALUE
               "SECRPT  SECPRINT".
           05  FILLER                 PIC X(16) VALUE
               "CHGRPT  CHGPRINT".
           05  FILLER                 PIC X(16) VALUE
               "HANDRPT HNDPRINT".
           05  FILLER                 PIC X(16) VALUE
               "VOLDEV  VOLPRINT".
           05  FILLER                 PIC X(16) VALUE
               "CAPRPT  CAPPRINT".
           05  FILLER                 PIC X(16) VALUE
               "USAGERPTUSGPRINT".
           05  FILLER                 PIC X(16) VALUE
               "AVAILRPTAVLPRINT".
           05  FILLER                 PIC X(16) VALUE
               "RVWEVID EVDPRINT".
           05  FILLER                 PIC X(16) VALUE
               "ROSTRPT ROSPRINT".
           05  FILLER                 PIC X(16) VALUE
               "STATYRPTSTYPRINT".
           05  FILLER                 PIC X(16) VALUE
               "TERMRPT TRMPRINT".
           05  FILLER                 PIC X(16) VALUE
               "CONCRPT CONPRINT".
       01  WS-RERUN-LIST REDEFINES WS-RERUN-TABLE.
           05  WS-RERUN-ENTRY OCCURS 13 TIMES.
               10  WS-RERUN-PROGRAM   PIC X(8).
               10  WS-RERUN-PRINT-DD  PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME
               END-UNSTRING
           END-IF.
           ACCEPT WS-TODAY-JUL FROM DAY.
           COMPUTE WS-TODAY = 100000 + WS-TODAY-JUL.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-STEP-DECK.
           OPEN I-O RPTREQ-FILE.
           IF WS-RPTREQ-STATUS = "00"
               MOVE LOW-VALUES TO RQ-KEY
               START RPTREQ-FILE KEY IS NOT LESS THAN RQ-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RPTREQ-EOF
               END-START
               PERFORM PROCESS-ONE-REQUEST
                   UNTIL RPTREQ-EOF OR WS-CLOSE-IN-PROGRESS
               CLOSE RPTREQ-FILE
           ELSE
               MOVE "RPTREQ NOT AVAILABLE - NO REQUESTS TO RUN"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE REPORT-FILE.
           IF WS-REQ-FAILED > 0 OR WS-REQ-REFUSED > 0
           OR WS-REQ-INTERRUPTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       WRITE-REPORT-HEADER.
           MOVE "RPTRERUN - AD-HOC REPORT RERUN REQUESTS"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REQUESTED      REPORT   RUNDATE USER     RESULT"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * STEPDEF read once, whole, into the deck table - no STEPDEF
      * at all leaves the table empty and every request refused.
       LOAD-STEP-DECK.
           MOVE 0 TO WS-DECK-COUNT.
           OPEN INPUT STEPDEF-FILE.
           IF WS-STEPDEF-STATUS = "00"
               PERFORM LOAD-ONE-DECK-ENTRY UNTIL STEPDEF-EOF
               CLOSE STEPDEF-FILE
           ELSE
               MOVE "STEPDEF NOT AVAILABLE - EVERY REQUEST REFUSED"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       LOAD-ONE-DECK-ENTRY.
           READ STEPDEF-FILE NEXT
               AT END
                   MOVE "Y" TO WS-STEPDEF-EOF
           END-READ.
           IF NOT STEPDEF-EOF AND WS-DECK-COUNT < 40
               ADD 1 TO WS-DECK-COUNT
               MOVE SD-PROGRAM TO WS-DECK-PROGRAM(WS-DECK-COUNT)
               MOVE SD-RERUN   TO WS-DECK-RERUN(WS-DECK-COUNT)
               MOVE SD-UPDATES TO WS-DECK-UPDATES(WS-DECK-COUNT)
           END-IF.
      *
       PROCESS-ONE-REQUEST.
           READ RPTREQ-FILE NEXT
               AT END
                   MOVE "Y" TO WS-RPTREQ-EOF
           END-READ.
           IF NOT RPTREQ-EOF
               EVALUATE TRUE
                   WHEN RQ-QUEUED
                       PERFORM CHECK-CLOSE-WINDOW
                       IF WS-CLOSE-IN-PROGRESS
                           MOVE "CLOSE IN PROGRESS - REQUESTS LEFT"
                             TO REPORT-LINE
                           WRITE REPORT-LINE
                           MOVE "QUEUED FOR THE NEXT RUN"
                             TO REPORT-LINE
                           WRITE REPORT-LINE
                       ELSE
                           PERFORM RUN-ONE-REQUEST
                       END-IF
                   WHEN RQ-RUNNING
                       PERFORM MARK-INTERRUPTED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
      * BATSTAT read fresh before every request - a close that
      * starts while this job is mid-queue stops it at the next
      * request, not at the end. No BATSTAT at all means no close
      * has ever run here.
       CHECK-CLOSE-WINDOW.
           MOVE "N" TO WS-CLOSE-FLAG.
           OPEN INPUT BATSTAT-FILE.
           IF WS-BATSTAT-STATUS = "00"
               MOVE "CHAIN" TO BS-STEP-NAME
               READ BATSTAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BS-CLOSING
                           MOVE "Y" TO WS-CLOSE-FLAG
                       END-IF
               END-READ
               CLOSE BATSTAT-FILE
           END-IF.
      *
      * A request still RUNNING when the queue is next worked was
      * left by a run that died mid-step; its print never reached
      * RPTFILE.
       MARK-INTERRUPTED.
           MOVE "F" TO RQ-STATUS.
           MOVE "INTERRUPTED - RESUBMIT" TO RQ-REASON.
           PERFORM STAMP-REQUEST-END.
           PERFORM PUT-REQUEST.
           ADD 1 TO WS-REQ-INTERRUPTED.
           PERFORM WRITE-REQUEST-LINE.
      *
       RUN-ONE-REQUEST.
           PERFORM FIND-DECK-ENTRY.
           PERFORM FIND-RERUN-PROGRAM.
           EVALUATE TRUE
               WHEN NOT WS-SD-FOUND
                   MOVE "NOT A STEP ON STEPDEF" TO RQ-REASON
                   PERFORM REFUSE-REQUEST
               WHEN WS-DECK-UPDATES(WS-SX) = "Y"
                   MOVE "STEP UPDATES MASTER FILES" TO RQ-REASON
                   PERFORM REFUSE-REQUEST
               WHEN WS-DECK-RERUN(WS-SX) NOT = "Y"
                   MOVE "STEP NOT MARKED RERUNNABLE" TO RQ-REASON
                   PERFORM REFUSE-REQUEST
               WHEN NOT WS-PROG-FOUND
                   MOVE "NO RERUN SUPPORT FOR STEP" TO RQ-REASON
                   PERFORM REFUSE-REQUEST
               WHEN RQ-RUN-DATE NOT < WS-TODAY
                   MOVE "RUN DATE NOT IN THE PAST" TO RQ-REASON
                   PERFORM REFUSE-REQUEST
               WHEN OTHER
                   PERFORM RUN-THE-STEP
           END-EVALUATE.
      *
       FIND-DECK-ENTRY.
           MOVE "N" TO WS-SD-FLAG.
           MOVE 0 TO WS-SX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DECK-COUNT OR WS-SD-FOUND
               IF WS-DECK-PROGRAM(WS-IDX) = RQ-REPORT
                   MOVE "Y" TO WS-SD-FLAG
                   MOVE WS-IDX TO WS-SX
               END-IF
           END-PERFORM.
      *
       FIND-RERUN-PROGRAM.
           MOVE "N" TO WS-PROG-FLAG.
           MOVE 0 TO WS-PX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 13 OR WS-PROG-FOUND
               IF WS-RERUN-PROGRAM(WS-IDX) = RQ-REPORT
                   MOVE "Y" TO WS-PROG-FLAG
                   MOVE WS-IDX TO WS-PX
               END-IF
           END-PERFORM.
      *
       REFUSE-REQUEST.
           MOVE "F" TO RQ-STATUS.
           MOVE 0 TO RQ-STEP-RC.
           MOVE 0 TO RQ-LINES.
           PERFORM STAMP-REQUEST-START.
           PERFORM STAMP-REQUEST-END.
           PERFORM PUT-REQUEST.
           ADD 1 TO WS-REQ-REFUSED.
           PERFORM WRITE-REQUEST-LINE.
      *
      * The request shows RUNNING on the screen for as long as the
      * step takes. The job's own PARM goes back on the COMMAND-LINE
      * once the step returns.
       RUN-THE-STEP.
           MOVE "R" TO RQ-STATUS.
           MOVE SPACES TO RQ-REASON.
           PERFORM STAMP-REQUEST-START.
           PERFORM PUT-REQUEST.
           ADD 1 TO WS-REQ-RUN.
           MOVE WS-RERUN-PROGRAM(WS-PX)  TO WS-CALL-NAME.
           MOVE WS-RERUN-PRINT-DD(WS-PX) TO WS-PRINT-DD.
           MOVE SPACES TO WS-STEP-PARM.
           STRING WS-RUN-DATE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ENV-NAME DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  RQ-RUN-DATE DELIMITED BY SIZE
               INTO WS-STEP-PARM.
           DISPLAY WS-STEP-PARM UPON COMMAND-LINE.
           MOVE 0 TO RETURN-CODE.
           CALL WS-CALL-NAME.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
           CANCEL WS-CALL-NAME.
           DISPLAY WS-PARM UPON COMMAND-LINE.
           MOVE WS-STEP-RC TO RQ-STEP-RC.
           MOVE 0 TO RQ-LINES.
           IF WS-STEP-RC > 4
               MOVE "F" TO RQ-STATUS
               MOVE "STEP FAILED - NOTHING STORED" TO RQ-REASON
           ELSE
               PERFORM STORE-STEP-PRINT
           END-IF.
           PERFORM STAMP-REQUEST-END.
           PERFORM PUT-REQUEST.
           IF RQ-DONE
               ADD 1 TO WS-REQ-DONE
           ELSE
               ADD 1 TO WS-REQ-FAILED
           END-IF.
           PERFORM WRITE-REQUEST-LINE.
      *
      * The step's print, line for line, into RPTFILE under the
      * requested date. Whatever was stored for that report and day
      * goes first, so a shorter rerun leaves no stale tail behind.
      * RPTFILE is opened only once the step has returned - the
      * reports that keep their own RPTFILE copy have it open
      * while they run.
       STORE-STEP-PRINT.
           MOVE "N" TO WS-STEP-PRINT-EOF.
           OPEN INPUT STEP-PRINT-FILE.
           IF WS-STEP-PRINT-STATUS NOT = "00"
               MOVE "F" TO RQ-STATUS
               MOVE "NO PRINT OUTPUT FROM STEP" TO RQ-REASON
           ELSE
               OPEN I-O RPTFILE-FILE
               IF WS-RPTFILE-STATUS NOT = "00"
                   OPEN OUTPUT RPTFILE-FILE
                   CLOSE RPTFILE-FILE
                   OPEN I-O RPTFILE-FILE
               END-IF
               IF WS-RPTFILE-STATUS NOT = "00"
                   MOVE "F" TO RQ-STATUS
                   MOVE "RPTFILE NOT AVAILABLE" TO RQ-REASON
               ELSE
                   PERFORM CLEAR-STORED-REPORT
                   MOVE 0 TO WS-LINE-NO
                   PERFORM STORE-ONE-PRINT-LINE UNTIL STEP-PRINT-EOF
                   CLOSE RPTFILE-FILE
                   MOVE WS-LINE-NO TO RQ-LINES
                   MOVE "D" TO RQ-STATUS
               END-IF
               CLOSE STEP-PRINT-FILE
           END-IF.
      *
      * Stored lines are numbered from 1 without gaps, so the old
      * copy is gone once a line number is not found.
       CLEAR-STORED-REPORT.
           MOVE "N" TO WS-CLEAR-EOF.
           MOVE RQ-REPORT   TO RL-REPORT.
           MOVE RQ-RUN-DATE TO RL-DATE.
           PERFORM VARYING WS-LINE-NO FROM 1 BY 1 UNTIL CLEAR-DONE
               MOVE WS-LINE-NO TO RL-LINE-NO
               DELETE RPTFILE-FILE RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-CLEAR-EOF
               END-DELETE
           END-PERFORM.
      *
       STORE-ONE-PRINT-LINE.
           READ STEP-PRINT-FILE
               AT END
                   MOVE "Y" TO WS-STEP-PRINT-EOF
           END-READ.
           IF NOT STEP-PRINT-EOF
               ADD 1 TO WS-LINE-NO
               MOVE RQ-REPORT       TO RL-REPORT
               MOVE RQ-RUN-DATE     TO RL-DATE
               MOVE WS-LINE-NO      TO RL-LINE-NO
               MOVE STEP-PRINT-LINE TO RL-TEXT
               WRITE STORED-REPORT-RECORD
                   INVALID KEY
                       REWRITE STORED-REPORT-RECORD
               END-WRITE
           END-IF.
      *
       STAMP-REQUEST-START.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-TODAY TO RQ-START-DATE.
           MOVE WS-CLOCK(1:6) TO RQ-START-TIME.
           MOVE 0 TO RQ-END-DATE.
           MOVE 0 TO RQ-END-TIME.
      *
       STAMP-REQUEST-END.
           ACCEPT WS-TODAY-JUL FROM DAY.
           COMPUTE WS-TODAY = 100000 + WS-TODAY-JUL.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-TODAY TO RQ-END-DATE.
           MOVE WS-CLOCK(1:6) TO RQ-END-TIME.
      *
       PUT-REQUEST.
           REWRITE REPORT-REQUEST-RECORD
               INVALID KEY
                   MOVE SPACES TO REPORT-LINE
                   STRING "RPTREQ REWRITE FAILED: " RQ-REPORT " "
                          RQ-RUN-DATE " STATUS " RQ-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-REWRITE.
      *
       WRITE-REQUEST-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF RQ-DONE
               MOVE RQ-STEP-RC TO WS-DISP-RC
               MOVE RQ-LINES   TO WS-DISP-LINES
               STRING RQ-REQ-DATE " " RQ-REQ-TIME " " RQ-REPORT " "
                      RQ-RUN-DATE " " RQ-USER-ID " DONE RC"
                      WS-DISP-RC "  LINES" WS-DISP-LINES
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING RQ-REQ-DATE " " RQ-REQ-TIME " " RQ-REPORT " "
                      RQ-RUN-DATE " " RQ-USER-ID " FAILED "
                      RQ-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      *
       WRITE-REPORT-FOOTER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REQ-RUN TO WS-DISP-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUESTS RUN:         " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REQ-DONE TO WS-DISP-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DONE AND STORED:    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REQ-FAILED TO WS-DISP-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FAILED:             " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REQ-REFUSED TO WS-DISP-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUESTS REFUSED:     " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REQ-INTERRUPTED TO WS-DISP-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "INTERRUPTED EARLIER:  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
