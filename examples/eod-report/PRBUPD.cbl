       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRBUPD.
       AUTHOR. ZOS-CLONE.
      *
      * Nightly problem-record update. Every abend CICSABND handles
      * leaves an ABNDDTL row; nothing ever grouped them, so "the
      * same ASRA in UADM at the same READ, thirty times this month"
      * was found by somebody remembering. This step reads the
      * ABNDDTL rows written since its last run and files each one
      * under its signature - abend code, TRANID and the failing
      * CICS function - on the PROBLEM file:
      *   - a signature never seen before opens a new problem
      *   - a known one has its last-seen stamp and count moved on
      *   - a problem support had marked resolved that occurs again
      *     is reopened, and its reopen count moves on: the fix did
      *     not hold
      * Support works the problems from the CICSPRBM screen; the
      * weekly PRBRPT ranks the open ones.
      *
      * The '*HWM' row on PROBLEM holds the stamp this step last read
      * up to. Each run takes the rows stamped from that mark up to
      * (not including) the second it started, and moves the mark to
      * that second - an abend is counted once however often the
      * step is rerun, and one landing while the step runs waits for
      * the next. ABNDDTL rows RETPURGE has aged off before a run
      * are simply not counted; the step runs nightly, well inside
      * the retention window.
      *
      * Ends RC 4 when a resolved problem was reopened - a finding
      * for the morning, not a failure that holds the chain.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABNDDTL-FILE ASSIGN TO "ABNDDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DT-TASKN
               FILE STATUS IS WS-ABNDDTL-STATUS.
           SELECT PROBLEM-FILE ASSIGN TO "PROBLEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PROBLEM-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "PRBPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABNDDTL-FILE.
           COPY ABNDDTL.
       FD  PROBLEM-FILE.
           COPY PROBLEM.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-ABNDDTL-STATUS          PIC XX    VALUE "00".
       01  WS-PROBLEM-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-ABNDDTL-EOF             PIC X     VALUE "N".
           88  ABNDDTL-EOF            VALUE "Y".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TODAY                   PIC 9(7)  VALUE 0.
       01  WS-CLOCK                   PIC 9(8)  VALUE 0.
       01  WS-NOW-TIME                PIC 9(6)  VALUE 0.
       01  WS-NOW-STAMP               PIC 9(13) VALUE 0.
       01  WS-HWM-STAMP               PIC 9(13) VALUE 0.
       01  WS-ABEND-STAMP             PIC 9(13) VALUE 0.
       01  WS-READ-COUNT              PIC 9(7)  VALUE 0.
       01  WS-COUNTED-COUNT           PIC 9(7)  VALUE 0.
       01  WS-OPENED-COUNT            PIC 9(5)  VALUE 0.
       01  WS-UPDATED-COUNT           PIC 9(5)  VALUE 0.
       01  WS-REOPENED-COUNT          PIC 9(5)  VALUE 0.
       01  WS-LINE-TAG                PIC X(8)  VALUE SPACES.
       01  WS-COUNT-DISPLAY           PIC Z(6)9.
       01  WS-DATE-DISPLAY            PIC 9(7)  VALUE 0.
       01  WS-TIME-DISPLAY            PIC 9(6)  VALUE 0.
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.
      * EIBFN to four hex digits, a byte at a time - each byte
      * lands in the low half of a halfword and comes back 0-255.
       01  WS-HEX-DIGITS              PIC X(16)
                                      VALUE "0123456789ABCDEF".
       01  WS-FN-HALFWORD.
           05  FILLER                 PIC X     VALUE LOW-VALUE.
           05  WS-FN-BYTE             PIC X     VALUE LOW-VALUE.
       01  WS-FN-VALUE REDEFINES WS-FN-HALFWORD
                                      PIC 9(4)  COMP.
       01  WS-FN-HI                   PIC 9(2)  VALUE 0.
       01  WS-FN-LO                   PIC 9(2)  VALUE 0.
       01  WS-FN-IX                   PIC 9     VALUE 0.
       01  WS-FN-TEXT                 PIC X(4)  VALUE SPACES.

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
           ACCEPT WS-CLOCK FROM TIME.
           COMPUTE WS-NOW-TIME = WS-CLOCK / 100.
           COMPUTE WS-NOW-STAMP = (WS-TODAY * 1000000) + WS-NOW-TIME.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-PROBLEM-FILE.
           PERFORM READ-HIGH-WATER-MARK.
           OPEN INPUT ABNDDTL-FILE.
           IF WS-ABNDDTL-STATUS = "00"
               PERFORM READ-ABNDDTL
               PERFORM FILE-ONE-ABEND UNTIL ABNDDTL-EOF
               CLOSE ABNDDTL-FILE
           END-IF.
           PERFORM SAVE-HIGH-WATER-MARK.
           CLOSE PROBLEM-FILE.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-REOPENED-COUNT > 0
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           GOBACK.
      *
      * PROBLEM is created on the very first run, which then files
      * every abend ABNDDTL still holds.
       OPEN-PROBLEM-FILE.
           OPEN I-O PROBLEM-FILE.
           IF WS-PROBLEM-STATUS NOT = "00"
               OPEN OUTPUT PROBLEM-FILE
               CLOSE PROBLEM-FILE
               OPEN I-O PROBLEM-FILE
           END-IF.
      *
       READ-HIGH-WATER-MARK.
           MOVE SPACES TO PM-KEY.
           MOVE "*HWM" TO PM-ABCODE.
           READ PROBLEM-FILE
               INVALID KEY
                   MOVE 0 TO WS-HWM-STAMP
               NOT INVALID KEY
                   COMPUTE WS-HWM-STAMP =
                       (PM-LAST-DATE * 1000000) + PM-LAST-TIME
           END-READ.
      *
       SAVE-HIGH-WATER-MARK.
           MOVE SPACES TO PM-KEY.
           MOVE "*HWM" TO PM-ABCODE.
           READ PROBLEM-FILE
               INVALID KEY
                   PERFORM BUILD-HWM-ROW
                   WRITE PROBLEM-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-HWM-ROW
                   REWRITE PROBLEM-RECORD
           END-READ.
      *
       BUILD-HWM-ROW.
           MOVE SPACES TO PROBLEM-RECORD.
           MOVE "*HWM" TO PM-ABCODE.
           MOVE WS-TODAY    TO PM-LAST-DATE.
           MOVE WS-NOW-TIME TO PM-LAST-TIME.
           MOVE 0 TO PM-FIRST-DATE PM-FIRST-TIME PM-COUNT
                     PM-LAST-TASKN PM-REOPEN-COUNT PM-RESOLVED-DATE
                     PM-UPD-DATE PM-UPD-TIME.
           MOVE "PRBUPD" TO PM-UPD-USER.
      *
       READ-ABNDDTL.
           READ ABNDDTL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ABNDDTL-EOF
           END-READ.
      *
       FILE-ONE-ABEND.
           ADD 1 TO WS-READ-COUNT.
           COMPUTE WS-ABEND-STAMP = (DT-DATE * 1000000) + DT-TIME.
           IF WS-ABEND-STAMP NOT < WS-HWM-STAMP
           AND WS-ABEND-STAMP < WS-NOW-STAMP
               ADD 1 TO WS-COUNTED-COUNT
               PERFORM FORMAT-FAILING-FUNCTION
               MOVE DT-ABCODE  TO PM-ABCODE
               MOVE DT-TRANID  TO PM-TRANID
               MOVE WS-FN-TEXT TO PM-FUNC
               READ PROBLEM-FILE
                   INVALID KEY
                       PERFORM OPEN-NEW-PROBLEM
                   NOT INVALID KEY
                       PERFORM UPDATE-PROBLEM
               END-READ
           END-IF.
           PERFORM READ-ABNDDTL.
      *
       FORMAT-FAILING-FUNCTION.
           MOVE SPACES TO WS-FN-TEXT.
           PERFORM VARYING WS-FN-IX FROM 1 BY 1 UNTIL WS-FN-IX > 2
               MOVE DT-EIBFN(WS-FN-IX:1) TO WS-FN-BYTE
               COMPUTE WS-FN-HI = WS-FN-VALUE / 16
               COMPUTE WS-FN-LO = WS-FN-VALUE - (WS-FN-HI * 16)
               MOVE WS-HEX-DIGITS(WS-FN-HI + 1:1)
                 TO WS-FN-TEXT(WS-FN-IX * 2 - 1:1)
               MOVE WS-HEX-DIGITS(WS-FN-LO + 1:1)
                 TO WS-FN-TEXT(WS-FN-IX * 2:1)
           END-PERFORM.
      *
       OPEN-NEW-PROBLEM.
           MOVE "O"         TO PM-STATUS.
           MOVE DT-DATE     TO PM-FIRST-DATE.
           MOVE DT-TIME     TO PM-FIRST-TIME.
           MOVE DT-DATE     TO PM-LAST-DATE.
           MOVE DT-TIME     TO PM-LAST-TIME.
           MOVE 1           TO PM-COUNT.
           MOVE DT-TASKN    TO PM-LAST-TASKN.
           MOVE 0           TO PM-REOPEN-COUNT.
           MOVE 0           TO PM-RESOLVED-DATE.
           MOVE SPACES      TO PM-OWNER.
           MOVE SPACES      TO PM-FIX-NOTE.
           MOVE "PRBUPD"    TO PM-UPD-USER.
           MOVE WS-TODAY    TO PM-UPD-DATE.
           MOVE WS-NOW-TIME TO PM-UPD-TIME.
           WRITE PROBLEM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO WS-OPENED-COUNT.
           MOVE "OPENED" TO WS-LINE-TAG.
           PERFORM WRITE-PROBLEM-LINE.
      *
      * ABNDDTL is read in task-number order, which wraps - the
      * last-seen stamp only ever moves forward.
       UPDATE-PROBLEM.
           ADD 1 TO PM-COUNT.
           IF WS-ABEND-STAMP >
              (PM-LAST-DATE * 1000000) + PM-LAST-TIME
               MOVE DT-DATE  TO PM-LAST-DATE
               MOVE DT-TIME  TO PM-LAST-TIME
               MOVE DT-TASKN TO PM-LAST-TASKN
           END-IF.
           IF PM-RESOLVED
               MOVE "O" TO PM-STATUS
               ADD 1 TO PM-REOPEN-COUNT
               MOVE "PRBUPD"    TO PM-UPD-USER
               MOVE WS-TODAY    TO PM-UPD-DATE
               MOVE WS-NOW-TIME TO PM-UPD-TIME
               ADD 1 TO WS-REOPENED-COUNT
               MOVE "REOPENED" TO WS-LINE-TAG
               PERFORM WRITE-PROBLEM-LINE
           ELSE
               ADD 1 TO WS-UPDATED-COUNT
           END-IF.
           REWRITE PROBLEM-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *
       WRITE-PROBLEM-LINE.
           MOVE PM-COUNT      TO WS-COUNT-DISPLAY.
           MOVE PM-FIRST-DATE TO WS-DATE-DISPLAY.
           MOVE PM-FIRST-TIME TO WS-TIME-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-LINE-TAG "  " PM-ABCODE "  " PM-TRANID
                  "  " PM-FUNC "  " WS-DATE-DISPLAY " " WS-TIME-DISPLAY
                  "  " WS-COUNT-DISPLAY "  " PM-OWNER
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF PM-FIX-NOTE NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "            FIX NOTE: " PM-FIX-NOTE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       WRITE-REPORT-HEADER.
           MOVE "PRBUPD - ABEND PROBLEM RECORD UPDATE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "            ABCD  TRAN  FUNC  FIRST SEEN    "
                  "    COUNT  OWNER"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CONTROL-TOTALS.
           IF WS-OPENED-COUNT = 0 AND WS-REOPENED-COUNT = 0
               MOVE "  NO NEW OR REOPENED PROBLEMS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ABNDDTL ROWS READ:     " WS-READ-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ABENDS SINCE LAST RUN: " WS-COUNTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROBLEMS OPENED:       " WS-OPENED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROBLEMS UPDATED:      " WS-UPDATED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROBLEMS REOPENED:     " WS-REOPENED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
