       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRBRPT.
       AUTHOR. ZOS-CLONE.
      *
      * Weekly open-problems report over the PROBLEM file PRBUPD
      * keeps nightly. Lists every problem still open or carried
      * as a known error, ranked by occurrence count - the abend
      * that has hit most often heads the page - with its owner,
      * first and last seen, how often a "fix" has failed to hold
      * (reopen count) and the fix note, so the weekly problem
      * review starts from the list rather than from memory.
      * Resolved problems are counted on the totals, not listed.
      *
      * PROBLEM is read in key order into an in-memory table kept
      * in count order as it fills (largest first; equal counts
      * keep key order). A problem with no owner is flagged - the
      * review's first job is to give it one. More open problems
      * than the table holds are counted and the smallest dropped,
      * with RC 4; otherwise RC 0. Gated weekly in the STEPDEF chain
      * definition.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBLEM-FILE ASSIGN TO "PROBLEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PROBLEM-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "PRRPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-PROBLEM-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-PROBLEM-EOF             PIC X     VALUE "N".
           88  PROBLEM-EOF            VALUE "Y".
       01  WS-OPEN-COUNT              PIC 9(5)  VALUE 0.
       01  WS-KNOWN-COUNT             PIC 9(5)  VALUE 0.
       01  WS-RESOLVED-COUNT          PIC 9(5)  VALUE 0.
       01  WS-UNOWNED-COUNT           PIC 9(5)  VALUE 0.
       01  WS-DROPPED-COUNT           PIC 9(5)  VALUE 0.
       01  WS-OCCURRENCES             PIC 9(9)  VALUE 0.
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.
       01  WS-RANK                    PIC 9(4)  VALUE 0.
       01  WS-RANK-DISPLAY            PIC ZZZ9.
       01  WS-COUNT-DISPLAY           PIC Z(6)9.
       01  WS-REOPEN-DISPLAY          PIC ZZ9.
       01  WS-FIRST-DISPLAY           PIC 9(7)  VALUE 0.
       01  WS-LAST-DISPLAY            PIC 9(7)  VALUE 0.
       01  WS-STATUS-TEXT             PIC X(5)  VALUE SPACES.
       01  WS-POS                     PIC 9(4)  VALUE 0.
       01  WS-SHIFT                   PIC 9(4)  VALUE 0.
       01  WS-PLACE-FLAG              PIC X     VALUE "N".
           88  WS-PLACE-FOUND         VALUE "Y".
      * The open and known-error problems, largest count first.
       01  WS-RANK-MAX                PIC 9(4)  VALUE 500.
       01  WS-RANK-COUNT              PIC 9(4)  VALUE 0.
       01  WS-RANK-TABLE.
           05  WS-RK-ENTRY OCCURS 500 TIMES.
               10  WS-RK-ABCODE       PIC X(4).
               10  WS-RK-TRANID       PIC X(4).
               10  WS-RK-FUNC         PIC X(4).
               10  WS-RK-STATUS       PIC X.
               10  WS-RK-COUNT        PIC 9(7).
               10  WS-RK-FIRST-DATE   PIC 9(7).
               10  WS-RK-LAST-DATE    PIC 9(7).
               10  WS-RK-REOPENS      PIC 9(3).
               10  WS-RK-OWNER        PIC X(8).
               10  WS-RK-NOTE         PIC X(50).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME
               END-UNSTRING
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN INPUT PROBLEM-FILE.
           IF WS-PROBLEM-STATUS = "00"
               PERFORM READ-PROBLEM
               PERFORM RANK-ONE-PROBLEM UNTIL PROBLEM-EOF
               CLOSE PROBLEM-FILE
           END-IF.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-RANK-COUNT
               PERFORM WRITE-RANKED-LINE
           END-PERFORM.
           IF WS-RANK-COUNT = 0
               MOVE "  NO OPEN PROBLEMS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-DROPPED-COUNT > 0
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           GOBACK.
      *
       READ-PROBLEM.
           READ PROBLEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PROBLEM-EOF
           END-READ.
      *
       RANK-ONE-PROBLEM.
           IF NOT PM-IS-HWM-ROW
               EVALUATE TRUE
                   WHEN PM-RESOLVED
                       ADD 1 TO WS-RESOLVED-COUNT
                   WHEN OTHER
                       IF PM-KNOWN-ERROR
                           ADD 1 TO WS-KNOWN-COUNT
                       ELSE
                           ADD 1 TO WS-OPEN-COUNT
                       END-IF
                       IF PM-OWNER = SPACES
                           ADD 1 TO WS-UNOWNED-COUNT
                       END-IF
                       ADD PM-COUNT TO WS-OCCURRENCES
                       PERFORM INSERT-RANKED
               END-EVALUATE
           END-IF.
           PERFORM READ-PROBLEM.
      *
      * Find the first entry with a smaller count, shift the rest
      * down one and drop this problem in. A full table loses its
      * smallest entry - or this one, if it is the smallest.
       INSERT-RANKED.
           MOVE "N" TO WS-PLACE-FLAG.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-PLACE-FOUND OR WS-POS > WS-RANK-COUNT
               IF PM-COUNT > WS-RK-COUNT(WS-POS)
                   MOVE "Y" TO WS-PLACE-FLAG
               ELSE
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM.
           IF WS-RANK-COUNT = WS-RANK-MAX
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-RANK-COUNT
           END-IF.
           IF WS-POS NOT > WS-RANK-COUNT
               PERFORM PLACE-RANKED
           END-IF.
      *
       PLACE-RANKED.
           PERFORM VARYING WS-SHIFT FROM WS-RANK-COUNT BY -1
                   UNTIL WS-SHIFT NOT > WS-POS
               MOVE WS-RK-ENTRY(WS-SHIFT - 1) TO WS-RK-ENTRY(WS-SHIFT)
           END-PERFORM.
           MOVE PM-ABCODE       TO WS-RK-ABCODE(WS-POS).
           MOVE PM-TRANID       TO WS-RK-TRANID(WS-POS).
           MOVE PM-FUNC         TO WS-RK-FUNC(WS-POS).
           MOVE PM-STATUS       TO WS-RK-STATUS(WS-POS).
           MOVE PM-COUNT        TO WS-RK-COUNT(WS-POS).
           MOVE PM-FIRST-DATE   TO WS-RK-FIRST-DATE(WS-POS).
           MOVE PM-LAST-DATE    TO WS-RK-LAST-DATE(WS-POS).
           MOVE PM-REOPEN-COUNT TO WS-RK-REOPENS(WS-POS).
           MOVE PM-OWNER        TO WS-RK-OWNER(WS-POS).
           MOVE PM-FIX-NOTE     TO WS-RK-NOTE(WS-POS).
      *
       WRITE-RANKED-LINE.
           MOVE WS-RANK                  TO WS-RANK-DISPLAY.
           MOVE WS-RK-COUNT(WS-RANK)     TO WS-COUNT-DISPLAY.
           MOVE WS-RK-FIRST-DATE(WS-RANK) TO WS-FIRST-DISPLAY.
           MOVE WS-RK-LAST-DATE(WS-RANK) TO WS-LAST-DISPLAY.
           MOVE WS-RK-REOPENS(WS-RANK)   TO WS-REOPEN-DISPLAY.
           IF WS-RK-STATUS(WS-RANK) = "K"
               MOVE "KNOWN" TO WS-STATUS-TEXT
           ELSE
               MOVE "OPEN" TO WS-STATUS-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF WS-RK-OWNER(WS-RANK) = SPACES
               STRING WS-RANK-DISPLAY "  " WS-RK-ABCODE(WS-RANK)
                      "  " WS-RK-TRANID(WS-RANK)
                      "  " WS-RK-FUNC(WS-RANK)
                      "  " WS-STATUS-TEXT
                      " " WS-COUNT-DISPLAY
                      "  " WS-FIRST-DISPLAY " " WS-LAST-DISPLAY
                      "  " WS-REOPEN-DISPLAY
                      "  *NO OWNER*"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING WS-RANK-DISPLAY "  " WS-RK-ABCODE(WS-RANK)
                      "  " WS-RK-TRANID(WS-RANK)
                      "  " WS-RK-FUNC(WS-RANK)
                      "  " WS-STATUS-TEXT
                      " " WS-COUNT-DISPLAY
                      "  " WS-FIRST-DISPLAY " " WS-LAST-DISPLAY
                      "  " WS-REOPEN-DISPLAY
                      "  " WS-RK-OWNER(WS-RANK)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF WS-RK-NOTE(WS-RANK) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "      FIX NOTE: " WS-RK-NOTE(WS-RANK)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       WRITE-REPORT-HEADER.
           MOVE "PRBRPT - OPEN PROBLEMS BY OCCURRENCE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RANK  ABCD  TRAN  FUNC  STAT    COUNT  FIRST   "
                  "LAST     REO  OWNER"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN PROBLEMS:         " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "KNOWN ERRORS:          " WS-KNOWN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OF THEM WITH NO OWNER: " WS-UNOWNED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OCCURRENCES TO DATE:   " WS-OCCURRENCES
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESOLVED (NOT LISTED): " WS-RESOLVED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "NOT LISTED - TABLE FULL: " WS-DROPPED-COUNT
                      " SMALLEST"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
