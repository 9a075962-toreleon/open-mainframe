       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMELINE.
       AUTHOR. ZOS-CLONE.
      *
      * Forensic user timeline. When HR or audit asks "what exactly
      * did this user do on the 3rd between 10 and 11", SIGNLOG gave
      * the sign-on times and USRACT an hourly count, and the rest
      * was guesswork. This job takes one user ID and a date/time
      * range and merges everything the shop records about that
      * user into one chronological listing:
      *   TXNJRNL   every transaction run - TRANID, terminal and
      *             response time (written by CICSSTAT)
      *   SIGNLOG   sign-ons, failures, logoffs, temporary passwords
      *   ADMAUDIT  supervisor actions the user took, and the ones
      *             taken against the user, each marked which
      *   CHGJRNL   master-record changes the user made, and
      *             changes made to the user's own USRFILE record
      *   ABNDDTL   abends the user hit
      * with a per-source count of rows matched, so an empty
      * timeline is provably empty rather than a job that quietly
      * read nothing.
      *
      * The sources are each in rough time order but not with each
      * other, so matching rows are collected into a table in stamp
      * order as they are read and printed from there - no sort
      * step. A range too wide for the table stops collecting, says
      * so on the print and ends RC 4: narrow the range and rerun.
      *
      * For a range older than the retention windows, the JCL
      * concatenates the archive generations (SLARCHIV, ADMARCHV,
      * CHGARCHV, TXJARCHV) oldest-first ahead of the live file
      * under each DD - the records carry the same layouts.
      *
      * PARM is run-date,env,userid,fromdate,fromtime,todate,totime.
      * Dates are the 0CYYDDD Julian form, times HHMMSS; a missing
      * from-time is 000000, a missing to-time 235959, a missing
      * date leaves that end of the range open. The user ID is
      * required - RC 8 without it, or with a range that ends
      * before it starts.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXNJRNL-FILE ASSIGN TO "TXNJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXNJRNL-STATUS.
           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT ADMAUDIT-FILE ASSIGN TO "ADMAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADMAUDIT-STATUS.
           SELECT CHGJRNL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT ABNDDTL-FILE ASSIGN TO "ABNDDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DT-TASKN
               FILE STATUS IS WS-ABNDDTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXNJRNL-FILE.
           COPY TXNJRNL.
       FD  SIGNLOG-FILE.
           COPY SIGNLOG.
       FD  ADMAUDIT-FILE.
           COPY ADMAUDIT.
       FD  CHGJRNL-FILE.
           COPY CHGJRNL.
       FD  ABNDDTL-FILE.
           COPY ABNDDTL.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-USER-PARM               PIC X(8)  VALUE SPACES.
       01  WS-FROM-DATE-PARM          PIC X(8)  VALUE SPACES.
       01  WS-FROM-TIME-PARM          PIC X(8)  VALUE SPACES.
       01  WS-TO-DATE-PARM            PIC X(8)  VALUE SPACES.
       01  WS-TO-TIME-PARM            PIC X(8)  VALUE SPACES.
       01  WS-TXNJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-SIGNLOG-STATUS          PIC XX    VALUE "00".
       01  WS-ADMAUDIT-STATUS         PIC XX    VALUE "00".
       01  WS-CHGJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-ABNDDTL-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-EOF-FLAG                PIC X     VALUE "N".
           88  WS-FILE-EOF            VALUE "Y".
       01  WS-PARM-FLAG               PIC X     VALUE "Y".
           88  WS-PARMS-OK            VALUE "Y".
       01  WS-USER-FILTER             PIC X(8)  VALUE SPACES.
       01  WS-FROM-DATE               PIC 9(7)  VALUE 0.
       01  WS-FROM-TIME               PIC 9(6)  VALUE 0.
       01  WS-TO-DATE                 PIC 9(7)  VALUE 9999999.
       01  WS-TO-TIME                 PIC 9(6)  VALUE 235959.
       01  WS-FROM-STAMP              PIC 9(13) VALUE 0.
       01  WS-TO-STAMP                PIC 9(13) VALUE 0.
       01  WS-REC-DATE                PIC 9(7)  VALUE 0.
       01  WS-REC-TIME                PIC 9(6)  VALUE 0.
       01  WS-REC-STAMP               PIC 9(13) VALUE 0.
       01  WS-SOURCE-LABEL            PIC X(8)  VALUE SPACES.
       01  WS-READ-COUNT              PIC 9(7)  VALUE 0.
       01  WS-MATCH-COUNT             PIC 9(7)  VALUE 0.
       01  WS-DROPPED-COUNT           PIC 9(7)  VALUE 0.
       01  WS-EVENT-DESC              PIC X(16) VALUE SPACES.
       01  WS-CHG-VERB                PIC X(8)  VALUE SPACES.
       01  WS-ELAPSED-DISPLAY         PIC ZZZZ9.
       01  WS-DATE-DISPLAY            PIC 9(7)  VALUE 0.
       01  WS-TIME-DISPLAY            PIC 9(6)  VALUE 0.
       01  WS-POS                     PIC 9(5)  VALUE 0.
       01  WS-NEXT                    PIC 9(5)  VALUE 0.
       01  WS-PLACE-FLAG              PIC X     VALUE "N".
           88  WS-PLACE-FOUND         VALUE "Y".
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.
      * The row being placed, and the timeline itself in stamp order.
      * Rows with equal stamps keep the order they were read in.
       01  WS-NEW-ROW.
           05  WS-NR-STAMP            PIC 9(13).
           05  WS-NR-TERM             PIC X(4).
           05  WS-NR-SOURCE           PIC X(8).
           05  WS-NR-DETAIL           PIC X(44).
       01  WS-TIMELINE.
           05  WS-TL-ENTRIES          PIC 9(5)  VALUE 0.
           05  WS-TL-ROW OCCURS 5000 TIMES.
               10  WS-TL-STAMP        PIC 9(13).
               10  WS-TL-TERM         PIC X(4).
               10  WS-TL-SOURCE       PIC X(8).
               10  WS-TL-DETAIL       PIC X(44).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-USER-PARM
                        WS-FROM-DATE-PARM WS-FROM-TIME-PARM
                        WS-TO-DATE-PARM WS-TO-TIME-PARM
               END-UNSTRING
           END-IF.
           PERFORM EDIT-TIMELINE-PARMS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-PARMS-OK
               PERFORM COLLECT-TXNJRNL
               PERFORM COLLECT-SIGNLOG
               PERFORM COLLECT-ADMAUDIT
               PERFORM COLLECT-CHGJRNL
               PERFORM COLLECT-ABNDDTL
               PERFORM PRINT-TIMELINE
               PERFORM WRITE-CONTROL-TOTALS
           ELSE
               MOVE 8 TO WS-EXIT-RC
           END-IF.
           CLOSE REPORT-FILE.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           STOP RUN.
      *
      * A timeline is one user's - there is no "any" here. The range
      * ends become 13-digit date-and-time stamps, the form every
      * row is compared in.
       EDIT-TIMELINE-PARMS.
           IF WS-USER-PARM = SPACES OR WS-USER-PARM = "*"
               MOVE "N" TO WS-PARM-FLAG
           ELSE
               MOVE WS-USER-PARM TO WS-USER-FILTER
           END-IF.
           IF WS-FROM-DATE-PARM(1:7) IS NUMERIC
               MOVE WS-FROM-DATE-PARM(1:7) TO WS-FROM-DATE
           END-IF.
           IF WS-FROM-TIME-PARM(1:6) IS NUMERIC
               MOVE WS-FROM-TIME-PARM(1:6) TO WS-FROM-TIME
           END-IF.
           IF WS-TO-DATE-PARM(1:7) IS NUMERIC
               MOVE WS-TO-DATE-PARM(1:7) TO WS-TO-DATE
           END-IF.
           IF WS-TO-TIME-PARM(1:6) IS NUMERIC
               MOVE WS-TO-TIME-PARM(1:6) TO WS-TO-TIME
           END-IF.
           COMPUTE WS-FROM-STAMP =
               (WS-FROM-DATE * 1000000) + WS-FROM-TIME.
           COMPUTE WS-TO-STAMP =
               (WS-TO-DATE * 1000000) + WS-TO-TIME.
           IF WS-TO-STAMP < WS-FROM-STAMP
               MOVE "N" TO WS-PARM-FLAG
           END-IF.
      *
       COLLECT-TXNJRNL.
           MOVE "TXNJRNL" TO WS-SOURCE-LABEL.
           PERFORM RESET-SOURCE-COUNTS.
           OPEN INPUT TXNJRNL-FILE.
           IF WS-TXNJRNL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COLLECT-ONE-TXN UNTIL WS-FILE-EOF
           END-IF.
           CLOSE TXNJRNL-FILE.
           PERFORM WRITE-SOURCE-COUNTS.
      *
       COLLECT-ONE-TXN.
           READ TXNJRNL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               IF TJ-USER-ID = WS-USER-FILTER
                   MOVE TJ-DATE TO WS-REC-DATE
                   MOVE TJ-TIME TO WS-REC-TIME
                   MOVE TJ-ELAPSED-SECS TO WS-ELAPSED-DISPLAY
                   MOVE TJ-TERM-ID TO WS-NR-TERM
                   MOVE "TXN" TO WS-NR-SOURCE
                   MOVE SPACES TO WS-NR-DETAIL
                   STRING "RAN " TJ-TRANID "  RESPONSE "
                          WS-ELAPSED-DISPLAY " SECS"
                       DELIMITED BY SIZE INTO WS-NR-DETAIL
                   PERFORM ADD-IF-IN-RANGE
               END-IF
           END-IF.
      *
       COLLECT-SIGNLOG.
           MOVE "SIGNLOG" TO WS-SOURCE-LABEL.
           PERFORM RESET-SOURCE-COUNTS.
           OPEN INPUT SIGNLOG-FILE.
           IF WS-SIGNLOG-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COLLECT-ONE-SIGNON UNTIL WS-FILE-EOF
           END-IF.
           CLOSE SIGNLOG-FILE.
           PERFORM WRITE-SOURCE-COUNTS.
      *
      * The same event decoding SLSEARCH and the reports use.
       COLLECT-ONE-SIGNON.
           READ SIGNLOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               IF SL-USER-ID = WS-USER-FILTER
                   EVALUATE TRUE
                       WHEN SL-SIGNON-OK
                           MOVE "SIGNON OK" TO WS-EVENT-DESC
                       WHEN SL-SIGNON-FAIL
                           MOVE "SIGNON FAILED" TO WS-EVENT-DESC
                       WHEN SL-LOGOFF
                           MOVE "LOGOFF" TO WS-EVENT-DESC
                       WHEN SL-TEMP-ISSUED
                           MOVE "TEMP PWD ISSUED" TO WS-EVENT-DESC
                       WHEN SL-RESET-OK
                           MOVE "SELF RESET OK" TO WS-EVENT-DESC
                       WHEN SL-RESET-FAIL
                           MOVE "SELF RESET FAIL" TO WS-EVENT-DESC
                       WHEN OTHER
                           MOVE "UNKNOWN EVENT" TO WS-EVENT-DESC
                   END-EVALUATE
                   MOVE SL-DATE TO WS-REC-DATE
                   MOVE SL-TIME TO WS-REC-TIME
                   MOVE SL-TERM-ID TO WS-NR-TERM
                   MOVE "SIGNON" TO WS-NR-SOURCE
                   MOVE WS-EVENT-DESC TO WS-NR-DETAIL
                   PERFORM ADD-IF-IN-RANGE
               END-IF
           END-IF.
      *
       COLLECT-ADMAUDIT.
           MOVE "ADMAUDIT" TO WS-SOURCE-LABEL.
           PERFORM RESET-SOURCE-COUNTS.
           OPEN INPUT ADMAUDIT-FILE.
           IF WS-ADMAUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COLLECT-ONE-ADMIN UNTIL WS-FILE-EOF
           END-IF.
           CLOSE ADMAUDIT-FILE.
           PERFORM WRITE-SOURCE-COUNTS.
      *
      * As actor and as target. An action somebody takes on their
      * own ID is listed once, as actor.
       COLLECT-ONE-ADMIN.
           READ ADMAUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               MOVE AD-DATE TO WS-REC-DATE
               MOVE AD-TIME TO WS-REC-TIME
               MOVE AD-TERM-ID TO WS-NR-TERM
               MOVE SPACES TO WS-NR-DETAIL
               IF AD-USER-ID = WS-USER-FILTER
                   MOVE "ADMIN BY" TO WS-NR-SOURCE
                   STRING AD-ACTION " ON " AD-TARGET-USER
                       DELIMITED BY SIZE INTO WS-NR-DETAIL
                   PERFORM ADD-IF-IN-RANGE
               ELSE
                   IF AD-TARGET-USER = WS-USER-FILTER
                       MOVE "ADMIN ON" TO WS-NR-SOURCE
                       STRING AD-ACTION " BY " AD-USER-ID
                           DELIMITED BY SIZE INTO WS-NR-DETAIL
                       PERFORM ADD-IF-IN-RANGE
                   END-IF
               END-IF
           END-IF.
      *
       COLLECT-CHGJRNL.
           MOVE "CHGJRNL" TO WS-SOURCE-LABEL.
           PERFORM RESET-SOURCE-COUNTS.
           OPEN INPUT CHGJRNL-FILE.
           IF WS-CHGJRNL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COLLECT-ONE-CHANGE UNTIL WS-FILE-EOF
           END-IF.
           CLOSE CHGJRNL-FILE.
           PERFORM WRITE-SOURCE-COUNTS.
      *
      * Changes the user made to any master, and changes anybody
      * made to the user's own USRFILE record. The images themselves
      * stay on CHGRPT - here it is what and when; credential
      * fields are never in this listing at all.
       COLLECT-ONE-CHANGE.
           READ CHGJRNL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               EVALUATE TRUE
                   WHEN CJ-BEFORE = SPACES
                       MOVE "ADDED" TO WS-CHG-VERB
                   WHEN CJ-AFTER = SPACES
                       MOVE "DELETED" TO WS-CHG-VERB
                   WHEN OTHER
                       MOVE "CHANGED" TO WS-CHG-VERB
               END-EVALUATE
               MOVE CJ-DATE TO WS-REC-DATE
               MOVE CJ-TIME TO WS-REC-TIME
               MOVE CJ-TERM-ID TO WS-NR-TERM
               MOVE SPACES TO WS-NR-DETAIL
               IF CJ-USER-ID = WS-USER-FILTER
                   MOVE "CHG BY" TO WS-NR-SOURCE
                   STRING WS-CHG-VERB " " CJ-FILE " " CJ-KEY
                       DELIMITED BY SIZE INTO WS-NR-DETAIL
                   PERFORM ADD-IF-IN-RANGE
               ELSE
                   IF CJ-FILE = "USRFILE"
                   AND CJ-KEY = WS-USER-FILTER
                       MOVE "CHG ON" TO WS-NR-SOURCE
                       STRING "USRFILE RECORD " WS-CHG-VERB
                              " BY " CJ-USER-ID
                           DELIMITED BY SIZE INTO WS-NR-DETAIL
                       PERFORM ADD-IF-IN-RANGE
                   END-IF
               END-IF
           END-IF.
      *
       COLLECT-ABNDDTL.
           MOVE "ABNDDTL" TO WS-SOURCE-LABEL.
           PERFORM RESET-SOURCE-COUNTS.
           OPEN INPUT ABNDDTL-FILE.
           IF WS-ABNDDTL-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COLLECT-ONE-ABEND UNTIL WS-FILE-EOF
           END-IF.
           CLOSE ABNDDTL-FILE.
           PERFORM WRITE-SOURCE-COUNTS.
      *
       COLLECT-ONE-ABEND.
           READ ABNDDTL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               IF DT-USER-ID = WS-USER-FILTER
                   MOVE DT-DATE TO WS-REC-DATE
                   MOVE DT-TIME TO WS-REC-TIME
                   MOVE DT-TERM-ID TO WS-NR-TERM
                   MOVE "ABEND" TO WS-NR-SOURCE
                   MOVE SPACES TO WS-NR-DETAIL
                   STRING "ABEND " DT-ABCODE " IN " DT-TRANID
                          "  TASK " DT-TASKN
                       DELIMITED BY SIZE INTO WS-NR-DETAIL
                   PERFORM ADD-IF-IN-RANGE
               END-IF
           END-IF.
      *
      * Caller fills WS-REC-DATE/TIME and the WS-NR- fields. The
      * new row goes in after the last row stamped no later than
      * it - the sources arrive mostly in order, so the shuffle up
      * from the end is short.
       ADD-IF-IN-RANGE.
           COMPUTE WS-REC-STAMP =
               (WS-REC-DATE * 1000000) + WS-REC-TIME.
           IF WS-REC-STAMP >= WS-FROM-STAMP
           AND WS-REC-STAMP <= WS-TO-STAMP
               ADD 1 TO WS-MATCH-COUNT
               IF WS-TL-ENTRIES < 5000
                   MOVE WS-REC-STAMP TO WS-NR-STAMP
                   MOVE WS-TL-ENTRIES TO WS-POS
                   MOVE "N" TO WS-PLACE-FLAG
                   IF WS-POS = 0
                       MOVE "Y" TO WS-PLACE-FLAG
                   END-IF
                   PERFORM UNTIL WS-PLACE-FOUND
                       IF WS-TL-STAMP(WS-POS) <= WS-NR-STAMP
                           MOVE "Y" TO WS-PLACE-FLAG
                       ELSE
                           COMPUTE WS-NEXT = WS-POS + 1
                           MOVE WS-TL-ROW(WS-POS)
                             TO WS-TL-ROW(WS-NEXT)
                           SUBTRACT 1 FROM WS-POS
                           IF WS-POS = 0
                               MOVE "Y" TO WS-PLACE-FLAG
                           END-IF
                       END-IF
                   END-PERFORM
                   COMPUTE WS-NEXT = WS-POS + 1
                   MOVE WS-NEW-ROW TO WS-TL-ROW(WS-NEXT)
                   ADD 1 TO WS-TL-ENTRIES
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE 4 TO WS-EXIT-RC
               END-IF
           END-IF.
      *
       PRINT-TIMELINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  DATE    TIME    TERM  SOURCE    DETAIL"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TL-ENTRIES
               COMPUTE WS-DATE-DISPLAY = WS-TL-STAMP(WS-POS) / 1000000
               COMPUTE WS-TIME-DISPLAY = WS-TL-STAMP(WS-POS)
                   - (WS-DATE-DISPLAY * 1000000)
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-DATE-DISPLAY " " WS-TIME-DISPLAY
                      "  " WS-TL-TERM(WS-POS)
                      "  " WS-TL-SOURCE(WS-POS)
                      "  " WS-TL-DETAIL(WS-POS)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-TL-ENTRIES = 0
               MOVE "  NO ACTIVITY FOR THIS USER IN THE RANGE"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       RESET-SOURCE-COUNTS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-MATCH-COUNT.
      *
       WRITE-SOURCE-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-SOURCE-LABEL
                  "  RECORDS READ " WS-READ-COUNT
                  "  ROWS MATCHED " WS-MATCH-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-REPORT-HEADER.
           MOVE "TIMELINE - FORENSIC USER ACTIVITY TIMELINE"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "USER " WS-USER-PARM
                  "  FROM " WS-FROM-DATE " " WS-FROM-TIME
                  "  TO " WS-TO-DATE " " WS-TO-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT WS-PARMS-OK
               MOVE "*** USER ID REQUIRED AND RANGE MUST NOT END "
                 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "*** BEFORE IT STARTS - NOTHING SEARCHED"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TIMELINE ROWS:    " WS-TL-ENTRIES
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DROPPED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** TABLE FULL - " WS-DROPPED-COUNT
                      " ROWS NOT LISTED, NARROW THE RANGE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
