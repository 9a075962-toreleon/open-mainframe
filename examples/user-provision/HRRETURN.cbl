       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRRETURN.
       AUTHOR. ZOS-CLONE.
      *
      * Account-status return feed to the HR system. USRPROV takes
      * HR's adds, changes and deletes in, but nothing went back -
      * HR could not tell whether yesterday's starters were actually
      * created, whose access is locked, or which leavers are still
      * active. This step writes the answer as fixed 80-byte records
      * (see HRRETN): a header, one detail per user, and a trailer
      * with the counts HR balances against.
      *
      * The DAILY file (HRDAILY) carries every user whose USRFILE
      * record was journaled on CHGJRNL on the day reported - a
      * USRPROV add is a CREATED, a delete a DELETED, anything else
      * (feed change, CICSUADM maintenance, a lockout, a DORMSWP
      * deactivation) an UPDATED - plus every user HRSUSP still
      * holds: REJECTED when the record went to suspense that day,
      * STILL IN SUSPENSE when it is waiting from an earlier one, so
      * HR is told again each night until the repair is made. Each
      * detail carries the account's current lock flag, UM-STATUS,
      * last logon date, security class and department off USRFILE.
      * Users come out in the order they were met - the journal
      * first, then the suspense file.
      *
      * The FULL file (HRFULL) is the whole USRFILE population in
      * key order with the same day's activity and suspense markers,
      * then any held or deleted user USRFILE no longer has - the
      * file HR reconciles their own population against. It is cut
      * on Sundays, or on any day when the fourth PARM token is FULL.
      * The emergency break-glass IDs (UM-STATUS 'E') are nobody HR
      * employs and go on neither file; nor do the PSDnnnnn IDs
      * LVRPSEUD puts in place of a pseudonymised leaver (see
      * PSEUDID) - the pseudonym's master record and its journal
      * entries name nobody HR could match.
      *
      * Each series has its own sequence number on HRRSEQ, carried
      * in the header and trailer, so HR can see a missed file (a
      * gap) or a repeated one (the same number twice). The number
      * is moved on only after the file has closed clean; a rerun
      * for the same day goes out under the number that day already
      * had. A day earlier than the last one sent is refused RC 4,
      * and a file that could not be written ends RC 8 with the
      * number left where it was.
      *
      * The users met on the journal and the suspense file are held
      * in a working-storage table; past its limit the overflow is
      * counted on the print and the run ends RC 4 - the files still
      * go, short, and somebody looks.
      *
      * Own print DD HRRPRINT with the daily details and both files'
      * counts. PARM is run-date,env,julian-date,mode - the day
      * reported (default today) and FULL to force the full file.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRFILE-FILE ASSIGN TO "USRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-ID
               FILE STATUS IS WS-USRFILE-STATUS.
           SELECT HRSUSP-FILE ASSIGN TO "HRSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-USER-ID
               FILE STATUS IS WS-HRSUSP-STATUS.
           SELECT CHGJRNL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT HRRSEQ-FILE ASSIGN TO "HRRSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HQ-FEED-TYPE
               FILE STATUS IS WS-HRRSEQ-STATUS.
      * The two files HR collects - fixed 80-byte records.
           SELECT DAILY-FILE ASSIGN TO "HRDAILY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.
           SELECT FULL-FILE ASSIGN TO "HRFULL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FULL-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "HRRPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USRFILE-FILE.
           COPY USRFILE.
       FD  HRSUSP-FILE.
           COPY HRSUSP.
       FD  CHGJRNL-FILE.
           COPY CHGJRNL.
       FD  HRRSEQ-FILE.
           COPY HRRSEQ.
       FD  DAILY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DAILY-LINE                 PIC X(80).
       FD  FULL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FULL-LINE                  PIC X(80).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-JULIAN-PARM             PIC X(8)  VALUE SPACES.
       01  WS-MODE-PARM               PIC X(8)  VALUE SPACES.
       01  WS-USRFILE-STATUS          PIC XX    VALUE "00".
       01  WS-HRSUSP-STATUS           PIC XX    VALUE "00".
       01  WS-CHGJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-HRRSEQ-STATUS           PIC XX    VALUE "00".
       01  WS-DAILY-STATUS            PIC XX    VALUE "00".
       01  WS-FULL-STATUS             PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-OUT-STATUS              PIC XX    VALUE "00".
       01  WS-CHGJRNL-EOF             PIC X     VALUE "N".
           88  CHGJRNL-EOF            VALUE "Y".
       01  WS-HRSUSP-EOF              PIC X     VALUE "N".
           88  HRSUSP-EOF             VALUE "Y".
       01  WS-USRFILE-EOF             PIC X     VALUE "N".
           88  USRFILE-EOF            VALUE "Y".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-RUN-TODAY               PIC 9(7)  VALUE 0.
       01  WS-CURRENT-TIME            PIC 9(8)  VALUE 0.
       01  WS-RUN-TIME                PIC 9(6)  VALUE 0.
       01  WS-TARGET-DATE             PIC 9(7)  VALUE 0.
       01  WS-DAY-NUM                 PIC S9(7) VALUE 0.
       01  WS-DOW                     PIC 9     VALUE 0.
       01  WS-FULL-FLAG               PIC X     VALUE "N".
           88  WS-FULL-DUE            VALUE "Y".
       01  WS-EXIT-RC                 PIC 9     VALUE 0.
           COPY DATEPARM.
      * The file being built - 'D' daily or 'F' full - with its
      * sequence number and whether HRRSEQ already has its series.
       01  WS-OUT-TYPE                PIC X     VALUE "D".
       01  WS-OUT-NAME                PIC X(8)  VALUE SPACES.
       01  WS-OUT-SEQ                 PIC 9(7)  VALUE 0.
       01  WS-SEQ-ON-FILE             PIC X     VALUE "N".
       01  WS-RESEND-FLAG             PIC X     VALUE "N".
           88  WS-RESEND              VALUE "Y".
       01  WS-FEED-OK-FLAG            PIC X     VALUE "Y".
           88  WS-FEED-OK             VALUE "Y".
       01  WS-REFUSE-REASON           PIC X(40) VALUE SPACES.
      * The counts the trailer carries, reset for each file.
       01  WS-RECORD-COUNT            PIC 9(7)  VALUE 0.
       01  WS-DETAIL-COUNT            PIC 9(7)  VALUE 0.
       01  WS-CREATED-COUNT           PIC 9(7)  VALUE 0.
       01  WS-UPDATED-COUNT           PIC 9(7)  VALUE 0.
       01  WS-DELETED-COUNT           PIC 9(7)  VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(7)  VALUE 0.
       01  WS-HELD-COUNT              PIC 9(7)  VALUE 0.
       01  WS-LOCKED-COUNT            PIC 9(7)  VALUE 0.
       01  WS-DEACT-COUNT             PIC 9(7)  VALUE 0.
      * The user in hand and whether USRFILE holds it.
       01  WS-CUR-USER                PIC X(8)  VALUE SPACES.
       01  WS-ON-FILE-FLAG            PIC X     VALUE "N".
           88  WS-ON-FILE             VALUE "Y".
       01  WS-FIND-USER               PIC X(8)  VALUE SPACES.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
       01  WS-IDX                     PIC 9(4)  VALUE 0.
       01  WS-OVERFLOW-COUNT          PIC 9(5)  VALUE 0.
       01  WS-JOURNAL-COUNT           PIC 9(7)  VALUE 0.
           COPY HRRETN.
           COPY PSEUDID.
      * Every user the day's journal or the suspense file names, with
      * what happened to it. WS-US-SENT marks the entries the full
      * file's USRFILE walk has already written.
       01  WS-USER-TABLE.
           05  WS-US-ENTRIES          PIC 9(4)  VALUE 0.
           05  WS-US-ENTRY OCCURS 2000 TIMES INDEXED BY WS-UX.
               10  WS-US-USER-ID      PIC X(8).
               10  WS-US-ACTIVITY     PIC X.
               10  WS-US-SUSPENSE     PIC X.
               10  WS-US-SUSP-ACTION  PIC X.
               10  WS-US-SUSP-REASON  PIC X(30).
               10  WS-US-SENT         PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-JULIAN-PARM
                        WS-MODE-PARM
               END-UNSTRING
           END-IF.
           ACCEPT WS-TODAY-JUL FROM DAY.
           COMPUTE WS-RUN-TODAY = 100000 + WS-TODAY-JUL.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-TIME.
           IF WS-JULIAN-PARM NOT = SPACES
           AND WS-JULIAN-PARM(1:7) IS NUMERIC
               MOVE WS-JULIAN-PARM(1:7) TO WS-TARGET-DATE
           ELSE
               MOVE WS-RUN-TODAY TO WS-TARGET-DATE
           END-IF.
           PERFORM CHECK-FULL-DUE.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-DAY-JOURNAL.
           PERFORM LOAD-SUSPENSE.
           MOVE "D" TO WS-OUT-TYPE.
           MOVE "HRDAILY" TO WS-OUT-NAME.
           PERFORM PRODUCE-FEED.
           IF WS-FULL-DUE
               MOVE "F" TO WS-OUT-TYPE
               MOVE "HRFULL" TO WS-OUT-NAME
               PERFORM PRODUCE-FEED
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           GOBACK.
      *
      * The full file goes out when the day reported is a Sunday -
      * day number 1 (1900-001) was a Monday, so MOD(daynum - 1, 7)
      * is 6 on a Sunday, the same arithmetic BATCHDRV gates its
      * SUN steps with - or whenever the PARM asks for it.
       CHECK-FULL-DUE.
           MOVE "N" TO WS-FULL-FLAG.
           MOVE "D" TO DP-FUNCTION.
           MOVE WS-TARGET-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           IF DP-OK
               MOVE DP-DAYS-RESULT TO WS-DAY-NUM
               COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-NUM - 1, 7)
               IF WS-DOW = 6
                   MOVE "Y" TO WS-FULL-FLAG
               END-IF
           END-IF.
           IF WS-MODE-PARM = "FULL"
               MOVE "Y" TO WS-FULL-FLAG
           END-IF.
      *
      * HRRSEQ is created on the very first run; each series then
      * starts at 1. The two HR files are opened only once their
      * number is settled (PRODUCE-FEED).
       OPEN-FILES.
           OPEN INPUT USRFILE-FILE.
           OPEN INPUT HRSUSP-FILE.
           OPEN INPUT CHGJRNL-FILE.
           OPEN I-O HRRSEQ-FILE.
           IF WS-HRRSEQ-STATUS NOT = "00"
               OPEN OUTPUT HRRSEQ-FILE
               CLOSE HRRSEQ-FILE
               OPEN I-O HRRSEQ-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-CHGJRNL-STATUS = "00"
               PERFORM READ-CHGJRNL
           ELSE
               MOVE "Y" TO WS-CHGJRNL-EOF
           END-IF.
      *
       READ-CHGJRNL.
           READ CHGJRNL-FILE
               AT END
                   MOVE "Y" TO WS-CHGJRNL-EOF
           END-READ.
      *
      * The day's USRFILE images, in journal order. A create stays a
      * create through later changes the same day; a delete wins
      * over both, and a re-create after a delete is a create again.
       LOAD-DAY-JOURNAL.
           PERFORM NOTE-JOURNAL-ENTRY UNTIL CHGJRNL-EOF.
      *
       NOTE-JOURNAL-ENTRY.
           MOVE CJ-KEY TO PSEUDONYM-ID.
           IF CJ-FILE = "USRFILE"
           AND CJ-DATE = WS-TARGET-DATE
           AND NOT (PI-PSEUD-PREFIX AND PI-NUMBER IS NUMERIC)
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE CJ-KEY TO WS-FIND-USER
               PERFORM FIND-OR-ADD-USER
               IF WS-ENTRY-FOUND
                   EVALUATE TRUE
                       WHEN CJ-BEFORE = SPACES
                           MOVE "C" TO WS-US-ACTIVITY(WS-UX)
                       WHEN CJ-AFTER = SPACES
                           MOVE "X" TO WS-US-ACTIVITY(WS-UX)
                       WHEN WS-US-ACTIVITY(WS-UX) = "C"
                           CONTINUE
                       WHEN OTHER
                           MOVE "U" TO WS-US-ACTIVITY(WS-UX)
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM READ-CHGJRNL.
      *
      * Everything HRSUSP holds, held or marked for resubmit alike -
      * neither has reached USRFILE yet. Stamped on the day reported
      * is a fresh reject; stamped earlier it is still waiting.
       LOAD-SUSPENSE.
           IF WS-HRSUSP-STATUS NOT = "00"
               MOVE "Y" TO WS-HRSUSP-EOF
           ELSE
               MOVE LOW-VALUES TO HS-USER-ID
               START HRSUSP-FILE KEY NOT LESS THAN HS-USER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-HRSUSP-EOF
               END-START
           END-IF.
           PERFORM NOTE-SUSPENSE-ENTRY UNTIL HRSUSP-EOF.
      *
       NOTE-SUSPENSE-ENTRY.
           READ HRSUSP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HRSUSP-EOF
           END-READ.
           IF NOT HRSUSP-EOF
               MOVE HS-USER-ID TO WS-FIND-USER
               PERFORM FIND-OR-ADD-USER
               IF WS-ENTRY-FOUND
                   IF HS-DATE = WS-TARGET-DATE
                       MOVE "R" TO WS-US-SUSPENSE(WS-UX)
                   ELSE
                       MOVE "S" TO WS-US-SUSPENSE(WS-UX)
                   END-IF
                   MOVE HS-ACTION TO WS-US-SUSP-ACTION(WS-UX)
                   MOVE HS-REASON TO WS-US-SUSP-REASON(WS-UX)
               END-IF
           END-IF.
      *
       FIND-OR-ADD-USER.
           PERFORM FIND-USER-ENTRY.
           IF NOT WS-ENTRY-FOUND
               IF WS-US-ENTRIES < 2000
                   ADD 1 TO WS-US-ENTRIES
                   SET WS-UX TO WS-US-ENTRIES
                   MOVE WS-FIND-USER TO WS-US-USER-ID(WS-UX)
                   MOVE SPACE TO WS-US-ACTIVITY(WS-UX)
                   MOVE SPACE TO WS-US-SUSPENSE(WS-UX)
                   MOVE SPACE TO WS-US-SUSP-ACTION(WS-UX)
                   MOVE SPACES TO WS-US-SUSP-REASON(WS-UX)
                   MOVE "N" TO WS-US-SENT(WS-UX)
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.
      *
       FIND-USER-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-UX TO 1.
           SEARCH WS-US-ENTRY
               AT END
                   CONTINUE
               WHEN WS-UX > WS-US-ENTRIES
                   CONTINUE
               WHEN WS-US-USER-ID(WS-UX) = WS-FIND-USER
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
      *
      * One file, start to finish: its number off HRRSEQ, header,
      * details, trailer - and the number recorded only when the
      * file closed clean.
       PRODUCE-FEED.
           PERFORM RESET-FEED-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-OUT-TYPE = "D"
               STRING "HRDAILY - USERS CHANGED OR HELD ON "
                      WS-TARGET-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "HRFULL - FULL USER POPULATION AS AT "
                      WS-TARGET-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           PERFORM ASSIGN-SEQUENCE.
           IF WS-REFUSE-REASON = SPACES
               PERFORM OPEN-FEED-FILE
               IF WS-OUT-STATUS = "00"
                   PERFORM WRITE-FEED-HEADER
                   IF WS-OUT-TYPE = "D"
                       PERFORM WRITE-DAILY-DETAILS
                   ELSE
                       PERFORM WRITE-FULL-DETAILS
                   END-IF
                   PERFORM WRITE-FEED-TRAILER
                   PERFORM CLOSE-FEED-FILE
               ELSE
                   MOVE "N" TO WS-FEED-OK-FLAG
               END-IF
               IF WS-FEED-OK
                   PERFORM SAVE-SEQUENCE
               END-IF
               PERFORM WRITE-FEED-TOTALS
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "  FILE NOT PRODUCED: " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-EXIT-RC < 4
                   MOVE 4 TO WS-EXIT-RC
               END-IF
           END-IF.
      *
       RESET-FEED-COUNTS.
           MOVE "Y" TO WS-FEED-OK-FLAG.
           MOVE "N" TO WS-RESEND-FLAG.
           MOVE 0 TO WS-RECORD-COUNT.
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-CREATED-COUNT.
           MOVE 0 TO WS-UPDATED-COUNT.
           MOVE 0 TO WS-DELETED-COUNT.
           MOVE 0 TO WS-REJECTED-COUNT.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 0 TO WS-LOCKED-COUNT.
           MOVE 0 TO WS-DEACT-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-US-ENTRIES
               MOVE "N" TO WS-US-SENT(WS-IDX)
           END-PERFORM.
      *
      * The next number in the series, or the same number again for
      * a rerun of the day it was last used for. Without HRRSEQ
      * there is no knowing which number is next, so the file is
      * refused rather than sent under a guess.
       ASSIGN-SEQUENCE.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE "N" TO WS-SEQ-ON-FILE.
           MOVE 1 TO WS-OUT-SEQ.
           IF WS-HRRSEQ-STATUS NOT = "00"
               MOVE "HRRSEQ UNAVAILABLE" TO WS-REFUSE-REASON
           ELSE
               MOVE WS-OUT-TYPE TO HQ-FEED-TYPE
               READ HRRSEQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SEQ-ON-FILE
                       EVALUATE TRUE
                           WHEN HQ-DATA-DATE = WS-TARGET-DATE
                               MOVE HQ-LAST-SEQ TO WS-OUT-SEQ
                               MOVE "Y" TO WS-RESEND-FLAG
                           WHEN HQ-DATA-DATE > WS-TARGET-DATE
                               MOVE "DAY EARLIER THAN THE LAST ONE SENT"
                                 TO WS-REFUSE-REASON
                           WHEN OTHER
                               COMPUTE WS-OUT-SEQ = HQ-LAST-SEQ + 1
                       END-EVALUATE
               END-READ
           END-IF.
      *
       OPEN-FEED-FILE.
           IF WS-OUT-TYPE = "D"
               OPEN OUTPUT DAILY-FILE
               MOVE WS-DAILY-STATUS TO WS-OUT-STATUS
           ELSE
               OPEN OUTPUT FULL-FILE
               MOVE WS-FULL-STATUS TO WS-OUT-STATUS
           END-IF.
      *
       CLOSE-FEED-FILE.
           IF WS-OUT-TYPE = "D"
               CLOSE DAILY-FILE
               MOVE WS-DAILY-STATUS TO WS-OUT-STATUS
           ELSE
               CLOSE FULL-FILE
               MOVE WS-FULL-STATUS TO WS-OUT-STATUS
           END-IF.
           IF WS-OUT-STATUS NOT = "00"
               MOVE "N" TO WS-FEED-OK-FLAG
           END-IF.
      *
      * Every record of either file goes out through here, so the
      * record count and the write check cover them all.
       PUT-FEED-RECORD.
           IF WS-OUT-TYPE = "D"
               WRITE DAILY-LINE FROM HR-RETURN-RECORD
               MOVE WS-DAILY-STATUS TO WS-OUT-STATUS
           ELSE
               WRITE FULL-LINE FROM HR-RETURN-RECORD
               MOVE WS-FULL-STATUS TO WS-OUT-STATUS
           END-IF.
           IF WS-OUT-STATUS NOT = "00"
               MOVE "N" TO WS-FEED-OK-FLAG
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
      *
       WRITE-FEED-HEADER.
           MOVE SPACES TO HR-RETURN-RECORD.
           MOVE "H" TO HN-REC-TYPE.
           MOVE "ZOSUSERS" TO HN-H-SOURCE.
           MOVE WS-OUT-TYPE TO HN-H-FEED-TYPE.
           MOVE WS-OUT-SEQ TO HN-H-SEQ.
           MOVE WS-TARGET-DATE TO HN-H-DATA-DATE.
           MOVE WS-RUN-TODAY TO HN-H-RUN-DATE.
           MOVE WS-RUN-TIME TO HN-H-RUN-TIME.
           MOVE WS-ENV-NAME TO HN-H-ENV.
           PERFORM PUT-FEED-RECORD.
      *
      * The daily file is the table itself, in the order met.
       WRITE-DAILY-DETAILS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-US-ENTRIES
               SET WS-UX TO WS-IDX
               PERFORM SEND-TABLE-ENTRY
           END-PERFORM.
           IF WS-DETAIL-COUNT = 0
               MOVE "  NO USERS CHANGED OR HELD" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
      * The full file walks USRFILE in key order, marking off the
      * table entries it meets, then sends the entries left - the
      * held adds and the day's deletes USRFILE no longer has.
       WRITE-FULL-DETAILS.
           IF WS-USRFILE-STATUS = "00"
               MOVE "N" TO WS-USRFILE-EOF
               MOVE LOW-VALUES TO UM-USER-ID
               START USRFILE-FILE KEY NOT LESS THAN UM-USER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-USRFILE-EOF
               END-START
               PERFORM SEND-NEXT-USER UNTIL USRFILE-EOF
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-US-ENTRIES
               SET WS-UX TO WS-IDX
               IF WS-US-SENT(WS-UX) = "N"
                   PERFORM SEND-TABLE-ENTRY
               END-IF
           END-PERFORM.
      *
       SEND-NEXT-USER.
           READ USRFILE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-USRFILE-EOF
           END-READ.
           MOVE UM-USER-ID TO PSEUDONYM-ID.
           IF NOT USRFILE-EOF
           AND NOT UM-IS-EMERGENCY
           AND NOT (PI-PSEUD-PREFIX AND PI-NUMBER IS NUMERIC)
               MOVE UM-USER-ID TO WS-CUR-USER
               MOVE "Y" TO WS-ON-FILE-FLAG
               MOVE UM-USER-ID TO WS-FIND-USER
               PERFORM FIND-USER-ENTRY
               PERFORM WRITE-FEED-DETAIL
           END-IF.
      *
      * A table entry with its current USRFILE record, if any.
       SEND-TABLE-ENTRY.
           MOVE WS-US-USER-ID(WS-UX) TO WS-CUR-USER.
           MOVE "N" TO WS-ON-FILE-FLAG.
           IF WS-USRFILE-STATUS = "00"
               MOVE WS-CUR-USER TO UM-USER-ID
               READ USRFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-FILE-FLAG
               END-READ
           END-IF.
           MOVE WS-CUR-USER TO PSEUDONYM-ID.
           IF (WS-ON-FILE AND UM-IS-EMERGENCY)
           OR (PI-PSEUD-PREFIX AND PI-NUMBER IS NUMERIC)
               CONTINUE
           ELSE
               MOVE "Y" TO WS-FOUND-FLAG
               PERFORM WRITE-FEED-DETAIL
           END-IF.
      *
      * WS-CUR-USER and WS-ON-FILE-FLAG are set (with the USRFILE
      * record in hand when on file), and WS-FOUND-FLAG/WS-UX name
      * the user's table entry when it has one.
       WRITE-FEED-DETAIL.
           MOVE SPACES TO HR-RETURN-RECORD.
           MOVE "D" TO HN-REC-TYPE.
           MOVE WS-CUR-USER TO HN-D-USER-ID.
           IF WS-ENTRY-FOUND
               MOVE WS-US-ACTIVITY(WS-UX) TO HN-D-ACTIVITY
               MOVE WS-US-SUSPENSE(WS-UX) TO HN-D-SUSPENSE
               MOVE WS-US-SUSP-ACTION(WS-UX) TO HN-D-SUSP-ACTION
               MOVE WS-US-SUSP-REASON(WS-UX) TO HN-D-SUSP-REASON
               MOVE "Y" TO WS-US-SENT(WS-UX)
           END-IF.
           IF WS-ON-FILE
               MOVE "Y" TO HN-D-ON-FILE
               IF UM-IS-LOCKED
                   MOVE "Y" TO HN-D-LOCKED
                   ADD 1 TO WS-LOCKED-COUNT
               ELSE
                   MOVE "N" TO HN-D-LOCKED
               END-IF
               MOVE UM-STATUS TO HN-D-STATUS
               IF UM-IS-DEACTIVATED
                   ADD 1 TO WS-DEACT-COUNT
               END-IF
               MOVE UM-LAST-LOGON-DATE TO HN-D-LAST-LOGON
               MOVE UM-SEC-CLASS TO HN-D-SEC-CLASS
               MOVE UM-DEPT TO HN-D-DEPT
           ELSE
               MOVE "N" TO HN-D-ON-FILE
               MOVE 0 TO HN-D-LAST-LOGON
           END-IF.
           EVALUATE TRUE
               WHEN HN-D-CREATED
                   ADD 1 TO WS-CREATED-COUNT
               WHEN HN-D-UPDATED
                   ADD 1 TO WS-UPDATED-COUNT
               WHEN HN-D-DELETED
                   ADD 1 TO WS-DELETED-COUNT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN HN-D-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN HN-D-STILL-HELD
                   ADD 1 TO WS-HELD-COUNT
           END-EVALUATE.
           ADD 1 TO WS-DETAIL-COUNT.
           IF WS-OUT-TYPE = "D"
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           PERFORM PUT-FEED-RECORD.
      *
       WRITE-DETAIL-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " HN-D-USER-ID "  " HN-D-ACTIVITY " "
                  HN-D-SUSPENSE HN-D-SUSP-ACTION "  " HN-D-ON-FILE
                  " " HN-D-LOCKED " " HN-D-STATUS "  "
                  HN-D-LAST-LOGON "  " HN-D-SEC-CLASS "  "
                  HN-D-SUSP-REASON
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * The trailer counts itself in the record count.
       WRITE-FEED-TRAILER.
           MOVE SPACES TO HR-RETURN-RECORD.
           MOVE "T" TO HN-REC-TYPE.
           MOVE WS-OUT-SEQ TO HN-T-SEQ.
           COMPUTE HN-T-RECORD-COUNT = WS-RECORD-COUNT + 1.
           MOVE WS-DETAIL-COUNT TO HN-T-DETAIL-COUNT.
           MOVE WS-CREATED-COUNT TO HN-T-CREATED.
           MOVE WS-UPDATED-COUNT TO HN-T-UPDATED.
           MOVE WS-DELETED-COUNT TO HN-T-DELETED.
           MOVE WS-REJECTED-COUNT TO HN-T-REJECTED.
           MOVE WS-HELD-COUNT TO HN-T-STILL-HELD.
           MOVE WS-LOCKED-COUNT TO HN-T-LOCKED.
           MOVE WS-DEACT-COUNT TO HN-T-DEACTIVATED.
           PERFORM PUT-FEED-RECORD.
      *
       SAVE-SEQUENCE.
           MOVE WS-OUT-TYPE TO HQ-FEED-TYPE.
           MOVE WS-OUT-SEQ TO HQ-LAST-SEQ.
           MOVE WS-TARGET-DATE TO HQ-DATA-DATE.
           MOVE WS-RUN-TODAY TO HQ-RUN-DATE.
           MOVE WS-RUN-TIME TO HQ-RUN-TIME.
           MOVE WS-ENV-NAME TO HQ-ENV.
           MOVE WS-RECORD-COUNT TO HQ-RECORD-COUNT.
           IF WS-SEQ-ON-FILE = "Y"
               REWRITE HR-RETURN-SEQ-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-FEED-OK-FLAG
               END-REWRITE
           ELSE
               WRITE HR-RETURN-SEQ-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-FEED-OK-FLAG
               END-WRITE
           END-IF.
      *
       WRITE-FEED-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           IF WS-RESEND
               STRING "  SEQUENCE:       " WS-OUT-SEQ
                      "  (RESEND OF THIS DAY)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  SEQUENCE:       " WS-OUT-SEQ
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RECORDS:        " WS-RECORD-COUNT
                  "  USERS: " WS-DETAIL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CREATED:        " WS-CREATED-COUNT
                  "  UPDATED: " WS-UPDATED-COUNT
                  "  DELETED: " WS-DELETED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REJECTED:       " WS-REJECTED-COUNT
                  "  STILL IN SUSPENSE: " WS-HELD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  LOCKED:         " WS-LOCKED-COUNT
                  "  DEACTIVATED: " WS-DEACT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT WS-FEED-OK
               MOVE SPACES TO REPORT-LINE
               STRING "  *** " WS-OUT-NAME
                      " NOT WRITTEN CLEAN - SEQUENCE NOT MOVED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO WS-EXIT-RC
           END-IF.
      *
       WRITE-REPORT-HEADER.
           MOVE "HRRETURN - ACCOUNT-STATUS RETURN FEED TO HR"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DAY REPORTED:  " WS-TARGET-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  USER ID   ACT SUSP FILE LOCK STAT LAST-LOGON CLASS"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "JOURNAL IMAGES FOR THE DAY: " WS-JOURNAL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CHGJRNL-STATUS NOT = "00"
               MOVE "*** CHGJRNL NOT AVAILABLE - NO ACTIVITY SENT ***"
                 TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-EXIT-RC < 4
                   MOVE 4 TO WS-EXIT-RC
               END-IF
           END-IF.
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-OVERFLOW-COUNT
                      " USERS' ACTIVITY NOT SENT - TABLE FULL ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-EXIT-RC < 4
                   MOVE 4 TO WS-EXIT-RC
               END-IF
           END-IF.
      *
       CLOSE-FILES.
           CLOSE USRFILE-FILE.
           CLOSE HRSUSP-FILE.
           CLOSE CHGJRNL-FILE.
           CLOSE HRRSEQ-FILE.
           CLOSE REPORT-FILE.
