       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRCVR.
       AUTHOR. ZOS-CLONE.
      *
      * Point-in-time forward recovery for USRFILE and SYSPARM.
      * MSTREST can only put a master back as it stood at last
      * night's MSTBKUP - a USRFILE damaged at 15:00 would lose every
      * add, reset and lockout made since. This utility reloads the
      * named file from the backup generation the JCL points its BK*
      * DD at, proves the reload against that generation's BKCTL
      * totals exactly as MSTREST does, then rolls the CHGJRNL
      * after-images forward onto it up to the operator's recovery
      * point.
      *
      * Journal entries stamped before the file's unload started
      * (the BKCTL backup stamp) are already in the backup and are
      * skipped; entries after the recovery point are skipped. Every
      * other entry is checked before it is applied: the before-image
      * must match the record in hand (an add needs no record, a
      * delete needs the record it deleted). An entry whose
      * after-image is already in hand - a change that landed while
      * the unload was running - is skipped as already applied. An
      * entry that matches neither is a mismatch and is NOT applied:
      * the journal and the file disagree and somebody has to look.
      * The unjournaled sign-on bookkeeping in a user record (last
      * logon date, time and terminal, failed attempts short of a
      * lockout) is disregarded in the USRFILE comparisons.
      *
      * Every entry for the file prints with its disposition, then
      * the control totals: entries read, skipped, applied by type,
      * mismatched, and the backup count plus adds less deletes
      * proven against a recount of the recovered file. A mismatch,
      * a failed apply or a count that doesn't prove ends
      * RETURN-CODE 8 - the recovered file is not to be trusted.
      * If the backup predates the RETPURGE horizon, the CHGARCHV
      * generations concatenate ahead of CHGJRNL on the DD.
      *
      * PARM is run-date,env,filename,stop-date,stop-time - the
      * recovery point as 0CYYDDD (the CHGJRNL stamp form) and
      * HHMMSS; a blank stop-time runs to the end of that day.
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
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-DD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT BKCTL-FILE ASSIGN TO "BKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKCTL-STATUS.
           SELECT CHGJRNL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USRFILE-FILE.
           COPY USRFILE.
       FD  SYSPARM-FILE.
           COPY SYSPARM.
       FD  BACKUP-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  BACKUP-RECORD              PIC X(100).
       FD  BKCTL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  BKCTL-RECORD.
           05  BK-FILE-NAME       PIC X(8).
           05  FILLER             PIC X.
           05  BK-REC-COUNT       PIC 9(7).
           05  FILLER             PIC X.
           05  BK-HASH-TOTAL      PIC 9(9).
           05  FILLER             PIC X.
           05  BK-BKUP-DATE       PIC 9(7).
           05  BK-BKUP-TIME       PIC 9(6).
       FD  CHGJRNL-FILE.
           COPY CHGJRNL.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-TARGET-PARM             PIC X(8)  VALUE SPACES.
       01  WS-STOP-DATE-PARM          PIC X(8)  VALUE SPACES.
       01  WS-STOP-TIME-PARM          PIC X(8)  VALUE SPACES.
       01  WS-MASTER-STATUS           PIC XX    VALUE "00".
       01  WS-BACKUP-STATUS           PIC XX    VALUE "00".
       01  WS-BKCTL-STATUS            PIC XX    VALUE "00".
       01  WS-CHGJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-BACKUP-DD               PIC X(8)  VALUE SPACES.
       01  WS-REC-LEN                 PIC 9(3)  VALUE 0.
       01  WS-EOF-FLAG                PIC X     VALUE "N".
           88  WS-FILE-EOF            VALUE "Y".
       01  WS-BKCTL-EOF               PIC X     VALUE "N".
           88  BKCTL-EOF              VALUE "Y".
       01  WS-CHGJRNL-EOF             PIC X     VALUE "N".
           88  CHGJRNL-EOF            VALUE "Y".
       01  WS-REC-COUNT               PIC 9(7)  VALUE 0.
       01  WS-HASH-TOTAL              PIC 9(9)  VALUE 0.
       01  WS-CTL-COUNT               PIC 9(7)  VALUE 0.
       01  WS-CTL-HASH                PIC 9(9)  VALUE 0.
       01  WS-CTL-DATE                PIC 9(7)  VALUE 0.
       01  WS-CTL-TIME                PIC 9(6)  VALUE 0.
       01  WS-CTL-FOUND               PIC X     VALUE "N".
           88  WS-CTL-ON-FILE         VALUE "Y".
       01  WS-HASH-WORK               PIC 9(12) VALUE 0.
       01  WS-BX                      PIC 9(3)  VALUE 0.
       01  WS-CHAR-ORD                PIC 9(3)  VALUE 0.
       01  WS-HASH-PRIME              PIC 9(9)  VALUE 999999937.
       01  WS-FAIL-FLAG               PIC X     VALUE "N".
           88  WS-RECOVERY-FAILED     VALUE "Y".
      * The recovery point and the backup stamp as one comparable
      * number - 0CYYDDD followed by HHMMSS.
       01  WS-STOP-DATE               PIC 9(7)  VALUE 0.
       01  WS-STOP-TIME               PIC 9(6)  VALUE 0.
       01  WS-STOP-STAMP              PIC 9(13) VALUE 0.
       01  WS-BKUP-STAMP              PIC 9(13) VALUE 0.
       01  WS-ENTRY-STAMP             PIC 9(13) VALUE 0.
       01  WS-DATE-DISPLAY            PIC 9(7)  VALUE 0.
       01  WS-TIME-DISPLAY            PIC 9(6)  VALUE 0.
      * The entry in hand: what kind of change, whether the record
      * is on the file, and the three images compared - each
      * blank-padded to the journal's 80 bytes.
       01  WS-ENTRY-TYPE              PIC X(6)  VALUE SPACES.
       01  WS-DISPOSITION             PIC X(32) VALUE SPACES.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-RECORD-FOUND        VALUE "Y".
       01  WS-APPLY-FLAG              PIC X     VALUE "N".
           88  WS-APPLY-OK            VALUE "Y".
       01  WS-CMP-HAVE                PIC X(80) VALUE SPACES.
       01  WS-CMP-BEFORE              PIC X(80) VALUE SPACES.
       01  WS-CMP-AFTER               PIC X(80) VALUE SPACES.
      * Control totals.
       01  WS-JRNL-READ               PIC 9(7)  VALUE 0.
       01  WS-JRNL-OTHER              PIC 9(7)  VALUE 0.
       01  WS-JRNL-TARGET             PIC 9(7)  VALUE 0.
       01  WS-SKIP-BEFORE             PIC 9(7)  VALUE 0.
       01  WS-SKIP-AFTER              PIC 9(7)  VALUE 0.
       01  WS-SKIP-DONE               PIC 9(7)  VALUE 0.
       01  WS-APPLIED-ADDS            PIC 9(7)  VALUE 0.
       01  WS-APPLIED-CHANGES         PIC 9(7)  VALUE 0.
       01  WS-APPLIED-DELETES         PIC 9(7)  VALUE 0.
       01  WS-MISMATCH-COUNT          PIC 9(7)  VALUE 0.
       01  WS-APPLY-FAILS             PIC 9(7)  VALUE 0.
       01  WS-ACCOUNTED               PIC 9(7)  VALUE 0.
       01  WS-EXPECTED-COUNT          PIC 9(7)  VALUE 0.
       01  WS-FINAL-COUNT             PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-TARGET-PARM
                        WS-STOP-DATE-PARM WS-STOP-TIME-PARM
               END-UNSTRING
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM EDIT-RECOVERY-POINT.
           PERFORM WRITE-REPORT-HEADER.
           IF NOT WS-RECOVERY-FAILED
               PERFORM READ-CONTROL-TOTALS
               IF NOT WS-CTL-ON-FILE
                   MOVE "NO BKCTL TOTALS FOR THE NAMED FILE"
                     TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-FAIL-FLAG
               END-IF
           END-IF.
           IF NOT WS-RECOVERY-FAILED
               PERFORM RESTORE-NAMED-FILE
           END-IF.
           IF NOT WS-RECOVERY-FAILED
               PERFORM ROLL-FORWARD-JOURNAL
               PERFORM COUNT-RECOVERED-FILE
               PERFORM WRITE-CONTROL-TOTALS
           END-IF.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE REPORT-FILE.
           IF WS-RECOVERY-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      * Only the two journaled masters can be rolled forward, and
      * only to a recovery point that reads as a date and time.
       EDIT-RECOVERY-POINT.
           IF WS-TARGET-PARM NOT = "USRFILE"
           AND WS-TARGET-PARM NOT = "SYSPARM"
               MOVE "FILE MUST BE USRFILE OR SYSPARM - CHGJRNL"
                 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Y" TO WS-FAIL-FLAG
           END-IF.
           IF WS-STOP-DATE-PARM(1:7) IS NUMERIC
           AND WS-STOP-DATE-PARM(8:1) = SPACE
               MOVE WS-STOP-DATE-PARM(1:7) TO WS-STOP-DATE
           ELSE
               MOVE "RECOVERY POINT DATE MISSING OR NOT 0CYYDDD"
                 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Y" TO WS-FAIL-FLAG
           END-IF.
           IF WS-STOP-TIME-PARM = SPACES
               MOVE 235959 TO WS-STOP-TIME
           ELSE
               IF WS-STOP-TIME-PARM(1:6) IS NUMERIC
               AND WS-STOP-TIME-PARM(7:2) = SPACES
                   MOVE WS-STOP-TIME-PARM(1:6) TO WS-STOP-TIME
               ELSE
                   MOVE "RECOVERY POINT TIME NOT HHMMSS"
                     TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-FAIL-FLAG
               END-IF
           END-IF.
           COMPUTE WS-STOP-STAMP =
               (WS-STOP-DATE * 1000000) + WS-STOP-TIME.
      *
      * The chosen generation's BKCTL rides with it in the JCL, as
      * for MSTREST. A line without the unload stamp (cut before
      * MSTBKUP wrote one) gives no point to roll forward from.
       READ-CONTROL-TOTALS.
           MOVE "N" TO WS-CTL-FOUND.
           OPEN INPUT BKCTL-FILE.
           IF WS-BKCTL-STATUS NOT = "00"
               MOVE "Y" TO WS-BKCTL-EOF
           ELSE
               MOVE "N" TO WS-BKCTL-EOF
           END-IF.
           PERFORM SCAN-ONE-CONTROL UNTIL BKCTL-EOF.
           CLOSE BKCTL-FILE.
           IF WS-CTL-ON-FILE
               IF WS-CTL-DATE = 0
                   MOVE "BKCTL LINE CARRIES NO BACKUP STAMP"
                     TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-FAIL-FLAG
               ELSE
                   COMPUTE WS-BKUP-STAMP =
                       (WS-CTL-DATE * 1000000) + WS-CTL-TIME
                   MOVE SPACES TO REPORT-LINE
                   STRING "BACKUP TAKEN:   " WS-CTL-DATE " "
                          WS-CTL-TIME "  RECORDS " WS-CTL-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-BKUP-STAMP > WS-STOP-STAMP
                   MOVE "RECOVERY POINT IS BEFORE THE BACKUP"
                     TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-FAIL-FLAG
               END-IF
           END-IF.
      *
       SCAN-ONE-CONTROL.
           READ BKCTL-FILE
               AT END
                   MOVE "Y" TO WS-BKCTL-EOF
           END-READ.
           IF NOT BKCTL-EOF
           AND BK-FILE-NAME = WS-TARGET-PARM
               MOVE BK-REC-COUNT TO WS-CTL-COUNT
               MOVE BK-HASH-TOTAL TO WS-CTL-HASH
               IF BK-BKUP-DATE IS NUMERIC
                   MOVE BK-BKUP-DATE TO WS-CTL-DATE
                   MOVE BK-BKUP-TIME TO WS-CTL-TIME
               ELSE
                   MOVE 0 TO WS-CTL-DATE
                   MOVE 0 TO WS-CTL-TIME
               END-IF
               MOVE "Y" TO WS-CTL-FOUND
           END-IF.
      *
      * The reload and its proof are MSTREST's - nothing is rolled
      * forward onto a backup that doesn't prove its own totals.
       RESTORE-NAMED-FILE.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-HASH-TOTAL.
           EVALUATE WS-TARGET-PARM
               WHEN "USRFILE"
                   MOVE "BKUSRF" TO WS-BACKUP-DD
                   MOVE 79 TO WS-REC-LEN
                   OPEN OUTPUT USRFILE-FILE
                   PERFORM LOAD-BACKUP-RECORDS
                   CLOSE USRFILE-FILE
               WHEN "SYSPARM"
                   MOVE "BKSYSP" TO WS-BACKUP-DD
                   MOVE 32 TO WS-REC-LEN
                   OPEN OUTPUT SYSPARM-FILE
                   PERFORM LOAD-BACKUP-RECORDS
                   CLOSE SYSPARM-FILE
           END-EVALUATE.
           IF NOT WS-RECOVERY-FAILED
               PERFORM PROVE-RESTORE-TOTALS
           END-IF.
      *
       LOAD-BACKUP-RECORDS.
           OPEN INPUT BACKUP-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           IF WS-BACKUP-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-RECORD UNTIL WS-FILE-EOF.
           CLOSE BACKUP-FILE.
      *
       LOAD-ONE-RECORD.
           READ BACKUP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-REC-COUNT
               PERFORM HASH-BACKUP-RECORD
               ADD WS-HASH-WORK TO WS-HASH-TOTAL
               COMPUTE WS-HASH-TOTAL =
                   FUNCTION MOD(WS-HASH-TOTAL, WS-HASH-PRIME)
               PERFORM WRITE-TARGET-RECORD
           END-IF.
      *
       WRITE-TARGET-RECORD.
           EVALUATE WS-TARGET-PARM
               WHEN "USRFILE"
                   MOVE BACKUP-RECORD(1:79) TO USER-MASTER-RECORD
                   WRITE USER-MASTER-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-FAIL-FLAG
                   END-WRITE
               WHEN "SYSPARM"
                   MOVE BACKUP-RECORD(1:32) TO SYSTEM-PARM-RECORD
                   WRITE SYSTEM-PARM-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-FAIL-FLAG
                   END-WRITE
           END-EVALUATE.
      *
      * Keep this paragraph identical to MSTBKUP's - the proof only
      * means something if both sides compute the same hash.
       HASH-BACKUP-RECORD.
           MOVE 17 TO WS-HASH-WORK.
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-REC-LEN
               COMPUTE WS-CHAR-ORD =
                   FUNCTION ORD(BACKUP-RECORD(WS-BX:1))
               COMPUTE WS-HASH-WORK =
                   FUNCTION MOD((WS-HASH-WORK * 31) + WS-CHAR-ORD,
                       WS-HASH-PRIME)
           END-PERFORM.
      *
       PROVE-RESTORE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           IF WS-REC-COUNT = WS-CTL-COUNT
           AND WS-HASH-TOTAL = WS-CTL-HASH
               STRING WS-TARGET-PARM "  RECORDS " WS-REC-COUNT
                      "  HASH " WS-HASH-TOTAL
                      "  PROVEN AGAINST BKCTL"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "Y" TO WS-FAIL-FLAG
               STRING WS-TARGET-PARM "  LOADED " WS-REC-COUNT
                      " EXPECTED " WS-CTL-COUNT
                      "  *** TOTALS DO NOT PROVE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * One pass of the journal in the order it was written. Entries
      * for the other masters are counted and passed over.
       ROLL-FORWARD-JOURNAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "KEY      DATE    TIME   USER     "
                  "TERM ACTION DISPOSITION"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE WS-TARGET-PARM
               WHEN "USRFILE"
                   OPEN I-O USRFILE-FILE
               WHEN "SYSPARM"
                   OPEN I-O SYSPARM-FILE
           END-EVALUATE.
           OPEN INPUT CHGJRNL-FILE.
           IF WS-CHGJRNL-STATUS NOT = "00"
               MOVE "Y" TO WS-CHGJRNL-EOF
           ELSE
               MOVE "N" TO WS-CHGJRNL-EOF
           END-IF.
           PERFORM PROCESS-ONE-ENTRY UNTIL CHGJRNL-EOF.
           CLOSE CHGJRNL-FILE.
           EVALUATE WS-TARGET-PARM
               WHEN "USRFILE"
                   CLOSE USRFILE-FILE
               WHEN "SYSPARM"
                   CLOSE SYSPARM-FILE
           END-EVALUATE.
      *
       PROCESS-ONE-ENTRY.
           READ CHGJRNL-FILE
               AT END
                   MOVE "Y" TO WS-CHGJRNL-EOF
           END-READ.
           IF NOT CHGJRNL-EOF
               ADD 1 TO WS-JRNL-READ
               IF CJ-FILE = WS-TARGET-PARM
                   ADD 1 TO WS-JRNL-TARGET
                   PERFORM CLASSIFY-ENTRY
                   PERFORM PRINT-ENTRY
               ELSE
                   ADD 1 TO WS-JRNL-OTHER
               END-IF
           END-IF.
      *
      * An add has no before-image, a delete no after-image.
       CLASSIFY-ENTRY.
           IF CJ-BEFORE = SPACES
               MOVE "ADD" TO WS-ENTRY-TYPE
           ELSE
               IF CJ-AFTER = SPACES
                   MOVE "DELETE" TO WS-ENTRY-TYPE
               ELSE
                   MOVE "CHANGE" TO WS-ENTRY-TYPE
               END-IF
           END-IF.
           COMPUTE WS-ENTRY-STAMP = (CJ-DATE * 1000000) + CJ-TIME.
           IF WS-ENTRY-STAMP < WS-BKUP-STAMP
               ADD 1 TO WS-SKIP-BEFORE
               MOVE "SKIPPED - BEFORE BACKUP" TO WS-DISPOSITION
           ELSE
               IF WS-ENTRY-STAMP > WS-STOP-STAMP
                   ADD 1 TO WS-SKIP-AFTER
                   MOVE "SKIPPED - AFTER RECOVERY POINT"
                     TO WS-DISPOSITION
               ELSE
                   PERFORM CHECK-AND-APPLY-ENTRY
               END-IF
           END-IF.
      *
      * The before-image check against the record in hand.
       CHECK-AND-APPLY-ENTRY.
           PERFORM READ-RECORD-IN-HAND.
           MOVE CJ-BEFORE TO WS-CMP-BEFORE.
           MOVE CJ-AFTER TO WS-CMP-AFTER.
           PERFORM DROP-BOOKKEEPING-FIELDS.
           EVALUATE TRUE
               WHEN WS-ENTRY-TYPE = "ADD"
               AND NOT WS-RECORD-FOUND
                   PERFORM WRITE-AFTER-IMAGE
                   IF WS-APPLY-OK
                       ADD 1 TO WS-APPLIED-ADDS
                   END-IF
               WHEN WS-ENTRY-TYPE = "DELETE"
               AND NOT WS-RECORD-FOUND
                   ADD 1 TO WS-SKIP-DONE
                   MOVE "SKIPPED - ALREADY APPLIED" TO WS-DISPOSITION
               WHEN WS-ENTRY-TYPE = "DELETE"
               AND WS-CMP-HAVE(1:WS-REC-LEN) =
                   WS-CMP-BEFORE(1:WS-REC-LEN)
                   PERFORM DELETE-RECORD-IN-HAND
                   IF WS-APPLY-OK
                       ADD 1 TO WS-APPLIED-DELETES
                   END-IF
               WHEN WS-ENTRY-TYPE = "CHANGE"
               AND WS-RECORD-FOUND
               AND WS-CMP-HAVE(1:WS-REC-LEN) =
                   WS-CMP-BEFORE(1:WS-REC-LEN)
                   PERFORM REWRITE-AFTER-IMAGE
                   IF WS-APPLY-OK
                       ADD 1 TO WS-APPLIED-CHANGES
                   END-IF
               WHEN WS-ENTRY-TYPE NOT = "DELETE"
               AND WS-RECORD-FOUND
               AND WS-CMP-HAVE(1:WS-REC-LEN) =
                   WS-CMP-AFTER(1:WS-REC-LEN)
                   ADD 1 TO WS-SKIP-DONE
                   MOVE "SKIPPED - ALREADY APPLIED" TO WS-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "Y" TO WS-FAIL-FLAG
                   MOVE "*** MISMATCH - NOT APPLIED ***"
                     TO WS-DISPOSITION
           END-EVALUATE.
      *
       READ-RECORD-IN-HAND.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE SPACES TO WS-CMP-HAVE.
           EVALUATE WS-TARGET-PARM
               WHEN "USRFILE"
                   MOVE CJ-KEY TO UM-USER-ID
                   READ USRFILE-FILE
                       INVALID KEY
                           MOVE "N" TO WS-FOUND-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-FOUND-FLAG
                           MOVE USER-MASTER-RECORD TO WS-CMP-HAVE
                   END-READ
               WHEN "SYSPARM"
                   MOVE CJ-KEY TO SP-KEY
                   READ SYSPARM-FILE
                       INVALID KEY
                           MOVE "N" TO WS-FOUND-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-FOUND-FLAG
                           MOVE SYSTEM-PARM-RECORD TO WS-CMP-HAVE
                   END-READ
           END-EVALUATE.
      *
      * Bytes 19-32 of a user record are the last-logon date, time
      * and terminal and the failed-attempt count - sign-on
      * bookkeeping CICSSIGN rewrites without a journal entry, so
      * they take no part in the comparison. Keep in step with
      * USRFILE.cpy.
       DROP-BOOKKEEPING-FIELDS.
           IF WS-TARGET-PARM = "USRFILE"
               MOVE SPACES TO WS-CMP-HAVE(19:14)
               MOVE SPACES TO WS-CMP-BEFORE(19:14)
               MOVE SPACES TO WS-CMP-AFTER(19:14)
           END-IF.
      *
       WRITE-AFTER-IMAGE.
           MOVE "N" TO WS-APPLY-FLAG.
           EVALUATE WS-TARGET-PARM
               WHEN "USRFILE"
                   MOVE CJ-AFTER(1:79) TO USER-MASTER-RECORD
                   WRITE USER-MASTER-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-APPLY-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-FLAG
                   END-WRITE
               WHEN "SYSPARM"
                   MOVE CJ-AFTER(1:32) TO SYSTEM-PARM-RECORD
                   WRITE SYSTEM-PARM-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-APPLY-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-FLAG
                   END-WRITE
           END-EVALUATE.
           PERFORM SET-APPLY-DISPOSITION.
      *
       REWRITE-AFTER-IMAGE.
           MOVE "N" TO WS-APPLY-FLAG.
           EVALUATE WS-TARGET-PARM
               WHEN "USRFILE"
                   MOVE CJ-AFTER(1:79) TO USER-MASTER-RECORD
                   REWRITE USER-MASTER-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-APPLY-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-FLAG
                   END-REWRITE
               WHEN "SYSPARM"
                   MOVE CJ-AFTER(1:32) TO SYSTEM-PARM-RECORD
                   REWRITE SYSTEM-PARM-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-APPLY-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-FLAG
                   END-REWRITE
           END-EVALUATE.
           PERFORM SET-APPLY-DISPOSITION.
      *
       DELETE-RECORD-IN-HAND.
           MOVE "N" TO WS-APPLY-FLAG.
           EVALUATE WS-TARGET-PARM
               WHEN "USRFILE"
                   DELETE USRFILE-FILE RECORD
                       INVALID KEY
                           MOVE "N" TO WS-APPLY-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-FLAG
                   END-DELETE
               WHEN "SYSPARM"
                   DELETE SYSPARM-FILE RECORD
                       INVALID KEY
                           MOVE "N" TO WS-APPLY-FLAG
                       NOT INVALID KEY
                           MOVE "Y" TO WS-APPLY-FLAG
                   END-DELETE
           END-EVALUATE.
           PERFORM SET-APPLY-DISPOSITION.
      *
       SET-APPLY-DISPOSITION.
           IF WS-APPLY-OK
               MOVE "APPLIED" TO WS-DISPOSITION
           ELSE
               ADD 1 TO WS-APPLY-FAILS
               MOVE "Y" TO WS-FAIL-FLAG
               MOVE "*** APPLY FAILED ***" TO WS-DISPOSITION
           END-IF.
      *
       PRINT-ENTRY.
           MOVE CJ-DATE TO WS-DATE-DISPLAY.
           MOVE CJ-TIME TO WS-TIME-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING CJ-KEY " " WS-DATE-DISPLAY " " WS-TIME-DISPLAY
                  " " CJ-USER-ID " " CJ-TERM-ID " " WS-ENTRY-TYPE
                  " " WS-DISPOSITION
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * Recount the recovered file - the backup's records plus the
      * adds less the deletes must be what is on it now.
       COUNT-RECOVERED-FILE.
           MOVE 0 TO WS-FINAL-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           EVALUATE WS-TARGET-PARM
               WHEN "USRFILE"
                   OPEN INPUT USRFILE-FILE
                   IF WS-MASTER-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
                   PERFORM COUNT-ONE-USRFILE UNTIL WS-FILE-EOF
                   CLOSE USRFILE-FILE
               WHEN "SYSPARM"
                   OPEN INPUT SYSPARM-FILE
                   IF WS-MASTER-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
                   PERFORM COUNT-ONE-SYSPARM UNTIL WS-FILE-EOF
                   CLOSE SYSPARM-FILE
           END-EVALUATE.
      *
       COUNT-ONE-USRFILE.
           READ USRFILE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-FINAL-COUNT
           END-IF.
      *
       COUNT-ONE-SYSPARM.
           READ SYSPARM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-FINAL-COUNT
           END-IF.
      *
      * Two proofs: every entry for the file is accounted for by
      * exactly one disposition, and the record count crossfoots.
       WRITE-CONTROL-TOTALS.
           COMPUTE WS-ACCOUNTED = WS-SKIP-BEFORE + WS-SKIP-AFTER
               + WS-SKIP-DONE + WS-APPLIED-ADDS + WS-APPLIED-CHANGES
               + WS-APPLIED-DELETES + WS-MISMATCH-COUNT
               + WS-APPLY-FAILS.
           COMPUTE WS-EXPECTED-COUNT = WS-CTL-COUNT
               + WS-APPLIED-ADDS - WS-APPLIED-DELETES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "JOURNAL ENTRIES READ:          " WS-JRNL-READ
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FOR OTHER FILES:             " WS-JRNL-OTHER
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FOR " WS-TARGET-PARM ":                "
                  WS-JRNL-TARGET
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SKIPPED - BEFORE BACKUP:       " WS-SKIP-BEFORE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SKIPPED - AFTER RECOVERY POINT:" WS-SKIP-AFTER
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SKIPPED - ALREADY APPLIED:     " WS-SKIP-DONE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPLIED ADDS:                  " WS-APPLIED-ADDS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPLIED CHANGES:               " WS-APPLIED-CHANGES
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPLIED DELETES:               " WS-APPLIED-DELETES
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MISMATCHED - NOT APPLIED:      " WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPLY FAILURES:                " WS-APPLY-FAILS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ACCOUNTED = WS-JRNL-TARGET
               STRING "ENTRIES ACCOUNTED FOR:         " WS-ACCOUNTED
                      "  PROVEN"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "Y" TO WS-FAIL-FLAG
               STRING "ENTRIES ACCOUNTED FOR:         " WS-ACCOUNTED
                      "  *** DOES NOT PROVE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BACKUP RECORDS " WS-CTL-COUNT
                  " + ADDS " WS-APPLIED-ADDS
                  " - DELETES " WS-APPLIED-DELETES
                  " = " WS-EXPECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-FINAL-COUNT = WS-EXPECTED-COUNT
               STRING "RECOVERED FILE RECORDS:        " WS-FINAL-COUNT
                      "  PROVEN"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "Y" TO WS-FAIL-FLAG
               STRING "RECOVERED FILE RECORDS:        " WS-FINAL-COUNT
                      "  *** DOES NOT PROVE ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      *
       WRITE-REPORT-HEADER.
           MOVE "MSTRCVR - MASTER FILE FORWARD RECOVERY FROM CHGJRNL"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
                  "  FILE: " WS-TARGET-PARM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECOVERY POINT: " WS-STOP-DATE " " WS-STOP-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-REPORT-FOOTER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RECOVERY-FAILED
               MOVE "*** RECOVERY NOT PROVEN - DO NOT REOPEN ***"
                 TO REPORT-LINE
           ELSE
               MOVE "RECOVERY PROVEN - REGION MAY REOPEN"
                 TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
