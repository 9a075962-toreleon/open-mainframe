       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVRPSEUD.
       AUTHOR. ZOS-CLONE.
      *
      * Pseudonymises leavers once their retention period has run.
      * A deactivated account used to stay on USRFILE under its real
      * name for good, and its user ID lived on in every history
      * file that ever recorded it - the data-protection review
      * ruled that out. This job gives each deactivated account a
      * clock on the PSEUDREG register and, once SYSPARM RETLVR days
      * (730 when the key is missing) have passed:
      *   USRFILE  - the record is rekeyed to a pseudonym (PSDnnnnn)
      *              with UM-NAME cleared; department, class and
      *              dates stay, so the reports that group by
      *              department still add up. The delete and the
      *              add land on CHGJRNL like every other USRFILE
      *              change, the delete's before-image with the
      *              name already cleared
      *   LASTSIGN - the entry is deleted
      *   RECOVQ   - the entry is deleted
      *   PWDHIST  - every slot is deleted
      *   USRACT   - the user's days are rekeyed to the pseudonym
      *   RECERT   - every attestation is rekeyed to the pseudonym
      *              with RC-NAME cleared; approver and decider IDs
      *              become pseudonyms where the leaver was either.
      *              Outcome, class and dates stay, so a campaign's
      *              completion figures are unchanged
      *   SIGNLOG, ADMAUDIT (both AD-USER-ID and AD-TARGET-USER) and
      *   their archives SLARCHIV and ADMARCHV - the ID becomes the
      *              pseudonym, record for record, so every count
      *              and total the history reports produce is
      *              unchanged. Sequential with no rewrite, so
      *              copy-and-swap like SLARCH: SIGNLOGO, ADMAUDTO,
      *              SLARCHVO and ADMARCVO are the replacements the
      *              following job steps swap in (the JCL
      *              concatenates the archive generations on the
      *              input DD and catalogues the one output in
      *              their place; an archive DD left out of the JCL
      *              is skipped and reported)
      *   CHGJRNL and its archive CHGARCHV - every USRFILE image
      *              keyed on the leaver: CJ-KEY and the user ID
      *              inside the before and after images become the
      *              pseudonym and UM-NAME is cleared in both;
      *              CJ-USER-ID becomes the pseudonym on any file's
      *              entry the leaver made. Copy-and-swap again, to
      *              CHGJRNLO and CHGARCVO. The rewritten images no
      *              longer match any MSTBKUP generation taken before
      *              this run, so a USRFILE forward recovery (MSTRCVR)
      *              must start from a backup taken after it - take
      *              one as the job's last step
      *   TXNJRNL and its archive TXJARCHV - the ID becomes the
      *              pseudonym as on SIGNLOG; copy-and-swap to
      *              TXNJRNLO and TXJARCVO
      * A pseudonym replaces the ID only on records dated no later
      * than the day it was issued, so if the ID is ever issued
      * again the new holder's history is left alone.
      *
      * The clock: USRFILE carries no deactivation date, so the
      * first run that finds an account deactivated starts it at
      * that day - run the job at least weekly and a leaver is never
      * held much past the window. An account reactivated while its
      * clock runs loses the clock. A pseudonymised ID that turns up
      * deactivated again has been reissued to somebody else and is
      * reported for the security officer rather than tracked.
      *
      * Every pseudonym is applied on every run, not just the new
      * ones, so a record that reached an archive generation after
      * its leaver was processed is caught the next time round, and
      * a rerun changes nothing already done. PSDnnnnn IDs are
      * reserved for this job and are never themselves tracked.
      *
      * Runs as its own job with the online region closed, after the
      * nightly close - NOT from BATCHDRV: SLARCH and RETPURGE swap
      * SIGNLOG, ADMAUDIT, CHGJRNL and TXNJRNL at the end of the
      * close, and a second copy-and-swap of any of them inside the
      * same chain would be undone by theirs.
      *
      * The report names leavers by pseudonym only - the register
      * is the only place a pseudonym meets the real ID. Per file it
      * shows records read, pseudonymised and deleted; a copy that
      * wrote a different count than it read fails the job with RC
      * 8, and the swap steps must not run. PARM is run-date,env.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSEUDREG-FILE ASSIGN TO "PSEUDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-USER-ID
               FILE STATUS IS WS-PSEUDREG-STATUS.
           SELECT USRFILE-FILE ASSIGN TO "USRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-USER-ID
               FILE STATUS IS WS-USRFILE-STATUS.
           SELECT LASTSIGN-FILE ASSIGN TO "LASTSIGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LS-USER-ID
               FILE STATUS IS WS-LASTSIGN-STATUS.
           SELECT RECOVQ-FILE ASSIGN TO "RECOVQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QR-USER-ID
               FILE STATUS IS WS-RECOVQ-STATUS.
           SELECT PWDHIST-FILE ASSIGN TO "PWDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PWDHIST-STATUS.
           SELECT USRACT-FILE ASSIGN TO "USRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-KEY
               FILE STATUS IS WS-USRACT-STATUS.
           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT SIGNLOGO-FILE ASSIGN TO "SIGNLOGO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOGO-STATUS.
           SELECT SLARCH-FILE ASSIGN TO "SLARCHIV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLARCH-STATUS.
           SELECT SLARCHO-FILE ASSIGN TO "SLARCHVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLARCHO-STATUS.
           SELECT ADMAUDIT-FILE ASSIGN TO "ADMAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADMAUDIT-STATUS.
           SELECT ADMAUDTO-FILE ASSIGN TO "ADMAUDTO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADMAUDTO-STATUS.
           SELECT ADMARCH-FILE ASSIGN TO "ADMARCHV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADMARCH-STATUS.
           SELECT ADMARCHO-FILE ASSIGN TO "ADMARCVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADMARCHO-STATUS.
           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RECERT-STATUS.
           SELECT TXNJRNL-FILE ASSIGN TO "TXNJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXNJRNL-STATUS.
           SELECT TXNJRNLO-FILE ASSIGN TO "TXNJRNLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXNJRNLO-STATUS.
           SELECT TXJARCH-FILE ASSIGN TO "TXJARCHV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXJARCH-STATUS.
           SELECT TXJARCHO-FILE ASSIGN TO "TXJARCVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXJARCHO-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SYSPARM-STATUS.
      * Change journal - the USRFILE rekey lands as a delete of the
      * real key and an add of the pseudonym, the pair MSTRCVR rolls
      * forward and CHGRPT lists. The journal and its archive are
      * then copied with the leavers' images masked (CHGJRNLO,
      * CHGARCVO) for the following steps to swap in.
           SELECT CHGJRNL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT CHGJRNLO-FILE ASSIGN TO "CHGJRNLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGJRNLO-STATUS.
           SELECT CHGARCH-FILE ASSIGN TO "CHGARCHV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGARCH-STATUS.
           SELECT CHGARCHO-FILE ASSIGN TO "CHGARCVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGARCHO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PSEUDREG-FILE.
           COPY PSEUDREG.
       FD  USRFILE-FILE.
           COPY USRFILE.
       FD  LASTSIGN-FILE.
           COPY LASTSIGN.
       FD  RECOVQ-FILE.
           COPY RECOVQ.
       FD  PWDHIST-FILE.
           COPY PWDHIST.
       FD  USRACT-FILE.
           COPY USRACT.
       FD  SIGNLOG-FILE.
           COPY SIGNLOG.
       FD  SIGNLOGO-FILE.
       01  SIGNLOGO-RECORD            PIC X(21).
       FD  SLARCH-FILE.
       01  SLARCH-RECORD              PIC X(21).
       FD  SLARCHO-FILE.
       01  SLARCHO-RECORD             PIC X(21).
       FD  ADMAUDIT-FILE.
           COPY ADMAUDIT.
       FD  ADMAUDTO-FILE.
       01  ADMAUDTO-RECORD            PIC X(36).
       FD  ADMARCH-FILE.
       01  ADMARCH-RECORD             PIC X(36).
       FD  ADMARCHO-FILE.
       01  ADMARCHO-RECORD            PIC X(36).
       FD  RECERT-FILE.
           COPY RECERT.
       FD  TXNJRNL-FILE.
           COPY TXNJRNL.
       FD  TXNJRNLO-FILE.
       01  TXNJRNLO-RECORD            PIC X(27).
       FD  TXJARCH-FILE.
       01  TXJARCH-RECORD             PIC X(27).
       FD  TXJARCHO-FILE.
       01  TXJARCHO-RECORD            PIC X(27).
       FD  SYSPARM-FILE.
           COPY SYSPARM.
       FD  CHGJRNL-FILE.
           COPY CHGJRNL.
       FD  CHGJRNLO-FILE.
       01  CHGJRNLO-RECORD            PIC X(196).
       FD  CHGARCH-FILE.
       01  CHGARCH-RECORD             PIC X(196).
       FD  CHGARCHO-FILE.
       01  CHGARCHO-RECORD            PIC X(196).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-PSEUDREG-STATUS         PIC XX    VALUE "00".
       01  WS-USRFILE-STATUS          PIC XX    VALUE "00".
       01  WS-LASTSIGN-STATUS         PIC XX    VALUE "00".
       01  WS-RECOVQ-STATUS           PIC XX    VALUE "00".
       01  WS-PWDHIST-STATUS          PIC XX    VALUE "00".
       01  WS-USRACT-STATUS           PIC XX    VALUE "00".
       01  WS-SIGNLOG-STATUS          PIC XX    VALUE "00".
       01  WS-SIGNLOGO-STATUS         PIC XX    VALUE "00".
       01  WS-SLARCH-STATUS           PIC XX    VALUE "00".
       01  WS-SLARCHO-STATUS          PIC XX    VALUE "00".
       01  WS-ADMAUDIT-STATUS         PIC XX    VALUE "00".
       01  WS-ADMAUDTO-STATUS         PIC XX    VALUE "00".
       01  WS-ADMARCH-STATUS          PIC XX    VALUE "00".
       01  WS-ADMARCHO-STATUS         PIC XX    VALUE "00".
       01  WS-SYSPARM-STATUS          PIC XX    VALUE "00".
       01  WS-CHGJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-CHGJRNLO-STATUS         PIC XX    VALUE "00".
       01  WS-RECERT-STATUS           PIC XX    VALUE "00".
       01  WS-TXNJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-TXNJRNLO-STATUS         PIC XX    VALUE "00".
       01  WS-TXJARCH-STATUS          PIC XX    VALUE "00".
       01  WS-TXJARCHO-STATUS         PIC XX    VALUE "00".
       01  WS-CHGARCH-STATUS          PIC XX    VALUE "00".
       01  WS-CHGARCHO-STATUS         PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-EOF-FLAG                PIC X     VALUE "N".
           88  WS-FILE-EOF            VALUE "Y".
       01  WS-REG-EOF                 PIC X     VALUE "N".
           88  REGISTER-EOF           VALUE "Y".
       01  WS-USER-FLAG               PIC X     VALUE "N".
           88  WS-USER-ON-FILE        VALUE "Y".
       01  WS-FREE-FLAG               PIC X     VALUE "N".
           88  WS-PSEUDONYM-FREE      VALUE "Y".
       01  WS-SLOT-EOF                PIC X     VALUE "N".
           88  WS-SLOTS-DONE          VALUE "Y".
       01  WS-RET-LVR-DAYS            PIC 9(5)  VALUE 730.
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TODAY-RAW               PIC S9(7) COMP-3 VALUE 0.
       01  WS-TODAY-DAYS              PIC S9(7) VALUE 0.
       01  WS-AGE-DAYS                PIC S9(7) VALUE 0.
       01  WS-CURRENT-TIME            PIC 9(8)  VALUE 0.
       01  WS-JRNL-TIME               PIC S9(7) COMP-3 VALUE 0.
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.
           COPY PSEUDID.
      * Pseudonyms run on from the highest on the register, so one
      * skipped past a clashing USRFILE ID is never handed out twice.
       01  WS-PSEUDONYM.
           05  FILLER                 PIC X(3)  VALUE "PSD".
           05  WS-PSEUD-NUM           PIC 9(5)  VALUE 0.
       01  WS-HIGH-PSEUD              PIC 9(5)  VALUE 0.
       01  WS-REAL-ID                 PIC X(8)  VALUE SPACES.
       01  WS-DEACT-DISPLAY           PIC 9(7)  VALUE 0.
       01  WS-SAVED-UC-KEY            PIC X(19) VALUE SPACES.
       01  WS-SAVED-RC-KEY            PIC X(14) VALUE SPACES.
      * The register lookup behind every history record: the ID and
      * the record's date in, the pseudonym out when one applies.
      * The last answer is kept, since history runs in long streaks
      * of one user.
       01  WS-LOOKUP-ID               PIC X(8)  VALUE SPACES.
       01  WS-LOOKUP-DATE             PIC S9(7) COMP-3 VALUE 0.
       01  WS-LOOKUP-FLAG             PIC X     VALUE "N".
           88  WS-LOOKUP-HIT          VALUE "Y".
       01  WS-LOOKUP-PSEUD            PIC X(8)  VALUE SPACES.
       01  WS-CACHE-ID                PIC X(8)  VALUE LOW-VALUES.
       01  WS-CACHE-FLAG              PIC X     VALUE "N".
           88  WS-CACHE-REGISTERED    VALUE "Y".
       01  WS-CACHE-PSEUD             PIC X(8)  VALUE SPACES.
       01  WS-CACHE-DATE              PIC S9(7) COMP-3 VALUE 0.
      * Work images the sequential copies read into and write from -
      * the live file and its archive share one layout.
       01  WS-SL-IMAGE.
           05  WS-SL-USER-ID          PIC X(8).
           05  FILLER                 PIC X(4).
           05  WS-SL-DATE             PIC S9(7) COMP-3.
           05  FILLER                 PIC X(5).
       01  WS-AD-IMAGE.
           05  WS-AD-USER-ID          PIC X(8).
           05  WS-AD-TARGET-USER      PIC X(8).
           05  FILLER                 PIC X(4).
           05  WS-AD-DATE             PIC S9(7) COMP-3.
           05  FILLER                 PIC X(12).
      * The CHGJRNL layout; a USRFILE image carries UM-USER-ID in
      * its first 8 bytes and UM-NAME at 42 for 20.
       01  WS-TJ-IMAGE.
           05  WS-TJ-USER-ID          PIC X(8).
           05  FILLER                 PIC X(8).
           05  WS-TJ-DATE             PIC S9(7) COMP-3.
           05  FILLER                 PIC X(7).
       01  WS-CJ-IMAGE.
           05  WS-CJ-FILE             PIC X(8).
           05  WS-CJ-KEY              PIC X(8).
           05  WS-CJ-USER-ID          PIC X(8).
           05  FILLER                 PIC X(4).
           05  WS-CJ-DATE             PIC S9(7) COMP-3.
           05  FILLER                 PIC X(4).
           05  WS-CJ-BEFORE           PIC X(80).
           05  WS-CJ-AFTER            PIC X(80).
       01  WS-RECORD-CHANGED          PIC X     VALUE "N".
           88  WS-CHANGED             VALUE "Y".
      * Run totals.
       01  WS-CLOCKS-STARTED          PIC 9(5)  VALUE 0.
       01  WS-CLOCKS-STOPPED          PIC 9(5)  VALUE 0.
       01  WS-CLOCKS-RUNNING          PIC 9(5)  VALUE 0.
       01  WS-REUSED-COUNT            PIC 9(5)  VALUE 0.
       01  WS-LEAVER-COUNT            PIC 9(5)  VALUE 0.
       01  WS-USRF-REKEYED            PIC 9(7)  VALUE 0.
       01  WS-USRF-CLASH              PIC 9(7)  VALUE 0.
       01  WS-LSGN-DELETED            PIC 9(7)  VALUE 0.
       01  WS-RCVQ-DELETED            PIC 9(7)  VALUE 0.
       01  WS-PWDH-DELETED            PIC 9(7)  VALUE 0.
       01  WS-LEAVER-SLOTS            PIC 9(3)  VALUE 0.
       01  WS-LEAVER-LSGN             PIC 9     VALUE 0.
       01  WS-FILE-LABEL              PIC X(8)  VALUE SPACES.
       01  WS-READ-COUNT              PIC 9(7)  VALUE 0.
       01  WS-CHANGED-COUNT           PIC 9(7)  VALUE 0.
       01  WS-WRITTEN-COUNT           PIC 9(7)  VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(7)  VALUE 0.
       01  WS-COPY-FLAG               PIC X     VALUE "N".
           88  WS-COPY-AND-SWAP       VALUE "Y".
       01  WS-SUPPLIED-FLAG           PIC X     VALUE "Y".
           88  WS-FILE-SUPPLIED       VALUE "Y".
           COPY DATEPARM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME
               END-UNSTRING
           END-IF.
           PERFORM COMPUTE-TODAY.
           PERFORM GET-SYSTEM-PARMS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN I-O PSEUDREG-FILE.
           IF WS-PSEUDREG-STATUS NOT = "00"
               OPEN OUTPUT PSEUDREG-FILE
               CLOSE PSEUDREG-FILE
               OPEN I-O PSEUDREG-FILE
           END-IF.
           OPEN I-O USRFILE-FILE.
           IF WS-PSEUDREG-STATUS NOT = "00"
           OR WS-USRFILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "PSEUDREG/USRFILE NOT AVAILABLE - STATUS "
                      WS-PSEUDREG-STATUS "/" WS-USRFILE-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO WS-EXIT-RC
           ELSE
               PERFORM START-LEAVER-CLOCKS
               PERFORM FIND-HIGH-PSEUDONYM
               PERFORM PROCESS-DUE-LEAVERS
               CLOSE USRFILE-FILE
               PERFORM WRITE-CONTROL-TOTALS
               PERFORM REKEY-USRACT
               PERFORM REKEY-RECERT
               PERFORM PSEUDONYMISE-SIGNLOG
               PERFORM PSEUDONYMISE-SLARCHIV
               PERFORM PSEUDONYMISE-ADMAUDIT
               PERFORM PSEUDONYMISE-ADMARCHV
               PERFORM PSEUDONYMISE-CHGJRNL
               PERFORM PSEUDONYMISE-CHGARCHV
               PERFORM PSEUDONYMISE-TXNJRNL
               PERFORM PSEUDONYMISE-TXJARCHV
           END-IF.
           CLOSE PSEUDREG-FILE.
           CLOSE REPORT-FILE.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           STOP RUN.
      *
       COMPUTE-TODAY.
           ACCEPT WS-TODAY-JUL FROM DAY.
           COMPUTE WS-TODAY-RAW = 100000 + WS-TODAY-JUL.
           MOVE "D" TO DP-FUNCTION.
           MOVE WS-TODAY-RAW TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-TODAY-DAYS.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME (1:6) TO WS-JRNL-TIME.
      *
      * The retention knob off the same keyed SYSPARM file the rest
      * of the shop reads, the compiled default standing in when the
      * file or the key is missing.
       GET-SYSTEM-PARMS.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS = "00"
               MOVE "RETLVR  " TO SP-KEY
               MOVE 0 TO SP-NUM-VALUE
               READ SYSPARM-FILE
                   INVALID KEY
                       MOVE 0 TO SP-NUM-VALUE
               END-READ
               IF SP-NUM-VALUE > 0
                   MOVE SP-NUM-VALUE TO WS-RET-LVR-DAYS
               END-IF
           END-IF.
           CLOSE SYSPARM-FILE.
      *
      * Pass over USRFILE: every deactivated account not yet on the
      * register starts its clock today.
       START-LEAVER-CLOCKS.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO UM-USER-ID.
           START USRFILE-FILE KEY NOT LESS THAN UM-USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM CLOCK-ONE-USER UNTIL WS-FILE-EOF.
      *
       CLOCK-ONE-USER.
           READ USRFILE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           MOVE UM-USER-ID TO PSEUDONYM-ID.
           IF NOT WS-FILE-EOF
           AND UM-IS-DEACTIVATED
           AND NOT (PI-PSEUD-PREFIX AND PI-NUMBER IS NUMERIC)
               MOVE UM-USER-ID TO PR-USER-ID
               READ PSEUDREG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-PSEUDREG-STATUS NOT = "00"
                       PERFORM START-ONE-CLOCK
                   WHEN PR-PSEUDONYMISED
                       PERFORM REPORT-REUSED-ID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
       START-ONE-CLOCK.
           INITIALIZE PSEUDONYM-REGISTER-RECORD.
           MOVE UM-USER-ID   TO PR-USER-ID.
           MOVE "P"          TO PR-STATE.
           MOVE WS-TODAY-RAW TO PR-DEACT-DATE.
           MOVE SPACES       TO PR-PSEUDONYM.
           MOVE 0            TO PR-PSEUD-DATE.
           WRITE PSEUDONYM-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-PSEUDREG-STATUS = "00"
               ADD 1 TO WS-CLOCKS-STARTED
           END-IF.
      *
      * An ID already pseudonymised has been issued to someone new
      * and deactivated again. Tracking it would mean a second
      * register entry under one key; the security officer decides.
       REPORT-REUSED-ID.
           ADD 1 TO WS-REUSED-COUNT.
           IF WS-EXIT-RC < 4
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  *** " UM-USER-ID " REISSUED AND DEACTIVATED AGAIN"
                  " - NOT TRACKED"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       FIND-HIGH-PSEUDONYM.
           MOVE 0 TO WS-HIGH-PSEUD.
           MOVE "N" TO WS-REG-EOF.
           MOVE LOW-VALUES TO PR-USER-ID.
           START PSEUDREG-FILE KEY NOT LESS THAN PR-USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-REG-EOF
           END-START.
           PERFORM CHECK-ONE-PSEUDONYM UNTIL REGISTER-EOF.
      *
       CHECK-ONE-PSEUDONYM.
           READ PSEUDREG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REG-EOF
           END-READ.
           IF NOT REGISTER-EOF
           AND PR-PSEUDONYMISED
           AND PR-PSEUDONYM(4:5) IS NUMERIC
               MOVE PR-PSEUDONYM(4:5) TO WS-PSEUD-NUM
               IF WS-PSEUD-NUM > WS-HIGH-PSEUD
                   MOVE WS-PSEUD-NUM TO WS-HIGH-PSEUD
               END-IF
           END-IF.
      *
      * Pass over the register's running clocks: a reactivated
      * account loses its clock, one past the window is processed.
       PROCESS-DUE-LEAVERS.
           MOVE "LEAVERS PSEUDONYMISED THIS RUN" TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Journal appends across runs; the first run against a region
      * with no journal yet creates it.
           OPEN EXTEND CHGJRNL-FILE.
           IF WS-CHGJRNL-STATUS NOT = "00"
               OPEN OUTPUT CHGJRNL-FILE
           END-IF.
           MOVE "N" TO WS-REG-EOF.
           MOVE LOW-VALUES TO PR-USER-ID.
           START PSEUDREG-FILE KEY NOT LESS THAN PR-USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-REG-EOF
           END-START.
           PERFORM CHECK-ONE-CLOCK UNTIL REGISTER-EOF.
           CLOSE CHGJRNL-FILE.
      *
       CHECK-ONE-CLOCK.
           READ PSEUDREG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REG-EOF
           END-READ.
           IF NOT REGISTER-EOF
           AND PR-PENDING
               MOVE PR-USER-ID TO WS-REAL-ID
               PERFORM READ-REAL-USER
               IF WS-USER-ON-FILE
               AND NOT UM-IS-DEACTIVATED
                   DELETE PSEUDREG-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-CLOCKS-STOPPED
               ELSE
                   MOVE "D" TO DP-FUNCTION
                   MOVE PR-DEACT-DATE TO DP-DATE-1
                   CALL "DATESRV" USING DATE-SERVICE-PARM
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-DAYS - DP-DAYS-RESULT
                   IF WS-AGE-DAYS >= WS-RET-LVR-DAYS
                       PERFORM PSEUDONYMISE-LEAVER
                   ELSE
                       ADD 1 TO WS-CLOCKS-RUNNING
                   END-IF
               END-IF
           END-IF.
      *
       READ-REAL-USER.
           MOVE WS-REAL-ID TO UM-USER-ID.
           READ USRFILE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-USRFILE-STATUS = "00"
               MOVE "Y" TO WS-USER-FLAG
           ELSE
               MOVE "N" TO WS-USER-FLAG
           END-IF.
      *
      * One leaver past the window. An account deleted from USRFILE
      * outright still has history to pseudonymise; it simply has
      * no master record to rekey.
       PSEUDONYMISE-LEAVER.
           ADD 1 TO WS-LEAVER-COUNT.
           PERFORM ALLOCATE-PSEUDONYM.
           PERFORM READ-REAL-USER.
           MOVE SPACES TO PR-NAME.
           MOVE SPACES TO PR-DEPT.
           IF WS-USER-ON-FILE
               MOVE UM-NAME TO PR-NAME
               MOVE UM-DEPT TO PR-DEPT
               PERFORM REKEY-USER-MASTER
           END-IF.
           PERFORM DELETE-LASTSIGN.
           PERFORM DELETE-RECOVQ.
           PERFORM DELETE-PWDHIST-SLOTS.
           MOVE PR-DEACT-DATE TO WS-DEACT-DISPLAY.
           MOVE "X"          TO PR-STATE.
           MOVE WS-PSEUDONYM TO PR-PSEUDONYM.
           MOVE WS-TODAY-RAW TO PR-PSEUD-DATE.
           REWRITE PSEUDONYM-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-PSEUDONYM "  DEACTIVATED " WS-DEACT-DISPLAY
                  "  DEPT " PR-DEPT
                  "  LASTSIGN " WS-LEAVER-LSGN
                  "  PWDHIST " WS-LEAVER-SLOTS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT WS-USER-ON-FILE
               MOVE "            NO USRFILE RECORD - HISTORY ONLY"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
      * Next number past the register's highest, stepping over any
      * that already exists as a USRFILE key.
       ALLOCATE-PSEUDONYM.
           MOVE "N" TO WS-FREE-FLAG.
           PERFORM UNTIL WS-PSEUDONYM-FREE
               ADD 1 TO WS-HIGH-PSEUD
               MOVE WS-HIGH-PSEUD TO WS-PSEUD-NUM
               MOVE WS-PSEUDONYM TO UM-USER-ID
               READ USRFILE-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-FREE-FLAG
               END-READ
               IF NOT WS-PSEUDONYM-FREE
                   ADD 1 TO WS-USRF-CLASH
               END-IF
           END-PERFORM.
      *
      * The master moves to the pseudonym with its name cleared,
      * journaled as a delete and an add. The name is cleared before
      * the delete is journaled, so the journal never gets a fresh
      * copy of it.
       REKEY-USER-MASTER.
           MOVE USER-MASTER-RECORD TO CJ-BEFORE.
           MOVE SPACES TO CJ-BEFORE(42:20).
           MOVE SPACES TO CJ-AFTER.
           PERFORM WRITE-CHANGE-JOURNAL.
           DELETE USRFILE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-PSEUDONYM TO UM-USER-ID.
           MOVE SPACES TO UM-NAME.
           WRITE USER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-USRFILE-STATUS = "00"
               ADD 1 TO WS-USRF-REKEYED
           ELSE
               MOVE 8 TO WS-EXIT-RC
               MOVE SPACES TO REPORT-LINE
               STRING "  *** " WS-PSEUDONYM " USRFILE WRITE FAILED"
                      " - STATUS " WS-USRFILE-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO CJ-BEFORE.
           MOVE USER-MASTER-RECORD TO CJ-AFTER.
           PERFORM WRITE-CHANGE-JOURNAL.
      *
      * An unopenable journal costs the images, never the rekey -
      * the same rule DORMSWP follows.
       WRITE-CHANGE-JOURNAL.
           MOVE "USRFILE"    TO CJ-FILE.
           IF CJ-AFTER = SPACES
               MOVE WS-REAL-ID TO CJ-KEY
           ELSE
               MOVE WS-PSEUDONYM TO CJ-KEY
           END-IF.
           MOVE "LVRPSEUD"   TO CJ-USER-ID.
           MOVE "BTCH"       TO CJ-TERM-ID.
           MOVE WS-TODAY-RAW TO CJ-DATE.
           MOVE WS-JRNL-TIME TO CJ-TIME.
           IF WS-CHGJRNL-STATUS = "00"
               WRITE CHANGE-JOURNAL-RECORD
           END-IF.
      *
       DELETE-LASTSIGN.
           MOVE 0 TO WS-LEAVER-LSGN.
           OPEN I-O LASTSIGN-FILE.
           IF WS-LASTSIGN-STATUS = "00"
               MOVE WS-REAL-ID TO LS-USER-ID
               DELETE LASTSIGN-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-LASTSIGN-STATUS = "00"
                   MOVE 1 TO WS-LEAVER-LSGN
                   ADD 1 TO WS-LSGN-DELETED
               END-IF
           END-IF.
           CLOSE LASTSIGN-FILE.
      *
      * Recovery answers are about the person, not the account's
      * history - nothing to keep under a pseudonym.
       DELETE-RECOVQ.
           OPEN I-O RECOVQ-FILE.
           IF WS-RECOVQ-STATUS = "00"
               MOVE WS-REAL-ID TO QR-USER-ID
               DELETE RECOVQ-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-RECOVQ-STATUS = "00"
                   ADD 1 TO WS-RCVQ-DELETED
               END-IF
           END-IF.
           CLOSE RECOVQ-FILE.
      *
       DELETE-PWDHIST-SLOTS.
           MOVE 0 TO WS-LEAVER-SLOTS.
           OPEN I-O PWDHIST-FILE.
           IF WS-PWDHIST-STATUS = "00"
               MOVE "N" TO WS-SLOT-EOF
               MOVE WS-REAL-ID TO PH-USER-ID
               MOVE 0 TO PH-SLOT
               START PWDHIST-FILE KEY NOT LESS THAN PH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SLOT-EOF
               END-START
               PERFORM DELETE-ONE-SLOT UNTIL WS-SLOTS-DONE
           END-IF.
           CLOSE PWDHIST-FILE.
      *
       DELETE-ONE-SLOT.
           READ PWDHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SLOT-EOF
           END-READ.
           IF NOT WS-SLOTS-DONE
               IF PH-USER-ID NOT = WS-REAL-ID
                   MOVE "Y" TO WS-SLOT-EOF
               ELSE
                   DELETE PWDHIST-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-LEAVER-SLOTS
                   ADD 1 TO WS-PWDH-DELETED
               END-IF
           END-IF.
      *
      * WS-LOOKUP-ID and WS-LOOKUP-DATE in; WS-LOOKUP-HIT and
      * WS-LOOKUP-PSEUD out. Only a pseudonymised entry applies, and
      * only to records dated on or before the day it was issued.
       LOOKUP-PSEUDONYM.
           IF WS-LOOKUP-ID NOT = WS-CACHE-ID
               MOVE WS-LOOKUP-ID TO WS-CACHE-ID
               MOVE "N" TO WS-CACHE-FLAG
               MOVE WS-LOOKUP-ID TO PR-USER-ID
               READ PSEUDREG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PSEUDREG-STATUS = "00"
               AND PR-PSEUDONYMISED
                   MOVE "Y" TO WS-CACHE-FLAG
                   MOVE PR-PSEUDONYM TO WS-CACHE-PSEUD
                   MOVE PR-PSEUD-DATE TO WS-CACHE-DATE
               END-IF
           END-IF.
           MOVE "N" TO WS-LOOKUP-FLAG.
           IF WS-CACHE-REGISTERED
           AND WS-LOOKUP-DATE <= WS-CACHE-DATE
               MOVE "Y" TO WS-LOOKUP-FLAG
               MOVE WS-CACHE-PSEUD TO WS-LOOKUP-PSEUD
           END-IF.
      *
      * USRACT is keyed on date + user + transaction: each of a
      * leaver's days is written under the pseudonym, then the old
      * key deleted - the new key is never a register entry, so the
      * browse passes over it if it lands ahead.
       REKEY-USRACT.
           MOVE "USRACT" TO WS-FILE-LABEL.
           PERFORM RESET-FILE-COUNTS.
           MOVE "N" TO WS-COPY-FLAG.
           OPEN I-O USRACT-FILE.
           IF WS-USRACT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               MOVE LOW-VALUES TO UC-KEY
               START USRACT-FILE KEY NOT LESS THAN UC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM REKEY-ONE-USRACT UNTIL WS-FILE-EOF
           ELSE
               MOVE "N" TO WS-SUPPLIED-FLAG
           END-IF.
           CLOSE USRACT-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       REKEY-ONE-USRACT.
           READ USRACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               MOVE UC-USER-ID TO WS-LOOKUP-ID
               MOVE UC-DATE TO WS-LOOKUP-DATE
               PERFORM LOOKUP-PSEUDONYM
               IF WS-LOOKUP-HIT
                   MOVE UC-KEY TO WS-SAVED-UC-KEY
                   MOVE WS-LOOKUP-PSEUD TO UC-USER-ID
                   WRITE USER-ACTIVITY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-USRACT-STATUS = "00"
                       MOVE WS-SAVED-UC-KEY TO UC-KEY
                       DELETE USRACT-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-CHANGED-COUNT
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
               END-IF
           END-IF.
      *
      * RECERT is keyed on campaign + user, so a leaver's
      * attestation is rekeyed the USRACT way - written under the
      * pseudonym, then the old key deleted. An attestation whose
      * key stays but whose approver or decider was a leaver is
      * rewritten in place. The campaign's open date dates them all.
       REKEY-RECERT.
           MOVE "RECERT" TO WS-FILE-LABEL.
           PERFORM RESET-FILE-COUNTS.
           MOVE "N" TO WS-COPY-FLAG.
           OPEN I-O RECERT-FILE.
           IF WS-RECERT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               MOVE LOW-VALUES TO RC-KEY
               START RECERT-FILE KEY NOT LESS THAN RC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM REKEY-ONE-RECERT UNTIL WS-FILE-EOF
           ELSE
               MOVE "N" TO WS-SUPPLIED-FLAG
           END-IF.
           CLOSE RECERT-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       REKEY-ONE-RECERT.
           READ RECERT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               MOVE "N" TO WS-RECORD-CHANGED
               MOVE RC-OPEN-DATE TO WS-LOOKUP-DATE
               MOVE RC-APPROVER TO WS-LOOKUP-ID
               PERFORM LOOKUP-PSEUDONYM
               IF WS-LOOKUP-HIT
                   MOVE WS-LOOKUP-PSEUD TO RC-APPROVER
                   MOVE "Y" TO WS-RECORD-CHANGED
               END-IF
               MOVE RC-DECIDED-BY TO WS-LOOKUP-ID
               PERFORM LOOKUP-PSEUDONYM
               IF WS-LOOKUP-HIT
                   MOVE WS-LOOKUP-PSEUD TO RC-DECIDED-BY
                   MOVE "Y" TO WS-RECORD-CHANGED
               END-IF
               MOVE RC-USER-ID TO WS-LOOKUP-ID
               PERFORM LOOKUP-PSEUDONYM
               IF WS-LOOKUP-HIT
                   PERFORM MOVE-RECERT-KEY
               ELSE
                   IF WS-CHANGED
                       REWRITE RECERT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-CHANGED-COUNT
                   END-IF
               END-IF
           END-IF.
      *
       MOVE-RECERT-KEY.
           MOVE RC-KEY TO WS-SAVED-RC-KEY.
           MOVE WS-LOOKUP-PSEUD TO RC-USER-ID.
           MOVE SPACES TO RC-NAME.
           WRITE RECERT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-RECERT-STATUS = "00"
               MOVE WS-SAVED-RC-KEY TO RC-KEY
               DELETE RECERT-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-CHANGED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
      *
      * The sequential history files: every record copied to the
      * replacement, the ID swapped where the register says so.
       PSEUDONYMISE-SIGNLOG.
           MOVE "SIGNLOG" TO WS-FILE-LABEL.
           PERFORM RESET-FILE-COUNTS.
           OPEN INPUT SIGNLOG-FILE.
           IF WS-SIGNLOG-STATUS = "00"
               OPEN OUTPUT SIGNLOGO-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COPY-ONE-SIGNLOG UNTIL WS-FILE-EOF
               CLOSE SIGNLOGO-FILE
           ELSE
               MOVE "N" TO WS-SUPPLIED-FLAG
           END-IF.
           CLOSE SIGNLOG-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       COPY-ONE-SIGNLOG.
           READ SIGNLOG-FILE INTO WS-SL-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM MASK-SIGNLOG-RECORD
               WRITE SIGNLOGO-RECORD FROM WS-SL-IMAGE
               IF WS-SIGNLOGO-STATUS = "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-IF.
      *
       PSEUDONYMISE-SLARCHIV.
           MOVE "SLARCHIV" TO WS-FILE-LABEL.
           PERFORM RESET-FILE-COUNTS.
           OPEN INPUT SLARCH-FILE.
           IF WS-SLARCH-STATUS = "00"
               OPEN OUTPUT SLARCHO-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COPY-ONE-SLARCH UNTIL WS-FILE-EOF
               CLOSE SLARCHO-FILE
           ELSE
               MOVE "N" TO WS-SUPPLIED-FLAG
           END-IF.
           CLOSE SLARCH-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       COPY-ONE-SLARCH.
           READ SLARCH-FILE INTO WS-SL-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM MASK-SIGNLOG-RECORD
               WRITE SLARCHO-RECORD FROM WS-SL-IMAGE
               IF WS-SLARCHO-STATUS = "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-IF.
      *
       MASK-SIGNLOG-RECORD.
           MOVE WS-SL-USER-ID TO WS-LOOKUP-ID.
           MOVE WS-SL-DATE TO WS-LOOKUP-DATE.
           PERFORM LOOKUP-PSEUDONYM.
           IF WS-LOOKUP-HIT
               MOVE WS-LOOKUP-PSEUD TO WS-SL-USER-ID
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
      *
       PSEUDONYMISE-ADMAUDIT.
           MOVE "ADMAUDIT" TO WS-FILE-LABEL.
           PERFORM RESET-FILE-COUNTS.
           OPEN INPUT ADMAUDIT-FILE.
           IF WS-ADMAUDIT-STATUS = "00"
               OPEN OUTPUT ADMAUDTO-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COPY-ONE-ADMAUDIT UNTIL WS-FILE-EOF
               CLOSE ADMAUDTO-FILE
           ELSE
               MOVE "N" TO WS-SUPPLIED-FLAG
           END-IF.
           CLOSE ADMAUDIT-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       COPY-ONE-ADMAUDIT.
           READ ADMAUDIT-FILE INTO WS-AD-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM MASK-ADMAUDIT-RECORD
               WRITE ADMAUDTO-RECORD FROM WS-AD-IMAGE
               IF WS-ADMAUDTO-STATUS = "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-IF.
      *
       PSEUDONYMISE-ADMARCHV.
           MOVE "ADMARCHV" TO WS-FILE-LABEL.
           PERFORM RESET-FILE-COUNTS.
           OPEN INPUT ADMARCH-FILE.
           IF WS-ADMARCH-STATUS = "00"
               OPEN OUTPUT ADMARCHO-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COPY-ONE-ADMARCH UNTIL WS-FILE-EOF
               CLOSE ADMARCHO-FILE
           ELSE
               MOVE "N" TO WS-SUPPLIED-FLAG
           END-IF.
           CLOSE ADMARCH-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       COPY-ONE-ADMARCH.
           READ ADMARCH-FILE INTO WS-AD-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM MASK-ADMAUDIT-RECORD
               WRITE ADMARCHO-RECORD FROM WS-AD-IMAGE
               IF WS-ADMARCHO-STATUS = "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-IF.
      *
      * Either side of an admin action can be a leaver - the
      * supervisor who acted or the user acted on. The record counts
      * once however many of its IDs change.
       MASK-ADMAUDIT-RECORD.
           MOVE "N" TO WS-RECORD-CHANGED.
           MOVE WS-AD-DATE TO WS-LOOKUP-DATE.
           MOVE WS-AD-USER-ID TO WS-LOOKUP-ID.
           PERFORM LOOKUP-PSEUDONYM.
           IF WS-LOOKUP-HIT
               MOVE WS-LOOKUP-PSEUD TO WS-AD-USER-ID
               MOVE "Y" TO WS-RECORD-CHANGED
           END-IF.
           MOVE WS-AD-TARGET-USER TO WS-LOOKUP-ID.
           PERFORM LOOKUP-PSEUDONYM.
           IF WS-LOOKUP-HIT
               MOVE WS-LOOKUP-PSEUD TO WS-AD-TARGET-USER
               MOVE "Y" TO WS-RECORD-CHANGED
           END-IF.
           IF WS-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
      *
      * CHGJRNL and CHGARCHV share one layout and one mask; the
      * journal was closed at the end of PROCESS-DUE-LEAVERS, so this
      * run's own delete image is copied and masked with the rest.
       PSEUDONYMISE-CHGJRNL.
           MOVE "CHGJRNL" TO WS-FILE-LABEL.
           PERFORM RESET-FILE-COUNTS.
           OPEN INPUT CHGJRNL-FILE.
           IF WS-CHGJRNL-STATUS = "00"
               OPEN OUTPUT CHGJRNLO-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COPY-ONE-CHGJRNL UNTIL WS-FILE-EOF
               CLOSE CHGJRNLO-FILE
           ELSE
               MOVE "N" TO WS-SUPPLIED-FLAG
           END-IF.
           CLOSE CHGJRNL-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       COPY-ONE-CHGJRNL.
           READ CHGJRNL-FILE INTO WS-CJ-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM MASK-CHGJRNL-RECORD
               WRITE CHGJRNLO-RECORD FROM WS-CJ-IMAGE
               IF WS-CHGJRNLO-STATUS = "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-IF.
      *
       PSEUDONYMISE-CHGARCHV.
           MOVE "CHGARCHV" TO WS-FILE-LABEL.
           PERFORM RESET-FILE-COUNTS.
           OPEN INPUT CHGARCH-FILE.
           IF WS-CHGARCH-STATUS = "00"
               OPEN OUTPUT CHGARCHO-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COPY-ONE-CHGARCH UNTIL WS-FILE-EOF
               CLOSE CHGARCHO-FILE
           ELSE
               MOVE "N" TO WS-SUPPLIED-FLAG
           END-IF.
           CLOSE CHGARCH-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       COPY-ONE-CHGARCH.
           READ CHGARCH-FILE INTO WS-CJ-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM MASK-CHGJRNL-RECORD
               WRITE CHGARCHO-RECORD FROM WS-CJ-IMAGE
               IF WS-CHGARCHO-STATUS = "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-IF.
      *
      * A USRFILE entry keyed on a leaver has the ID swapped in the
      * key and inside whichever images it has, and the name cleared
      * from them; an entry the leaver made, on any file, has the ID
      * swapped as the one who made it. Counted once like ADMAUDIT.
       MASK-CHGJRNL-RECORD.
           MOVE "N" TO WS-RECORD-CHANGED.
           MOVE WS-CJ-DATE TO WS-LOOKUP-DATE.
           IF WS-CJ-FILE = "USRFILE"
               MOVE WS-CJ-KEY TO WS-LOOKUP-ID
               PERFORM LOOKUP-PSEUDONYM
               IF WS-LOOKUP-HIT
                   MOVE WS-LOOKUP-PSEUD TO WS-CJ-KEY
                   IF WS-CJ-BEFORE NOT = SPACES
                       MOVE WS-LOOKUP-PSEUD TO WS-CJ-BEFORE(1:8)
                       MOVE SPACES TO WS-CJ-BEFORE(42:20)
                   END-IF
                   IF WS-CJ-AFTER NOT = SPACES
                       MOVE WS-LOOKUP-PSEUD TO WS-CJ-AFTER(1:8)
                       MOVE SPACES TO WS-CJ-AFTER(42:20)
                   END-IF
                   MOVE "Y" TO WS-RECORD-CHANGED
               END-IF
           END-IF.
           MOVE WS-CJ-USER-ID TO WS-LOOKUP-ID.
           PERFORM LOOKUP-PSEUDONYM.
           IF WS-LOOKUP-HIT
               MOVE WS-LOOKUP-PSEUD TO WS-CJ-USER-ID
               MOVE "Y" TO WS-RECORD-CHANGED
           END-IF.
           IF WS-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
      *
       PSEUDONYMISE-TXNJRNL.
           MOVE "TXNJRNL" TO WS-FILE-LABEL.
           PERFORM RESET-FILE-COUNTS.
           OPEN INPUT TXNJRNL-FILE.
           IF WS-TXNJRNL-STATUS = "00"
               OPEN OUTPUT TXNJRNLO-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COPY-ONE-TXNJRNL UNTIL WS-FILE-EOF
               CLOSE TXNJRNLO-FILE
           ELSE
               MOVE "N" TO WS-SUPPLIED-FLAG
           END-IF.
           CLOSE TXNJRNL-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       COPY-ONE-TXNJRNL.
           READ TXNJRNL-FILE INTO WS-TJ-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM MASK-TXNJRNL-RECORD
               WRITE TXNJRNLO-RECORD FROM WS-TJ-IMAGE
               IF WS-TXNJRNLO-STATUS = "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-IF.
      *
       PSEUDONYMISE-TXJARCHV.
           MOVE "TXJARCHV" TO WS-FILE-LABEL.
           PERFORM RESET-FILE-COUNTS.
           OPEN INPUT TXJARCH-FILE.
           IF WS-TXJARCH-STATUS = "00"
               OPEN OUTPUT TXJARCHO-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM COPY-ONE-TXJARCH UNTIL WS-FILE-EOF
               CLOSE TXJARCHO-FILE
           ELSE
               MOVE "N" TO WS-SUPPLIED-FLAG
           END-IF.
           CLOSE TXJARCH-FILE.
           PERFORM WRITE-FILE-COUNTS.
      *
       COPY-ONE-TXJARCH.
           READ TXJARCH-FILE INTO WS-TJ-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM MASK-TXNJRNL-RECORD
               WRITE TXJARCHO-RECORD FROM WS-TJ-IMAGE
               IF WS-TXJARCHO-STATUS = "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-IF.
      *
       MASK-TXNJRNL-RECORD.
           MOVE WS-TJ-USER-ID TO WS-LOOKUP-ID.
           MOVE WS-TJ-DATE TO WS-LOOKUP-DATE.
           PERFORM LOOKUP-PSEUDONYM.
           IF WS-LOOKUP-HIT
               MOVE WS-LOOKUP-PSEUD TO WS-TJ-USER-ID
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
      *
       RESET-FILE-COUNTS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-CHANGED-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-FAILED-COUNT.
           MOVE "Y" TO WS-COPY-FLAG.
           MOVE "Y" TO WS-SUPPLIED-FLAG.
      *
      * A copy-and-swap file must have written every record it read,
      * or its replacement is short and must not be swapped in.
       WRITE-FILE-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           IF NOT WS-FILE-SUPPLIED
               STRING WS-FILE-LABEL "  NOT SUPPLIED - SKIPPED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               STRING WS-FILE-LABEL
                      "  READ " WS-READ-COUNT
                      "  PSEUDONYMISED " WS-CHANGED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-COPY-AND-SWAP
                   IF WS-WRITTEN-COUNT = WS-READ-COUNT
                       MOVE "          COUNTS BALANCE" TO REPORT-LINE
                   ELSE
                       MOVE
                 "          *** COUNTS DO NOT BALANCE - DO NOT SWAP ***"
                         TO REPORT-LINE
                       MOVE 8 TO WS-EXIT-RC
                   END-IF
                   WRITE REPORT-LINE
               END-IF
               IF WS-FAILED-COUNT > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "          *** NOT REKEYED (KEY IN USE) "
                          WS-FAILED-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 8 TO WS-EXIT-RC
               END-IF
           END-IF.
      *
       WRITE-REPORT-HEADER.
           MOVE "LVRPSEUD - LEAVER PSEUDONYMISATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RETENTION AFTER DEACTIVATION: " WS-RET-LVR-DAYS
                  " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
      *
      * The leaver section, closed off before the history files
      * print their own counts beneath it.
       WRITE-CONTROL-TOTALS.
           IF WS-LEAVER-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LEAVERS PSEUDONYMISED:   " WS-LEAVER-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLOCKS STARTED:          " WS-CLOCKS-STARTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLOCKS STILL RUNNING:    " WS-CLOCKS-RUNNING
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLOCKS STOPPED (REACT.): " WS-CLOCKS-STOPPED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REISSUED IDS REPORTED:   " WS-REUSED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PER FILE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "USRFILE   REKEYED, NAME CLEARED " WS-USRF-REKEYED
                  "  PSEUDONYMS SKIPPED (ID IN USE) " WS-USRF-CLASH
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LASTSIGN  DELETED " WS-LSGN-DELETED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECOVQ    DELETED " WS-RCVQ-DELETED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PWDHIST   DELETED " WS-PWDH-DELETED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
