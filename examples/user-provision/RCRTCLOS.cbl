       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTCLOS.
       AUTHOR. ZOS-CLONE.
      *
      * Closes an access-recertification campaign RCRTOPEN opened,
      * once its deadline has passed. Every RECERT attestation of
      * the campaign is settled against USRFILE:
      *   - Keep leaves the account as it is
      *   - Downgrade moves the account to the class the approver
      *     chose (RC-NEW-CLASS)
      *   - Revoke, and any attestation still pending at the
      *     deadline, deactivates the account - UM-STATUS 'D', the
      *     same state DORMSWP's sweep sets and CICSUADM's
      *     reactivate undoes; an account nobody vouched for is
      *     treated exactly like one somebody revoked
      *   - an account already deactivated or deleted since the
      *     open is skipped
      * Every USRFILE change lands on CHGJRNL with its before and
      * after images the way DORMSWP journals its sweep, so the
      * nightly CHGRPT report carries the close too. Each
      * attestation is stamped with its outcome and the close date,
      * so RECERT itself is the signed evidence of the campaign.
      *
      * PARM is run-date,env,campaign. The run is refused while the
      * deadline is still ahead (approvers may still change their
      * minds) and for a campaign with no attestation left open. An
      * attestation already stamped closed is passed over, never
      * settled twice - a second close would find the revoked
      * accounts already down and report them as skipped, muddying
      * the evidence - so a rerun after a close that stopped part
      * way settles only what is still open and finishes the
      * campaign; the passed-over ones are counted on the print.
      *
      * The report lists every account the close changed, then the
      * completion report per department: accounts, attested, kept,
      * downgraded, revoked and unattested, and the attested share.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RECERT-STATUS.
           SELECT USRFILE-FILE ASSIGN TO "USRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-ID
               FILE STATUS IS WS-USRFILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
      * Change journal - every deactivation and downgrade the close
      * applies lands with its before and after images, the trail
      * DORMSWP's sweep leaves.
           SELECT CHGJRNL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-FILE.
           COPY RECERT.
       FD  USRFILE-FILE.
           COPY USRFILE.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).
       FD  CHGJRNL-FILE.
           COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-CAMPAIGN-PARM           PIC X(8)  VALUE SPACES.
       01  WS-CAMPAIGN                PIC X(6)  VALUE SPACES.
       01  WS-RECERT-STATUS           PIC XX    VALUE "00".
       01  WS-USRFILE-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-CHGJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-RECERT-EOF              PIC X     VALUE "N".
           88  RECERT-EOF             VALUE "Y".
       01  WS-CAMPAIGN-FLAG           PIC X     VALUE "N".
           88  WS-CAMPAIGN-FOUND      VALUE "Y".
       01  WS-REFUSE-REASON           PIC X(40) VALUE SPACES.
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TODAY-RAW               PIC S9(7) COMP-3 VALUE 0.
       01  WS-CURRENT-TIME            PIC 9(8)  VALUE 0.
       01  WS-JRNL-TIME               PIC S9(7) COMP-3 VALUE 0.
       01  WS-DATE-DISPLAY            PIC 9(7)  VALUE 0.
       01  WS-USER-FLAG               PIC X     VALUE "N".
           88  WS-USER-LIVE           VALUE "Y".
       01  WS-ACTION-TEXT             PIC X(20) VALUE SPACES.
       01  WS-USER-DEPT               PIC X(8)  VALUE SPACES.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
       01  WS-DEPT-OVFL               PIC 9(5)  VALUE 0.
       01  WS-PCT                     PIC 9(3)  VALUE 0.
       01  WS-ATTESTED                PIC 9(5)  VALUE 0.
      * Campaign totals, the same buckets as each department row.
       01  WS-TOTALS.
           05  WS-TOT-ACCOUNTS        PIC 9(5)  VALUE 0.
           05  WS-TOT-KEPT            PIC 9(5)  VALUE 0.
           05  WS-TOT-CHANGED         PIC 9(5)  VALUE 0.
           05  WS-TOT-REVOKED         PIC 9(5)  VALUE 0.
           05  WS-TOT-UNATTESTED      PIC 9(5)  VALUE 0.
           05  WS-TOT-SKIPPED         PIC 9(5)  VALUE 0.
           05  WS-TOT-PREV-CLOSED     PIC 9(5)  VALUE 0.
      *
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRIES        PIC 9(3)  VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DX.
               10  WS-DEPT-ID         PIC X(8).
               10  WS-DEPT-ACCOUNTS   PIC 9(5)  VALUE 0.
               10  WS-DEPT-KEPT       PIC 9(5)  VALUE 0.
               10  WS-DEPT-CHANGED    PIC 9(5)  VALUE 0.
               10  WS-DEPT-REVOKED    PIC 9(5)  VALUE 0.
               10  WS-DEPT-UNATTESTED PIC 9(5)  VALUE 0.
               10  WS-DEPT-SKIPPED    PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-CAMPAIGN-PARM
               END-UNSTRING
           END-IF.
           MOVE WS-CAMPAIGN-PARM(1:6) TO WS-CAMPAIGN.
           ACCEPT WS-TODAY-JUL FROM DAY.
           COMPUTE WS-TODAY-RAW = 100000 + WS-TODAY-JUL.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-CAMPAIGN-CLOSABLE.
           IF WS-REFUSE-REASON = SPACES
               MOVE "ACCOUNTS CHANGED BY THIS CLOSE" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CLOSE-NEXT-ATTESTATION UNTIL RECERT-EOF
               PERFORM WRITE-DEPARTMENT-REPORT
               PERFORM WRITE-CONTROL-TOTALS
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "CAMPAIGN NOT CLOSED: " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
       OPEN-FILES.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME (1:6) TO WS-JRNL-TIME.
           OPEN I-O RECERT-FILE.
           OPEN I-O USRFILE-FILE.
           OPEN OUTPUT REPORT-FILE.
      * Journal appends across runs; the first run against a region
      * with no journal yet creates it.
           OPEN EXTEND CHGJRNL-FILE.
           IF WS-CHGJRNL-STATUS NOT = "00"
               OPEN OUTPUT CHGJRNL-FILE
           END-IF.
      *
      * Positions on the campaign's first attestation still open,
      * which also carries the campaign's deadline - every record of
      * a campaign is stamped alike. Running off the end past closed
      * ones means there is nothing left to close.
       CHECK-CAMPAIGN-CLOSABLE.
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE "N" TO WS-RECERT-EOF.
           IF WS-CAMPAIGN = SPACES
           OR WS-RECERT-STATUS NOT = "00"
           OR WS-USRFILE-STATUS NOT = "00"
               MOVE "Y" TO WS-RECERT-EOF
           ELSE
               MOVE WS-CAMPAIGN TO RC-CAMPAIGN
               MOVE LOW-VALUES  TO RC-USER-ID
               START RECERT-FILE KEY NOT LESS THAN RC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RECERT-EOF
               END-START
               PERFORM READ-RECERT
               IF NOT RECERT-EOF
                   MOVE "Y" TO WS-CAMPAIGN-FLAG
               END-IF
               PERFORM SKIP-CLOSED-ATTESTATION
                   UNTIL RECERT-EOF OR RC-CLOSED-DATE = 0
           END-IF.
           EVALUATE TRUE
               WHEN WS-CAMPAIGN = SPACES
                   MOVE "CAMPAIGN ID MISSING FROM PARM"
                     TO WS-REFUSE-REASON
               WHEN WS-RECERT-STATUS NOT = "00"
               WHEN WS-USRFILE-STATUS NOT = "00"
                   MOVE "RECERT OR USRFILE NOT AVAILABLE"
                     TO WS-REFUSE-REASON
               WHEN NOT WS-CAMPAIGN-FOUND
                   MOVE "CAMPAIGN NOT ON RECERT"
                     TO WS-REFUSE-REASON
               WHEN RECERT-EOF
                   MOVE "CAMPAIGN ALREADY CLOSED"
                     TO WS-REFUSE-REASON
               WHEN RC-DEADLINE NOT < WS-TODAY-RAW
                   MOVE "DEADLINE NOT YET PASSED"
                     TO WS-REFUSE-REASON
           END-EVALUATE.
      *
      * Reads on while the key is still this campaign's.
       READ-RECERT.
           IF NOT RECERT-EOF
               READ RECERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RECERT-EOF
               END-READ
           END-IF.
           IF NOT RECERT-EOF
           AND RC-CAMPAIGN NOT = WS-CAMPAIGN
               MOVE "Y" TO WS-RECERT-EOF
           END-IF.
      *
       SKIP-CLOSED-ATTESTATION.
           ADD 1 TO WS-TOT-PREV-CLOSED.
           PERFORM READ-RECERT.
      *
      * One a previous close already stamped is left exactly as it
      * stands - its account is not touched and it is not tallied.
       CLOSE-NEXT-ATTESTATION.
           IF RC-CLOSED-DATE = 0
               PERFORM CLOSE-ONE-ATTESTATION
               PERFORM READ-RECERT
           ELSE
               PERFORM SKIP-CLOSED-ATTESTATION
           END-IF.
      *
       CLOSE-ONE-ATTESTATION.
           MOVE RC-DEPT TO WS-USER-DEPT.
           IF WS-USER-DEPT = SPACES
               MOVE "*NODEPT*" TO WS-USER-DEPT
           END-IF.
           PERFORM FIND-DEPARTMENT.
           ADD 1 TO WS-TOT-ACCOUNTS.
           MOVE RC-USER-ID TO UM-USER-ID.
           MOVE "Y" TO WS-USER-FLAG.
           READ USRFILE-FILE
               INVALID KEY
                   MOVE "N" TO WS-USER-FLAG
           END-READ.
           IF WS-USER-LIVE
           AND UM-IS-DEACTIVATED
               MOVE "N" TO WS-USER-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-USER-LIVE
                   MOVE "S" TO RC-OUTCOME
                   ADD 1 TO WS-TOT-SKIPPED
               WHEN RC-KEEP
                   MOVE "K" TO RC-OUTCOME
                   ADD 1 TO WS-TOT-KEPT
               WHEN RC-DOWNGRADE
                   MOVE "C" TO RC-OUTCOME
                   ADD 1 TO WS-TOT-CHANGED
                   MOVE "DOWNGRADED TO" TO WS-ACTION-TEXT
                   MOVE USER-MASTER-RECORD TO CJ-BEFORE
                   MOVE RC-NEW-CLASS TO UM-SEC-CLASS
                   PERFORM APPLY-USER-CHANGE
               WHEN RC-REVOKE
                   MOVE "R" TO RC-OUTCOME
                   ADD 1 TO WS-TOT-REVOKED
                   MOVE "REVOKED" TO WS-ACTION-TEXT
                   MOVE USER-MASTER-RECORD TO CJ-BEFORE
                   MOVE "D" TO UM-STATUS
                   PERFORM APPLY-USER-CHANGE
               WHEN OTHER
                   MOVE "U" TO RC-OUTCOME
                   ADD 1 TO WS-TOT-UNATTESTED
                   MOVE "NOT ATTESTED" TO WS-ACTION-TEXT
                   MOVE USER-MASTER-RECORD TO CJ-BEFORE
                   MOVE "D" TO UM-STATUS
                   PERFORM APPLY-USER-CHANGE
           END-EVALUATE.
           IF WS-ENTRY-FOUND
               PERFORM TALLY-DEPARTMENT
           ELSE
               ADD 1 TO WS-DEPT-OVFL
           END-IF.
           MOVE WS-TODAY-RAW TO RC-CLOSED-DATE.
           REWRITE RECERT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
      *
      * The caller has captured CJ-BEFORE and changed the record.
       APPLY-USER-CHANGE.
           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM WRITE-CHANGE-JOURNAL.
           MOVE SPACES TO REPORT-LINE.
           IF RC-DOWNGRADE
               STRING "  " UM-USER-ID "  " RC-DEPT "  "
                      WS-ACTION-TEXT " " RC-NEW-CLASS
                      "  " UM-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " UM-USER-ID "  " RC-DEPT "  "
                      WS-ACTION-TEXT "  " UM-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      *
      * Before/after images for the nightly CHGRPT report, the same
      * trail DORMSWP leaves. An unopenable journal costs the
      * images, never the close.
       WRITE-CHANGE-JOURNAL.
           MOVE "USRFILE"    TO CJ-FILE.
           MOVE UM-USER-ID   TO CJ-KEY.
           MOVE USER-MASTER-RECORD TO CJ-AFTER.
           MOVE "RCRTCLOS"   TO CJ-USER-ID.
           MOVE "BTCH"       TO CJ-TERM-ID.
           MOVE WS-TODAY-RAW TO CJ-DATE.
           MOVE WS-JRNL-TIME TO CJ-TIME.
           IF WS-CHGJRNL-STATUS = "00"
               WRITE CHANGE-JOURNAL-RECORD
           END-IF.
      *
       FIND-DEPARTMENT.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-DX TO 1.
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-ID(WS-DX) = WS-USER-DEPT
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-ENTRY-FOUND
           AND WS-DEPT-ENTRIES < 100
               ADD 1 TO WS-DEPT-ENTRIES
               SET WS-DX TO WS-DEPT-ENTRIES
               MOVE WS-USER-DEPT TO WS-DEPT-ID(WS-DX)
               MOVE 0 TO WS-DEPT-ACCOUNTS(WS-DX)
               MOVE 0 TO WS-DEPT-KEPT(WS-DX)
               MOVE 0 TO WS-DEPT-CHANGED(WS-DX)
               MOVE 0 TO WS-DEPT-REVOKED(WS-DX)
               MOVE 0 TO WS-DEPT-UNATTESTED(WS-DX)
               MOVE 0 TO WS-DEPT-SKIPPED(WS-DX)
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.
      *
       TALLY-DEPARTMENT.
           ADD 1 TO WS-DEPT-ACCOUNTS(WS-DX).
           EVALUATE TRUE
               WHEN RC-OUT-KEPT
                   ADD 1 TO WS-DEPT-KEPT(WS-DX)
               WHEN RC-OUT-CHANGED
                   ADD 1 TO WS-DEPT-CHANGED(WS-DX)
               WHEN RC-OUT-REVOKED
                   ADD 1 TO WS-DEPT-REVOKED(WS-DX)
               WHEN RC-OUT-UNATTESTED
                   ADD 1 TO WS-DEPT-UNATTESTED(WS-DX)
               WHEN OTHER
                   ADD 1 TO WS-DEPT-SKIPPED(WS-DX)
           END-EVALUATE.
      *
       WRITE-REPORT-HEADER.
           MOVE "RCRTCLOS - ACCESS RECERTIFICATION CAMPAIGN CLOSE"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CAMPAIGN: " WS-CAMPAIGN
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * The completion report - one row per department. Attested is
      * everything an approver decided (kept, downgraded, revoked);
      * the share is of the accounts still live at the close.
       WRITE-DEPARTMENT-REPORT.
           IF WS-TOT-CHANGED = 0 AND WS-TOT-REVOKED = 0
           AND WS-TOT-UNATTESTED = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CAMPAIGN COMPLETION BY DEPARTMENT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPT      ACCTS  KEPT  DOWN  REVK  NONE  SKIP  PCT"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DEPT-ENTRIES
               COMPUTE WS-ATTESTED = WS-DEPT-KEPT(WS-DX)
                   + WS-DEPT-CHANGED(WS-DX) + WS-DEPT-REVOKED(WS-DX)
               IF WS-DEPT-ACCOUNTS(WS-DX) > WS-DEPT-SKIPPED(WS-DX)
                   COMPUTE WS-PCT = WS-ATTESTED * 100 /
                       (WS-DEPT-ACCOUNTS(WS-DX)
                        - WS-DEPT-SKIPPED(WS-DX))
               ELSE
                   MOVE 100 TO WS-PCT
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING WS-DEPT-ID(WS-DX) " "
                      WS-DEPT-ACCOUNTS(WS-DX) " "
                      WS-DEPT-KEPT(WS-DX) " "
                      WS-DEPT-CHANGED(WS-DX) " "
                      WS-DEPT-REVOKED(WS-DX) " "
                      WS-DEPT-UNATTESTED(WS-DX) " "
                      WS-DEPT-SKIPPED(WS-DX) " "
                      WS-PCT "%"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ATTESTATIONS CLOSED:  " WS-TOT-ACCOUNTS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "KEPT:                 " WS-TOT-KEPT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DOWNGRADED:           " WS-TOT-CHANGED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REVOKED:              " WS-TOT-REVOKED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNATTESTED - DEACT:   " WS-TOT-UNATTESTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SKIPPED - ALREADY OFF:" WS-TOT-SKIPPED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOT-PREV-CLOSED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "CLOSED BY EARLIER RUN:" WS-TOT-PREV-CLOSED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-DEPT-OVFL > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** DEPT TABLE OVERFLOW - " WS-DEPT-OVFL
                      " ATTESTATIONS NOT IN DEPT ROWS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       CLOSE-FILES.
           CLOSE RECERT-FILE.
           CLOSE USRFILE-FILE.
           CLOSE CHGJRNL-FILE.
           CLOSE REPORT-FILE.
