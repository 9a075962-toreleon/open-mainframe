      * Every record is accounted for on the audit report: one line
      * per transaction, APPLIED or REJECTED with the reason (duplicate
      * user ID on an add, unknown user ID on a change or delete, a
      * security class not defined on SECCLASS, a department unknown
      * or closed on DEPTMAST), plus control totals at the bottom so
      * the counts balance against what HR sent.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-USER-ID
               FILE STATUS IS WS-HRSUSP-STATUS.
      * Change journal - every add, change and delete applied to
      * USRFILE lands with its before and after images, the same
      * trail the online CICSUADM/CICSURST writers leave, so the
      * nightly CHGRPT report covers the feed's changes too, and the
      * HRRETURN feed can tell HR which starters were created.
           SELECT CHGJRNL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
      * The security-class definitions CLASSLOAD maintains - a feed
      * class is only accepted if the shop has defined it.
           SELECT SECCLASS-FILE ASSIGN TO "SECCLASS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-CLASS
               FILE STATUS IS WS-SECCLASS-STATUS.
      * The department master CICSDEPT maintains - a feed department
      * is only accepted if it is on file and still active, so the
      * chargeback never splits one department across spellings.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT
               FILE STATUS IS WS-DEPTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CHGJRNL.
       FD  HRSUSP-FILE.
           COPY HRSUSP.
       FD  SECCLASS-FILE.
           COPY SECCLASS.
       FD  DEPTMAST-FILE.
           COPY DEPTMAST.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
           88  WS-CLASS-VALID         VALUE "Y".
       01  WS-CHGJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-HRSUSP-STATUS           PIC XX    VALUE "00".
       01  WS-SECCLASS-STATUS         PIC XX    VALUE "00".
       01  WS-DEPTMAST-STATUS         PIC XX    VALUE "00".
       01  WS-DEPT-FLAG               PIC X     VALUE "N".
           88  WS-DEPT-VALID          VALUE "Y".
       01  WS-DEPT-REASON             PIC X(30) VALUE SPACES.
       01  WS-HRSUSP-EOF              PIC X     VALUE "N".
           88  HRSUSP-EOF             VALUE "Y".
       01  WS-RESUBMIT-FLAG           PIC X     VALUE "N".
               CLOSE HRSUSP-FILE
               OPEN I-O HRSUSP-FILE
           END-IF.
           OPEN INPUT SECCLASS-FILE.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-HRFEED-STATUS NOT = "00"
               MOVE "Y" TO WS-HRFEED-EOF
           END-IF.
               CALL "PWDHASH" USING HASH-SERVICE-PARM
           END-IF.
      *
      * A class is valid when SECCLASS defines it - the same rule
      * CICSUADM's VALIDATE-SEC-CLASS applies on the online side. A
      * region with no class file yet still accepts the original
      * OP/SU pair.
       VALIDATE-SEC-CLASS.
           IF WS-SECCLASS-STATUS = "00"
               MOVE HR-SEC-CLASS TO SC-CLASS
               READ SECCLASS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-CLASS-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CLASS-FLAG
               END-READ
           ELSE
               IF HR-SEC-CLASS = "OP" OR HR-SEC-CLASS = "SU"
                   MOVE "Y" TO WS-CLASS-FLAG
               ELSE
                   MOVE "N" TO WS-CLASS-FLAG
               END-IF
           END-IF.
      *
      * A department is valid when DEPTMAST carries it as active -
      * the rule CICSUADM's VALIDATE-DEPARTMENT applies online. A
      * region with no department master yet accepts any text, the
      * way the feed always has.
       VALIDATE-DEPT.
           MOVE SPACES TO WS-DEPT-REASON.
           IF WS-DEPTMAST-STATUS = "00"
               MOVE HR-DEPT TO DM-DEPT
               READ DEPTMAST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-DEPT-FLAG
                       MOVE "DEPT NOT ON MASTER" TO WS-DEPT-REASON
                   NOT INVALID KEY
                       IF DM-IS-ACTIVE
                           MOVE "Y" TO WS-DEPT-FLAG
                       ELSE
                           MOVE "N" TO WS-DEPT-FLAG
                           MOVE "DEPT CLOSED ON MASTER"
                             TO WS-DEPT-REASON
                       END-IF
               END-READ
           ELSE
               MOVE "Y" TO WS-DEPT-FLAG
           END-IF.
      *
      * A new record lands exactly the way CICSUADM's WRITE-NEW-USER
      * lands one: counters and dates zeroed, unlocked, active, and
      * UM-PWD-CHANGED-DATE 0 so the expiration window doesn't hit the
      * new hire before first use.
      * A blank department is as unknown as a misspelt one.
       APPLY-ADD.
           PERFORM VALIDATE-SEC-CLASS.
           PERFORM VALIDATE-DEPT.
           IF HR-PASSWORD = SPACES
               MOVE "PASSWORD REQUIRED ON ADD" TO WS-REJECT-REASON
           ELSE
               IF NOT WS-CLASS-VALID
                   MOVE "SEC CLASS NOT DEFINED" TO WS-REJECT-REASON
               ELSE
                   IF NOT WS-DEPT-VALID
                       MOVE WS-DEPT-REASON TO WS-REJECT-REASON
                   ELSE
                       PERFORM WRITE-NEW-USER
                   END-IF
               END-IF
           END-IF.
      *
               INVALID KEY
                   MOVE "DUPLICATE USER ID ON ADD" TO WS-REJECT-REASON
           END-WRITE.
      * An add journals with a blank before-image, the way
      * CICSUADM's adds do.
           IF WS-REJECT-REASON = SPACES
               MOVE HR-USER-ID TO CJ-KEY
               MOVE SPACES TO CJ-BEFORE
               MOVE USER-MASTER-RECORD TO CJ-AFTER
               PERFORM WRITE-CHANGE-JOURNAL
           END-IF.
      *
      * Blank feed fields leave the corresponding USRFILE fields as
      * they are, the same rule CICSUADM applies on a change screen.
               ELSE
                   MOVE "Y" TO WS-CLASS-FLAG
               END-IF
               IF HR-DEPT NOT = SPACES
                   PERFORM VALIDATE-DEPT
               ELSE
                   MOVE "Y" TO WS-DEPT-FLAG
               END-IF
               IF NOT WS-CLASS-VALID
                   MOVE "SEC CLASS NOT DEFINED" TO WS-REJECT-REASON
               END-IF
               IF WS-CLASS-VALID AND NOT WS-DEPT-VALID
                   MOVE WS-DEPT-REASON TO WS-REJECT-REASON
               END-IF
               IF WS-REJECT-REASON = SPACES
      * A feed-set permanent password supersedes any one-time
      * temporary password still in play on the record.
                   IF HR-PASSWORD NOT = SPACES
           CLOSE USRFILE-FILE.
           CLOSE HRSUSP-FILE.
           CLOSE CHGJRNL-FILE.
           CLOSE SECCLASS-FILE.
           CLOSE DEPTMAST-FILE.
           CLOSE REPORT-FILE.
