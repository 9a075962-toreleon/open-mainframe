       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCRTOPEN.
       AUTHOR. ZOS-CLONE.
      *
      * Opens a quarterly access-recertification campaign. Internal
      * audit wants signed evidence each quarter that every active
      * account still needs its UM-SEC-CLASS; the evidence used to
      * be a hand-pulled USRFILE dump and a chain of manager emails.
      * This step walks USRFILE and writes one pending RECERT
      * attestation per active account (UM-IS-ACTIVE), stamped with
      * the account's department, name and class as they stand
      * today and with the department's approver: the manager
      * DEPTMAST holds for the department, or for a department the
      * master doesn't know or has no manager for, the RCRTAPPR card
      * deck (department, approver user ID - one card each).
      * The approvers then work their users on the CICSRCRT screen
      * until the deadline, and the RCRTCLOS run after the deadline
      * applies what they decided.
      *
      * PARM is run-date,env,campaign,deadline. The campaign ID is
      * required (the shop uses YYYYQn, e.g. 2026Q4); the deadline
      * is a 0CYYDDD date and defaults to 30 days from today. A
      * campaign ID already on RECERT is refused outright - a second
      * open would reset every decision already recorded. A
      * department with neither a manager nor an approver card is
      * opened anyway, flagged on the report: only a user-admin
      * class can attest those.
      *
      * The report is the department roll-call the approvers get:
      * one line per department with its approver and the number of
      * accounts to attest.
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
           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RECERT-STATUS.
           SELECT RCRTAPPR-FILE ASSIGN TO "RCRTAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCRTAPPR-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USRFILE-FILE.
           COPY USRFILE.
       FD  RECERT-FILE.
           COPY RECERT.
       FD  RCRTAPPR-FILE.
       01  APPROVER-CARD.
           05  AC-DEPT            PIC X(8).
           05  AC-APPROVER        PIC X(8).
       FD  DEPTMAST-FILE.
           COPY DEPTMAST.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-CAMPAIGN-PARM           PIC X(8)  VALUE SPACES.
       01  WS-DEADLINE-PARM           PIC X(8)  VALUE SPACES.
       01  WS-USRFILE-STATUS          PIC XX    VALUE "00".
       01  WS-RECERT-STATUS           PIC XX    VALUE "00".
       01  WS-RCRTAPPR-STATUS         PIC XX    VALUE "00".
       01  WS-DEPTMAST-STATUS         PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-USRFILE-EOF             PIC X     VALUE "N".
           88  USRFILE-EOF            VALUE "Y".
       01  WS-RCRTAPPR-EOF            PIC X     VALUE "N".
           88  RCRTAPPR-EOF           VALUE "Y".
       01  WS-REFUSE-REASON           PIC X(40) VALUE SPACES.
       01  WS-CAMPAIGN                PIC X(6)  VALUE SPACES.
       01  WS-OPEN-DAYS               PIC 9(3)  VALUE 30.
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TODAY-RAW               PIC S9(7) COMP-3 VALUE 0.
       01  WS-DEADLINE                PIC S9(7) COMP-3 VALUE 0.
       01  WS-YEAR-START              PIC S9(7) COMP-3 VALUE 0.
       01  WS-ROLL-FLAG               PIC X     VALUE "N".
           88  WS-ROLL-DONE           VALUE "Y".
       01  WS-DATE-DISPLAY            PIC 9(7)  VALUE 0.
       01  WS-READ-COUNT              PIC 9(5)  VALUE 0.
       01  WS-OPENED-COUNT            PIC 9(5)  VALUE 0.
       01  WS-NOAPPR-COUNT            PIC 9(5)  VALUE 0.
       01  WS-USER-DEPT               PIC X(8)  VALUE SPACES.
       01  WS-APPROVER                PIC X(8)  VALUE SPACES.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
       01  WS-DEPT-OVFL               PIC 9(5)  VALUE 0.
       01  WS-APPR-OVFL               PIC 9(5)  VALUE 0.
           COPY DATEPARM.
      *
       01  WS-APPR-TABLE.
           05  WS-APPR-ENTRIES        PIC 9(3)  VALUE 0.
           05  WS-APPR-ENTRY OCCURS 100 TIMES INDEXED BY WS-AX.
               10  WS-APPR-DEPT       PIC X(8).
               10  WS-APPR-USER       PIC X(8).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRIES        PIC 9(3)  VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DX.
               10  WS-DEPT-ID         PIC X(8).
               10  WS-DEPT-APPROVER   PIC X(8).
               10  WS-DEPT-COUNT      PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-CAMPAIGN-PARM
                        WS-DEADLINE-PARM
               END-UNSTRING
           END-IF.
           MOVE WS-CAMPAIGN-PARM(1:6) TO WS-CAMPAIGN.
           ACCEPT WS-TODAY-JUL FROM DAY.
           COMPUTE WS-TODAY-RAW = 100000 + WS-TODAY-JUL.
           IF WS-DEADLINE-PARM NOT = SPACES
           AND WS-DEADLINE-PARM(1:7) IS NUMERIC
               MOVE WS-DEADLINE-PARM(1:7) TO WS-DEADLINE
           ELSE
               PERFORM COMPUTE-DEFAULT-DEADLINE
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-CAMPAIGN-REQUEST.
           IF WS-REFUSE-REASON = SPACES
               PERFORM LOAD-ONE-APPROVER UNTIL RCRTAPPR-EOF
               PERFORM OPEN-ONE-USER UNTIL USRFILE-EOF
               PERFORM WRITE-DEPARTMENT-LINES
               PERFORM WRITE-CONTROL-TOTALS
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "CAMPAIGN NOT OPENED: " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
      * Today plus the default window, rolled into the next year
      * when the day-of-year passes the year's length (DATESRV 'L'
      * knows the leap years).
       COMPUTE-DEFAULT-DEADLINE.
           COMPUTE WS-DEADLINE = WS-TODAY-RAW + WS-OPEN-DAYS.
           MOVE "N" TO WS-ROLL-FLAG.
           PERFORM ROLL-DEADLINE-YEAR UNTIL WS-ROLL-DONE.
      *
       ROLL-DEADLINE-YEAR.
           COMPUTE WS-YEAR-START =
               WS-DEADLINE - FUNCTION MOD(WS-DEADLINE, 1000) + 1.
           MOVE "L" TO DP-FUNCTION.
           MOVE WS-YEAR-START TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           IF DP-OK
           AND FUNCTION MOD(WS-DEADLINE, 1000) > DP-DAYS-RESULT
               COMPUTE WS-DEADLINE =
                   WS-DEADLINE - DP-DAYS-RESULT + 1000
           ELSE
               MOVE "Y" TO WS-ROLL-FLAG
           END-IF.
      *
      * RECERT is created on the very first campaign; after that it
      * accumulates every campaign as the standing evidence file.
       OPEN-FILES.
           OPEN INPUT USRFILE-FILE.
           OPEN I-O RECERT-FILE.
           IF WS-RECERT-STATUS NOT = "00"
               OPEN OUTPUT RECERT-FILE
               CLOSE RECERT-FILE
               OPEN I-O RECERT-FILE
           END-IF.
           OPEN INPUT RCRTAPPR-FILE.
           OPEN INPUT DEPTMAST-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RCRTAPPR-STATUS = "00"
               PERFORM READ-RCRTAPPR
           ELSE
               MOVE "Y" TO WS-RCRTAPPR-EOF
           END-IF.
           IF WS-USRFILE-STATUS = "00"
               MOVE LOW-VALUES TO UM-USER-ID
               START USRFILE-FILE KEY NOT LESS THAN UM-USER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-USRFILE-EOF
               END-START
               PERFORM READ-USRFILE
           ELSE
               MOVE "Y" TO WS-USRFILE-EOF
           END-IF.
      *
      * A missing campaign ID, a deadline not after today, or a
      * campaign ID already on file refuses the whole run.
       CHECK-CAMPAIGN-REQUEST.
           MOVE SPACES TO WS-REFUSE-REASON.
           EVALUATE TRUE
               WHEN WS-CAMPAIGN = SPACES
                   MOVE "CAMPAIGN ID MISSING FROM PARM"
                     TO WS-REFUSE-REASON
               WHEN WS-DEADLINE NOT > WS-TODAY-RAW
                   MOVE "DEADLINE NOT AFTER TODAY"
                     TO WS-REFUSE-REASON
               WHEN WS-RECERT-STATUS NOT = "00"
                   MOVE "RECERT FILE NOT AVAILABLE"
                     TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE WS-CAMPAIGN TO RC-CAMPAIGN
                   MOVE LOW-VALUES  TO RC-USER-ID
                   START RECERT-FILE KEY NOT LESS THAN RC-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ RECERT-FILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF RC-CAMPAIGN = WS-CAMPAIGN
                                       MOVE "CAMPAIGN ALREADY OPENED"
                                         TO WS-REFUSE-REASON
                                   END-IF
                           END-READ
                   END-START
           END-EVALUATE.
      *
       READ-USRFILE.
           READ USRFILE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-USRFILE-EOF
           END-READ.
      *
       READ-RCRTAPPR.
           READ RCRTAPPR-FILE
               AT END
                   MOVE "Y" TO WS-RCRTAPPR-EOF
           END-READ.
      *
       LOAD-ONE-APPROVER.
           IF WS-APPR-ENTRIES < 100
               ADD 1 TO WS-APPR-ENTRIES
               SET WS-AX TO WS-APPR-ENTRIES
               MOVE AC-DEPT     TO WS-APPR-DEPT(WS-AX)
               MOVE AC-APPROVER TO WS-APPR-USER(WS-AX)
           ELSE
               ADD 1 TO WS-APPR-OVFL
           END-IF.
           PERFORM READ-RCRTAPPR.
      *
       OPEN-ONE-USER.
           ADD 1 TO WS-READ-COUNT.
           IF UM-IS-ACTIVE
               PERFORM WRITE-ATTESTATION
           END-IF.
           PERFORM READ-USRFILE.
      *
       WRITE-ATTESTATION.
           MOVE UM-DEPT TO WS-USER-DEPT.
           IF WS-USER-DEPT = SPACES
               MOVE "*NODEPT*" TO WS-USER-DEPT
           END-IF.
           PERFORM TALLY-DEPARTMENT.
           MOVE SPACES          TO RECERT-RECORD.
           MOVE WS-CAMPAIGN     TO RC-CAMPAIGN.
           MOVE UM-USER-ID      TO RC-USER-ID.
           MOVE UM-DEPT         TO RC-DEPT.
           MOVE UM-NAME         TO RC-NAME.
           MOVE UM-SEC-CLASS    TO RC-SEC-CLASS.
           IF WS-ENTRY-FOUND
               MOVE WS-DEPT-APPROVER(WS-DX) TO RC-APPROVER
           ELSE
               PERFORM RESOLVE-APPROVER
               MOVE WS-APPROVER TO RC-APPROVER
           END-IF.
           MOVE WS-TODAY-RAW    TO RC-OPEN-DATE.
           MOVE WS-DEADLINE     TO RC-DEADLINE.
           MOVE "P"             TO RC-DECISION.
           MOVE 0               TO RC-DECIDED-DATE.
           MOVE 0               TO RC-DECIDED-TIME.
           MOVE 0               TO RC-CLOSED-DATE.
           WRITE RECERT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
                   IF RC-APPROVER = SPACES
                       ADD 1 TO WS-NOAPPR-COUNT
                   END-IF
           END-WRITE.
      *
      * One roll-call entry per department, its approver resolved
      * once when the department is first met.
       TALLY-DEPARTMENT.
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
               PERFORM RESOLVE-APPROVER
               ADD 1 TO WS-DEPT-ENTRIES
               SET WS-DX TO WS-DEPT-ENTRIES
               MOVE WS-USER-DEPT TO WS-DEPT-ID(WS-DX)
               MOVE WS-APPROVER TO WS-DEPT-APPROVER(WS-DX)
               MOVE 0 TO WS-DEPT-COUNT(WS-DX)
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-DEPT-COUNT(WS-DX)
           ELSE
               ADD 1 TO WS-DEPT-OVFL
           END-IF.
      *
      * The department master's manager first - the person who
      * answers for the department answers for its access. The card
      * deck covers departments the master doesn't hold, or holds
      * with no manager, and a region with no master yet.
       RESOLVE-APPROVER.
           MOVE SPACES TO WS-APPROVER.
           IF WS-DEPTMAST-STATUS = "00"
               MOVE WS-USER-DEPT TO DM-DEPT
               READ DEPTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-MANAGER TO WS-APPROVER
               END-READ
           END-IF.
           IF WS-APPROVER = SPACES
               PERFORM FIND-APPROVER
               IF WS-ENTRY-FOUND
                   MOVE WS-APPR-USER(WS-AX) TO WS-APPROVER
               END-IF
           END-IF.
      *
       FIND-APPROVER.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-AX TO 1.
           SEARCH WS-APPR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-APPR-DEPT(WS-AX) = WS-USER-DEPT
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
      *
       WRITE-REPORT-HEADER.
           MOVE "RCRTOPEN - ACCESS RECERTIFICATION CAMPAIGN OPEN"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DEADLINE TO WS-DATE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "CAMPAIGN: " WS-CAMPAIGN "  DEADLINE: "
                  WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-DEPARTMENT-LINES.
           MOVE "DEPT      APPROVER  ACCOUNTS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DEPT-ENTRIES
               MOVE SPACES TO REPORT-LINE
               IF WS-DEPT-APPROVER(WS-DX) = SPACES
                   STRING WS-DEPT-ID(WS-DX) "  " "*NONE*  " "  "
                          WS-DEPT-COUNT(WS-DX)
                          "  NO APPROVER - USER ADMIN ATTESTS"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING WS-DEPT-ID(WS-DX) "  "
                          WS-DEPT-APPROVER(WS-DX) "  "
                          WS-DEPT-COUNT(WS-DX)
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS READ:        " WS-READ-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ATTESTATIONS OPENED:  " WS-OPENED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WITH NO APPROVER:     " WS-NOAPPR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DEPT-OVFL > 0 OR WS-APPR-OVFL > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** TABLE OVERFLOW - DEPTS " WS-DEPT-OVFL
                      " APPROVER CARDS " WS-APPR-OVFL
                      " NOT ON ROLL-CALL"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       CLOSE-FILES.
           CLOSE USRFILE-FILE.
           CLOSE RECERT-FILE.
           CLOSE RCRTAPPR-FILE.
           CLOSE DEPTMAST-FILE.
           CLOSE REPORT-FILE.
