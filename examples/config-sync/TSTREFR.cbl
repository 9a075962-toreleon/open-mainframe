       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTREFR.
       AUTHOR. ZOS-CLONE.
      *
      * Masked refresh of a test region from PROD data. CFGSYNC
      * carries USRFILE across byte for byte, which is right for the
      * DR region and wrong everywhere else - so testers have been
      * working on a hand-built USRFILE of a handful of users and
      * meeting PROD's real volumes and odd cases for the first time
      * in PROD. This job copies USRFILE, LASTSIGN, SIGNLOG, USRACT
      * and STATHIST from the PROD datasets to the test region's
      * (the T-prefixed DDs), masked on the way across:
      *
      *   user IDs  - every USRFILE user becomes TSTnnnnn, numbered
      *               in PROD key order, and the same mapping is
      *               applied to LASTSIGN, SIGNLOG and USRACT, so the
      *               test region's logs still join to its user
      *               master. Numbering in key order keeps every
      *               target file in ascending key order, so each
      *               is written straight through. Log and activity
      *               records for an ID with no USRFILE record (a
      *               failed signon against an unknown ID, a user
      *               since deleted) have nothing to map to and are
      *               dropped - and counted - rather than carried
      *               across under their PROD ID
      *   UM-NAME   - TEST USER nnnnn, the same number as the ID
      *   UM-PASSWORD / UM-PIN - the PWDHASH digests of the shop's
      *               test credentials (password TESTPASS, PIN 1111),
      *               so every tester signs on the same way; a blank
      *               PIN stays blank (never issued, the rule
      *               CICSUADM and USRPROV apply) and any outstanding
      *               temporary password is cleared
      *   STATHIST  - carries no user, so it goes across as it is
      *
      * Everything else on the user record - class, department,
      * status, lock and dates - carries over, since those are the
      * cases testers need to see. PWDHIST is deliberately not
      * copied: its slots are PROD digests, and the test region
      * keeps its own.
      *
      * The job refuses to run - RC 8, nothing opened for output -
      * when the TARGET region is PROD. The target's region name is
      * what its online programs would show: the REGION key on its
      * own SYSPARM (the TSYSPARM DD), or the compiled ENVCFG name
      * when that key or file is missing - and the compiled name is
      * PROD, so a target that cannot prove it is something else is
      * treated as PROD. The job's own PARM env only labels the
      * report.
      *
      * Once written, every target file is read back and checked:
      * each user ID must be a mapped test ID and none may be a PROD
      * user ID, each name must be a test name differing from the
      * PROD name it replaced, and each credential must be the test
      * digest. The verification report ends MASKING VERIFIED, or
      * fails the step with RC 8 - do not open the test region on a
      * refresh that did not verify. Never DISPLAY or print anything
      * read from the PROD files beyond counts.
      *
      * PARM is run-date,env.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TSYSPARM-FILE ASSIGN TO "TSYSPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-TSYSPARM-STATUS.
           SELECT USRFILE-FILE ASSIGN TO "USRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-USER-ID
               FILE STATUS IS WS-USRFILE-STATUS.
           SELECT LASTSIGN-FILE ASSIGN TO "LASTSIGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LS-USER-ID
               FILE STATUS IS WS-LASTSIGN-STATUS.
           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT USRACT-FILE ASSIGN TO "USRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UC-KEY
               FILE STATUS IS WS-USRACT-STATUS.
           SELECT STATHIST-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STATHIST-STATUS.
           SELECT TUSRFILE-FILE ASSIGN TO "TUSRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TU-USER-ID
               FILE STATUS IS WS-TUSRFILE-STATUS.
           SELECT TLASTSGN-FILE ASSIGN TO "TLASTSGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TL-USER-ID
               FILE STATUS IS WS-TLASTSGN-STATUS.
           SELECT TSIGNLOG-FILE ASSIGN TO "TSIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSIGNLOG-STATUS.
           SELECT TUSRACT-FILE ASSIGN TO "TUSRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-TUSRACT-STATUS.
           SELECT TSTATHST-FILE ASSIGN TO "TSTATHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TSTATHST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TSYSPARM-FILE.
           COPY SYSPARM.
       FD  USRFILE-FILE.
           COPY USRFILE.
       FD  LASTSIGN-FILE.
           COPY LASTSIGN.
       FD  SIGNLOG-FILE.
           COPY SIGNLOG.
       FD  USRACT-FILE.
           COPY USRACT.
       FD  STATHIST-FILE.
           COPY STATHIST.
      * The test region's copies - the same records, written FROM
      * the masked PROD record and read back INTO the images below
      * for the verification pass; only the keys are named here.
       FD  TUSRFILE-FILE.
       01  TUSRFILE-RECORD.
           05  TU-USER-ID             PIC X(8).
           05  FILLER                 PIC X(71).
       FD  TLASTSGN-FILE.
       01  TLASTSGN-RECORD.
           05  TL-USER-ID             PIC X(8).
           05  FILLER                 PIC X(24).
       FD  TSIGNLOG-FILE.
       01  TSIGNLOG-RECORD            PIC X(21).
       FD  TUSRACT-FILE.
       01  TUSRACT-RECORD.
           05  TA-KEY                 PIC X(19).
           05  FILLER                 PIC X(4).
       FD  TSTATHST-FILE.
       01  TSTATHST-RECORD.
           05  TH-KEY                 PIC X(13).
           05  FILLER                 PIC X(4).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-TARGET-REGION           PIC X(8)  VALUE SPACES.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-TSYSPARM-STATUS         PIC XX    VALUE "00".
       01  WS-USRFILE-STATUS          PIC XX    VALUE "00".
       01  WS-LASTSIGN-STATUS         PIC XX    VALUE "00".
       01  WS-SIGNLOG-STATUS          PIC XX    VALUE "00".
       01  WS-USRACT-STATUS           PIC XX    VALUE "00".
       01  WS-STATHIST-STATUS         PIC XX    VALUE "00".
       01  WS-TUSRFILE-STATUS         PIC XX    VALUE "00".
       01  WS-TLASTSGN-STATUS         PIC XX    VALUE "00".
       01  WS-TSIGNLOG-STATUS         PIC XX    VALUE "00".
       01  WS-TUSRACT-STATUS          PIC XX    VALUE "00".
       01  WS-TSTATHST-STATUS         PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-EOF                     PIC X     VALUE "N".
           88  END-OF-FILE            VALUE "Y".
       01  WS-REFUSED                 PIC X     VALUE "N".
           88  REFRESH-REFUSED        VALUE "Y".
       01  WS-MAP-FLAG                PIC X     VALUE "N".
           88  WS-MAP-FOUND           VALUE "Y".
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.
      * The shop's test credentials, and their digests as PWDHASH
      * computes them (the PIN digest is the first four bytes, as
      * CICSUADM stores it).
       01  WS-TEST-PASSWORD           PIC X(8)  VALUE "TESTPASS".
       01  WS-TEST-PIN                PIC X(4)  VALUE "1111".
       01  WS-TEST-PWD-DIGEST         PIC X(8)  VALUE SPACES.
       01  WS-TEST-PIN-DIGEST         PIC X(4)  VALUE SPACES.
           COPY HASHPARM.
      * PROD user ID -> test ID. Entry n is the nth USRFILE user in
      * key order and maps to TST0000n; USRFILE's key order keeps
      * the table ascending for SEARCH ALL, and unused entries sit
      * at HIGH-VALUES above every real ID. The PROD name is held
      * only so the verification pass can prove it did not survive.
       01  WS-MAP-COUNT               PIC 9(5)  VALUE 0.
       01  WS-MAP-MAX                 PIC 9(5)  VALUE 5000.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-MAP-PROD-ID
                   INDEXED BY WS-MX.
               10  WS-MAP-PROD-ID     PIC X(8).
               10  WS-MAP-PROD-NAME   PIC X(20).
       01  WS-LOOKUP-ID               PIC X(8)  VALUE SPACES.
       01  WS-MAP-NUMBER              PIC 9(5)  VALUE 0.
       01  WS-TEST-ID.
           05  FILLER                 PIC X(3)  VALUE "TST".
           05  WS-TEST-ID-NUM         PIC 9(5)  VALUE 0.
       01  WS-TEST-NAME.
           05  FILLER                 PIC X(10) VALUE "TEST USER ".
           05  WS-TEST-NAME-NUM       PIC 9(5)  VALUE 0.
           05  FILLER                 PIC X(5)  VALUE SPACES.
      * Read-back images of the target records, for the checks.
       01  WS-TU-IMAGE.
           05  WS-TU-USER-ID          PIC X(8).
           05  WS-TU-PASSWORD         PIC X(8).
           05  FILLER                 PIC X(20).
           05  WS-TU-PIN              PIC X(4).
           05  FILLER                 PIC X(1).
           05  WS-TU-NAME             PIC X(20).
           05  FILLER                 PIC X(18).
       01  WS-TL-IMAGE.
           05  WS-TL-USER-ID          PIC X(8).
           05  FILLER                 PIC X(24).
       01  WS-TS-IMAGE.
           05  WS-TS-USER-ID          PIC X(8).
           05  FILLER                 PIC X(13).
       01  WS-TA-IMAGE.
           05  FILLER                 PIC X(7).
           05  WS-TA-USER-ID          PIC X(8).
           05  FILLER                 PIC X(8).
      * The ID under check, split to test its shape.
       01  WS-CHECK-ID.
           05  WS-CHECK-PREFIX        PIC X(3).
           05  WS-CHECK-NUM           PIC X(5).
           05  WS-CHECK-NUM-N REDEFINES WS-CHECK-NUM PIC 9(5).
       01  WS-CHECK-FLAG              PIC X     VALUE "Y".
           88  WS-CHECK-OK            VALUE "Y".
      * Per-file counts: read from PROD, written to the target,
      * dropped for want of a USRFILE user, read back, and failing
      * the read-back checks.
       01  WS-FILE-COUNTS.
           05  WS-FC-ENTRY OCCURS 5 TIMES.
               10  WS-FC-READ         PIC 9(7).
               10  WS-FC-WRITTEN      PIC 9(7).
               10  WS-FC-DROPPED      PIC 9(7).
               10  WS-FC-VERIFIED     PIC 9(7).
               10  WS-FC-FAILED       PIC 9(7).
       01  WS-FILE-NAMES.
           05  FILLER                 PIC X(8)  VALUE "USRFILE".
           05  FILLER                 PIC X(8)  VALUE "LASTSIGN".
           05  FILLER                 PIC X(8)  VALUE "SIGNLOG".
           05  FILLER                 PIC X(8)  VALUE "USRACT".
           05  FILLER                 PIC X(8)  VALUE "STATHIST".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME           PIC X(8)  OCCURS 5 TIMES.
       01  WS-FX                      PIC 9     VALUE 0.
       01  WS-NAME-FAILS              PIC 9(7)  VALUE 0.
       01  WS-CRED-FAILS              PIC 9(7)  VALUE 0.
       01  WS-PROD-ID-FAILS           PIC 9(7)  VALUE 0.
       01  WS-JOIN-FAILS              PIC 9(7)  VALUE 0.
       01  WS-TOTAL-FAILS             PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME
               END-UNSTRING
           END-IF.
           INITIALIZE WS-FILE-COUNTS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM CHECK-TARGET-REGION.
           PERFORM WRITE-REPORT-HEADER.
           IF NOT REFRESH-REFUSED
               PERFORM BUILD-USER-MAP
           END-IF.
           IF NOT REFRESH-REFUSED
               PERFORM COMPUTE-TEST-DIGESTS
               PERFORM COPY-USRFILE
               PERFORM COPY-LASTSIGN
               PERFORM COPY-SIGNLOG
               PERFORM COPY-USRACT
               PERFORM COPY-STATHIST
               PERFORM VERIFY-USRFILE
               PERFORM VERIFY-LASTSIGN
               PERFORM VERIFY-SIGNLOG
               PERFORM VERIFY-USRACT
               PERFORM VERIFY-STATHIST
               PERFORM WRITE-VERIFICATION-REPORT
           END-IF.
           CLOSE REPORT-FILE.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           STOP RUN.
      *
      * The target is PROD unless its own SYSPARM says otherwise -
      * exactly the fallback its online programs apply.
       CHECK-TARGET-REGION.
           MOVE ENV-REGION-NAME TO WS-TARGET-REGION.
           OPEN INPUT TSYSPARM-FILE.
           IF WS-TSYSPARM-STATUS = "00"
               MOVE "REGION  " TO SP-KEY
               READ TSYSPARM-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TSYSPARM-STATUS = "00"
               AND SP-CHAR-VALUE NOT = SPACES
                   MOVE SP-CHAR-VALUE TO WS-TARGET-REGION
               END-IF
               CLOSE TSYSPARM-FILE
           END-IF.
           IF WS-TARGET-REGION = "PROD"
               MOVE "Y" TO WS-REFUSED
               MOVE 8 TO WS-EXIT-RC
           END-IF.
      *
      * First pass over PROD USRFILE: number every user in key order.
      * A population beyond the table would leave users unmapped, so
      * the refresh stops before any target file is touched.
       BUILD-USER-MAP.
           MOVE HIGH-VALUES TO WS-MAP-TABLE.
           MOVE 0 TO WS-MAP-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT USRFILE-FILE.
           IF WS-USRFILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "USRFILE NOT AVAILABLE - STATUS "
                      WS-USRFILE-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Y" TO WS-REFUSED
               MOVE 8 TO WS-EXIT-RC
           ELSE
               PERFORM MAP-ONE-USER UNTIL END-OF-FILE
               CLOSE USRFILE-FILE
           END-IF.
      *
       MAP-ONE-USER.
           READ USRFILE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF NOT END-OF-FILE
               IF WS-MAP-COUNT < WS-MAP-MAX
                   ADD 1 TO WS-MAP-COUNT
                   MOVE UM-USER-ID TO WS-MAP-PROD-ID(WS-MAP-COUNT)
                   MOVE UM-NAME    TO WS-MAP-PROD-NAME(WS-MAP-COUNT)
               ELSE
                   MOVE "Y" TO WS-EOF
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** MORE THAN " WS-MAP-MAX
                          " USERS - REFRESH NOT STARTED ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-REFUSED
                   MOVE 8 TO WS-EXIT-RC
               END-IF
           END-IF.
      *
       COMPUTE-TEST-DIGESTS.
           MOVE WS-TEST-PASSWORD TO HP-INPUT.
           MOVE 8 TO HP-LENGTH.
           CALL "PWDHASH" USING HASH-SERVICE-PARM.
           MOVE HP-HASH TO WS-TEST-PWD-DIGEST.
           MOVE SPACES TO HP-INPUT.
           MOVE WS-TEST-PIN TO HP-INPUT(1:4).
           MOVE 4 TO HP-LENGTH.
           CALL "PWDHASH" USING HASH-SERVICE-PARM.
           MOVE HP-HASH(1:4) TO WS-TEST-PIN-DIGEST.
      *
      * WS-LOOKUP-ID in; WS-MAP-FOUND and WS-TEST-ID out.
       MAP-USER-ID.
           MOVE "N" TO WS-MAP-FLAG.
           SEARCH ALL WS-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MAP-PROD-ID(WS-MX) = WS-LOOKUP-ID
                   MOVE "Y" TO WS-MAP-FLAG
                   SET WS-MAP-NUMBER TO WS-MX
                   MOVE WS-MAP-NUMBER TO WS-TEST-ID-NUM
           END-SEARCH.
      *
       COPY-USRFILE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT USRFILE-FILE.
           OPEN OUTPUT TUSRFILE-FILE.
           PERFORM COPY-ONE-USER UNTIL END-OF-FILE.
           CLOSE USRFILE-FILE.
           CLOSE TUSRFILE-FILE.
      *
       COPY-ONE-USER.
           READ USRFILE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FC-READ(1)
               MOVE UM-USER-ID TO WS-LOOKUP-ID
               PERFORM MAP-USER-ID
               IF WS-MAP-FOUND
                   MOVE WS-TEST-ID TO UM-USER-ID
                   MOVE WS-TEST-ID-NUM TO WS-TEST-NAME-NUM
                   MOVE WS-TEST-NAME TO UM-NAME
                   MOVE WS-TEST-PWD-DIGEST TO UM-PASSWORD
                   IF UM-PIN NOT = SPACES
                       MOVE WS-TEST-PIN-DIGEST TO UM-PIN
                   END-IF
                   MOVE "N" TO UM-TEMP-PWD-FLAG
                   MOVE 0   TO UM-TEMP-ISSUED-DATE
                   MOVE 0   TO UM-TEMP-ISSUED-TIME
                   WRITE TUSRFILE-RECORD FROM USER-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-TUSRFILE-STATUS = "00"
                       ADD 1 TO WS-FC-WRITTEN(1)
                   END-IF
               ELSE
                   ADD 1 TO WS-FC-DROPPED(1)
               END-IF
           END-IF.
      *
       COPY-LASTSIGN.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LASTSIGN-FILE.
           IF WS-LASTSIGN-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           OPEN OUTPUT TLASTSGN-FILE.
           PERFORM COPY-ONE-LASTSIGN UNTIL END-OF-FILE.
           CLOSE LASTSIGN-FILE.
           CLOSE TLASTSGN-FILE.
      *
       COPY-ONE-LASTSIGN.
           READ LASTSIGN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FC-READ(2)
               MOVE LS-USER-ID TO WS-LOOKUP-ID
               PERFORM MAP-USER-ID
               IF WS-MAP-FOUND
                   MOVE WS-TEST-ID TO LS-USER-ID
                   WRITE TLASTSGN-RECORD FROM LAST-SIGNON-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-TLASTSGN-STATUS = "00"
                       ADD 1 TO WS-FC-WRITTEN(2)
                   END-IF
               ELSE
                   ADD 1 TO WS-FC-DROPPED(2)
               END-IF
           END-IF.
      *
       COPY-SIGNLOG.
           MOVE "N" TO WS-EOF.
           OPEN INPUT SIGNLOG-FILE.
           IF WS-SIGNLOG-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           OPEN OUTPUT TSIGNLOG-FILE.
           PERFORM COPY-ONE-SIGNLOG UNTIL END-OF-FILE.
           CLOSE SIGNLOG-FILE.
           CLOSE TSIGNLOG-FILE.
      *
       COPY-ONE-SIGNLOG.
           READ SIGNLOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FC-READ(3)
               MOVE SL-USER-ID TO WS-LOOKUP-ID
               PERFORM MAP-USER-ID
               IF WS-MAP-FOUND
                   MOVE WS-TEST-ID TO SL-USER-ID
                   WRITE TSIGNLOG-RECORD FROM SIGNON-LOG-RECORD
                   IF WS-TSIGNLOG-STATUS = "00"
                       ADD 1 TO WS-FC-WRITTEN(3)
                   END-IF
               ELSE
                   ADD 1 TO WS-FC-DROPPED(3)
               END-IF
           END-IF.
      *
       COPY-USRACT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT USRACT-FILE.
           IF WS-USRACT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           OPEN OUTPUT TUSRACT-FILE.
           PERFORM COPY-ONE-USRACT UNTIL END-OF-FILE.
           CLOSE USRACT-FILE.
           CLOSE TUSRACT-FILE.
      *
       COPY-ONE-USRACT.
           READ USRACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FC-READ(4)
               MOVE UC-USER-ID TO WS-LOOKUP-ID
               PERFORM MAP-USER-ID
               IF WS-MAP-FOUND
                   MOVE WS-TEST-ID TO UC-USER-ID
                   WRITE TUSRACT-RECORD FROM USER-ACTIVITY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-TUSRACT-STATUS = "00"
                       ADD 1 TO WS-FC-WRITTEN(4)
                   END-IF
               ELSE
                   ADD 1 TO WS-FC-DROPPED(4)
               END-IF
           END-IF.
      *
       COPY-STATHIST.
           MOVE "N" TO WS-EOF.
           OPEN INPUT STATHIST-FILE.
           IF WS-STATHIST-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           OPEN OUTPUT TSTATHST-FILE.
           PERFORM COPY-ONE-STATHIST UNTIL END-OF-FILE.
           CLOSE STATHIST-FILE.
           CLOSE TSTATHST-FILE.
      *
       COPY-ONE-STATHIST.
           READ STATHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FC-READ(5)
               WRITE TSTATHST-RECORD FROM STATS-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-TSTATHST-STATUS = "00"
                   ADD 1 TO WS-FC-WRITTEN(5)
               END-IF
           END-IF.
      *
      * The ID in WS-CHECK-ID must be one of this run's test IDs
      * (TST plus a number the map handed out) and must not be any
      * PROD user's ID. A PROD ID that happens to look like a test
      * ID fails too - the report cannot tell which person it is.
       CHECK-MASKED-ID.
           MOVE "Y" TO WS-CHECK-FLAG.
           IF WS-CHECK-PREFIX NOT = "TST"
           OR WS-CHECK-NUM IS NOT NUMERIC
               MOVE "N" TO WS-CHECK-FLAG
               ADD 1 TO WS-JOIN-FAILS
           ELSE
               IF WS-CHECK-NUM-N = 0
               OR WS-CHECK-NUM-N > WS-MAP-COUNT
                   MOVE "N" TO WS-CHECK-FLAG
                   ADD 1 TO WS-JOIN-FAILS
               END-IF
           END-IF.
           MOVE WS-CHECK-ID TO WS-LOOKUP-ID.
           PERFORM MAP-USER-ID.
           IF WS-MAP-FOUND
               MOVE "N" TO WS-CHECK-FLAG
               ADD 1 TO WS-PROD-ID-FAILS
           END-IF.
      *
       VERIFY-USRFILE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TUSRFILE-FILE.
           IF WS-TUSRFILE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM VERIFY-ONE-USER UNTIL END-OF-FILE.
           CLOSE TUSRFILE-FILE.
      *
       VERIFY-ONE-USER.
           READ TUSRFILE-FILE NEXT RECORD INTO WS-TU-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FC-VERIFIED(1)
               MOVE WS-TU-USER-ID TO WS-CHECK-ID
               PERFORM CHECK-MASKED-ID
               IF WS-CHECK-OK
                   IF WS-TU-NAME(1:10) NOT = "TEST USER "
                   OR WS-TU-NAME = WS-MAP-PROD-NAME(WS-CHECK-NUM-N)
                       MOVE "N" TO WS-CHECK-FLAG
                       ADD 1 TO WS-NAME-FAILS
                   END-IF
               END-IF
               IF WS-TU-PASSWORD NOT = WS-TEST-PWD-DIGEST
               OR (WS-TU-PIN NOT = SPACES
                   AND WS-TU-PIN NOT = WS-TEST-PIN-DIGEST)
                   MOVE "N" TO WS-CHECK-FLAG
                   ADD 1 TO WS-CRED-FAILS
               END-IF
               IF NOT WS-CHECK-OK
                   ADD 1 TO WS-FC-FAILED(1)
               END-IF
           END-IF.
      *
       VERIFY-LASTSIGN.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TLASTSGN-FILE.
           IF WS-TLASTSGN-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM VERIFY-ONE-LASTSIGN UNTIL END-OF-FILE.
           CLOSE TLASTSGN-FILE.
      *
       VERIFY-ONE-LASTSIGN.
           READ TLASTSGN-FILE NEXT RECORD INTO WS-TL-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FC-VERIFIED(2)
               MOVE WS-TL-USER-ID TO WS-CHECK-ID
               PERFORM CHECK-MASKED-ID
               IF NOT WS-CHECK-OK
                   ADD 1 TO WS-FC-FAILED(2)
               END-IF
           END-IF.
      *
       VERIFY-SIGNLOG.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TSIGNLOG-FILE.
           IF WS-TSIGNLOG-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM VERIFY-ONE-SIGNLOG UNTIL END-OF-FILE.
           CLOSE TSIGNLOG-FILE.
      *
       VERIFY-ONE-SIGNLOG.
           READ TSIGNLOG-FILE INTO WS-TS-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FC-VERIFIED(3)
               MOVE WS-TS-USER-ID TO WS-CHECK-ID
               PERFORM CHECK-MASKED-ID
               IF NOT WS-CHECK-OK
                   ADD 1 TO WS-FC-FAILED(3)
               END-IF
           END-IF.
      *
       VERIFY-USRACT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TUSRACT-FILE.
           IF WS-TUSRACT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM VERIFY-ONE-USRACT UNTIL END-OF-FILE.
           CLOSE TUSRACT-FILE.
      *
       VERIFY-ONE-USRACT.
           READ TUSRACT-FILE NEXT RECORD INTO WS-TA-IMAGE
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FC-VERIFIED(4)
               MOVE WS-TA-USER-ID TO WS-CHECK-ID
               PERFORM CHECK-MASKED-ID
               IF NOT WS-CHECK-OK
                   ADD 1 TO WS-FC-FAILED(4)
               END-IF
           END-IF.
      *
      * STATHIST holds no user - the read-back only proves the count.
       VERIFY-STATHIST.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TSTATHST-FILE.
           IF WS-TSTATHST-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM VERIFY-ONE-STATHIST UNTIL END-OF-FILE.
           CLOSE TSTATHST-FILE.
      *
       VERIFY-ONE-STATHIST.
           READ TSTATHST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.
           IF NOT END-OF-FILE
               ADD 1 TO WS-FC-VERIFIED(5)
           END-IF.
      *
       WRITE-REPORT-HEADER.
           MOVE "TSTREFR - MASKED TEST REGION REFRESH" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
                  "  TARGET REGION: " WS-TARGET-REGION
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF REFRESH-REFUSED
               MOVE "*** TARGET REGION IS PROD - REFRESH REFUSED ***"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
      * One line per file, then the failures by kind. A file that
      * wrote fewer records than it kept, or read back a different
      * count than it wrote, fails the verification with the rest.
       WRITE-VERIFICATION-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "USERS MAPPED TO TEST IDS: " WS-MAP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "FILE       READ     WRITTEN  DROPPED  VERIFIED FAILED"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-TOTAL-FAILS.
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
               MOVE SPACES TO REPORT-LINE
               STRING WS-FILE-NAME(WS-FX) "   "
                      WS-FC-READ(WS-FX) "  "
                      WS-FC-WRITTEN(WS-FX) "  "
                      WS-FC-DROPPED(WS-FX) "  "
                      WS-FC-VERIFIED(WS-FX) "  "
                      WS-FC-FAILED(WS-FX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-FC-FAILED(WS-FX) TO WS-TOTAL-FAILS
               IF WS-FC-WRITTEN(WS-FX) NOT =
                      WS-FC-READ(WS-FX) - WS-FC-DROPPED(WS-FX)
               OR WS-FC-VERIFIED(WS-FX) NOT = WS-FC-WRITTEN(WS-FX)
                   ADD 1 TO WS-TOTAL-FAILS
                   MOVE SPACES TO REPORT-LINE
                   STRING "  *** " WS-FILE-NAME(WS-FX)
                          " COUNTS DO NOT BALANCE ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROD USER IDS FOUND IN TARGET:     " WS-PROD-ID-FAILS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "IDS NOT JOINING TO TEST USRFILE:   " WS-JOIN-FAILS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NAMES NOT MASKED:                  " WS-NAME-FAILS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CREDENTIALS NOT RESET:             " WS-CRED-FAILS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TOTAL-FAILS = 0
               MOVE "MASKING VERIFIED - TEST REGION SAFE TO OPEN"
                 TO REPORT-LINE
           ELSE
               MOVE "*** MASKING NOT VERIFIED - DO NOT OPEN THE TEST"
                 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "    REGION ON THIS REFRESH ***" TO REPORT-LINE
               MOVE 8 TO WS-EXIT-RC
           END-IF.
           WRITE REPORT-LINE.
