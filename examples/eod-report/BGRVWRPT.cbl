       IDENTIFICATION DIVISION.
       PROGRAM-ID. BGRVWRPT.
       AUTHOR. ZOS-CLONE.
      *
      * Next-morning break-glass review. Every check-out of a sealed
      * emergency ID taken from CICSBGLS sits on BRKGLASS until the
      * reviewer clears it with a note; this step prints each use
      * still waiting - who broke the glass, from which terminal,
      * for which incident and why, the window it was given, how it
      * was resealed, and every transaction run under the ID (off
      * BGTXNLOG, written by CICSSTAT) - headed with the reviewer
      * SYSPARM BGREVWR names, so somebody specific owns the page.
      * A use stays on the print every morning until it is cleared.
      *
      * Ahead of the listing it reseals any check-out still marked
      * out past its expiry (the ID signed on and never signed off,
      * and nobody reached the menu after the window closed): status
      * E, the account's credential scrambled again, and a BGSEAL
      * row on ADMAUDIT by BGRVWRPT from BTCH, with the credential's
      * before and after images on CHGJRNL. CICSSIGN refused the
      * ID from the expiry on whether or not this step has run - the
      * reseal records the close and kills the credential, it does
      * not cause the refusal.
      *
      * Ends RC 4 while any use is waiting for review - a finding
      * for the morning, not a failure that holds the chain.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRKGLASS-FILE ASSIGN TO "BRKGLASS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BRKGLASS-STATUS.
           SELECT BGTXNLOG-FILE ASSIGN TO "BGTXNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BGTXNLOG-STATUS.
           SELECT USRFILE-FILE ASSIGN TO "USRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-ID
               FILE STATUS IS WS-USRFILE-STATUS.
           SELECT ADMAUDIT-FILE ASSIGN TO "ADMAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADMAUDIT-STATUS.
           SELECT CHGJRNL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SYSPARM-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "BGRPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRKGLASS-FILE.
           COPY BRKGLASS.
       FD  BGTXNLOG-FILE.
           COPY BGTXNLOG.
       FD  USRFILE-FILE.
           COPY USRFILE.
       FD  ADMAUDIT-FILE.
           COPY ADMAUDIT.
       FD  CHGJRNL-FILE.
           COPY CHGJRNL.
       FD  SYSPARM-FILE.
           COPY SYSPARM.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
           COPY HASHPARM.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-BRKGLASS-STATUS         PIC XX    VALUE "00".
       01  WS-BGTXNLOG-STATUS         PIC XX    VALUE "00".
       01  WS-USRFILE-STATUS          PIC XX    VALUE "00".
       01  WS-ADMAUDIT-STATUS         PIC XX    VALUE "00".
       01  WS-CHGJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-SYSPARM-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-BRKGLASS-EOF            PIC X     VALUE "N".
           88  BRKGLASS-EOF           VALUE "Y".
       01  WS-BGTXNLOG-EOF            PIC X     VALUE "N".
           88  BGTXNLOG-EOF           VALUE "Y".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TODAY                   PIC 9(7)  VALUE 0.
       01  WS-CLOCK                   PIC 9(8)  VALUE 0.
       01  WS-NOW-STAMP               PIC 9(13) VALUE 0.
       01  WS-EXPIRY-STAMP            PIC 9(13) VALUE 0.
       01  WS-RESEALED-COUNT          PIC 9(5)  VALUE 0.
       01  WS-PENDING-COUNT           PIC 9(5)  VALUE 0.
       01  WS-OPEN-COUNT              PIC 9(5)  VALUE 0.
       01  WS-TXN-LISTED              PIC 9(5)  VALUE 0.
       01  WS-REVIEWER-ID             PIC X(8)  VALUE SPACES.
       01  WS-REVIEWER-NAME           PIC X(20) VALUE SPACES.
       01  WS-SEAL-TEXT               PIC X(12) VALUE SPACES.
       01  WS-TXN-DISPLAY             PIC ZZZZ9.
       01  WS-DATE-DISPLAY            PIC 9(7)  VALUE 0.
       01  WS-TIME-DISPLAY            PIC 9(6)  VALUE 0.
       01  WS-ELAPSED-DISPLAY         PIC ZZZZ9.
       01  WS-BG-SEED.
           05  WS-BG-SEED-STAMP       PIC 9(6).
           05  WS-BG-SEED-COUNT       PIC 9(2).
       01  WS-BG-MIX                  PIC X(8)  VALUE SPACES.
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.

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
           COMPUTE WS-NOW-STAMP =
               (WS-TODAY * 1000000) + (WS-CLOCK / 100).
           PERFORM GET-REVIEWER.
           PERFORM RESEAL-EXPIRED-CHECKOUTS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LIST-PENDING-USES.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-PENDING-COUNT > 0
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           GOBACK.
      *
      * The reviewer off SYSPARM BGREVWR, with the name USRFILE
      * holds for them. None on file means CICSBGLS lets any user
      * whose class carries user administration clear - said so on
      * the page, since that is nobody in particular.
       GET-REVIEWER.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS = "00"
               MOVE "BGREVWR " TO SP-KEY
               READ SYSPARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SP-CHAR-VALUE(1:8) TO WS-REVIEWER-ID
               END-READ
               CLOSE SYSPARM-FILE
           END-IF.
           IF WS-REVIEWER-ID = SPACES
               MOVE "ANY USER-ADMIN CLASS" TO WS-REVIEWER-NAME
           ELSE
               OPEN INPUT USRFILE-FILE
               IF WS-USRFILE-STATUS = "00"
                   MOVE WS-REVIEWER-ID TO UM-USER-ID
                   READ USRFILE-FILE
                       INVALID KEY
                           MOVE "NOT ON USRFILE" TO WS-REVIEWER-NAME
                       NOT INVALID KEY
                           MOVE UM-NAME TO WS-REVIEWER-NAME
                   END-READ
                   CLOSE USRFILE-FILE
               END-IF
           END-IF.
      *
      * No BRKGLASS file, nothing ever checked out. ADMAUDIT and
      * CHGJRNL append here the way the online side writes them; a
      * region with no audit file or journal yet gets one.
       RESEAL-EXPIRED-CHECKOUTS.
           OPEN I-O BRKGLASS-FILE.
           IF WS-BRKGLASS-STATUS = "00"
               OPEN I-O USRFILE-FILE
               OPEN EXTEND ADMAUDIT-FILE
               IF WS-ADMAUDIT-STATUS NOT = "00"
                   OPEN OUTPUT ADMAUDIT-FILE
               END-IF
               OPEN EXTEND CHGJRNL-FILE
               IF WS-CHGJRNL-STATUS NOT = "00"
                   OPEN OUTPUT CHGJRNL-FILE
               END-IF
               MOVE "N" TO WS-BRKGLASS-EOF
               PERFORM READ-BRKGLASS
               PERFORM RESEAL-ONE-CHECKOUT UNTIL BRKGLASS-EOF
               CLOSE CHGJRNL-FILE
               CLOSE ADMAUDIT-FILE
               CLOSE USRFILE-FILE
               CLOSE BRKGLASS-FILE
           END-IF.
      *
       READ-BRKGLASS.
           READ BRKGLASS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BRKGLASS-EOF
           END-READ.
      *
       RESEAL-ONE-CHECKOUT.
           COMPUTE WS-EXPIRY-STAMP =
               (BG-EXPIRY-DATE * 1000000) + BG-EXPIRY-TIME.
           IF BG-CHECKED-OUT
           AND WS-EXPIRY-STAMP NOT > WS-NOW-STAMP
               MOVE "E" TO BG-STATUS
               MOVE WS-TODAY TO BG-SEAL-DATE
               COMPUTE BG-SEAL-TIME = WS-CLOCK / 100
               REWRITE BREAK-GLASS-RECORD
               ADD 1 TO WS-RESEALED-COUNT
               PERFORM SCRAMBLE-EMERGENCY-ID
               MOVE "BGRVWRPT"    TO AD-USER-ID
               MOVE BG-USER-ID    TO AD-TARGET-USER
               MOVE "BTCH"        TO AD-TERM-ID
               MOVE WS-TODAY      TO AD-DATE
               COMPUTE AD-TIME = WS-CLOCK / 100
               MOVE "BGSEAL"      TO AD-ACTION
               WRITE ADMIN-AUDIT-RECORD
           END-IF.
           PERFORM READ-BRKGLASS.
      *
      * The same fold CICSBGLS seals with - a digest of the clock
      * and a count, half of it joined to half the digest on the
      * record, hashed, and hashed again - so the credential handed
      * out no longer matches and nobody holds the new one. The PIN
      * issued with it is scrambled off the same fold.
       SCRAMBLE-EMERGENCY-ID.
           IF WS-USRFILE-STATUS = "00"
               MOVE BG-USER-ID TO UM-USER-ID
               READ USRFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE USER-MASTER-RECORD TO CJ-BEFORE
                       MOVE WS-CLOCK(1:6)    TO WS-BG-SEED-STAMP
                       MOVE WS-RESEALED-COUNT TO WS-BG-SEED-COUNT
                       MOVE WS-BG-SEED TO HP-INPUT
                       MOVE 8 TO HP-LENGTH
                       CALL "PWDHASH" USING HASH-SERVICE-PARM
                       MOVE HP-HASH TO WS-BG-MIX
                       MOVE SPACES TO HP-INPUT
                       STRING WS-BG-MIX(1:4) UM-PASSWORD(5:4)
                           DELIMITED BY SIZE INTO HP-INPUT
                       CALL "PWDHASH" USING HASH-SERVICE-PARM
                       MOVE HP-HASH TO WS-BG-MIX
                       MOVE WS-BG-MIX TO HP-INPUT
                       CALL "PWDHASH" USING HASH-SERVICE-PARM
                       MOVE HP-HASH TO UM-PASSWORD
                       MOVE WS-BG-MIX TO HP-INPUT
                       MOVE 4 TO HP-LENGTH
                       CALL "PWDHASH" USING HASH-SERVICE-PARM
                       MOVE HP-HASH(1:4) TO UM-PIN
                       REWRITE USER-MASTER-RECORD
                       PERFORM WRITE-RESEAL-JOURNAL
               END-READ
           END-IF.
      *
       WRITE-RESEAL-JOURNAL.
           MOVE "USRFILE"     TO CJ-FILE.
           MOVE BG-USER-ID    TO CJ-KEY.
           MOVE "BGRVWRPT"    TO CJ-USER-ID.
           MOVE "BTCH"        TO CJ-TERM-ID.
           MOVE WS-TODAY      TO CJ-DATE.
           COMPUTE CJ-TIME = WS-CLOCK / 100.
           MOVE USER-MASTER-RECORD TO CJ-AFTER.
           WRITE CHANGE-JOURNAL-RECORD.
      *
       WRITE-REPORT-HEADER.
           MOVE "BGRVWRPT - BREAK-GLASS USE REVIEW" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REVIEWER: " WS-REVIEWER-ID "  " WS-REVIEWER-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  EMERG ID  OUT DATE TIME    BY        TERM"
                  "  INCIDENT      SEALED        TXNS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * Every use not yet cleared, in key order - one emergency ID's
      * uses together, oldest first. One still in its window is
      * listed too, marked STILL OUT: the reviewer should know the
      * glass is broken now, not just that it was.
       LIST-PENDING-USES.
           OPEN INPUT BRKGLASS-FILE.
           IF WS-BRKGLASS-STATUS = "00"
               MOVE "N" TO WS-BRKGLASS-EOF
               PERFORM READ-BRKGLASS
               PERFORM LIST-ONE-USE UNTIL BRKGLASS-EOF
               CLOSE BRKGLASS-FILE
           END-IF.
           IF WS-PENDING-COUNT = 0
               MOVE "  NONE AWAITING REVIEW" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       LIST-ONE-USE.
           IF NOT BG-REVIEWED
               ADD 1 TO WS-PENDING-COUNT
               EVALUATE TRUE
                   WHEN BG-CHECKED-OUT
                       MOVE "STILL OUT" TO WS-SEAL-TEXT
                       ADD 1 TO WS-OPEN-COUNT
                   WHEN BG-SEALED-OFF
                       MOVE "SIGNOFF" TO WS-SEAL-TEXT
                   WHEN OTHER
                       MOVE "EXPIRY" TO WS-SEAL-TEXT
               END-EVALUATE
               MOVE BG-TXN-COUNT TO WS-TXN-DISPLAY
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               STRING "  " BG-USER-ID "  " BG-OUT-DATE " "
                      BG-OUT-TIME "  " BG-OUT-BY "  " BG-OUT-TERM
                      "  " BG-INCIDENT "  " WS-SEAL-TEXT
                      "  " WS-TXN-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "            REASON: " BG-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE BG-SEAL-DATE TO WS-DATE-DISPLAY
               MOVE BG-SEAL-TIME TO WS-TIME-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "            WINDOW TO: " BG-EXPIRY-DATE " "
                      BG-EXPIRY-TIME "  SEALED AT: "
                      WS-DATE-DISPLAY " " WS-TIME-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM LIST-USE-TRANSACTIONS
           END-IF.
           PERFORM READ-BRKGLASS.
      *
      * BGTXNLOG is an append-only log, so each use's transactions
      * are found by a pass over it - the uses awaiting review are
      * only ever a handful.
       LIST-USE-TRANSACTIONS.
           OPEN INPUT BGTXNLOG-FILE.
           IF WS-BGTXNLOG-STATUS = "00"
               MOVE "N" TO WS-BGTXNLOG-EOF
               PERFORM READ-BGTXNLOG
               PERFORM LIST-ONE-TRANSACTION UNTIL BGTXNLOG-EOF
               CLOSE BGTXNLOG-FILE
           END-IF.
      *
       READ-BGTXNLOG.
           READ BGTXNLOG-FILE
               AT END
                   MOVE "Y" TO WS-BGTXNLOG-EOF
           END-READ.
      *
       LIST-ONE-TRANSACTION.
           IF BL-USER-ID = BG-USER-ID
           AND BL-OUT-DATE = BG-OUT-DATE
           AND BL-OUT-TIME = BG-OUT-TIME
               ADD 1 TO WS-TXN-LISTED
               MOVE BL-DATE TO WS-DATE-DISPLAY
               MOVE BL-TIME TO WS-TIME-DISPLAY
               MOVE BL-ELAPSED-SECS TO WS-ELAPSED-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "              TXN " BL-TRANID "  TERM "
                      BL-TERM-ID "  AT " WS-DATE-DISPLAY " "
                      WS-TIME-DISPLAY "  SECS " WS-ELAPSED-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM READ-BGTXNLOG.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "USES AWAITING REVIEW: " WS-PENDING-COUNT
                  "  STILL OUT: " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESEALED AT EXPIRY TONIGHT: " WS-RESEALED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TRANSACTIONS LISTED: " WS-TXN-LISTED
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
