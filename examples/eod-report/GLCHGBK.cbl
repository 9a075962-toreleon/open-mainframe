       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCHGBK.
       AUTHOR. ZOS-CLONE.
      *
      * Month-end chargeback journal for the general ledger. Finance
      * used to take the USAGERPT print and re-key it into the
      * ledger by hand; this step prices the closing month's USRACT
      * executions against the RATECARD rate card and writes the
      * GLJRNL journal interface file the ledger imports directly:
      * a header, one debit per cost centre for its priced usage,
      * one offsetting credit to the IT recovery account for the
      * total, and a trailer with the record count and hash total.
      *
      * Each USRACT day is priced at the rate in force THAT day - the
      * TRANID's card with the latest effective date not after it,
      * else the **** default card - so a mid-month price change
      * bills each side of the change correctly. Each priced record
      * is rounded to the penny as it is priced, so the cost centre
      * debits add up to the priced total exactly. The cost centre
      * is the one DEPTMAST holds for the user's department, the
      * grouping USAGERPT prints; usage that can't be put on a cost
      * centre (a leaver, a blank or unknown department, a
      * department with no cost centre) debits the suspense cost
      * centre rather than vanishing from the bill. A TRANID with no
      * rate at all is priced at zero and listed as UNPRICED.
      *
      * The print is the reconciliation finance signs: usage priced
      * by TRANID, the journal lines, and the priced-usage total set
      * against the journal's debit and credit totals. Only a
      * journal that balances is recorded on GLPOST as posted; one
      * that doesn't ends RC 8 for the morning review.
      *
      * GLPOST is checked FIRST: a month already posted is refused
      * before GLJRNL is even opened, so a rerun of the month-end
      * chain can neither bill the month twice nor overwrite the
      * journal finance already imported. The refusal ends RC 4 -
      * recorded for the morning review without holding the rest of
      * the chain.
      *
      * SYSPARM knobs (compiled defaults when missing):
      *   GLDRACCT  GL account the cost centre debits land on
      *   GLRECOV   IT recovery cost centre (1-8) + account (9-16)
      *   GLSUSPCC  suspense cost centre for unattributable usage
      *
      * Runs as a month-end step in the chain, gated by the STEPDEF
      * calendar frequency. PARM is run-date,env,julian-date (the
      * month posted is the one holding the date; default today).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRACT-FILE ASSIGN TO "USRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UC-KEY
               FILE STATUS IS WS-USRACT-STATUS.
           SELECT USRFILE-FILE ASSIGN TO "USRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-ID
               FILE STATUS IS WS-USRFILE-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT
               FILE STATUS IS WS-DEPTMAST-STATUS.
           SELECT RATECARD-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATECARD-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SYSPARM-STATUS.
           SELECT GLPOST-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GP-PERIOD
               FILE STATUS IS WS-GLPOST-STATUS.
      * The ledger's journal import file - fixed 80-byte records.
           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "GLPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USRACT-FILE.
           COPY USRACT.
       FD  USRFILE-FILE.
           COPY USRFILE.
       FD  DEPTMAST-FILE.
           COPY DEPTMAST.
       FD  RATECARD-FILE.
           COPY RATECARD.
       FD  SYSPARM-FILE.
           COPY SYSPARM.
       FD  GLPOST-FILE.
           COPY GLPOST.
       FD  GLJRNL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNL.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-JULIAN-PARM             PIC X(8)  VALUE SPACES.
       01  WS-USRACT-STATUS           PIC XX    VALUE "00".
       01  WS-USRFILE-STATUS          PIC XX    VALUE "00".
       01  WS-DEPTMAST-STATUS         PIC XX    VALUE "00".
       01  WS-RATECARD-STATUS         PIC XX    VALUE "00".
       01  WS-SYSPARM-STATUS          PIC XX    VALUE "00".
       01  WS-GLPOST-STATUS           PIC XX    VALUE "00".
       01  WS-GLJRNL-STATUS           PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-USRACT-EOF              PIC X     VALUE "N".
           88  USRACT-EOF             VALUE "Y".
       01  WS-RATECARD-EOF            PIC X     VALUE "N".
           88  RATECARD-EOF           VALUE "Y".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-RUN-TODAY               PIC 9(7)  VALUE 0.
       01  WS-CURRENT-TIME            PIC 9(8)  VALUE 0.
       01  WS-TARGET-DATE             PIC S9(7) COMP-3 VALUE 0.
       01  WS-MON-START               PIC 9(7)  VALUE 0.
       01  WS-MON-END                 PIC 9(7)  VALUE 0.
       01  WS-REFUSE-REASON           PIC X(40) VALUE SPACES.
       01  WS-EXIT-RC                 PIC 9     VALUE 0.
       01  WS-IDX                     PIC 9(3)  VALUE 0.
       01  WS-RDX                     PIC 9(3)  VALUE 0.
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
       01  WS-RATE-FLAG               PIC X     VALUE "N".
           88  WS-RATE-FOUND          VALUE "Y".
       01  WS-LOOKUP-TRANID           PIC X(4)  VALUE SPACES.
       01  WS-RATE-IN-FORCE           PIC S9(3)V9(4) COMP-3 VALUE 0.
       01  WS-LINE-AMOUNT             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-USER-CC                 PIC X(8)  VALUE SPACES.
      * The GL coding, SYSPARM-overridable.
       01  WS-GL-DEBIT-ACCT           PIC X(8)  VALUE "61500000".
       01  WS-GL-RECOV-CC             PIC X(8)  VALUE "ITRECOV".
       01  WS-GL-RECOV-ACCT           PIC X(8)  VALUE "48900000".
       01  WS-GL-SUSP-CC              PIC X(8)  VALUE "ITSUSPNS".
      * Control totals.
       01  WS-MONTH-EXECS             PIC 9(9)  VALUE 0.
       01  WS-UNPRICED-EXECS          PIC 9(9)  VALUE 0.
       01  WS-SUSP-EXECS              PIC 9(9)  VALUE 0.
       01  WS-PRICED-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DEBIT-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CREDIT-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-HASH-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RECORD-COUNT            PIC 9(7)  VALUE 0.
       01  WS-DETAIL-SEQ              PIC 9(5)  VALUE 0.
       01  WS-BALANCE-FLAG            PIC X     VALUE "N".
           88  WS-IN-BALANCE          VALUE "Y".
       01  WS-RATE-OVFL               PIC 9(5)  VALUE 0.
       01  WS-TR-OVFL                 PIC 9(9)  VALUE 0.
       01  WS-AMT-DISPLAY             PIC Z(10)9.99-.
       01  WS-EXEC-DISPLAY            PIC Z(8)9.
       01  WS-RATE-DISPLAY            PIC ZZ9.9999.
           COPY DATEPARM.
      *
      * The rate card, loaded whole in key order (TRANID, then
      * effective date ascending) so the last qualifying entry met
      * on a scan is the rate in force.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRIES        PIC 9(3)  VALUE 0.
           05  WS-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-RATE-TRANID     PIC X(4).
               10  WS-RATE-EFF        PIC 9(7).
               10  WS-RATE-AMT        PIC S9(3)V9(4) COMP-3.
      * Entry 1 is always the suspense cost centre, seeded before
      * the walk - usage that finds the table full lands there too,
      * so the journal still balances to the penny.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRIES          PIC 9(3)  VALUE 0.
           05  WS-CC-ENTRY OCCURS 50 TIMES INDEXED BY WS-CCX.
               10  WS-CC-CODE         PIC X(8).
               10  WS-CC-EXECS        PIC 9(9)  VALUE 0.
               10  WS-CC-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TR-TABLE.
           05  WS-TR-ENTRIES          PIC 9(3)  VALUE 0.
           05  WS-TR-ENTRY OCCURS 100 TIMES INDEXED BY WS-TRX.
               10  WS-TR-TRANID       PIC X(4).
               10  WS-TR-EXECS        PIC 9(9)  VALUE 0.
               10  WS-TR-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-TR-UNPRICED     PIC X     VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-JULIAN-PARM
               END-UNSTRING
           END-IF.
           ACCEPT WS-TODAY-JUL FROM DAY.
           COMPUTE WS-RUN-TODAY = 100000 + WS-TODAY-JUL.
           IF WS-JULIAN-PARM NOT = SPACES
           AND WS-JULIAN-PARM(1:7) IS NUMERIC
               MOVE WS-JULIAN-PARM(1:7) TO WS-TARGET-DATE
           ELSE
               MOVE WS-RUN-TODAY TO WS-TARGET-DATE
           END-IF.
           PERFORM COMPUTE-MONTH-BOUNDS.
           PERFORM OPEN-FILES.
           PERFORM GET-SYSTEM-PARMS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-MONTH-POSTABLE.
           IF WS-REFUSE-REASON = SPACES
               PERFORM LOAD-RATE-TABLE
               PERFORM SEED-SUSPENSE-ENTRY
               PERFORM PRICE-USRACT UNTIL USRACT-EOF
               PERFORM WRITE-PRICING-SECTION
               PERFORM WRITE-GL-JOURNAL
               PERFORM WRITE-RECONCILIATION
               IF WS-IN-BALANCE
                   PERFORM RECORD-POSTING
               ELSE
                   MOVE 8 TO WS-EXIT-RC
               END-IF
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "JOURNAL NOT PRODUCED: " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           PERFORM CLOSE-FILES.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           GOBACK.
      *
       COMPUTE-MONTH-BOUNDS.
           MOVE "S" TO DP-FUNCTION.
           MOVE WS-TARGET-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-MON-START.
           MOVE "E" TO DP-FUNCTION.
           MOVE WS-TARGET-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-MON-END.
      *
      * GLPOST is created on the very first posting; after that it
      * accumulates every month posted. GLJRNL is opened only once
      * the month has passed the posting check (WRITE-GL-JOURNAL).
       OPEN-FILES.
           OPEN INPUT USRACT-FILE.
           OPEN INPUT USRFILE-FILE.
           OPEN INPUT DEPTMAST-FILE.
           OPEN INPUT RATECARD-FILE.
           OPEN INPUT SYSPARM-FILE.
           OPEN I-O GLPOST-FILE.
           IF WS-GLPOST-STATUS NOT = "00"
               OPEN OUTPUT GLPOST-FILE
               CLOSE GLPOST-FILE
               OPEN I-O GLPOST-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-USRACT-STATUS = "00"
               PERFORM READ-USRACT
           ELSE
               MOVE "Y" TO WS-USRACT-EOF
           END-IF.
           IF WS-RATECARD-STATUS NOT = "00"
               MOVE "Y" TO WS-RATECARD-EOF
           END-IF.
      *
       GET-SYSTEM-PARMS.
           IF WS-SYSPARM-STATUS = "00"
               MOVE "GLDRACCT" TO SP-KEY
               READ SYSPARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SP-CHAR-VALUE(1:8) NOT = SPACES
                           MOVE SP-CHAR-VALUE(1:8) TO WS-GL-DEBIT-ACCT
                       END-IF
               END-READ
               MOVE "GLRECOV " TO SP-KEY
               READ SYSPARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SP-CHAR-VALUE(1:8) NOT = SPACES
                       AND SP-CHAR-VALUE(9:8) NOT = SPACES
                           MOVE SP-CHAR-VALUE(1:8) TO WS-GL-RECOV-CC
                           MOVE SP-CHAR-VALUE(9:8) TO WS-GL-RECOV-ACCT
                       END-IF
               END-READ
               MOVE "GLSUSPCC" TO SP-KEY
               READ SYSPARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SP-CHAR-VALUE(1:8) NOT = SPACES
                           MOVE SP-CHAR-VALUE(1:8) TO WS-GL-SUSP-CC
                       END-IF
               END-READ
           END-IF.
      *
      * A month already on GLPOST was billed; without the posting
      * file there is no way to know, so the step refuses rather
      * than risk a second journal.
       CHECK-MONTH-POSTABLE.
           MOVE SPACES TO WS-REFUSE-REASON.
           IF WS-GLPOST-STATUS NOT = "00"
               MOVE "GLPOST UNAVAILABLE" TO WS-REFUSE-REASON
           ELSE
               MOVE WS-MON-START TO GP-PERIOD
               READ GLPOST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "MONTH ALREADY POSTED TO THE LEDGER"
                         TO WS-REFUSE-REASON
               END-READ
           END-IF.
      *
       LOAD-RATE-TABLE.
           PERFORM LOAD-ONE-RATE UNTIL RATECARD-EOF.
      *
       LOAD-ONE-RATE.
           READ RATECARD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RATECARD-EOF
           END-READ.
           IF NOT RATECARD-EOF
               IF WS-RATE-ENTRIES < 200
                   ADD 1 TO WS-RATE-ENTRIES
                   MOVE RT-TRANID TO WS-RATE-TRANID(WS-RATE-ENTRIES)
                   MOVE RT-EFF-DATE TO WS-RATE-EFF(WS-RATE-ENTRIES)
                   MOVE RT-RATE TO WS-RATE-AMT(WS-RATE-ENTRIES)
               ELSE
                   ADD 1 TO WS-RATE-OVFL
               END-IF
           END-IF.
      *
       SEED-SUSPENSE-ENTRY.
           MOVE 1 TO WS-CC-ENTRIES.
           MOVE WS-GL-SUSP-CC TO WS-CC-CODE(1).
           MOVE 0 TO WS-CC-EXECS(1).
           MOVE 0 TO WS-CC-AMOUNT(1).
      *
       READ-USRACT.
           READ USRACT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-USRACT-EOF
           END-READ.
      *
       PRICE-USRACT.
           IF UC-DATE >= WS-MON-START
           AND UC-DATE <= WS-MON-END
               PERFORM LOOKUP-COST-CENTRE
               PERFORM FIND-RATE-IN-FORCE
               IF WS-RATE-FOUND
                   COMPUTE WS-LINE-AMOUNT ROUNDED =
                       UC-COUNT * WS-RATE-IN-FORCE
               ELSE
                   MOVE 0 TO WS-LINE-AMOUNT
                   ADD UC-COUNT TO WS-UNPRICED-EXECS
               END-IF
               ADD UC-COUNT TO WS-MONTH-EXECS
               ADD WS-LINE-AMOUNT TO WS-PRICED-TOTAL
               PERFORM TALLY-COST-CENTRE
               PERFORM TALLY-TRANID
           END-IF.
           PERFORM READ-USRACT.
      *
      * The user's department off USRFILE, then its cost centre off
      * DEPTMAST. Anything that doesn't resolve to a real cost
      * centre goes to suspense - the GL has no account for
      * USAGERPT's *GONE* / *NODEPT* / *NOMAST* markers.
       LOOKUP-COST-CENTRE.
           MOVE WS-GL-SUSP-CC TO WS-USER-CC.
           IF WS-USRFILE-STATUS = "00"
           AND WS-DEPTMAST-STATUS = "00"
               MOVE UC-USER-ID TO UM-USER-ID
               READ USRFILE-FILE
                   INVALID KEY
                       MOVE SPACES TO UM-DEPT
               END-READ
               IF UM-DEPT NOT = SPACES
                   MOVE UM-DEPT TO DM-DEPT
                   READ DEPTMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DM-COST-CENTRE NOT = SPACES
                               MOVE DM-COST-CENTRE TO WS-USER-CC
                           END-IF
                   END-READ
               END-IF
           END-IF.
      *
      * The TRANID's own card in force on the usage day, else the
      * **** default card in force that day.
       FIND-RATE-IN-FORCE.
           MOVE UC-TRANID TO WS-LOOKUP-TRANID.
           PERFORM SCAN-RATE-TABLE.
           IF NOT WS-RATE-FOUND
               MOVE "****" TO WS-LOOKUP-TRANID
               PERFORM SCAN-RATE-TABLE
           END-IF.
      *
       SCAN-RATE-TABLE.
           MOVE "N" TO WS-RATE-FLAG.
           PERFORM VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-RATE-ENTRIES
               IF WS-RATE-TRANID(WS-RDX) = WS-LOOKUP-TRANID
               AND WS-RATE-EFF(WS-RDX) <= UC-DATE
                   MOVE WS-RATE-AMT(WS-RDX) TO WS-RATE-IN-FORCE
                   MOVE "Y" TO WS-RATE-FLAG
               END-IF
           END-PERFORM.
      *
       TALLY-COST-CENTRE.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-CCX TO 1.
           SEARCH WS-CC-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CC-CODE(WS-CCX) = WS-USER-CC
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-ENTRY-FOUND
               IF WS-CC-ENTRIES < 50
                   ADD 1 TO WS-CC-ENTRIES
                   SET WS-CCX TO WS-CC-ENTRIES
                   MOVE WS-USER-CC TO WS-CC-CODE(WS-CCX)
                   MOVE 0 TO WS-CC-EXECS(WS-CCX)
                   MOVE 0 TO WS-CC-AMOUNT(WS-CCX)
               ELSE
                   SET WS-CCX TO 1
               END-IF
           END-IF.
           IF WS-CCX = 1
               ADD UC-COUNT TO WS-SUSP-EXECS
           END-IF.
           ADD UC-COUNT TO WS-CC-EXECS(WS-CCX).
           ADD WS-LINE-AMOUNT TO WS-CC-AMOUNT(WS-CCX).
      *
       TALLY-TRANID.
           MOVE "N" TO WS-FOUND-FLAG.
           SET WS-TRX TO 1.
           SEARCH WS-TR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TR-TRANID(WS-TRX) = UC-TRANID
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-ENTRY-FOUND
           AND WS-TR-ENTRIES < 100
               ADD 1 TO WS-TR-ENTRIES
               SET WS-TRX TO WS-TR-ENTRIES
               MOVE UC-TRANID TO WS-TR-TRANID(WS-TRX)
               MOVE 0 TO WS-TR-EXECS(WS-TRX)
               MOVE 0 TO WS-TR-AMOUNT(WS-TRX)
               MOVE "N" TO WS-TR-UNPRICED(WS-TRX)
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.
           IF WS-ENTRY-FOUND
               ADD UC-COUNT TO WS-TR-EXECS(WS-TRX)
               ADD WS-LINE-AMOUNT TO WS-TR-AMOUNT(WS-TRX)
               IF NOT WS-RATE-FOUND
                   MOVE "Y" TO WS-TR-UNPRICED(WS-TRX)
               END-IF
           ELSE
               ADD UC-COUNT TO WS-TR-OVFL
           END-IF.
      *
       WRITE-REPORT-HEADER.
           MOVE "GLCHGBK - MONTHLY CHARGEBACK GL JOURNAL"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH " WS-MON-START " - " WS-MON-END
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-PRICING-SECTION.
           MOVE "USAGE PRICED BY TRANID" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-TR-ENTRIES = 0
               MOVE "  NO ACTIVITY IN THE MONTH" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TR-ENTRIES
               SET WS-TRX TO WS-IDX
               MOVE WS-TR-EXECS(WS-TRX) TO WS-EXEC-DISPLAY
               MOVE WS-TR-AMOUNT(WS-TRX) TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               IF WS-TR-UNPRICED(WS-TRX) = "Y"
                   STRING "  " WS-TR-TRANID(WS-TRX) "  "
                          WS-EXEC-DISPLAY "  " WS-AMT-DISPLAY
                          "  *** UNPRICED - NO RATE CARD ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  " WS-TR-TRANID(WS-TRX) "  "
                          WS-EXEC-DISPLAY "  " WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-TR-OVFL > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-TR-OVFL
                      " EXECUTIONS NOT IN TRANID BREAKDOWN ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-RATE-OVFL > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-RATE-OVFL
                      " RATE CARDS NOT LOADED - TABLE FULL ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * Header, a debit per cost centre with something to bill, the
      * recovery credit for their sum, and the trailer. Every amount
      * written feeds the debit/credit/hash totals the trailer and
      * the reconciliation carry, so the print proves the file.
       WRITE-GL-JOURNAL.
           OPEN OUTPUT GLJRNL-FILE.
           IF WS-GLJRNL-STATUS NOT = "00"
               MOVE "*** GLJRNL COULD NOT BE OPENED ***"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "JOURNAL LINES" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-JOURNAL-HEADER
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-CC-ENTRIES
                   SET WS-CCX TO WS-IDX
                   IF WS-CC-AMOUNT(WS-CCX) > 0
                       PERFORM WRITE-DEBIT-LINE
                   END-IF
               END-PERFORM
               IF WS-DEBIT-TOTAL > 0
                   PERFORM WRITE-CREDIT-LINE
               END-IF
               PERFORM WRITE-JOURNAL-TRAILER
               CLOSE GLJRNL-FILE
           END-IF.
      *
       WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GJ-REC-TYPE.
           MOVE "ZOSCHGBK" TO GJ-H-SOURCE.
           MOVE WS-MON-START TO GJ-H-PERIOD-START.
           MOVE WS-MON-END TO GJ-H-PERIOD-END.
           MOVE WS-RUN-TODAY TO GJ-H-RUN-DATE.
           MOVE WS-ENV-NAME TO GJ-H-ENV.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
      *
       WRITE-DEBIT-LINE.
           ADD 1 TO WS-DETAIL-SEQ.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "D" TO GJ-REC-TYPE.
           MOVE WS-DETAIL-SEQ TO GJ-D-SEQ.
           MOVE WS-CC-CODE(WS-CCX) TO GJ-D-COST-CENTRE.
           MOVE WS-GL-DEBIT-ACCT TO GJ-D-ACCOUNT.
           MOVE "D" TO GJ-D-DR-CR.
           MOVE WS-CC-AMOUNT(WS-CCX) TO GJ-D-AMOUNT.
           MOVE WS-CC-EXECS(WS-CCX) TO GJ-D-EXECUTIONS.
           MOVE "IT USAGE CHARGEBACK" TO GJ-D-TEXT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-CC-AMOUNT(WS-CCX) TO WS-DEBIT-TOTAL.
           ADD WS-CC-AMOUNT(WS-CCX) TO WS-HASH-TOTAL.
           MOVE WS-CC-AMOUNT(WS-CCX) TO WS-AMT-DISPLAY.
           MOVE WS-CC-EXECS(WS-CCX) TO WS-EXEC-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-DETAIL-SEQ "  DR  " WS-CC-CODE(WS-CCX) "  "
                  WS-GL-DEBIT-ACCT "  " WS-EXEC-DISPLAY "  "
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CREDIT-LINE.
           ADD 1 TO WS-DETAIL-SEQ.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "D" TO GJ-REC-TYPE.
           MOVE WS-DETAIL-SEQ TO GJ-D-SEQ.
           MOVE WS-GL-RECOV-CC TO GJ-D-COST-CENTRE.
           MOVE WS-GL-RECOV-ACCT TO GJ-D-ACCOUNT.
           MOVE "C" TO GJ-D-DR-CR.
           MOVE WS-DEBIT-TOTAL TO GJ-D-AMOUNT.
           MOVE WS-MONTH-EXECS TO GJ-D-EXECUTIONS.
           MOVE "IT USAGE RECOVERY" TO GJ-D-TEXT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-DEBIT-TOTAL TO WS-CREDIT-TOTAL.
           ADD WS-DEBIT-TOTAL TO WS-HASH-TOTAL.
           MOVE WS-DEBIT-TOTAL TO WS-AMT-DISPLAY.
           MOVE WS-MONTH-EXECS TO WS-EXEC-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-DETAIL-SEQ "  CR  " WS-GL-RECOV-CC "  "
                  WS-GL-RECOV-ACCT "  " WS-EXEC-DISPLAY "  "
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-JOURNAL-TRAILER.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "T" TO GJ-REC-TYPE.
           MOVE WS-RECORD-COUNT TO GJ-T-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO GJ-T-HASH-TOTAL.
           MOVE WS-DEBIT-TOTAL TO GJ-T-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GJ-T-CREDIT-TOTAL.
           WRITE GL-JOURNAL-RECORD.
      *
      * The priced usage (accumulated as USRACT was walked) must
      * equal the journal's debits and its credit - and a journal
      * that never opened balances nothing.
       WRITE-RECONCILIATION.
           IF WS-GLJRNL-STATUS = "00"
           AND WS-PRICED-TOTAL = WS-DEBIT-TOTAL
           AND WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE "Y" TO WS-BALANCE-FLAG
           ELSE
               MOVE "N" TO WS-BALANCE-FLAG
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECONCILIATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MONTH-EXECS TO WS-EXEC-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  EXECUTIONS IN MONTH       " WS-EXEC-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-UNPRICED-EXECS TO WS-EXEC-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  EXECUTIONS UNPRICED       " WS-EXEC-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUSP-EXECS TO WS-EXEC-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  EXECUTIONS TO SUSPENSE    " WS-EXEC-DISPLAY
                  "  (" WS-GL-SUSP-CC ")"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PRICED-TOTAL TO WS-AMT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PRICED USAGE TOTAL      " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-AMT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  JOURNAL DEBIT TOTAL     " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-AMT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  JOURNAL CREDIT TOTAL    " WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  JOURNAL RECORDS           " WS-RECORD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-IN-BALANCE
               MOVE "  JOURNAL IN BALANCE - MONTH POSTED" TO REPORT-LINE
           ELSE
               MOVE "  *** JOURNAL OUT OF BALANCE - NOT POSTED ***"
                 TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      *
       RECORD-POSTING.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-MON-START TO GP-PERIOD.
           MOVE WS-RUN-TODAY TO GP-POSTED-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO GP-POSTED-TIME.
           MOVE WS-ENV-NAME TO GP-ENV.
           MOVE WS-RECORD-COUNT TO GP-RECORD-COUNT.
           MOVE WS-DEBIT-TOTAL TO GP-JOURNAL-TOTAL.
           WRITE GL-POSTING-RECORD
               INVALID KEY
                   MOVE "*** GLPOST RECORD NOT WRITTEN ***"
                     TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 8 TO WS-EXIT-RC
           END-WRITE.
      *
       CLOSE-FILES.
           CLOSE USRACT-FILE.
           CLOSE USRFILE-FILE.
           CLOSE DEPTMAST-FILE.
           CLOSE RATECARD-FILE.
           CLOSE SYSPARM-FILE.
           CLOSE GLPOST-FILE.
           CLOSE REPORT-FILE.
