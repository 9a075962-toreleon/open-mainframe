      * - then totals by acting supervisor, so "who unlocked whom,
      * when, from which terminal" finally has an answer that isn't
      * grepping the region log.
      *
      * Ahead of the listing it sweeps DELEGATE, the time-boxed
      * grants of supervisor authority CICSDLGT writes: a grant
      * still marked live whose end has passed is marked expired and
      * gets a DLGEXP row here (by ADMAUD, from BTCH), so the
      * expiries are in tonight's listing with the grants and uses.
      * The gates stopped honouring the grant at its end whether or
      * not this step has run - the mark records the expiry, it does
      * not cause it. After the totals a DELEGATED AUTHORITY section
      * lists every grant that started, was used, or ended today.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ADMAUDIT-FILE ASSIGN TO "ADMAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADMAUDIT-STATUS.
           SELECT DELEGATE-FILE ASSIGN TO "DELEGATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DG-KEY
               FILE STATUS IS WS-DELEGATE-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
       FILE SECTION.
       FD  ADMAUDIT-FILE.
           COPY ADMAUDIT.
       FD  DELEGATE-FILE.
           COPY DELEGATE.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-ADMAUDIT-STATUS         PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-DELEGATE-STATUS         PIC XX    VALUE "00".
       01  WS-DELEGATE-EOF            PIC X     VALUE "N".
           88  DELEGATE-EOF           VALUE "Y".
       01  WS-ADMAUDIT-EOF            PIC X     VALUE "N".
           88  ADMAUDIT-EOF           VALUE "Y".
       01  WS-IDX                     PIC 9(3)  VALUE 0.
       01  WS-ACTION-COUNT            PIC 9(5)  VALUE 0.
       01  WS-DATE-DISPLAY            PIC 9(7)  VALUE 0.
       01  WS-TIME-DISPLAY            PIC 9(7)  VALUE 0.
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TODAY                   PIC 9(7)  VALUE 0.
       01  WS-CLOCK                   PIC 9(8)  VALUE 0.
       01  WS-NOW-STAMP               PIC 9(13) VALUE 0.
       01  WS-END-STAMP               PIC 9(13) VALUE 0.
       01  WS-EXPIRED-COUNT           PIC 9(5)  VALUE 0.
       01  WS-DLG-COUNT               PIC 9(5)  VALUE 0.
       01  WS-DLG-EVENTS              PIC X(18) VALUE SPACES.
       01  WS-USE-DISPLAY             PIC ZZZZ9.
      *
       01  WS-SUPV-TABLE.
           05  WS-SUPV-ENTRIES        PIC 9(3)  VALUE 0.
                   INTO WS-RUN-DATE WS-ENV-NAME
               END-UNSTRING
           END-IF.
           PERFORM EXPIRE-DELEGATIONS.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROCESS-ADMAUDIT UNTIL ADMAUDIT-EOF.
           PERFORM WRITE-SUPV-TOTALS.
           PERFORM WRITE-DELEGATION-SECTION.
           PERFORM CLOSE-FILES.
           GOBACK.
      *
      * Today and now as the 13-digit date-and-time the grant windows
      * compare on. No DELEGATE file, nothing to expire. ADMAUDIT
      * appends here the way the online side writes it; a region
      * with no audit file yet gets one.
       EXPIRE-DELEGATIONS.
           ACCEPT WS-TODAY-JUL FROM DAY.
           COMPUTE WS-TODAY = 100000 + WS-TODAY-JUL.
           ACCEPT WS-CLOCK FROM TIME.
           COMPUTE WS-NOW-STAMP =
               (WS-TODAY * 1000000) + (WS-CLOCK / 100).
           OPEN I-O DELEGATE-FILE.
           IF WS-DELEGATE-STATUS = "00"
               OPEN EXTEND ADMAUDIT-FILE
               IF WS-ADMAUDIT-STATUS NOT = "00"
                   OPEN OUTPUT ADMAUDIT-FILE
               END-IF
               MOVE "N" TO WS-DELEGATE-EOF
               PERFORM READ-DELEGATE
               PERFORM EXPIRE-ONE-DELEGATION UNTIL DELEGATE-EOF
               CLOSE ADMAUDIT-FILE
               CLOSE DELEGATE-FILE
           END-IF.
      *
       READ-DELEGATE.
           READ DELEGATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DELEGATE-EOF
           END-READ.
      *
       EXPIRE-ONE-DELEGATION.
           COMPUTE WS-END-STAMP =
               (DG-END-DATE * 1000000) + DG-END-TIME.
           IF DG-ACTIVE
           AND WS-END-STAMP NOT > WS-NOW-STAMP
               MOVE "E" TO DG-STATUS
               REWRITE DELEGATION-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "ADMAUD"      TO AD-USER-ID
               MOVE DG-DELEGATE   TO AD-TARGET-USER
               MOVE "BTCH"        TO AD-TERM-ID
               MOVE WS-TODAY      TO AD-DATE
               COMPUTE AD-TIME = WS-CLOCK / 100
               MOVE "DLGEXP"      TO AD-ACTION
               WRITE ADMIN-AUDIT-RECORD
           END-IF.
           PERFORM READ-DELEGATE.
      *
       OPEN-FILES.
           OPEN INPUT ADMAUDIT-FILE.
           STRING "TOTAL ACTIONS: " WS-ACTION-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * Every grant whose day it was: started today, used today (the
      * stamp the gates leave on each use), or ended today - by its
      * booked end, by an early revoke, or swept just now. A grant
      * can be all three.
       WRITE-DELEGATION-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DELEGATED AUTHORITY - STARTED, USED OR ENDED TODAY"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DELEGATE  SUPV      START         END"
                  "            USES  S  EVENTS"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT DELEGATE-FILE.
           IF WS-DELEGATE-STATUS = "00"
               MOVE "N" TO WS-DELEGATE-EOF
               PERFORM READ-DELEGATE
               PERFORM LIST-ONE-DELEGATION UNTIL DELEGATE-EOF
               CLOSE DELEGATE-FILE
           END-IF.
           IF WS-DLG-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "GRANTS EXPIRED TONIGHT: " WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       LIST-ONE-DELEGATION.
           MOVE SPACES TO WS-DLG-EVENTS.
           IF DG-START-DATE = WS-TODAY
               MOVE "STARTED" TO WS-DLG-EVENTS(1:7)
           END-IF.
           IF DG-LAST-USED-DATE = WS-TODAY
               MOVE "USED" TO WS-DLG-EVENTS(9:4)
           END-IF.
           IF DG-END-DATE = WS-TODAY
               MOVE "ENDED" TO WS-DLG-EVENTS(14:5)
           END-IF.
           IF WS-DLG-EVENTS NOT = SPACES
               ADD 1 TO WS-DLG-COUNT
               MOVE DG-USE-COUNT TO WS-USE-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " DG-DELEGATE "  " DG-SUPERVISOR "  "
                      DG-START-DATE " " DG-START-TIME(1:4) "  "
                      DG-END-DATE " " DG-END-TIME(1:4) "  "
                      WS-USE-DISPLAY "  " DG-STATUS "  "
                      WS-DLG-EVENTS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "            REASON: " DG-REASON
                      "  BY " DG-GRANTED-BY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       CLOSE-FILES.
           CLOSE ADMAUDIT-FILE.
