       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATELOAD.
       AUTHOR. ZOS-CLONE.
      *
      * Loads the RATECARD keyed chargeback rate card GLCHGBK prices
      * the month's USRACT usage against. One card per TRANID rate:
      * TRANID, the 0CYYDDD date the rate takes effect, the charge
      * per execution (7 digits, 4 of them decimals - 0012500 is
      * 1.25) and a description - the same layout as the RATECARD
      * record with the rate in display. Rebuilds RATECARD from
      * scratch every run, the discipline CLASSLOAD applies to the
      * class file, so the deck is the single source of truth for
      * the rates. A price change is a NEW card with a later
      * effective date; the old card stays in the deck so a rerun
      * of an earlier month still prices at the rate then in force.
      * TRANID **** is the default rate for TRANIDs with no card.
      *
      * The shop's standing deck:
      *   **** 0126001 0000500 DEFAULT PER EXECUTION
      *   MENU 0126001 0000100 MENU ROUND TRIP
      *   SIGN 0126001 0000200 SIGNON
      *   UADM 0126001 0025000 USER ADMINISTRATION
      *   PARM 0126001 0025000 PARAMETER MAINTENANCE
      *   RPTV 0126001 0010000 REPORT VIEWER
      * A card with a non-numeric date or rate is rejected rather
      * than loaded half-understood.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATECRDS-FILE ASSIGN TO "RATECRDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATECRDS-STATUS.
           SELECT RATECARD-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATECARD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATECRDS-FILE.
       01  RATE-DECK-CARD.
           05  RD-TRANID          PIC X(4).
           05  FILLER             PIC X.
           05  RD-EFF-DATE        PIC X(7).
           05  RD-EFF-DATE-NUM REDEFINES RD-EFF-DATE
                                  PIC 9(7).
           05  FILLER             PIC X.
           05  RD-RATE            PIC X(7).
           05  RD-RATE-NUM REDEFINES RD-RATE
                                  PIC 9(3)V9(4).
           05  FILLER             PIC X.
           05  RD-DESC            PIC X(20).
       FD  RATECARD-FILE.
           COPY RATECARD.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-RATECRDS-STATUS         PIC XX    VALUE "00".
       01  WS-RATECARD-STATUS         PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-RATECRDS-EOF            PIC X     VALUE "N".
           88  RATECRDS-EOF           VALUE "Y".
       01  WS-LOADED-COUNT            PIC 9(3)  VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(3)  VALUE 0.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01  WS-RATE-DISPLAY            PIC ZZ9.9999.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME
               END-UNSTRING
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROCESS-RATECRDS UNTIL RATECRDS-EOF.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
      * RATECARD is opened OUTPUT so the load rebuilds the file from
      * the deck every run - a rate dropped from the deck can't
      * linger and keep billing.
       OPEN-FILES.
           OPEN INPUT RATECRDS-FILE.
           OPEN OUTPUT RATECARD-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RATECRDS-STATUS = "00"
               PERFORM READ-RATECRDS
           ELSE
               MOVE "Y" TO WS-RATECRDS-EOF
           END-IF.
      *
       READ-RATECRDS.
           READ RATECRDS-FILE
               AT END
                   MOVE "Y" TO WS-RATECRDS-EOF
           END-READ.
      *
       PROCESS-RATECRDS.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN RD-TRANID = SPACES
                   MOVE "TRANID MISSING" TO WS-REJECT-REASON
               WHEN RD-EFF-DATE IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT 0CYYDDD"
                     TO WS-REJECT-REASON
               WHEN RD-RATE IS NOT NUMERIC
                   MOVE "RATE NOT 7 DIGITS" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM LOAD-RATE-RECORD
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-LOADED-COUNT
               MOVE RD-RATE-NUM TO WS-RATE-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  LOADED   " RD-TRANID " " RD-EFF-DATE " "
                      WS-RATE-DISPLAY " " RD-DESC
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  REJECTED " RD-TRANID " " RD-EFF-DATE "  "
                      WS-REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM READ-RATECRDS.
      *
       LOAD-RATE-RECORD.
           MOVE RD-TRANID       TO RT-TRANID.
           MOVE RD-EFF-DATE-NUM TO RT-EFF-DATE.
           MOVE RD-RATE-NUM     TO RT-RATE.
           MOVE RD-DESC         TO RT-DESC.
           WRITE RATE-CARD-RECORD
               INVALID KEY
                   MOVE "DUPLICATE TRANID AND DATE"
                     TO WS-REJECT-REASON
           END-WRITE.
      *
       WRITE-REPORT-HEADER.
           MOVE "RATELOAD - CHARGEBACK RATE CARD LOAD" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RATES LOADED:     " WS-LOADED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CARDS REJECTED:   " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       CLOSE-FILES.
           CLOSE RATECRDS-FILE.
           CLOSE RATECARD-FILE.
           CLOSE REPORT-FILE.
