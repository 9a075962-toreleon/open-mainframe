       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVWEVID.
       AUTHOR. ZOS-CLONE.
      *
      * Monthly control-report review evidence. ABNDRECN, CHGRPT,
      * SECRPT, INTAUD and ADMAUD are the control evidence, and the
      * RVWREG review register BATCHDRV keeps is the proof somebody
      * read them: this step prints, for each of the five, every
      * run date of the month - who signed it off, when, from which
      * terminal, whether reviewed clean or with exceptions noted,
      * and the reviewer's comment - and calls out the gaps: a date
      * with no register entry at all (the report did not run, or
      * ran outside the chain) and a date still pending sign-off,
      * with how many times CICSWDOG's escalation has chased it.
      * Today's own run, registered minutes ago, is shown as
      * awaiting review rather than as a gap.
      *
      * RVWREG is read by key, report by report and day by day, from
      * the first of the month to its last (or to today, part-way
      * through a month). RC 4 if the month holds any gap, else 0.
      * Runs as a month-end step in the chain, gated by the STEPDEF
      * calendar frequency. PARM is run-date,env,julian-date (the
      * month reported is the one holding the date; default today).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RVWREG-FILE ASSIGN TO "RVWREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-RVWREG-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "EVDPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RVWREG-FILE.
           COPY RVWREG.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-JULIAN-PARM             PIC X(8)  VALUE SPACES.
       01  WS-RVWREG-STATUS           PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-RVWREG-OPEN             PIC X     VALUE "N".
           88  RVWREG-IS-OPEN         VALUE "Y".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TODAY                   PIC 9(7)  VALUE 0.
       01  WS-TARGET-DATE             PIC S9(7) COMP-3 VALUE 0.
       01  WS-MON-START               PIC 9(7)  VALUE 0.
       01  WS-MON-END                 PIC 9(7)  VALUE 0.
       01  WS-LAST-DAY                PIC 9(7)  VALUE 0.
       01  WS-DAY                     PIC 9(7)  VALUE 0.
       01  WS-CX                      PIC 9     VALUE 0.
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.
       01  WS-RC-DISPLAY              PIC ZZZ9.
       01  WS-ESC-DISPLAY             PIC ZZ9.
       01  WS-RVW-DATE-DISPLAY        PIC 9(7)  VALUE 0.
       01  WS-RVW-TIME-DISPLAY        PIC 9(6)  VALUE 0.
       01  WS-STATUS-TEXT             PIC X(16) VALUE SPACES.
      * The control reports - the same five BATCHDRV registers.
       01  WS-CONTROL-TABLE.
           05  FILLER                 PIC X(8)  VALUE "ABNDRECN".
           05  FILLER                 PIC X(8)  VALUE "CHGRPT".
           05  FILLER                 PIC X(8)  VALUE "SECRPT".
           05  FILLER                 PIC X(8)  VALUE "INTAUD".
           05  FILLER                 PIC X(8)  VALUE "ADMAUD".
       01  WS-CONTROL-NAMES REDEFINES WS-CONTROL-TABLE.
           05  WS-CONTROL-NAME        PIC X(8)  OCCURS 5 TIMES.
      * Per-report counts, reset for each report; the month's gap
      * total sets the return code.
       01  WS-RPT-DAYS                PIC 9(3)  VALUE 0.
       01  WS-RPT-REVIEWED            PIC 9(3)  VALUE 0.
       01  WS-RPT-EXCEPTIONS          PIC 9(3)  VALUE 0.
       01  WS-RPT-UNREVIEWED          PIC 9(3)  VALUE 0.
       01  WS-RPT-AWAITING            PIC 9(3)  VALUE 0.
       01  WS-RPT-NO-ENTRY            PIC 9(3)  VALUE 0.
       01  WS-TOTAL-GAPS              PIC 9(5)  VALUE 0.
           COPY DATEPARM.

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
           COMPUTE WS-TODAY = 100000 + WS-TODAY-JUL.
           IF WS-JULIAN-PARM NOT = SPACES
           AND WS-JULIAN-PARM(1:7) IS NUMERIC
               MOVE WS-JULIAN-PARM(1:7) TO WS-TARGET-DATE
           ELSE
               MOVE WS-TODAY TO WS-TARGET-DATE
           END-IF.
           PERFORM COMPUTE-MONTH-BOUNDS.
           OPEN INPUT RVWREG-FILE.
           IF WS-RVWREG-STATUS = "00"
               MOVE "Y" TO WS-RVWREG-OPEN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
               PERFORM REPORT-ONE-CONTROL
           END-PERFORM.
           IF RVWREG-IS-OPEN
               CLOSE RVWREG-FILE
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           IF WS-TOTAL-GAPS > 0
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           GOBACK.
      *
      * The month holding the target date; a month still running
      * is reported up to today - tomorrow is nobody's gap yet.
       COMPUTE-MONTH-BOUNDS.
           MOVE "S" TO DP-FUNCTION.
           MOVE WS-TARGET-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-MON-START.
           MOVE "E" TO DP-FUNCTION.
           MOVE WS-TARGET-DATE TO DP-DATE-1.
           CALL "DATESRV" USING DATE-SERVICE-PARM.
           MOVE DP-DAYS-RESULT TO WS-MON-END.
           IF WS-TODAY < WS-MON-END
               MOVE WS-TODAY TO WS-LAST-DAY
           ELSE
               MOVE WS-MON-END TO WS-LAST-DAY
           END-IF.
      *
      * One block per control report: a line for every day of the
      * month, then the report's own counts. Within one month the
      * 0CYYDDD date steps by plain addition.
       REPORT-ONE-CONTROL.
           MOVE 0 TO WS-RPT-DAYS.
           MOVE 0 TO WS-RPT-REVIEWED.
           MOVE 0 TO WS-RPT-EXCEPTIONS.
           MOVE 0 TO WS-RPT-UNREVIEWED.
           MOVE 0 TO WS-RPT-AWAITING.
           MOVE 0 TO WS-RPT-NO-ENTRY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONTROL REPORT: " WS-CONTROL-NAME(WS-CX)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RUN DATE  RC  STATUS            REVIEWER  "
                  "ON       AT      TERM ESC"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-DAY FROM WS-MON-START BY 1
                   UNTIL WS-DAY > WS-LAST-DAY
               PERFORM REPORT-ONE-DAY
           END-PERFORM.
           PERFORM WRITE-REPORT-COUNTS.
      *
       REPORT-ONE-DAY.
           ADD 1 TO WS-RPT-DAYS.
           MOVE WS-CONTROL-NAME(WS-CX) TO RR-REPORT.
           MOVE WS-DAY TO RR-RUN-DATE.
           MOVE "23" TO WS-RVWREG-STATUS.
           IF RVWREG-IS-OPEN
               READ RVWREG-FILE
                   INVALID KEY
                       MOVE "23" TO WS-RVWREG-STATUS
               END-READ
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-RVWREG-STATUS NOT = "00"
                   ADD 1 TO WS-RPT-NO-ENTRY
                   ADD 1 TO WS-TOTAL-GAPS
                   STRING "  " WS-DAY
                          "       *GAP* NOT RUN / NOT REGISTERED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN RR-PENDING
                   PERFORM REPORT-PENDING-DAY
               WHEN OTHER
                   PERFORM REPORT-SIGNED-DAY
           END-EVALUATE.
      *
       REPORT-PENDING-DAY.
           MOVE RR-RUN-RC TO WS-RC-DISPLAY.
           MOVE RR-ESC-COUNT TO WS-ESC-DISPLAY.
           IF WS-DAY = WS-TODAY
               ADD 1 TO WS-RPT-AWAITING
               STRING "  " WS-DAY " " WS-RC-DISPLAY
                      "  AWAITING REVIEW"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO WS-RPT-UNREVIEWED
               ADD 1 TO WS-TOTAL-GAPS
               STRING "  " WS-DAY " " WS-RC-DISPLAY
                      "  *GAP* NOT REVIEWED"
                      "                                " WS-ESC-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
      *
       REPORT-SIGNED-DAY.
           IF RR-EXCEPTIONS
               ADD 1 TO WS-RPT-EXCEPTIONS
               MOVE "EXCEPTIONS NOTED" TO WS-STATUS-TEXT
           ELSE
               ADD 1 TO WS-RPT-REVIEWED
               MOVE "REVIEWED" TO WS-STATUS-TEXT
           END-IF.
           MOVE RR-RUN-RC    TO WS-RC-DISPLAY.
           MOVE RR-ESC-COUNT TO WS-ESC-DISPLAY.
           MOVE RR-RVW-DATE  TO WS-RVW-DATE-DISPLAY.
           MOVE RR-RVW-TIME  TO WS-RVW-TIME-DISPLAY.
           STRING "  " WS-DAY " " WS-RC-DISPLAY
                  "  " WS-STATUS-TEXT "  " RR-REVIEWER
                  "  " WS-RVW-DATE-DISPLAY "  " WS-RVW-TIME-DISPLAY
                  "  " RR-RVW-TERM-ID "  " WS-ESC-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RR-COMMENT NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "             COMMENT: " RR-COMMENT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       WRITE-REPORT-COUNTS.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DAYS: " WS-RPT-DAYS
                  "  REVIEWED: " WS-RPT-REVIEWED
                  "  EXCEPTIONS: " WS-RPT-EXCEPTIONS
                  "  AWAITING: " WS-RPT-AWAITING
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  GAPS - NOT REVIEWED: " WS-RPT-UNREVIEWED
                  "  NO REGISTER ENTRY: " WS-RPT-NO-ENTRY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-REPORT-HEADER.
           MOVE "RVWEVID - CONTROL REPORT REVIEW EVIDENCE"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTH: " WS-MON-START " TO " WS-LAST-DAY
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT RVWREG-IS-OPEN
               MOVE "  RVWREG NOT AVAILABLE - EVERY DATE IS A GAP"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "GAPS THIS MONTH, ALL CONTROL REPORTS: "
                  WS-TOTAL-GAPS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
