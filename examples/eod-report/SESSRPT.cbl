      * Durations use day numbers from the shared DATESRV service,
      * so a session spanning midnight - even over New Year -
      * measures exactly.
      *
      * PARM is run-date,env with an optional third token, a day in
      * 0CYYDDD form, that narrows the report to SIGNLOG events of
      * that one day - the RPTRERUN reprint of a past night. In that
      * form a session still open at midnight counts as abandoned,
      * since its logoff belongs to the next day; a day SLARCH has
      * already archived off SIGNLOG reports empty.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-JULIAN-PARM             PIC X(8)  VALUE SPACES.
       01  WS-TARGET-DATE             PIC 9(7)  VALUE 0.
       01  WS-DAY-FLAG                PIC X     VALUE "N".
           88  WS-ONE-DAY-ONLY        VALUE "Y".
       01  WS-SIGNLOG-STATUS          PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-SIGNLOG-EOF             PIC X     VALUE "N".
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-JULIAN-PARM
               END-UNSTRING
           END-IF.
           IF WS-JULIAN-PARM NOT = SPACES
           AND WS-JULIAN-PARM(1:7) IS NUMERIC
               MOVE WS-JULIAN-PARM(1:7) TO WS-TARGET-DATE
               MOVE "Y" TO WS-DAY-FLAG
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-SIGNLOG UNTIL SIGNLOG-EOF.
           PERFORM COUNT-LEFTOVER-SESSIONS.
      *
       PROCESS-SIGNLOG.
           EVALUATE TRUE
               WHEN WS-ONE-DAY-ONLY AND SL-DATE NOT = WS-TARGET-DATE
                   CONTINUE
               WHEN SL-SIGNON-OK
                   PERFORM OPEN-SESSION
               WHEN SL-LOGOFF
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ONE-DAY-ONLY
               MOVE SPACES TO REPORT-LINE
               STRING "DAY REPORTED: " WS-TARGET-DATE
                   "  (RERUN - SIGNLOG EVENTS OF THAT DAY ONLY)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CONNECTED TIME BY USER (SESSIONS / TOTAL SECS / AVG)"
