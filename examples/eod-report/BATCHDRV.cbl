      * individually and the CHAIN record closes only when the whole
      * set is done.
      *
      * Every run of a control report - ABNDRECON, CHGRPT, SECRPT,
      * INTAUD, ADMAUD, the audit evidence - is entered pending on
      * the RVWREG review register the moment the step ends, clean
      * or failed, for its reviewer to sign off from CICSCREV. A
      * restart or rerun on the same date leaves an entry already
      * there as it is: a sign-off once given is never undone here.
      *
      * The steps themselves end with GOBACK, so they run unchanged
      * standalone or CALLed from here; the JCL PARM (run-date,env)
      * reaches them through the same COMMAND-LINE they always read.
               ACCESS MODE IS RANDOM
               RECORD KEY IS OC-CTL-KEY
               FILE STATUS IS WS-ALERTCTL-STATUS.
           SELECT RVWREG-FILE ASSIGN TO "RVWREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-RVWREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ALERTREC.
       FD  ALERTCTL-FILE.
           COPY ALERTCTL.
       FD  RVWREG-FILE.
           COPY RVWREG.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-STEPDEF-STATUS          PIC XX    VALUE "00".
       01  WS-BATHIST-STATUS          PIC XX    VALUE "00".
       01  WS-AVAIL-STATUS            PIC XX    VALUE "00".
       01  WS-RVWREG-STATUS           PIC XX    VALUE "00".
       01  WS-CTL-FLAG                PIC X     VALUE "N".
           88  WS-IS-CONTROL-REPORT   VALUE "Y".
       01  WS-CX                      PIC 9(2)  VALUE 0.
       01  WS-BATSTAT-EOF             PIC X     VALUE "N".
           88  BATSTAT-EOF            VALUE "Y".
       01  WS-STEPDEF-EOF             PIC X     VALUE "N".
      * table below with every step DAILY.
       01  WS-CHAIN-COUNT             PIC 9(2)  VALUE 0.
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY OCCURS 40 TIMES.
               10  WS-CHAIN-NAME      PIC X(8).
               10  WS-CHAIN-FREQ      PIC X(8).
               10  WS-CHAIN-ENABLED   PIC X.
               10  WS-CHAIN-DUE       PIC X.
               10  WS-CHAIN-PHASE     PIC 9(2).
       01  WS-STEP-COUNT              PIC 9(2)  VALUE 21.
       01  WS-STEP-TABLE.
           05  FILLER                 PIC X(8) VALUE "EODRPT".
           05  FILLER                 PIC X(8) VALUE "TXNSTATS".
           05  FILLER                 PIC X(8) VALUE "ABNDRECN".
           05  FILLER                 PIC X(8) VALUE "PRBUPD".
           05  FILLER                 PIC X(8) VALUE "SESSRPT".
           05  FILLER                 PIC X(8) VALUE "SECRPT".
           05  FILLER                 PIC X(8) VALUE "ADMAUD".
           05  FILLER                 PIC X(8) VALUE "CHGRPT".
           05  FILLER                 PIC X(8) VALUE "HANDRPT".
           05  FILLER                 PIC X(8) VALUE "BGRVWRPT".
           05  FILLER                 PIC X(8) VALUE "INTAUD".
           05  FILLER                 PIC X(8) VALUE "SIEMFEED".
           05  FILLER                 PIC X(8) VALUE "PARMLINT".
           05  FILLER                 PIC X(8) VALUE "ROSTRPT".
           05  FILLER                 PIC X(8) VALUE "SLARCH".
           05  FILLER                 PIC X(8) VALUE "STATROLL".
           05  FILLER                 PIC X(8) VALUE "STATMSUM".
           05  FILLER                 PIC X(8) VALUE "RETPURGE".
           05  FILLER                 PIC X(8) VALUE "MSTBKUP".
           05  FILLER                 PIC X(8) VALUE "VOLDEV".
           05  FILLER                 PIC X(8) VALUE "HRRETURN".
       01  WS-STEP-LIST REDEFINES WS-STEP-TABLE.
           05  WS-STEP-NAME           PIC X(8) OCCURS 21 TIMES.
      * The control reports - the steps whose output is audit
      * evidence somebody must be seen to have read.
       01  WS-CONTROL-TABLE.
           05  FILLER                 PIC X(8) VALUE "ABNDRECN".
           05  FILLER                 PIC X(8) VALUE "CHGRPT".
           05  FILLER                 PIC X(8) VALUE "SECRPT".
           05  FILLER                 PIC X(8) VALUE "INTAUD".
           05  FILLER                 PIC X(8) VALUE "ADMAUD".
       01  WS-CONTROL-LIST REDEFINES WS-CONTROL-TABLE.
           05  WS-CONTROL-NAME        PIC X(8) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               CLOSE AVAIL-FILE
               OPEN I-O AVAIL-FILE
           END-IF.
           OPEN I-O RVWREG-FILE.
           IF WS-RVWREG-STATUS NOT = "00"
               OPEN OUTPUT RVWREG-FILE
               CLOSE RVWREG-FILE
               OPEN I-O RVWREG-FILE
           END-IF.
      *
      * Tonight's chain from the STEPDEF file; with no file (or an
      * empty one) the compiled table stands in - every DAILY step
                   MOVE "Y" TO WS-STEPDEF-EOF
           END-READ.
           IF NOT STEPDEF-EOF
           AND WS-CHAIN-COUNT < 40
               ADD 1 TO WS-CHAIN-COUNT
               MOVE SD-PROGRAM TO WS-CHAIN-NAME(WS-CHAIN-COUNT)
               MOVE SD-FREQ    TO WS-CHAIN-FREQ(WS-CHAIN-COUNT)
                  "  " BS-STATUS "  RC " WS-STEP-RC
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM REGISTER-FOR-REVIEW.
      *
      * A control report that ran tonight gets its pending entry on
      * the review register, dated the day the step started - the
      * date its RPTFILE copy carries. BS-START-DATE/BS-END-DATE are
      * still this step's stamps.
       REGISTER-FOR-REVIEW.
           MOVE "N" TO WS-CTL-FLAG.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
               IF WS-CONTROL-NAME(WS-CX) = WS-CHAIN-NAME(WS-IDX)
                   MOVE "Y" TO WS-CTL-FLAG
               END-IF
           END-PERFORM.
           IF WS-IS-CONTROL-REPORT
           AND WS-RVWREG-STATUS = "00"
               MOVE WS-CHAIN-NAME(WS-IDX) TO RR-REPORT
               MOVE BS-START-DATE TO RR-RUN-DATE
               READ RVWREG-FILE
                   INVALID KEY
                       PERFORM WRITE-REVIEW-ENTRY
                   NOT INVALID KEY
                       MOVE SPACES TO REPORT-LINE
                       STRING "REVIEW ENTRY:  " RR-REPORT " "
                              RR-RUN-DATE "  ALREADY REGISTERED"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-READ
           END-IF.
      *
       WRITE-REVIEW-ENTRY.
           MOVE "P"            TO RR-STATUS.
           MOVE WS-STEP-RC     TO RR-RUN-RC.
           MOVE BS-END-DATE    TO RR-REG-DATE.
           MOVE BS-END-TIME    TO RR-REG-TIME.
           MOVE SPACES         TO RR-REVIEWER.
           MOVE SPACES         TO RR-RVW-TERM-ID.
           MOVE 0              TO RR-RVW-DATE.
           MOVE 0              TO RR-RVW-TIME.
           MOVE SPACES         TO RR-COMMENT.
           MOVE 0              TO RR-ESC-COUNT.
           MOVE 0              TO RR-ESC-DATE.
           MOVE 0              TO RR-ESC-TIME.
           MOVE 0              TO RR-ESC-ALERT-ID.
           WRITE REVIEW-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REVIEW ENTRY:  " RR-REPORT " " RR-RUN-DATE
                  "  PENDING SIGN-OFF"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * The table name ABNDRECN is the 8-byte key; the program it
      * runs is ABNDRECON. Static CALLs, so a missing step is a
                   CALL "TXNSTATS"
               WHEN "ABNDRECN"
                   CALL "ABNDRECON"
               WHEN "PRBUPD"
                   CALL "PRBUPD"
               WHEN "SESSRPT"
                   CALL "SESSRPT"
               WHEN "SECRPT"
                   CALL "CHGRPT"
               WHEN "HANDRPT"
                   CALL "HANDRPT"
               WHEN "BGRVWRPT"
                   CALL "BGRVWRPT"
               WHEN "INTAUD"
                   CALL "INTAUD"
               WHEN "SIEMFEED"
                   CALL "SIEMFEED"
               WHEN "PARMLINT"
                   CALL "PARMLINT"
               WHEN "ROSTRPT"
                   CALL "ROSTRPT"
               WHEN "TERMRPT"
                   CALL "TERMRPT"
               WHEN "SLARCH"
                   CALL "SLARCH"
               WHEN "STATROLL"
                   CALL "DORMSWP"
               WHEN "CALLOAD"
                   CALL "CALLOAD"
               WHEN "STATMSUM"
                   CALL "STATMSUM"
               WHEN "LVRRECON"
                   CALL "LVRRECON"
               WHEN "BATTREND"
                   CALL "BATTREND"
               WHEN "PRBRPT"
                   CALL "PRBRPT"
               WHEN "RETPURGE"
                   CALL "RETPURGE"
               WHEN "MSTBKUP"
                   CALL "MSTBKUP"
               WHEN "HRRETURN"
                   CALL "HRRETURN"
               WHEN "CAPRPT"
                   CALL "CAPRPT"
               WHEN "USAGERPT"
                   CALL "USAGERPT"
               WHEN "AVAILRPT"
                   CALL "AVAILRPT"
               WHEN "GLCHGBK"
                   CALL "GLCHGBK"
               WHEN "RVWEVID"
                   CALL "RVWEVID"
               WHEN "CONCRPT"
                   CALL "CONCRPT"
               WHEN "STATYRPT"
                   CALL "STATYRPT"
               WHEN OTHER
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
           CLOSE SYSNOTE-FILE.
           CLOSE ALERTS-FILE.
           CLOSE ALERTCTL-FILE.
           CLOSE RVWREG-FILE.
           CLOSE REPORT-FILE.
