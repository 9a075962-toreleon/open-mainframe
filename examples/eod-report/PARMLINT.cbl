       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMLINT.
       AUTHOR. ZOS-CLONE.
      *
      * Nightly check of the live SYSPARM file against the PARMDICT
      * dictionary PARMLOAD builds, and the shop's printed parameter
      * catalogue. CICSPARM has refused a bad proposal since the
      * dictionary went in, but a record written before then, or by
      * a restore, or a range tightened since, is only found by
      * looking - so every night every live key is looked up (a
      * numbered row like AUTHTRM4 under its family entry AUTHTRM*)
      * and listed when it is:
      *   - not in the dictionary - a misspelling nothing reads, or
      *     a knob added in code without its deck card
      *   - numeric and outside the entry's minimum to maximum
      *   - text and not one of the entry's allowed values
      * Then the catalogue: every dictionary entry with its type,
      * range or allowed values, default, description and the
      * programs that read it, flagged where the key is defined but
      * absent from SYSPARM (the compiled-in default is what those
      * programs are running on) - the page operations used to keep
      * by hand from the SYSPARM copybook comment.
      * RC 4 when any live key is listed, or the dictionary cannot be
      * read; otherwise RC 0. An absent key is not an error.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-SYSPARM-STATUS.
           SELECT PARMDICT-FILE ASSIGN TO "PARMDICT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PARMDICT-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "PLNPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSPARM-FILE.
           COPY SYSPARM.
       FD  PARMDICT-FILE.
           COPY PARMDICT.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-SYSPARM-STATUS          PIC XX    VALUE "00".
       01  WS-PARMDICT-STATUS         PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-SYSPARM-OPEN            PIC X     VALUE "N".
           88  SYSPARM-OPEN           VALUE "Y".
       01  WS-PARMDICT-OPEN           PIC X     VALUE "N".
           88  PARMDICT-OPEN          VALUE "Y".
       01  WS-SYSPARM-EOF             PIC X     VALUE "N".
           88  SYSPARM-EOF            VALUE "Y".
       01  WS-PARMDICT-EOF            PIC X     VALUE "N".
           88  PARMDICT-EOF           VALUE "Y".
       01  WS-PD-FLAG                 PIC X     VALUE "N".
           88  WS-PD-FOUND            VALUE "Y".
       01  WS-ALLOWED-FLAG            PIC X     VALUE "N".
           88  WS-VALUE-ALLOWED       VALUE "Y".
       01  WS-LOOKUP-KEY              PIC X(8)  VALUE SPACES.
       01  WS-KX                      PIC 9     VALUE 0.
       01  WS-AX                      PIC 9     VALUE 0.
       01  WS-PREFIX-LEN              PIC 9     VALUE 0.
       01  WS-FAMILY-FLAG             PIC X     VALUE "N".
           88  WS-IS-FAMILY           VALUE "Y".
       01  WS-FAMILY-EOF              PIC X     VALUE "N".
           88  FAMILY-EOF             VALUE "Y".
       01  WS-FAMILY-ROWS             PIC 9(3)  VALUE 0.
       01  WS-LIVE-COUNT              PIC 9(5)  VALUE 0.
       01  WS-UNKNOWN-COUNT           PIC 9(5)  VALUE 0.
       01  WS-RANGE-COUNT             PIC 9(5)  VALUE 0.
       01  WS-DICT-COUNT              PIC 9(5)  VALUE 0.
       01  WS-ABSENT-COUNT            PIC 9(5)  VALUE 0.
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.
       01  WS-NUM-DISPLAY             PIC -(6)9.
       01  WS-MIN-DISPLAY             PIC Z(6)9.
       01  WS-MAX-DISPLAY             PIC Z(6)9.
       01  WS-ROWS-DISPLAY            PIC ZZ9.
       01  WS-RANGE-TEXT              PIC X(24) VALUE SPACES.
       01  WS-STATUS-TEXT             PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME
               END-UNSTRING
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN INPUT SYSPARM-FILE.
           IF WS-SYSPARM-STATUS = "00"
               MOVE "Y" TO WS-SYSPARM-OPEN
           END-IF.
           OPEN INPUT PARMDICT-FILE.
           IF WS-PARMDICT-STATUS = "00"
               MOVE "Y" TO WS-PARMDICT-OPEN
           END-IF.
           IF PARMDICT-OPEN
               PERFORM CHECK-LIVE-KEYS
               PERFORM WRITE-CATALOGUE
           ELSE
               MOVE "PARMDICT NOT AVAILABLE - NOTHING TO CHECK AGAINST"
                 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           PERFORM WRITE-CONTROL-TOTALS.
           IF SYSPARM-OPEN
               CLOSE SYSPARM-FILE
           END-IF.
           IF PARMDICT-OPEN
               CLOSE PARMDICT-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF WS-UNKNOWN-COUNT > 0
           OR WS-RANGE-COUNT > 0
               MOVE 4 TO WS-EXIT-RC
           END-IF.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           GOBACK.
      *
      * Pass one: every live SYSPARM record, in key order, against
      * its dictionary entry. Only the keys in trouble are printed.
       CHECK-LIVE-KEYS.
           MOVE "LIVE SYSPARM KEYS IN EXCEPTION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "N" TO WS-SYSPARM-EOF.
           IF NOT SYSPARM-OPEN
               MOVE "Y" TO WS-SYSPARM-EOF
           END-IF.
           PERFORM CHECK-ONE-LIVE-KEY UNTIL SYSPARM-EOF.
           IF WS-UNKNOWN-COUNT = 0
           AND WS-RANGE-COUNT = 0
               MOVE "  NONE - EVERY LIVE KEY IS DEFINED AND IN RANGE"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       CHECK-ONE-LIVE-KEY.
           READ SYSPARM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SYSPARM-EOF
           END-READ.
           IF NOT SYSPARM-EOF
               ADD 1 TO WS-LIVE-COUNT
               MOVE SP-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-DEFINITION
               EVALUATE TRUE
                   WHEN NOT WS-PD-FOUND
                       ADD 1 TO WS-UNKNOWN-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " SP-KEY
                              "  NOT IN DICTIONARY - MISSPELLED OR "
                              "UNDEFINED"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   WHEN PD-NUMERIC
                       PERFORM CHECK-LIVE-RANGE
                   WHEN OTHER
                       PERFORM CHECK-LIVE-ALLOWED
               END-EVALUATE
           END-IF.
      *
       CHECK-LIVE-RANGE.
           IF SP-NUM-VALUE < PD-MIN-VALUE
           OR SP-NUM-VALUE > PD-MAX-VALUE
               ADD 1 TO WS-RANGE-COUNT
               MOVE SP-NUM-VALUE TO WS-NUM-DISPLAY
               MOVE PD-MIN-VALUE TO WS-MIN-DISPLAY
               MOVE PD-MAX-VALUE TO WS-MAX-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " SP-KEY "  " WS-NUM-DISPLAY
                      " OUT OF RANGE " WS-MIN-DISPLAY
                      " TO " WS-MAX-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       CHECK-LIVE-ALLOWED.
           IF PD-ALLOWED-VALUES NOT = SPACES
               MOVE "N" TO WS-ALLOWED-FLAG
               PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 4
                   IF PD-ALLOWED(WS-AX) NOT = SPACES
                   AND PD-ALLOWED(WS-AX) = SP-CHAR-VALUE
                       MOVE "Y" TO WS-ALLOWED-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-VALUE-ALLOWED
                   ADD 1 TO WS-RANGE-COUNT
                   PERFORM BUILD-RANGE-TEXT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " SP-KEY "  '" SP-CHAR-VALUE
                          "' NOT ONE OF " WS-RANGE-TEXT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.
      *
      * WS-LOOKUP-KEY on the dictionary: the key itself, else its
      * numbered family - the last non-blank character replaced by
      * '*', the rule CICSPARM applies to a proposal.
       FIND-DEFINITION.
           MOVE "N" TO WS-PD-FLAG.
           MOVE WS-LOOKUP-KEY TO PD-KEY.
           READ PARMDICT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PD-FLAG
           END-READ.
           IF NOT WS-PD-FOUND
               PERFORM VARYING WS-KX FROM 8 BY -1
                       UNTIL WS-KX < 2
                       OR WS-LOOKUP-KEY(WS-KX:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               MOVE WS-LOOKUP-KEY TO PD-KEY
               MOVE "*" TO PD-KEY(WS-KX:1)
               READ PARMDICT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PD-FLAG
               END-READ
           END-IF.
      *
      * Pass two: the dictionary in key order, three lines an entry.
       WRITE-CATALOGUE.
           MOVE "SYSTEM PARAMETER CATALOGUE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  KEY      T RANGE / VALUES           DEFAULT"
                  "     ON SYSPARM"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "N" TO WS-PARMDICT-EOF.
           MOVE LOW-VALUES TO PD-KEY.
           START PARMDICT-FILE KEY NOT LESS THAN PD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PARMDICT-EOF
           END-START.
           PERFORM CATALOGUE-ONE-ENTRY UNTIL PARMDICT-EOF.
      *
       CATALOGUE-ONE-ENTRY.
           READ PARMDICT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PARMDICT-EOF
           END-READ.
           IF NOT PARMDICT-EOF
               ADD 1 TO WS-DICT-COUNT
               PERFORM BUILD-RANGE-TEXT
               PERFORM CHECK-ENTRY-ON-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "  " PD-KEY " " PD-TYPE " " WS-RANGE-TEXT
                      " " PD-DEFAULT "  " WS-STATUS-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "             " PD-DESC
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "             READ BY " PD-READERS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       BUILD-RANGE-TEXT.
           MOVE SPACES TO WS-RANGE-TEXT.
           IF PD-NUMERIC
               MOVE PD-MIN-VALUE TO WS-MIN-DISPLAY
               MOVE PD-MAX-VALUE TO WS-MAX-DISPLAY
               STRING WS-MIN-DISPLAY " TO " WS-MAX-DISPLAY
                   DELIMITED BY SIZE INTO WS-RANGE-TEXT
           ELSE
               IF PD-ALLOWED-VALUES = SPACES
                   MOVE "ANY TEXT" TO WS-RANGE-TEXT
               ELSE
                   STRING PD-ALLOWED(1) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          PD-ALLOWED(2) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          PD-ALLOWED(3) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          PD-ALLOWED(4) DELIMITED BY SPACE
                       INTO WS-RANGE-TEXT
               END-IF
           END-IF.
      *
      * A plain key is on file or not; a family entry counts its
      * rows - positioned at the prefix, read while the prefix still
      * matches. None on file is absent either way.
       CHECK-ENTRY-ON-FILE.
           MOVE "N" TO WS-FAMILY-FLAG.
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 8
               IF PD-KEY(WS-KX:1) = "*"
                   MOVE "Y" TO WS-FAMILY-FLAG
                   COMPUTE WS-PREFIX-LEN = WS-KX - 1
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-FAMILY-ROWS.
           IF SYSPARM-OPEN
               IF WS-IS-FAMILY
                   PERFORM COUNT-FAMILY-ROWS
               ELSE
                   MOVE PD-KEY TO SP-KEY
                   READ SYSPARM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 1 TO WS-FAMILY-ROWS
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO WS-STATUS-TEXT.
           EVALUATE TRUE
               WHEN WS-FAMILY-ROWS = 0
                   ADD 1 TO WS-ABSENT-COUNT
                   MOVE "ABSENT - DEFAULT APPLIES" TO WS-STATUS-TEXT
               WHEN WS-IS-FAMILY
                   MOVE WS-FAMILY-ROWS TO WS-ROWS-DISPLAY
                   STRING WS-ROWS-DISPLAY " ROWS"
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "YES" TO WS-STATUS-TEXT
           END-EVALUATE.
      *
       COUNT-FAMILY-ROWS.
           MOVE "N" TO WS-FAMILY-EOF.
           MOVE SPACES TO SP-KEY.
           MOVE PD-KEY(1:WS-PREFIX-LEN) TO SP-KEY.
           START SYSPARM-FILE KEY NOT LESS THAN SP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FAMILY-EOF
           END-START.
           PERFORM COUNT-ONE-FAMILY-ROW UNTIL FAMILY-EOF.
      *
       COUNT-ONE-FAMILY-ROW.
           READ SYSPARM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FAMILY-EOF
           END-READ.
           IF NOT FAMILY-EOF
               IF SP-KEY(1:WS-PREFIX-LEN) = PD-KEY(1:WS-PREFIX-LEN)
                   ADD 1 TO WS-FAMILY-ROWS
               ELSE
                   MOVE "Y" TO WS-FAMILY-EOF
               END-IF
           END-IF.
      *
       WRITE-REPORT-HEADER.
           MOVE "PARMLINT - SYSTEM PARAMETER CHECK AND CATALOGUE"
             TO REPORT-LINE.
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
           STRING "LIVE KEYS CHECKED:       " WS-LIVE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  NOT IN DICTIONARY:     " WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OUT OF RANGE / VALUE:  " WS-RANGE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DICTIONARY KEYS:         " WS-DICT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ABSENT FROM SYSPARM:   " WS-ABSENT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
