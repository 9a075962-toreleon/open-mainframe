       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGLIST.
       AUTHOR. ZOS-CLONE.
      *
      * Prints the MSGCAT message catalogue for the operations run
      * book - every message in ID order with its severity, issuing
      * program, text, explanation and operator action, the same
      * entry CICSMSGQ shows on line. Run after each MSGLOAD so the
      * printed book never disagrees with the lookup the help desk
      * is reading from.
      *
      * PARM is run-date,env,prefix. A prefix (SGN, UAD, ...) lists
      * only that program's messages, for the page of the book that
      * covers one transaction; without one the whole catalogue is
      * listed. RC 4 when the prefix matches nothing, RC 8 when the
      * catalogue cannot be opened; otherwise RC 0.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGCAT-FILE ASSIGN TO "MSGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MG-KEY
               FILE STATUS IS WS-MSGCAT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGCAT-FILE.
           COPY MSGCAT.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-PREFIX-PARM             PIC X(3)  VALUE SPACES.
       01  WS-MSGCAT-STATUS           PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-MSGCAT-EOF              PIC X     VALUE "N".
           88  MSGCAT-EOF             VALUE "Y".
       01  WS-LISTED-COUNT            PIC 9(4)  VALUE 0.
       01  WS-INFO-COUNT              PIC 9(4)  VALUE 0.
       01  WS-WARN-COUNT              PIC 9(4)  VALUE 0.
       01  WS-ERROR-COUNT             PIC 9(4)  VALUE 0.
       01  WS-SEVERITY-TEXT           PIC X(11) VALUE SPACES.
       01  WS-EXIT-RC                 PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME WS-PREFIX-PARM
               END-UNSTRING
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN INPUT MSGCAT-FILE.
           IF WS-MSGCAT-STATUS = "00"
               PERFORM POSITION-CATALOGUE
               PERFORM LIST-ONE-MESSAGE UNTIL MSGCAT-EOF
               CLOSE MSGCAT-FILE
               PERFORM WRITE-CONTROL-TOTALS
               IF WS-LISTED-COUNT = 0
                   MOVE 4 TO WS-EXIT-RC
               END-IF
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "MSGCAT NOT AVAILABLE - STATUS "
                      WS-MSGCAT-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO WS-EXIT-RC
           END-IF.
           CLOSE REPORT-FILE.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           STOP RUN.
      *
      * A prefix starts the browse at that program's first message
      * (its ID padded with spaces sorts ahead of 001); the whole
      * catalogue starts from the lowest key.
       POSITION-CATALOGUE.
           MOVE LOW-VALUES TO MG-KEY.
           IF WS-PREFIX-PARM NOT = SPACES
               MOVE SPACES TO MG-KEY
               MOVE WS-PREFIX-PARM TO MG-PREFIX
           END-IF.
           START MSGCAT-FILE KEY NOT LESS THAN MG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MSGCAT-EOF
           END-START.
           IF NOT MSGCAT-EOF
               PERFORM READ-MSGCAT
           END-IF.
      *
       READ-MSGCAT.
           READ MSGCAT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MSGCAT-EOF
           END-READ.
           IF NOT MSGCAT-EOF
           AND WS-PREFIX-PARM NOT = SPACES
           AND MG-PREFIX NOT = WS-PREFIX-PARM
               MOVE "Y" TO WS-MSGCAT-EOF
           END-IF.
      *
      * One entry: the ID line, the text as the screen shows it,
      * then explanation and action, each folded at 75 columns onto
      * a second line only when it runs that long.
       LIST-ONE-MESSAGE.
           ADD 1 TO WS-LISTED-COUNT.
           EVALUATE TRUE
               WHEN MG-INFORMATION
                   MOVE "INFORMATION" TO WS-SEVERITY-TEXT
                   ADD 1 TO WS-INFO-COUNT
               WHEN MG-WARNING
                   MOVE "WARNING"     TO WS-SEVERITY-TEXT
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   MOVE "ERROR"       TO WS-SEVERITY-TEXT
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING MG-ID "  " WS-SEVERITY-TEXT "  ISSUED BY "
                  MG-PROGRAM
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " MG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  EXPLANATION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " MG-EXPLAIN(1:75)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MG-EXPLAIN(76:75) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "    " MG-EXPLAIN(76:75)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE "  OPERATOR ACTION" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " MG-ACTION(1:75)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF MG-ACTION(76:75) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "    " MG-ACTION(76:75)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM READ-MSGCAT.
      *
       WRITE-REPORT-HEADER.
           MOVE "MSGLIST - MESSAGE CATALOGUE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PREFIX-PARM NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "MESSAGES WITH PREFIX: " WS-PREFIX-PARM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING "MESSAGES LISTED:  " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  INFORMATION:    " WS-INFO-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  WARNING:        " WS-WARN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ERROR:          " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
