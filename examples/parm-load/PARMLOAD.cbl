       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMLOAD.
       AUTHOR. ZOS-CLONE.
      *
      * Loads the PARMDICT keyed system-parameter dictionary CICSPARM
      * checks every proposal against and PARMLINT checks the live
      * SYSPARM file against. Reads a sequential card file (one card
      * per key: key, type N or C, minimum and maximum, up to four
      * allowed text values, default, description and the programs
      * that read it - the same layout as the PARMDICT record, all
      * display fields) and rebuilds PARMDICT from scratch, so the
      * card deck is the single source of truth for which keys exist
      * - the discipline MENULOAD applies to the menu. A new knob is
      * a deck card alongside the code that reads it; until its card
      * is loaded CICSPARM will not let anyone propose a value.
      *
      * The shop's standing deck (descriptions and readers as the
      * SYSPARM copybook lists them; a key ending in '*' covers the
      * numbered family):
      *   IDLESECS N 0000060 0007200                   900
      *   LOCKOUT  N 0000001 0000020                   5
      *   MAXAGE   N 0000001 0000365                   90
      *   MINAGE   N 0000000 0000030                   1
      *   TMPPWDHR N 0000001 0000168                   24
      *   RSTTRIES N 0000001 0000010                   3
      *   ALRTRMIN N 0000001 0001440                   30
      *   RETABND  N 0000030 0003650                   90
      *   RETSTAT  N 0000030 0003650                   400
      *   RETRPT   N 0000030 0003650                   60
      *   RETADM   N 0000365 0003650                   365
      *   RETPWD   N 0000030 0003650                   730
      *   RETUACT  N 0000030 0003650                   400
      *   RETBHIST N 0000030 0003650                   400
      *   RETAVAIL N 0000030 0003650                   400
      *   RETHAND  N 0000030 0003650                   90
      *   RETALRT  N 0000030 0003650                   90
      *   RETCHG   N 0000365 0003650                   365
      *   RETTXNJ  N 0000030 0003650                   90
      *   RETLVR   N 0000030 0003650                   730
      *   TRMIDLE  N 0000007 0000730                   90
      *   OUTAGE   C                 Y N               N
      *   CONCURNT C                 Y N               Y
      *   MNTWARN  N 0000000 0001440                   60
      *   SCHEDOPN N 0000000 0235959                   060000
      *   SCHEDCLS N 0000000 0235959                   220000
      *   CLOSEWIN N 0000030 0001440                   480
      *   CHKPTINT N 0000001 0100000                   25
      *   REGION   C
      *   AUTHTRM* C
      *   CRITAB*  C
      *   GLDRACCT C                                   61500000
      *   GLRECOV  C
      *   GLSUSPCC C                                   ITSUSPNS
      *   DLGMAXDY N 0000001 0000090                   14
      *   BGLSHRS  N 0000001 0000024                   4
      *   BGREVWR  C
      *   WDOGSECS N 0000000 0003600                   300
      *   WDOGWIN  N 0000001 0001440                   10
      *   WDFAILTM N 0000001 0000999                   10
      *   WDFAILUS N 0000001 0000999                   5
      *   WDABEND  N 0000001 0000999                   3
      *   WDQDEPTH N 0000001 0099999                   500
      *   RVWGRACE N 0000000 0000720                   24
      *   CONCMINS N 0000000 0000060                   15
      *   LICSEATS N 0000000 0099999                   0
      *   LICWARN  N 0000001 0000100                   90
      *   RVWABNDR C
      *   RVWCHGRP C
      *   RVWSECRP C
      *   RVWINTAU C
      *   RVWADMAU C
      * A card with a bad type, an unreadable or inverted range, an
      * allowed-value list on a numeric key or a '*' anywhere but the
      * end of the key is rejected rather than loaded half-understood.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMCRDS-FILE ASSIGN TO "PARMCRDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARMCRDS-STATUS.
           SELECT PARMDICT-FILE ASSIGN TO "PARMDICT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PARMDICT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMCRDS-FILE.
       01  PARM-CARD.
           05  PC-KEY             PIC X(8).
           05  PC-TYPE            PIC X.
           05  PC-MIN-VALUE       PIC X(7).
           05  PC-MAX-VALUE       PIC X(7).
           05  PC-ALLOWED-VALUES  PIC X(32).
           05  PC-DEFAULT         PIC X(10).
           05  PC-DESC            PIC X(40).
           05  PC-READERS         PIC X(40).
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
       01  WS-PARMCRDS-STATUS         PIC XX    VALUE "00".
       01  WS-PARMDICT-STATUS         PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-PARMCRDS-EOF            PIC X     VALUE "N".
           88  PARMCRDS-EOF           VALUE "Y".
       01  WS-LOADED-COUNT            PIC 9(3)  VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(3)  VALUE 0.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01  WS-MIN-NUM                 PIC 9(7)  VALUE 0.
       01  WS-MAX-NUM                 PIC 9(7)  VALUE 0.
       01  WS-KX                      PIC 9     VALUE 0.
       01  WS-STAR-FLAG               PIC X     VALUE "Y".
           88  WS-STAR-VALID          VALUE "Y".

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
           PERFORM PROCESS-PARMCRDS UNTIL PARMCRDS-EOF.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
      * PARMDICT is opened OUTPUT so the load rebuilds the file from
      * the deck every run - a key dropped from the deck stops being
      * proposable the moment the reload lands.
       OPEN-FILES.
           OPEN INPUT PARMCRDS-FILE.
           OPEN OUTPUT PARMDICT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-PARMCRDS-STATUS = "00"
               PERFORM READ-PARMCRDS
           ELSE
               MOVE "Y" TO WS-PARMCRDS-EOF
           END-IF.
      *
       READ-PARMCRDS.
           READ PARMCRDS-FILE
               AT END
                   MOVE "Y" TO WS-PARMCRDS-EOF
           END-READ.
      *
      * A blank range on a numeric card is 0 to 9999999 - the whole
      * of SP-NUM-VALUE's positive reach; a text card's range columns
      * are ignored.
       PROCESS-PARMCRDS.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-MIN-NUM.
           MOVE 9999999 TO WS-MAX-NUM.
           PERFORM VALIDATE-KEY-STAR.
           IF PC-TYPE = "N"
               IF PC-MIN-VALUE IS NUMERIC
                   MOVE PC-MIN-VALUE TO WS-MIN-NUM
               END-IF
               IF PC-MAX-VALUE IS NUMERIC
                   MOVE PC-MAX-VALUE TO WS-MAX-NUM
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PC-KEY = SPACES
                   MOVE "PARAMETER KEY MISSING" TO WS-REJECT-REASON
               WHEN NOT WS-STAR-VALID
                   MOVE "'*' ONLY AS LAST CHARACTER"
                     TO WS-REJECT-REASON
               WHEN PC-TYPE NOT = "N" AND PC-TYPE NOT = "C"
                   MOVE "TYPE NOT N OR C" TO WS-REJECT-REASON
               WHEN PC-TYPE = "N"
                AND ((PC-MIN-VALUE NOT NUMERIC
                      AND PC-MIN-VALUE NOT = SPACES)
                  OR (PC-MAX-VALUE NOT NUMERIC
                      AND PC-MAX-VALUE NOT = SPACES))
                   MOVE "RANGE NOT DIGITS" TO WS-REJECT-REASON
               WHEN PC-TYPE = "N"
                AND WS-MIN-NUM > WS-MAX-NUM
                   MOVE "MINIMUM ABOVE MAXIMUM" TO WS-REJECT-REASON
               WHEN PC-TYPE = "N"
                AND PC-ALLOWED-VALUES NOT = SPACES
                   MOVE "ALLOWED VALUES ON A NUMERIC KEY"
                     TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM LOAD-DICTIONARY-RECORD
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-LOADED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  LOADED   " PC-KEY " " PC-TYPE " "
                      PC-DESC
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  REJECTED " PC-KEY "  "
                      WS-REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           PERFORM READ-PARMCRDS.
      *
      * A family key's '*' stands in for the row number, so it may
      * only be the last non-blank character.
       VALIDATE-KEY-STAR.
           MOVE "Y" TO WS-STAR-FLAG.
           PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 7
               IF PC-KEY(WS-KX:1) = "*"
               AND PC-KEY(WS-KX + 1:1) NOT = SPACE
                   MOVE "N" TO WS-STAR-FLAG
               END-IF
           END-PERFORM.
      *
       LOAD-DICTIONARY-RECORD.
           MOVE PC-KEY            TO PD-KEY.
           MOVE PC-TYPE           TO PD-TYPE.
           IF PC-TYPE = "N"
               MOVE WS-MIN-NUM    TO PD-MIN-VALUE
               MOVE WS-MAX-NUM    TO PD-MAX-VALUE
           ELSE
               MOVE 0             TO PD-MIN-VALUE
               MOVE 0             TO PD-MAX-VALUE
           END-IF.
           MOVE PC-ALLOWED-VALUES TO PD-ALLOWED-VALUES.
           MOVE PC-DEFAULT        TO PD-DEFAULT.
           MOVE PC-DESC           TO PD-DESC.
           MOVE PC-READERS        TO PD-READERS.
           WRITE PARM-DICTIONARY-RECORD
               INVALID KEY
                   MOVE "DUPLICATE PARAMETER KEY" TO WS-REJECT-REASON
           END-WRITE.
      *
       WRITE-REPORT-HEADER.
           MOVE "PARMLOAD - SYSTEM PARAMETER DICTIONARY LOAD"
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
           STRING "KEYS LOADED:      " WS-LOADED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CARDS REJECTED:   " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       CLOSE-FILES.
           CLOSE PARMCRDS-FILE.
           CLOSE PARMDICT-FILE.
           CLOSE REPORT-FILE.
