       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSLOAD.
       AUTHOR. ZOS-CLONE.
      *
      * Loads the SECCLASS keyed security-class file every
      * authorization gate reads. One card per class: class code,
      * description, menu tier, the eight capability flags (Y/N in
      * SECCLASS order - admin users, reset passwords, propose parm,
      * approve parm, post bulletins, needs PIN, inquire users, sign
      * on during the close) and up to eight extra TRANIDs - the same
      * layout as the SECCLASS record, all display fields. Rebuilds
      * SECCLASS from scratch every run, the discipline MENULOAD
      * applies to the menu, so the deck is the single source of
      * truth for what each class may do.
      *
      * The shop's standing deck - SU and OP reproduce exactly what
      * the literal 'SU' tests used to allow; AU (read-only audit)
      * and HD (help-desk reset) are the two restricted roles:
      *   SU SUPERVISOR            SU YYYYYYYY
      *   OP OPERATOR              OP NNNNNNNN
      *   AU AUDITOR (READ ONLY)      NNNNNYYN UINQ AINQ RPTV PCHG SOFF
      *   HD HELP DESK             OP NYNNNYNN URST
      * A card with a bad tier or a capability byte other than Y or N
      * is rejected rather than loaded half-understood.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASSCRD-FILE ASSIGN TO "CLASSCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLASSCRD-STATUS.
           SELECT SECCLASS-FILE ASSIGN TO "SECCLASS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-CLASS
               FILE STATUS IS WS-SECCLASS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLASSCRD-FILE.
       01  CLASS-CARD.
           05  CC-CLASS           PIC X(2).
           05  CC-DESC            PIC X(30).
           05  CC-MENU-TIER       PIC X(2).
           05  CC-CAPABILITIES.
               10  CC-CAP-FLAG    PIC X OCCURS 8 TIMES.
           05  CC-GRANTS          PIC X(32).
       FD  SECCLASS-FILE.
           COPY SECCLASS.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-CLASSCRD-STATUS         PIC XX    VALUE "00".
       01  WS-SECCLASS-STATUS         PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-CLASSCRD-EOF            PIC X     VALUE "N".
           88  CLASSCRD-EOF           VALUE "Y".
       01  WS-LOADED-COUNT            PIC 9(3)  VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(3)  VALUE 0.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01  WS-CAPX                    PIC 9     VALUE 0.
       01  WS-CAP-FLAG                PIC X     VALUE "Y".
           88  WS-CAPS-VALID          VALUE "Y".

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
           PERFORM PROCESS-CLASSCRD UNTIL CLASSCRD-EOF.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
      * SECCLASS is opened OUTPUT so the load rebuilds the file from
      * the deck every run - a class dropped from the deck can't
      * linger with its old powers.
       OPEN-FILES.
           OPEN INPUT CLASSCRD-FILE.
           OPEN OUTPUT SECCLASS-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-CLASSCRD-STATUS = "00"
               PERFORM READ-CLASSCRD
           ELSE
               MOVE "Y" TO WS-CLASSCRD-EOF
           END-IF.
      *
       READ-CLASSCRD.
           READ CLASSCRD-FILE
               AT END
                   MOVE "Y" TO WS-CLASSCRD-EOF
           END-READ.
      *
       PROCESS-CLASSCRD.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM VALIDATE-CAPABILITIES.
           EVALUATE TRUE
               WHEN CC-CLASS = SPACES
                   MOVE "CLASS CODE MISSING" TO WS-REJECT-REASON
               WHEN CC-MENU-TIER NOT = "SU"
                AND CC-MENU-TIER NOT = "OP"
                AND CC-MENU-TIER NOT = SPACES
                   MOVE "MENU TIER NOT SU, OP OR BLANK"
                     TO WS-REJECT-REASON
               WHEN NOT WS-CAPS-VALID
                   MOVE "CAPABILITY FLAG NOT Y OR N"
                     TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM LOAD-CLASS-RECORD
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-LOADED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  LOADED   " CC-CLASS " " CC-MENU-TIER
                      " " CC-CAPABILITIES " " CC-DESC
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF CC-GRANTS NOT = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING "           GRANTS " CC-GRANTS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  REJECTED " CC-CLASS "  "
                      WS-REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM READ-CLASSCRD.
      *
       VALIDATE-CAPABILITIES.
           MOVE "Y" TO WS-CAP-FLAG.
           PERFORM VARYING WS-CAPX FROM 1 BY 1 UNTIL WS-CAPX > 8
               IF CC-CAP-FLAG(WS-CAPX) NOT = "Y"
               AND CC-CAP-FLAG(WS-CAPX) NOT = "N"
                   MOVE "N" TO WS-CAP-FLAG
               END-IF
           END-PERFORM.
      *
       LOAD-CLASS-RECORD.
           MOVE CC-CLASS        TO SC-CLASS.
           MOVE CC-DESC         TO SC-DESC.
           MOVE CC-MENU-TIER    TO SC-MENU-TIER.
           MOVE CC-CAPABILITIES TO SC-CAPABILITIES.
           MOVE CC-GRANTS       TO SC-GRANTS.
           WRITE SECURITY-CLASS-RECORD
               INVALID KEY
                   MOVE "DUPLICATE CLASS CODE" TO WS-REJECT-REASON
           END-WRITE.
      *
       WRITE-REPORT-HEADER.
           MOVE "CLASSLOAD - SECURITY CLASS FILE LOAD" TO REPORT-LINE.
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
           STRING "CLASSES LOADED:   " WS-LOADED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CARDS REJECTED:   " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       CLOSE-FILES.
           CLOSE CLASSCRD-FILE.
           CLOSE SECCLASS-FILE.
           CLOSE REPORT-FILE.
