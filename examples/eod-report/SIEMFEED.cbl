       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIEMFEED.
       AUTHOR. ZOS-CLONE.
      *
      * Security-event feed for the corporate security monitoring
      * platform (SIEM). Until this step the security team saw our
      * sign-on and admin activity only as the SECRPT print the next
      * morning; this step forwards everything new on SIGNLOG,
      * ADMAUDIT, CHGJRNL and ALERTS since its last run as one
      * normalized event per line of the SIEMFEED file, which their
      * collector picks up once the step has ended clean.
      *
      * Line format - keys in this order, separated by single blanks,
      * key=value with no blanks inside a value (an embedded blank or
      * '=' is written as '_', an empty value as '-'):
      *   id=      source name, '-', the 9-digit event number from
      *            SIEMHWM - unique per source, never reused
      *   ts=      event time, YYYY-MM-DDTHH:MM:SS, shop local time
      *   region=  the region name (ENVCFG ENV-REGION-NAME, or the
      *            env PARM on a one-off run)
      *   src=     SIGNLOG, ADMAUDIT, CHGJRNL or ALERTS
      *   user=    who acted (ALERTS: the program that raised it)
      *   term=    terminal ID (BTCH for batch writers)
      *   type=    SIGNLOG   SIGNON, LOGOFF, TEMPPWD or PWDRESET
      *                      (a self-service reset, FAILURE when it
      *                      was refused)
      *            ADMAUDIT  the AD-ACTION code (RESET, ADD, ...)
      *            CHGJRNL   RECADD, RECCHG or RECDEL
      *            ALERTS    ALERT
      *   target=  the account or record acted on (SIGNLOG: the
      *            user ID; ALERTS: the raising program)
      *   outcome= SUCCESS or FAILURE (ALERTS: RAISED)
      * then, CHGJRNL only:
      *   file=    USRFILE, SYSPARM, DEPTMAST or TERMINV
      *   chg=     each field that differs between the before and
      *            after images, FIELD:old>new, comma separated
      *            ('-' for a file with no field map here).
      *            The credential fields (PASSWORD, PIN) carry their
      *            name only - the digests never leave the shop
      * and ALERTS only:
      *   alert=   OA-ID    sev= CRITICAL, WARNING or INFO
      *   text=    the alert text
      * The last line of every run is the trailer:
      *   id=TRAILER ts= region= src=SIEMFEED type=TRAILER
      *   run= signlog= admaudit= chgjrnl= alerts= total= resync=
      * with the count of event lines sent from each source, so the
      * SIEM side can check it received the whole file.
      *
      * The high-water mark for each source is on SIEMHWM (see the
      * copybook for how a mark survives the SLARCH and RETPURGE
      * rewrites). The marks are rewritten only after SIEMFEED has
      * closed clean: a run that fails leaves them untouched, and
      * the rerun sends exactly the same events under the same id=
      * numbers, so a half-collected file can be replaced without a
      * duplicate or a gap. When a source's anchor record has been
      * purged before it was ever passed (the feed off for longer
      * than the retention), the source is resent from the first
      * record stamped after the mark, resync=Y on the trailer and
      * RC 4 so somebody looks.
      *
      * Own print DD SIEPRINT with the per-source counts for the
      * operators; RC 8 when the feed could not be written, which
      * holds the chain until somebody looks.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNLOG-FILE ASSIGN TO "SIGNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.
           SELECT ADMAUDIT-FILE ASSIGN TO "ADMAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADMAUDIT-STATUS.
           SELECT CHGJRNL-FILE ASSIGN TO "CHGJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT ALERTS-FILE ASSIGN TO "ALERTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-ID
               FILE STATUS IS WS-ALERTS-STATUS.
           SELECT SIEMHWM-FILE ASSIGN TO "SIEMHWM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HW-SOURCE
               FILE STATUS IS WS-SIEMHWM-STATUS.
           SELECT FEED-FILE ASSIGN TO "SIEMFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           SELECT REPORT-FILE ASSIGN TO "SIEPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNLOG-FILE.
           COPY SIGNLOG.
       FD  ADMAUDIT-FILE.
           COPY ADMAUDIT.
       FD  CHGJRNL-FILE.
           COPY CHGJRNL.
       FD  ALERTS-FILE.
           COPY ALERTREC.
       FD  SIEMHWM-FILE.
           COPY SIEMHWM.
       FD  FEED-FILE
           RECORD CONTAINS 1024 CHARACTERS.
       01  FEED-LINE                  PIC X(1024).
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
           COPY DATEPARM.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-SIGNLOG-STATUS          PIC XX    VALUE "00".
       01  WS-ADMAUDIT-STATUS         PIC XX    VALUE "00".
       01  WS-CHGJRNL-STATUS          PIC XX    VALUE "00".
       01  WS-ALERTS-STATUS           PIC XX    VALUE "00".
       01  WS-SIEMHWM-STATUS          PIC XX    VALUE "00".
       01  WS-FEED-STATUS             PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-SRC-EOF                 PIC X     VALUE "N".
           88  SRC-EOF                VALUE "Y".
       01  WS-SRC-OPEN-FLAG           PIC X     VALUE "N".
           88  WS-SRC-OPEN            VALUE "Y".
       01  WS-SCAN-DONE               PIC X     VALUE "N".
           88  SCAN-DONE              VALUE "Y".
       01  WS-FEED-OK-FLAG            PIC X     VALUE "Y".
           88  WS-FEED-OK             VALUE "Y".
      * 'A' sends every record past the position reached; 'S' is
      * the resync case, sending only records stamped after the
      * mark.
       01  WS-FEED-MODE               PIC X     VALUE "A".
           88  WS-SEND-BY-STAMP       VALUE "S".
       01  WS-TODAY-JUL               PIC 9(5)  VALUE 0.
       01  WS-TODAY                   PIC 9(7)  VALUE 0.
       01  WS-CLOCK                   PIC 9(8)  VALUE 0.
       01  WS-NOW-TIME                PIC 9(7)  VALUE 0.
       01  WS-SX                      PIC 9     VALUE 0.
       01  WS-POS                     PIC 9(9)  VALUE 0.
       01  WS-MATCH-POS               PIC 9(9)  VALUE 0.
       01  WS-TOTAL-SENT              PIC 9(9)  VALUE 0.
       01  WS-RESYNC-FLAG             PIC X     VALUE "N".
       01  WS-EXIT-RC                 PIC 9     VALUE 0.
      * The record in hand, whichever source it came off: its first
      * 40 bytes (compared against the stored anchor) and its stamp.
       01  WS-CUR-ANCHOR              PIC X(40) VALUE SPACES.
       01  WS-CUR-DATE                PIC S9(7) COMP-3 VALUE 0.
       01  WS-CUR-TIME                PIC S9(7) COMP-3 VALUE 0.
       01  WS-CUR-STAMP               PIC 9(13) VALUE 0.
       01  WS-MARK-STAMP              PIC 9(13) VALUE 0.
      * One entry per source, in feed order - the mark read at the
      * start, advanced in storage as events go out, and written
      * back to SIEMHWM only once the feed file has closed clean.
       01  WS-MARK-TABLE.
           05  WS-MARK OCCURS 4 TIMES.
               10  WS-MK-SOURCE       PIC X(8).
               10  WS-MK-ON-FILE      PIC X.
               10  WS-MK-FILE-FLAG    PIC X.
               10  WS-MK-REC-COUNT    PIC 9(9).
               10  WS-MK-ANCHOR       PIC X(40).
               10  WS-MK-LAST-DATE    PIC S9(7) COMP-3.
               10  WS-MK-LAST-TIME    PIC S9(7) COMP-3.
               10  WS-MK-LAST-ID      PIC 9(7).
               10  WS-MK-EVENT-SEQ    PIC 9(9).
               10  WS-MK-SENT         PIC 9(9).
               10  WS-MK-RESYNC       PIC X.
      * Event line assembly.
       01  WS-LINE-PTR                PIC 9(4)  VALUE 1.
       01  WS-KV-KEY                  PIC X(8)  VALUE SPACES.
       01  WS-KV-VALUE                PIC X(800) VALUE SPACES.
       01  WS-KV-LEN                  PIC 9(4)  VALUE 0.
       01  WS-EV-ID                   PIC X(18) VALUE SPACES.
       01  WS-EV-SEQ                  PIC 9(9)  VALUE 0.
       01  WS-EV-USER                 PIC X(8)  VALUE SPACES.
       01  WS-EV-TERM                 PIC X(4)  VALUE SPACES.
       01  WS-EV-TYPE                 PIC X(8)  VALUE SPACES.
       01  WS-EV-TARGET               PIC X(8)  VALUE SPACES.
       01  WS-EV-OUTCOME              PIC X(8)  VALUE SPACES.
       01  WS-COUNT-DISPLAY           PIC 9(9)  VALUE 0.
       01  WS-ALERT-DISPLAY           PIC 9(7)  VALUE 0.
      * ISO timestamp, built from the 0CYYDDD date and 0HHMMSS time.
      * The calendar month and day come from DATESRV 'C', called
      * only when the date changes from the last event's.
       01  WS-TS-TEXT.
           05  WS-TS-YEAR             PIC 9(4).
           05  FILLER                 PIC X     VALUE "-".
           05  WS-TS-MONTH            PIC 9(2).
           05  FILLER                 PIC X     VALUE "-".
           05  WS-TS-DAY              PIC 9(2).
           05  FILLER                 PIC X     VALUE "T".
           05  WS-TS-HH               PIC 9(2).
           05  FILLER                 PIC X     VALUE ":".
           05  WS-TS-MM               PIC 9(2).
           05  FILLER                 PIC X     VALUE ":".
           05  WS-TS-SS               PIC 9(2).
       01  WS-TS-DATE                 PIC 9(7)  VALUE 0.
       01  WS-TS-TIME                 PIC 9(7)  VALUE 0.
       01  WS-TS-HHMM                 PIC 9(5)  VALUE 0.
       01  WS-TS-LAST-DATE            PIC 9(7)  VALUE 0.
       01  WS-TS-MMDD                 PIC 9(4)  VALUE 0.
      * CHGJRNL image decoding - the CHGRPT field maps, name(10),
      * offset(3), length(2), type: C character, M credential
      * digest (name only, never the bytes), P packed S9(7) COMP-3,
      * B binary S9(4) COMP. Keep in step with USRFILE.cpy,
      * SYSPARM.cpy, DEPTMAST.cpy and TERMINV.cpy, as CHGRPT's are.
       01  WS-CHG-LIST                PIC X(800) VALUE SPACES.
       01  WS-CHG-PTR                 PIC 9(4)  VALUE 1.
       01  WS-FX                      PIC 9(2)  VALUE 0.
       01  WS-FLD-COUNT               PIC 9(2)  VALUE 0.
       01  WS-OLD-VALUE               PIC X(20) VALUE SPACES.
       01  WS-NEW-VALUE               PIC X(20) VALUE SPACES.
       01  WS-VAL-LEN                 PIC 9(2)  VALUE 0.
       01  WS-NUM-DISPLAY             PIC 9(7)  VALUE 0.
       01  WS-PACKED-SLOT             PIC X(4)  VALUE LOW-VALUES.
       01  WS-PACKED-NUM REDEFINES WS-PACKED-SLOT
                                      PIC S9(7) COMP-3.
       01  WS-BINARY-SLOT             PIC X(2)  VALUE LOW-VALUES.
       01  WS-BINARY-NUM REDEFINES WS-BINARY-SLOT
                                      PIC S9(4) COMP.
       01  WS-UF-FIELD-TABLE.
           05  FILLER             PIC X(16) VALUE "USER-ID   00108C".
           05  FILLER             PIC X(16) VALUE "PASSWORD  00908M".
           05  FILLER             PIC X(16) VALUE "SEC-CLASS 01702C".
           05  FILLER             PIC X(16) VALUE "LLOG-DATE 01904P".
           05  FILLER             PIC X(16) VALUE "LLOG-TIME 02304P".
           05  FILLER             PIC X(16) VALUE "LLOG-TERM 02704C".
           05  FILLER             PIC X(16) VALUE "FAIL-ATT  03102B".
           05  FILLER             PIC X(16) VALUE "PWD-CHG-DT03304P".
           05  FILLER             PIC X(16) VALUE "PIN       03704M".
           05  FILLER             PIC X(16) VALUE "LOCKED    04101C".
           05  FILLER             PIC X(16) VALUE "NAME      04220C".
           05  FILLER             PIC X(16) VALUE "DEPT      06208C".
           05  FILLER             PIC X(16) VALUE "STATUS    07001C".
           05  FILLER             PIC X(16) VALUE "TEMP-FLAG 07101C".
           05  FILLER             PIC X(16) VALUE "TEMP-DATE 07204P".
           05  FILLER             PIC X(16) VALUE "TEMP-TIME 07604P".
       01  WS-UF-FIELD-LIST REDEFINES WS-UF-FIELD-TABLE.
           05  WS-UF-FIELD OCCURS 16 TIMES.
               10  WS-UF-NAME     PIC X(10).
               10  WS-UF-OFF      PIC 9(3).
               10  WS-UF-LEN      PIC 9(2).
               10  WS-UF-TYPE     PIC X.
       01  WS-SP-FIELD-TABLE.
           05  FILLER             PIC X(16) VALUE "PARM-KEY  00108C".
           05  FILLER             PIC X(16) VALUE "NUM-VALUE 00904P".
           05  FILLER             PIC X(16) VALUE "CHAR-VALUE01320C".
       01  WS-SP-FIELD-LIST REDEFINES WS-SP-FIELD-TABLE.
           05  WS-SP-FIELD OCCURS 3 TIMES.
               10  WS-SP-NAME     PIC X(10).
               10  WS-SP-OFF      PIC 9(3).
               10  WS-SP-LEN      PIC 9(2).
               10  WS-SP-TYPE     PIC X.
       01  WS-DM-FIELD-TABLE.
           05  FILLER             PIC X(16) VALUE "DEPT      00108C".
           05  FILLER             PIC X(16) VALUE "DESC      00930C".
           05  FILLER             PIC X(16) VALUE "COST-CTR  03908C".
           05  FILLER             PIC X(16) VALUE "MANAGER   04708C".
           05  FILLER             PIC X(16) VALUE "STATUS    05501C".
           05  FILLER             PIC X(16) VALUE "CLOSED-DT 05604P".
       01  WS-DM-FIELD-LIST REDEFINES WS-DM-FIELD-TABLE.
           05  WS-DM-FIELD OCCURS 6 TIMES.
               10  WS-DM-NAME     PIC X(10).
               10  WS-DM-OFF      PIC 9(3).
               10  WS-DM-LEN      PIC 9(2).
               10  WS-DM-TYPE     PIC X.
       01  WS-TI-FIELD-TABLE.
           05  FILLER             PIC X(16) VALUE "TERM-ID   00104C".
           05  FILLER             PIC X(16) VALUE "BUILDING  00508C".
           05  FILLER             PIC X(16) VALUE "FLOOR     01303C".
           05  FILLER             PIC X(16) VALUE "DESK      01606C".
           05  FILLER             PIC X(16) VALUE "DEV-TYPE  02208C".
           05  FILLER             PIC X(16) VALUE "DEPT      03008C".
           05  FILLER             PIC X(16) VALUE "STATUS    03801C".
           05  FILLER             PIC X(16) VALUE "ADDED-DT  03904P".
           05  FILLER             PIC X(16) VALUE "RETIRED-DT04304P".
       01  WS-TI-FIELD-LIST REDEFINES WS-TI-FIELD-TABLE.
           05  WS-TI-FIELD OCCURS 9 TIMES.
               10  WS-TI-NAME     PIC X(10).
               10  WS-TI-OFF      PIC 9(3).
               10  WS-TI-LEN      PIC 9(2).
               10  WS-TI-TYPE     PIC X.
       01  WS-FLD-NAME                PIC X(10) VALUE SPACES.
       01  WS-FLD-OFF                 PIC 9(3)  VALUE 0.
       01  WS-FLD-LEN                 PIC 9(2)  VALUE 0.
       01  WS-FLD-TYPE                PIC X     VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME
               END-UNSTRING
           END-IF.
           ACCEPT WS-TODAY-JUL FROM DAY.
           COMPUTE WS-TODAY = 100000 + WS-TODAY-JUL.
           ACCEPT WS-CLOCK FROM TIME.
           COMPUTE WS-NOW-TIME = WS-CLOCK / 100.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-MARK-FILE.
           PERFORM LOAD-MARKS.
           OPEN OUTPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               MOVE "N" TO WS-FEED-OK-FLAG
           ELSE
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 3
                   PERFORM FEED-SEQUENTIAL-SOURCE
               END-PERFORM
               MOVE 4 TO WS-SX
               PERFORM FEED-ALERTS
               PERFORM WRITE-TRAILER
               CLOSE FEED-FILE
               IF WS-FEED-STATUS NOT = "00"
                   MOVE "N" TO WS-FEED-OK-FLAG
               END-IF
           END-IF.
           IF WS-FEED-OK
               PERFORM SAVE-MARKS
           END-IF.
           CLOSE SIEMHWM-FILE.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
               WHEN NOT WS-FEED-OK
                   MOVE 8 TO WS-EXIT-RC
               WHEN WS-RESYNC-FLAG = "Y"
                   MOVE 4 TO WS-EXIT-RC
           END-EVALUATE.
           MOVE WS-EXIT-RC TO RETURN-CODE.
           GOBACK.
      *
      * SIEMHWM is created on the very first run; every source then
      * starts from the top of its file.
       OPEN-MARK-FILE.
           OPEN I-O SIEMHWM-FILE.
           IF WS-SIEMHWM-STATUS NOT = "00"
               OPEN OUTPUT SIEMHWM-FILE
               CLOSE SIEMHWM-FILE
               OPEN I-O SIEMHWM-FILE
           END-IF.
      *
       LOAD-MARKS.
           MOVE "SIGNLOG " TO WS-MK-SOURCE(1).
           MOVE "ADMAUDIT" TO WS-MK-SOURCE(2).
           MOVE "CHGJRNL " TO WS-MK-SOURCE(3).
           MOVE "ALERTS  " TO WS-MK-SOURCE(4).
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 4
               PERFORM LOAD-ONE-MARK
           END-PERFORM.
      *
       LOAD-ONE-MARK.
           MOVE "N" TO WS-MK-ON-FILE(WS-SX).
           MOVE "N" TO WS-MK-FILE-FLAG(WS-SX).
           MOVE "N" TO WS-MK-RESYNC(WS-SX).
           MOVE 0 TO WS-MK-REC-COUNT(WS-SX).
           MOVE SPACES TO WS-MK-ANCHOR(WS-SX).
           MOVE 0 TO WS-MK-LAST-DATE(WS-SX).
           MOVE 0 TO WS-MK-LAST-TIME(WS-SX).
           MOVE 0 TO WS-MK-LAST-ID(WS-SX).
           MOVE 0 TO WS-MK-EVENT-SEQ(WS-SX).
           MOVE 0 TO WS-MK-SENT(WS-SX).
           IF WS-SIEMHWM-STATUS = "00"
               MOVE WS-MK-SOURCE(WS-SX) TO HW-SOURCE
               READ SIEMHWM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MK-ON-FILE(WS-SX)
                       MOVE HW-REC-COUNT TO WS-MK-REC-COUNT(WS-SX)
                       MOVE HW-ANCHOR TO WS-MK-ANCHOR(WS-SX)
                       MOVE HW-LAST-DATE TO WS-MK-LAST-DATE(WS-SX)
                       MOVE HW-LAST-TIME TO WS-MK-LAST-TIME(WS-SX)
                       MOVE HW-LAST-ID TO WS-MK-LAST-ID(WS-SX)
                       MOVE HW-EVENT-SEQ TO WS-MK-EVENT-SEQ(WS-SX)
               END-READ
           END-IF.
      *
      * A sequential source: find where the last run stopped, then
      * send everything after it. A missing or unopenable file
      * sends nothing and leaves its mark alone.
       FEED-SEQUENTIAL-SOURCE.
           MOVE "A" TO WS-FEED-MODE.
           MOVE 0 TO WS-MATCH-POS.
           PERFORM OPEN-SOURCE.
           IF WS-SRC-OPEN
               MOVE "Y" TO WS-MK-FILE-FLAG(WS-SX)
               IF WS-MK-REC-COUNT(WS-SX) > 0
                   PERFORM FIND-MARK-POSITION
               END-IF
               PERFORM READ-SOURCE
               PERFORM SEND-ONE-RECORD UNTIL SRC-EOF
               PERFORM CLOSE-SOURCE
               IF WS-POS > 0
                   MOVE WS-POS TO WS-MK-REC-COUNT(WS-SX)
                   MOVE WS-CUR-ANCHOR TO WS-MK-ANCHOR(WS-SX)
                   MOVE WS-CUR-DATE TO WS-MK-LAST-DATE(WS-SX)
                   MOVE WS-CUR-TIME TO WS-MK-LAST-TIME(WS-SX)
               ELSE
                   MOVE 0 TO WS-MK-REC-COUNT(WS-SX)
               END-IF
           END-IF.
      *
      * Reads up to the stored count noting the last record there
      * that matches the anchor. Matching AT the count is the usual
      * night - nothing purged - and the file is already in place.
      * A match further up means SLARCH or RETPURGE dropped that
      * many records off the front since: reopen and skip to it. No
      * match at all means the anchor itself went in a purge: start
      * again from the top and send by stamp.
       FIND-MARK-POSITION.
           MOVE "N" TO WS-SCAN-DONE.
           PERFORM READ-SOURCE.
           PERFORM NOTE-ANCHOR-MATCH UNTIL SRC-EOF OR SCAN-DONE.
           EVALUATE TRUE
               WHEN WS-MATCH-POS = WS-MK-REC-COUNT(WS-SX)
                   CONTINUE
               WHEN WS-MATCH-POS > 0
                   PERFORM CLOSE-SOURCE
                   PERFORM OPEN-SOURCE
                   PERFORM READ-SOURCE
                       UNTIL SRC-EOF OR WS-POS >= WS-MATCH-POS
               WHEN OTHER
                   PERFORM CLOSE-SOURCE
                   PERFORM OPEN-SOURCE
                   MOVE "S" TO WS-FEED-MODE
                   MOVE "Y" TO WS-MK-RESYNC(WS-SX)
                   MOVE "Y" TO WS-RESYNC-FLAG
                   COMPUTE WS-MARK-STAMP =
                       (WS-MK-LAST-DATE(WS-SX) * 1000000)
                       + WS-MK-LAST-TIME(WS-SX)
           END-EVALUATE.
      *
       NOTE-ANCHOR-MATCH.
           IF WS-CUR-ANCHOR = WS-MK-ANCHOR(WS-SX)
               MOVE WS-POS TO WS-MATCH-POS
           END-IF.
           IF WS-POS < WS-MK-REC-COUNT(WS-SX)
               PERFORM READ-SOURCE
           ELSE
               MOVE "Y" TO WS-SCAN-DONE
           END-IF.
      *
       SEND-ONE-RECORD.
           IF WS-SEND-BY-STAMP
               COMPUTE WS-CUR-STAMP =
                   (WS-CUR-DATE * 1000000) + WS-CUR-TIME
               IF WS-CUR-STAMP > WS-MARK-STAMP
                   PERFORM SEND-SOURCE-EVENT
               END-IF
           ELSE
               PERFORM SEND-SOURCE-EVENT
           END-IF.
           PERFORM READ-SOURCE.
      *
       OPEN-SOURCE.
           MOVE "N" TO WS-SRC-OPEN-FLAG.
           MOVE "N" TO WS-SRC-EOF.
           MOVE 0 TO WS-POS.
           EVALUATE WS-SX
               WHEN 1
                   OPEN INPUT SIGNLOG-FILE
                   IF WS-SIGNLOG-STATUS = "00"
                       MOVE "Y" TO WS-SRC-OPEN-FLAG
                   END-IF
               WHEN 2
                   OPEN INPUT ADMAUDIT-FILE
                   IF WS-ADMAUDIT-STATUS = "00"
                       MOVE "Y" TO WS-SRC-OPEN-FLAG
                   END-IF
               WHEN 3
                   OPEN INPUT CHGJRNL-FILE
                   IF WS-CHGJRNL-STATUS = "00"
                       MOVE "Y" TO WS-SRC-OPEN-FLAG
                   END-IF
           END-EVALUATE.
      *
      * Every record read counts toward the position, sent or not;
      * the anchor is the record's first 40 bytes, padded.
       READ-SOURCE.
           EVALUATE WS-SX
               WHEN 1
                   READ SIGNLOG-FILE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF
                       NOT AT END
                           ADD 1 TO WS-POS
                           MOVE SIGNON-LOG-RECORD TO WS-CUR-ANCHOR
                           MOVE SL-DATE TO WS-CUR-DATE
                           MOVE SL-TIME TO WS-CUR-TIME
                   END-READ
               WHEN 2
                   READ ADMAUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF
                       NOT AT END
                           ADD 1 TO WS-POS
                           MOVE ADMIN-AUDIT-RECORD TO WS-CUR-ANCHOR
                           MOVE AD-DATE TO WS-CUR-DATE
                           MOVE AD-TIME TO WS-CUR-TIME
                   END-READ
               WHEN 3
                   READ CHGJRNL-FILE
                       AT END
                           MOVE "Y" TO WS-SRC-EOF
                       NOT AT END
                           ADD 1 TO WS-POS
                           MOVE CHANGE-JOURNAL-RECORD(1:40)
                             TO WS-CUR-ANCHOR
                           MOVE CJ-DATE TO WS-CUR-DATE
                           MOVE CJ-TIME TO WS-CUR-TIME
                   END-READ
           END-EVALUATE.
      *
       CLOSE-SOURCE.
           EVALUATE WS-SX
               WHEN 1
                   CLOSE SIGNLOG-FILE
               WHEN 2
                   CLOSE ADMAUDIT-FILE
               WHEN 3
                   CLOSE CHGJRNL-FILE
           END-EVALUATE.
      *
       SEND-SOURCE-EVENT.
           EVALUATE WS-SX
               WHEN 1
                   PERFORM SEND-SIGNLOG-EVENT
               WHEN 2
                   PERFORM SEND-ADMAUDIT-EVENT
               WHEN 3
                   PERFORM SEND-CHGJRNL-EVENT
           END-EVALUATE.
      *
       SEND-SIGNLOG-EVENT.
           MOVE SL-USER-ID TO WS-EV-USER.
           MOVE SL-TERM-ID TO WS-EV-TERM.
           MOVE SL-USER-ID TO WS-EV-TARGET.
           MOVE "SUCCESS" TO WS-EV-OUTCOME.
           EVALUATE TRUE
               WHEN SL-SIGNON-OK
                   MOVE "SIGNON" TO WS-EV-TYPE
               WHEN SL-SIGNON-FAIL
                   MOVE "SIGNON" TO WS-EV-TYPE
                   MOVE "FAILURE" TO WS-EV-OUTCOME
               WHEN SL-LOGOFF
                   MOVE "LOGOFF" TO WS-EV-TYPE
               WHEN SL-TEMP-ISSUED
                   MOVE "TEMPPWD" TO WS-EV-TYPE
               WHEN SL-RESET-OK
                   MOVE "PWDRESET" TO WS-EV-TYPE
               WHEN SL-RESET-FAIL
                   MOVE "PWDRESET" TO WS-EV-TYPE
                   MOVE "FAILURE" TO WS-EV-OUTCOME
               WHEN OTHER
                   MOVE SPACES TO WS-EV-TYPE
                   STRING "EVENT-" SL-EVENT
                       DELIMITED BY SIZE INTO WS-EV-TYPE
           END-EVALUATE.
           PERFORM START-EVENT-LINE.
           PERFORM PUT-FEED-LINE.
      *
       SEND-ADMAUDIT-EVENT.
           MOVE AD-USER-ID TO WS-EV-USER.
           MOVE AD-TERM-ID TO WS-EV-TERM.
           MOVE AD-ACTION TO WS-EV-TYPE.
           MOVE AD-TARGET-USER TO WS-EV-TARGET.
           MOVE "SUCCESS" TO WS-EV-OUTCOME.
           PERFORM START-EVENT-LINE.
           PERFORM PUT-FEED-LINE.
      *
       SEND-CHGJRNL-EVENT.
           MOVE CJ-USER-ID TO WS-EV-USER.
           MOVE CJ-TERM-ID TO WS-EV-TERM.
           MOVE CJ-KEY TO WS-EV-TARGET.
           MOVE "SUCCESS" TO WS-EV-OUTCOME.
           EVALUATE TRUE
               WHEN CJ-BEFORE = SPACES
                   MOVE "RECADD" TO WS-EV-TYPE
               WHEN CJ-AFTER = SPACES
                   MOVE "RECDEL" TO WS-EV-TYPE
               WHEN OTHER
                   MOVE "RECCHG" TO WS-EV-TYPE
           END-EVALUATE.
           PERFORM START-EVENT-LINE.
           MOVE "file" TO WS-KV-KEY.
           MOVE CJ-FILE TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           PERFORM BUILD-CHANGE-LIST.
           MOVE "chg" TO WS-KV-KEY.
           MOVE WS-CHG-LIST TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           PERFORM PUT-FEED-LINE.
      *
      * ALERTS is keyed on the ascending OA-ID, so the mark is just
      * the last number sent; the acknowledgement of an alert
      * already sent goes out as ADMAUDIT's ALERTACK row.
       FEED-ALERTS.
           OPEN INPUT ALERTS-FILE.
           IF WS-ALERTS-STATUS = "00"
               MOVE "Y" TO WS-MK-FILE-FLAG(WS-SX)
               MOVE "N" TO WS-SRC-EOF
               COMPUTE OA-ID = WS-MK-LAST-ID(WS-SX) + 1
               START ALERTS-FILE KEY NOT LESS THAN OA-ID
                   INVALID KEY
                       MOVE "Y" TO WS-SRC-EOF
               END-START
               PERFORM READ-ALERTS
               PERFORM SEND-ALERT-EVENT UNTIL SRC-EOF
               CLOSE ALERTS-FILE
           END-IF.
      *
       READ-ALERTS.
           IF NOT SRC-EOF
               READ ALERTS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SRC-EOF
               END-READ
           END-IF.
      *
       SEND-ALERT-EVENT.
           MOVE OA-DATE TO WS-CUR-DATE.
           MOVE OA-TIME TO WS-CUR-TIME.
           MOVE OA-SOURCE TO WS-EV-USER.
           MOVE SPACES TO WS-EV-TERM.
           MOVE "ALERT" TO WS-EV-TYPE.
           MOVE OA-SOURCE TO WS-EV-TARGET.
           MOVE "RAISED" TO WS-EV-OUTCOME.
           PERFORM START-EVENT-LINE.
           MOVE "alert" TO WS-KV-KEY.
           MOVE OA-ID TO WS-ALERT-DISPLAY.
           MOVE WS-ALERT-DISPLAY TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "sev" TO WS-KV-KEY.
           EVALUATE TRUE
               WHEN OA-CRITICAL
                   MOVE "CRITICAL" TO WS-KV-VALUE
               WHEN OA-WARNING
                   MOVE "WARNING" TO WS-KV-VALUE
               WHEN OTHER
                   MOVE "INFO" TO WS-KV-VALUE
           END-EVALUATE.
           PERFORM ADD-KEY-VALUE.
           MOVE "text" TO WS-KV-KEY.
           MOVE OA-TEXT TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           PERFORM PUT-FEED-LINE.
           MOVE OA-ID TO WS-MK-LAST-ID(WS-SX).
           MOVE OA-DATE TO WS-MK-LAST-DATE(WS-SX).
           MOVE OA-TIME TO WS-MK-LAST-TIME(WS-SX).
           PERFORM READ-ALERTS.
      *
      * The keys every event carries, in the documented order. The
      * event number is taken here, so it moves only for a line
      * that is actually written.
       START-EVENT-LINE.
           ADD 1 TO WS-MK-EVENT-SEQ(WS-SX).
           ADD 1 TO WS-MK-SENT(WS-SX).
           ADD 1 TO WS-TOTAL-SENT.
           MOVE WS-MK-EVENT-SEQ(WS-SX) TO WS-EV-SEQ.
           MOVE SPACES TO WS-EV-ID.
           STRING WS-MK-SOURCE(WS-SX) DELIMITED BY SPACE
                  "-" WS-EV-SEQ DELIMITED BY SIZE
               INTO WS-EV-ID.
           MOVE SPACES TO FEED-LINE.
           MOVE 1 TO WS-LINE-PTR.
           MOVE "id" TO WS-KV-KEY.
           MOVE WS-EV-ID TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE WS-CUR-DATE TO WS-TS-DATE.
           MOVE WS-CUR-TIME TO WS-TS-TIME.
           PERFORM BUILD-TIMESTAMP.
           MOVE "ts" TO WS-KV-KEY.
           MOVE WS-TS-TEXT TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "region" TO WS-KV-KEY.
           MOVE WS-ENV-NAME TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "src" TO WS-KV-KEY.
           MOVE WS-MK-SOURCE(WS-SX) TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "user" TO WS-KV-KEY.
           MOVE WS-EV-USER TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "term" TO WS-KV-KEY.
           MOVE WS-EV-TERM TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "type" TO WS-KV-KEY.
           MOVE WS-EV-TYPE TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "target" TO WS-KV-KEY.
           MOVE WS-EV-TARGET TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "outcome" TO WS-KV-KEY.
           MOVE WS-EV-OUTCOME TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
      *
      * Appends " key=value" at the line pointer. The value is cut
      * at its last non-blank, blanks and '=' inside it become '_'
      * so a value never splits on the collector's side, and an
      * empty value goes out as '-'.
       ADD-KEY-VALUE.
           PERFORM VARYING WS-KV-LEN FROM 800 BY -1
                   UNTIL WS-KV-LEN = 0
                      OR WS-KV-VALUE(WS-KV-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-KV-LEN = 0
               MOVE "-" TO WS-KV-VALUE
               MOVE 1 TO WS-KV-LEN
           ELSE
               INSPECT WS-KV-VALUE(1:WS-KV-LEN)
                   REPLACING ALL " " BY "_"
                             ALL "=" BY "_"
           END-IF.
           IF WS-LINE-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO FEED-LINE WITH POINTER WS-LINE-PTR
           END-IF.
           STRING WS-KV-KEY DELIMITED BY SPACE
                  "=" DELIMITED BY SIZE
                  WS-KV-VALUE(1:WS-KV-LEN) DELIMITED BY SIZE
               INTO FEED-LINE WITH POINTER WS-LINE-PTR.
           MOVE SPACES TO WS-KV-VALUE.
      *
      * 0CYYDDD / 0HHMMSS to YYYY-MM-DDTHH:MM:SS. CYY over 1000
      * is the years since 1900, so 1900 + date / 1000 is the year.
       BUILD-TIMESTAMP.
           COMPUTE WS-TS-YEAR = 1900 + (WS-TS-DATE / 1000).
           IF WS-TS-DATE NOT = WS-TS-LAST-DATE
               MOVE "C" TO DP-FUNCTION
               MOVE WS-TS-DATE TO DP-DATE-1
               CALL "DATESRV" USING DATE-SERVICE-PARM
               MOVE DP-DAYS-RESULT TO WS-TS-MMDD
               MOVE WS-TS-DATE TO WS-TS-LAST-DATE
           END-IF.
           COMPUTE WS-TS-MONTH = WS-TS-MMDD / 100.
           COMPUTE WS-TS-DAY = WS-TS-MMDD - (WS-TS-MONTH * 100).
           COMPUTE WS-TS-HHMM = WS-TS-TIME / 100.
           COMPUTE WS-TS-HH = WS-TS-HHMM / 100.
           COMPUTE WS-TS-MM = WS-TS-HHMM - (WS-TS-HH * 100).
           COMPUTE WS-TS-SS = WS-TS-TIME - (WS-TS-HHMM * 100).
      *
      * The chg= value: every field whose bytes differ between the
      * images, as FIELD:old>new. An add has no before image and a
      * delete no after image - that side goes as '-'. A credential
      * field goes by name alone. A file without a map here goes
      * out with no fields rather than read through the wrong one.
       BUILD-CHANGE-LIST.
           MOVE SPACES TO WS-CHG-LIST.
           MOVE 1 TO WS-CHG-PTR.
           EVALUATE CJ-FILE
               WHEN "SYSPARM"
                   MOVE 3 TO WS-FLD-COUNT
               WHEN "DEPTMAST"
                   MOVE 6 TO WS-FLD-COUNT
               WHEN "TERMINV"
                   MOVE 9 TO WS-FLD-COUNT
               WHEN "USRFILE"
                   MOVE 16 TO WS-FLD-COUNT
               WHEN OTHER
                   MOVE 0 TO WS-FLD-COUNT
           END-EVALUATE.
           PERFORM LIST-ONE-FIELD
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FLD-COUNT.
      *
       LIST-ONE-FIELD.
           EVALUATE CJ-FILE
               WHEN "SYSPARM"
                   MOVE WS-SP-NAME(WS-FX) TO WS-FLD-NAME
                   MOVE WS-SP-OFF(WS-FX)  TO WS-FLD-OFF
                   MOVE WS-SP-LEN(WS-FX)  TO WS-FLD-LEN
                   MOVE WS-SP-TYPE(WS-FX) TO WS-FLD-TYPE
               WHEN "DEPTMAST"
                   MOVE WS-DM-NAME(WS-FX) TO WS-FLD-NAME
                   MOVE WS-DM-OFF(WS-FX)  TO WS-FLD-OFF
                   MOVE WS-DM-LEN(WS-FX)  TO WS-FLD-LEN
                   MOVE WS-DM-TYPE(WS-FX) TO WS-FLD-TYPE
               WHEN "TERMINV"
                   MOVE WS-TI-NAME(WS-FX) TO WS-FLD-NAME
                   MOVE WS-TI-OFF(WS-FX)  TO WS-FLD-OFF
                   MOVE WS-TI-LEN(WS-FX)  TO WS-FLD-LEN
                   MOVE WS-TI-TYPE(WS-FX) TO WS-FLD-TYPE
               WHEN "USRFILE"
                   MOVE WS-UF-NAME(WS-FX) TO WS-FLD-NAME
                   MOVE WS-UF-OFF(WS-FX)  TO WS-FLD-OFF
                   MOVE WS-UF-LEN(WS-FX)  TO WS-FLD-LEN
                   MOVE WS-UF-TYPE(WS-FX) TO WS-FLD-TYPE
           END-EVALUATE.
           IF CJ-BEFORE(WS-FLD-OFF:WS-FLD-LEN)
              NOT = CJ-AFTER(WS-FLD-OFF:WS-FLD-LEN)
               IF WS-CHG-PTR > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-CHG-LIST WITH POINTER WS-CHG-PTR
               END-IF
               IF WS-FLD-TYPE = "M"
                   STRING WS-FLD-NAME DELIMITED BY SPACE
                       INTO WS-CHG-LIST WITH POINTER WS-CHG-PTR
               ELSE
                   PERFORM FORMAT-FIELD-VALUES
                   STRING WS-FLD-NAME DELIMITED BY SPACE
                          ":" DELIMITED BY SIZE
                       INTO WS-CHG-LIST WITH POINTER WS-CHG-PTR
                   MOVE WS-OLD-VALUE TO WS-KV-VALUE
                   PERFORM APPEND-CHANGE-VALUE
                   STRING ">" DELIMITED BY SIZE
                       INTO WS-CHG-LIST WITH POINTER WS-CHG-PTR
                   MOVE WS-NEW-VALUE TO WS-KV-VALUE
                   PERFORM APPEND-CHANGE-VALUE
               END-IF
           END-IF.
      *
      * One old or new value into the chg= list, cut at its last
      * non-blank; the blanks inside it are dealt with when the
      * whole list goes through ADD-KEY-VALUE.
       APPEND-CHANGE-VALUE.
           PERFORM VARYING WS-VAL-LEN FROM 20 BY -1
                   UNTIL WS-VAL-LEN = 0
                      OR WS-KV-VALUE(WS-VAL-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-VAL-LEN = 0
               MOVE "-" TO WS-KV-VALUE
               MOVE 1 TO WS-VAL-LEN
           END-IF.
           STRING WS-KV-VALUE(1:WS-VAL-LEN) DELIMITED BY SIZE
               INTO WS-CHG-LIST WITH POINTER WS-CHG-PTR.
           MOVE SPACES TO WS-KV-VALUE.
      *
      * Packed and binary fields unpack through the REDEFINES slots,
      * as on the CHGRPT print; a side whose whole image is spaces
      * (add or delete) has no value.
       FORMAT-FIELD-VALUES.
           MOVE SPACES TO WS-OLD-VALUE.
           MOVE SPACES TO WS-NEW-VALUE.
           IF CJ-BEFORE NOT = SPACES
               EVALUATE WS-FLD-TYPE
                   WHEN "P"
                       MOVE CJ-BEFORE(WS-FLD-OFF:4)
                         TO WS-PACKED-SLOT
                       MOVE WS-PACKED-NUM TO WS-NUM-DISPLAY
                       MOVE WS-NUM-DISPLAY TO WS-OLD-VALUE
                   WHEN "B"
                       MOVE CJ-BEFORE(WS-FLD-OFF:2)
                         TO WS-BINARY-SLOT
                       MOVE WS-BINARY-NUM TO WS-NUM-DISPLAY
                       MOVE WS-NUM-DISPLAY TO WS-OLD-VALUE
                   WHEN OTHER
                       MOVE CJ-BEFORE(WS-FLD-OFF:WS-FLD-LEN)
                         TO WS-OLD-VALUE
               END-EVALUATE
           END-IF.
           IF CJ-AFTER NOT = SPACES
               EVALUATE WS-FLD-TYPE
                   WHEN "P"
                       MOVE CJ-AFTER(WS-FLD-OFF:4)
                         TO WS-PACKED-SLOT
                       MOVE WS-PACKED-NUM TO WS-NUM-DISPLAY
                       MOVE WS-NUM-DISPLAY TO WS-NEW-VALUE
                   WHEN "B"
                       MOVE CJ-AFTER(WS-FLD-OFF:2)
                         TO WS-BINARY-SLOT
                       MOVE WS-BINARY-NUM TO WS-NUM-DISPLAY
                       MOVE WS-NUM-DISPLAY TO WS-NEW-VALUE
                   WHEN OTHER
                       MOVE CJ-AFTER(WS-FLD-OFF:WS-FLD-LEN)
                         TO WS-NEW-VALUE
               END-EVALUATE
           END-IF.
      *
       PUT-FEED-LINE.
           WRITE FEED-LINE.
           IF WS-FEED-STATUS NOT = "00"
               MOVE "N" TO WS-FEED-OK-FLAG
           END-IF.
      *
      * The trailer is stamped with the run's own date and time and
      * counts the lines of THIS file, source by source.
       WRITE-TRAILER.
           MOVE SPACES TO FEED-LINE.
           MOVE 1 TO WS-LINE-PTR.
           MOVE "id" TO WS-KV-KEY.
           MOVE "TRAILER" TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE WS-TODAY TO WS-TS-DATE.
           MOVE WS-NOW-TIME TO WS-TS-TIME.
           PERFORM BUILD-TIMESTAMP.
           MOVE "ts" TO WS-KV-KEY.
           MOVE WS-TS-TEXT TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "region" TO WS-KV-KEY.
           MOVE WS-ENV-NAME TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "src" TO WS-KV-KEY.
           MOVE "SIEMFEED" TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "type" TO WS-KV-KEY.
           MOVE "TRAILER" TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "run" TO WS-KV-KEY.
           MOVE WS-RUN-DATE TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "signlog" TO WS-KV-KEY.
           MOVE WS-MK-SENT(1) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "admaudit" TO WS-KV-KEY.
           MOVE WS-MK-SENT(2) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "chgjrnl" TO WS-KV-KEY.
           MOVE WS-MK-SENT(3) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "alerts" TO WS-KV-KEY.
           MOVE WS-MK-SENT(4) TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "total" TO WS-KV-KEY.
           MOVE WS-TOTAL-SENT TO WS-COUNT-DISPLAY.
           MOVE WS-COUNT-DISPLAY TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           MOVE "resync" TO WS-KV-KEY.
           MOVE WS-RESYNC-FLAG TO WS-KV-VALUE.
           PERFORM ADD-KEY-VALUE.
           PERFORM PUT-FEED-LINE.
      *
      * Only a source whose file was actually read has its mark
      * moved; one missing tonight keeps last night's mark and picks
      * up from there when it is back.
       SAVE-MARKS.
           IF WS-SIEMHWM-STATUS = "00"
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 4
                   IF WS-MK-FILE-FLAG(WS-SX) = "Y"
                       PERFORM SAVE-ONE-MARK
                   END-IF
               END-PERFORM
           END-IF.
      *
       SAVE-ONE-MARK.
           MOVE WS-MK-SOURCE(WS-SX) TO HW-SOURCE.
           MOVE WS-MK-REC-COUNT(WS-SX) TO HW-REC-COUNT.
           MOVE WS-MK-ANCHOR(WS-SX) TO HW-ANCHOR.
           MOVE WS-MK-LAST-DATE(WS-SX) TO HW-LAST-DATE.
           MOVE WS-MK-LAST-TIME(WS-SX) TO HW-LAST-TIME.
           MOVE WS-MK-LAST-ID(WS-SX) TO HW-LAST-ID.
           MOVE WS-MK-EVENT-SEQ(WS-SX) TO HW-EVENT-SEQ.
           MOVE WS-TODAY TO HW-RUN-DATE.
           MOVE WS-NOW-TIME TO HW-RUN-TIME.
           IF WS-MK-ON-FILE(WS-SX) = "Y"
               REWRITE SIEM-HWM-RECORD
           ELSE
               WRITE SIEM-HWM-RECORD
           END-IF.
      *
       WRITE-REPORT-HEADER.
           MOVE "SIEMFEED - SECURITY EVENT FEED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SOURCE    EVENTS SENT  THROUGH RECORD  LAST EVENT ID"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CONTROL-TOTALS.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 4
               PERFORM WRITE-SOURCE-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL EVENTS SENT: " WS-TOTAL-SENT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF NOT WS-FEED-OK
               MOVE "SIEMFEED NOT WRITTEN CLEAN - MARKS NOT ADVANCED"
                 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  RERUN SENDS THE SAME EVENTS UNDER THE SAME IDS"
                 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
      *
       WRITE-SOURCE-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-MK-FILE-FLAG(WS-SX) = "Y"
               IF WS-SX = 4
                   MOVE WS-MK-LAST-ID(WS-SX) TO WS-COUNT-DISPLAY
               ELSE
                   MOVE WS-MK-REC-COUNT(WS-SX) TO WS-COUNT-DISPLAY
               END-IF
               STRING WS-MK-SOURCE(WS-SX) "  " WS-MK-SENT(WS-SX)
                      "    " WS-COUNT-DISPLAY
                      "       " WS-MK-EVENT-SEQ(WS-SX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               IF WS-MK-RESYNC(WS-SX) = "Y"
                   MOVE "RESYNC" TO REPORT-LINE(70:6)
               END-IF
           ELSE
               STRING WS-MK-SOURCE(WS-SX)
                      "  FILE NOT AVAILABLE - MARK LEFT AS IT WAS"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
