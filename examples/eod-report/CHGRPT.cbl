      *
      * Nightly master-change report over CHGJRNL, the before/after
      * image journal every USRFILE writer (CICSUADM, CICSURST,
      * USRPROV, DORMSWP, CICSSIGN lockouts, CICSPCHG, the
      * emergency-ID reseals), every CICSPARM SYSPARM change, every
      * CICSDEPT department-master change and every CICSTERM
      * terminal-inventory change feeds.
      * ADMAUDIT's line says a supervisor did a CHANGE or a PARMUPD;
      * this report says field by field what the record said before
      * and what it says now - when the IDLESECS knob goes from 900
      * Field maps: name(10), offset(3), length(2), type -
      * C character, M masked credential digest, P packed S9(7)
      * COMP-3, B binary S9(4) COMP. Offsets are 1-based into the
      * 80-byte journal images; keep them in step with USRFILE.cpy,
      * SYSPARM.cpy, DEPTMAST.cpy and TERMINV.cpy. A character field
      * longer than the 20-byte value column prints its first 20
      * bytes.
       01  WS-UF-FIELD-TABLE.
           05  FILLER             PIC X(16) VALUE "USER-ID   00108C".
           05  FILLER             PIC X(16) VALUE "PASSWORD  00908M".
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
           PERFORM PUT-REPORT-LINE.
      *
       DIFF-ALL-FIELDS.
           EVALUATE CJ-FILE
               WHEN "SYSPARM"
                   MOVE 3 TO WS-FLD-COUNT
               WHEN "DEPTMAST"
                   MOVE 6 TO WS-FLD-COUNT
               WHEN "TERMINV"
                   MOVE 9 TO WS-FLD-COUNT
               WHEN OTHER
                   MOVE 16 TO WS-FLD-COUNT
           END-EVALUATE.
           PERFORM DIFF-ONE-FIELD
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FLD-COUNT.
      * change is noise. The raw image bytes are compared; the
      * formatted values are only built for the fields that differ.
       DIFF-ONE-FIELD.
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
               WHEN OTHER
                   MOVE WS-UF-NAME(WS-FX) TO WS-FLD-NAME
                   MOVE WS-UF-OFF(WS-FX)  TO WS-FLD-OFF
                   MOVE WS-UF-LEN(WS-FX)  TO WS-FLD-LEN
                   MOVE WS-UF-TYPE(WS-FX) TO WS-FLD-TYPE
           END-EVALUATE.
           IF CJ-BEFORE(WS-FLD-OFF:WS-FLD-LEN)
              NOT = CJ-AFTER(WS-FLD-OFF:WS-FLD-LEN)
               ADD 1 TO WS-DIFF-COUNT
      *
      * Every print line also lands in the keyed RPTFILE store
      * (report name + run date + line number) so CICSRVW can page
      * this report from a terminal. The date is the day reported -
      * tonight's, or the earlier day a PARM rerun names, so a
      * reprint lands beside that day's copy rather than over
      * tonight's. A rerun for the same date replaces its lines; an
      * unopenable RPTFILE skips the store and the print file still
      * goes out.
       PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RPTFILE-STATUS = "00"
               MOVE "CHGRPT" TO RL-REPORT
               MOVE WS-TARGET-DATE TO RL-DATE
               ADD 1 TO WS-RL-LINE-NO
               MOVE WS-RL-LINE-NO TO RL-LINE-NO
               MOVE REPORT-LINE TO RL-TEXT
