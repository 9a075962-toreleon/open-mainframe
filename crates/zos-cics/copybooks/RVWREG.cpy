      ******************************************************************
      * RVWREG - Control-report review register record
      * Keyed (RIDFLD / RECORD KEY) on RR-KEY: the control report's
      * chain step name (ABNDRECN, SECRPT, INTAUD, CHGRPT, ADMAUD)
      * plus the run date (0CYYDDD display form, the RPTFILE date).
      * One record per control report per run date - the proof that
      * somebody actually read the evidence. BATCHDRV writes it
      * pending the moment the step has run (clean or failed - a
      * failed control report is the one most in need of reading);
      * the reviewer signs it off from the CICSCREV screen as
      * reviewed or exceptions noted, with a comment, and the
      * sign-off is final. A pending entry past the SYSPARM RVWGRACE
      * hours is escalated through the ALERTS inbox by CICSWDOG, and
      * again each further grace period; the month-end RVWEVID
      * report lists every run date with who reviewed it, when, and
      * the gaps. Nothing purges this file - it is audit evidence.
      *   RR-STATUS       P pending, R reviewed, E exceptions noted
      *   RR-RUN-RC       the step's return code that night
      *   RR-REG-DATE/TIME  when the run was registered - the grace
      *                   period runs from here
      *   RR-REVIEWER ... the sign-off: user, terminal, stamp
      *   RR-ESC-...      escalations raised, the last one's stamp
      *                   and its ALERTS ID
      ******************************************************************
       01  REVIEW-REGISTER-RECORD.
           05  RR-KEY.
               10  RR-REPORT      PIC X(8).
               10  RR-RUN-DATE    PIC 9(7).
           05  RR-STATUS          PIC X.
               88  RR-PENDING         VALUE 'P'.
               88  RR-REVIEWED        VALUE 'R'.
               88  RR-EXCEPTIONS      VALUE 'E'.
               88  RR-SIGNED-OFF      VALUE 'R' 'E'.
           05  RR-RUN-RC          PIC 9(4).
           05  RR-REG-DATE        PIC S9(7) COMP-3.
           05  RR-REG-TIME        PIC S9(7) COMP-3.
           05  RR-REVIEWER        PIC X(8).
           05  RR-RVW-TERM-ID     PIC X(4).
           05  RR-RVW-DATE        PIC S9(7) COMP-3.
           05  RR-RVW-TIME        PIC S9(7) COMP-3.
           05  RR-COMMENT         PIC X(50).
           05  RR-ESC-COUNT       PIC 9(3).
           05  RR-ESC-DATE        PIC S9(7) COMP-3.
           05  RR-ESC-TIME        PIC S9(7) COMP-3.
           05  RR-ESC-ALERT-ID    PIC 9(7).
