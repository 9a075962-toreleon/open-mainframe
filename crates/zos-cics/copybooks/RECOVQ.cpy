      ******************************************************************
      * RECOVQ - Password-recovery question record
      * Keyed (RIDFLD) on QR-USER-ID, one record per user who has
      * enrolled on CICSRCVQ: the two questions chosen off the
      * RCVQLIST catalogue and a one-way PWDHASH digest of each
      * answer - never the answer itself, the same rule USRFILE
      * keeps for passwords and PINs. CICSSIGN's PF3 forgotten-
      * password path checks the user's PIN and both answers
      * against it before issuing a one-time temporary password,
      * and counts the day's tries on QR-TRY-DATE / QR-TRY-COUNT
      * against the SYSPARM RSTTRIES limit. Enrolling again replaces
      * the record and clears the count. LVRPSEUD deletes a leaver's
      * record along with the rest of their credential history.
      * Dates are packed 0CYYDDD Julian.
      ******************************************************************
       01  RECOVERY-QUESTION-RECORD.
           05  QR-USER-ID         PIC X(8).
           05  QR-ENTRY           OCCURS 2 TIMES.
               10  QR-QUESTION    PIC 9(2).
               10  QR-ANSWER      PIC X(8).
           05  QR-SET-DATE        PIC S9(7) COMP-3.
           05  QR-SET-TIME        PIC S9(7) COMP-3.
           05  QR-TRY-DATE        PIC S9(7) COMP-3.
           05  QR-TRY-COUNT       PIC S9(4) COMP.
