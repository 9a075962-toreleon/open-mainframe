      * kept as the fallback when the file or the key is missing, so
      * a region without a parameter file behaves exactly as it did
      * when these were VALUE clauses. Maintained online by CICSPARM
      * (supervisor only), which accepts only the keys, ranges and
      * values the PARMDICT dictionary defines; the nightly PARMLINT
      * step checks the live file against it. Numeric knobs ride
      * SP-NUM-VALUE, text ones SP-CHAR-VALUE. The shop's standing
      * keys:
      *   IDLESECS  pseudoconversational idle limit, seconds    (900)
      *   LOCKOUT   failed-signon lockout threshold               (5)
      *   MAXAGE    password expiration window, days             (90)
      *   MINAGE    minimum days between password changes         (1)
      *   TMPPWDHR  hours a CICSURST one-time temporary password
      *             may sit unused before it dies                (24)
      *   RSTTRIES  forgotten-password tries (CICSSIGN PF3) one
      *             user ID is allowed in a day                   (3)
      *   ALRTRMIN  minutes an unacknowledged critical alert sits
      *             before CICSALRT re-raises it to CSMT         (30)
      *   RETABND   retention days, ABNDLOG and its ABNDDTL
      *   RETALRT   retention days, acknowledged ALERTS records   (90)
      *   RETCHG    retention days, CHGJRNL change journal
      *             (archived before purge, like ADMAUDIT)       (365)
      *   RETTXNJ   retention days, TXNJRNL activity journal
      *             (archived before purge, like CHGJRNL)         (90)
      *   RETLVR    days after deactivation before LVRPSEUD
      *             pseudonymises a leaver                       (730)
      *   TRMIDLE   days without a successful sign-on before TERMRPT
      *             lists an in-service terminal as idle          (90)
      *   OUTAGE    'Y' while supervisors have declared an
      *             unplanned mid-day outage - CICSSIGN stamps the
      *             window onto the day's AVAILREC availability
      *             record; planned work is booked on CICSMWIN
      *             (the MAINTWIN file) instead                 ('N')
      *   CONCURNT  'N' refuses a second concurrent signon for
      *             one user ID                                 ('Y')
      *   MNTWARN   minutes ahead of a MAINTWIN window that
      *             CICSSIGN and CICSMENU start counting down     (60)
      *   SCHEDOPN  scheduled online-open time, HHMMSS        (060000)
      *   SCHEDCLS  scheduled online-close time, HHMMSS       (220000)
      *   CLOSEWIN  minutes the nightly close may run before
      *             CHNFCST flags a night as an overrun (none on
      *             file - SCHEDCLS to the next SCHEDOPN)        (480)
      *   CHKPTINT  batch checkpoint interval, records           (25)
      *   REGION    region name shown on every banner          (char)
      *   AUTHTRM1-AUTHTRM9  authorized-terminal rows: class(2) +
      *             rows is unrestricted
      *   CRITAB1-CRITAB5    abend codes critical enough to page
      *             on: code(4) in SP-CHAR-VALUE
      *   GLDRACCT  GL account GLCHGBK debits each cost centre's
      *             chargeback to                         (61500000)
      *   GLRECOV   IT recovery cost centre(8) + account(8) the
      *             chargeback credit lands on   (ITRECOV 48900000)
      *   GLSUSPCC  cost centre debited for usage with no
      *             department cost centre                (ITSUSPNS)
      *   DLGMAXDY  longest window, days, a CICSDLGT delegation of
      *             supervisor authority may run             (14)
      *   BGLSHRS   hours a CICSBGLS break-glass check-out stays
      *             live before the emergency ID reseals          (4)
      *   BGREVWR   the reviewer who clears each break-glass use
      *             (user ID; none on file - any class with the
      *             ADMIN-USERS capability)                    (char)
      *   WDOGSECS  seconds between CICSWDOG watchdog runs (held
      *             to 30-3600); 0 stops the watchdog           (300)
      *   WDOGWIN   minutes of SIGNLOG/ABNDLOG the watchdog looks
      *             back over                                    (10)
      *   WDFAILTM  failed sign-ons from one terminal in the window
      *             before the watchdog alerts                   (10)
      *   WDFAILUS  failed sign-ons against one user ID in the
      *             window before the watchdog alerts             (5)
      *   WDABEND   abends of one TRANID in the window before the
      *             watchdog alerts                               (3)
      *   WDQDEPTH  items on the STAT or SLFB queue before the
      *             watchdog calls it backed up                 (500)
      *   RVWGRACE  hours a control report may sit unreviewed on
      *             RVWREG before CICSWDOG escalates it, and again
      *             each further period; 0 escalates nothing     (24)
      *   RVWxxxxx  the reviewer who signs off each control report
      *             on CICSCREV - RVW plus the report's first five
      *             characters (RVWABNDR, RVWCHGRP, RVWSECRP,
      *             RVWINTAU, RVWADMAU); none on file - any class
      *             with the ADMIN-USERS capability            (char)
      *   CONCMINS  minutes between CICSCONC concurrent-session
      *             samples (held to 60); 0 stops the sampler    (15)
      *   LICSEATS  licensed concurrent seats CICSCONC and CONCRPT
      *             measure against; 0 no licence on file         (0)
      *   LICWARN   percent of LICSEATS that raises CICSCONC's
      *             once-a-day licence warning                   (90)
      ******************************************************************
       01  SYSTEM-PARM-RECORD.
           05  SP-KEY             PIC X(8).
