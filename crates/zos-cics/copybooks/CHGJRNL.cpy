      * Written (sequential/ESDS style, no RIDFLD, same as ADMAUDIT)
      * for every change to a USER-MASTER-RECORD (CICSUADM changes,
      * deactivations and reactivations, CICSURST resets and
      * temporary-password issues, the USRPROV batch adds, changes
      * and deletes, DORMSWP sweeps, RCRTCLOS recertification revokes
      * and downgrades, CICSSIGN lockouts and temporary-password
      * sign-ons, CICSPCHG password changes, and the emergency-ID
      * reseals from CICSSOFF, CICSMENU, CICSBGLS and BGRVWRPT),
      * every SYSTEM-PARM-RECORD change
      * or add from CICSPARM, every DEPARTMENT-MASTER-RECORD add,
      * change, close or reopen from CICSDEPT and every
      * TERMINAL-INVENTORY-RECORD add, change, retirement or return
      * to service from CICSTERM. ADMAUDIT records
      * that a supervisor did a CHANGE or a PARMUPD; this record
      * carries the full before and after images, so "who set
      * IDLESECS to 90, and from what" has an answer. CJ-BEFORE is
      * spaces on an add; CJ-AFTER is spaces on a delete. The
      * nightly CHGRPT step decodes the images field by field
      * (credential digests print masked) for the morning pack.
      * Sign-on bookkeeping (last-logon stamp and terminal, failed
      * attempts short of a lockout) is deliberately not journaled -
      * MSTRCVR, which rolls the after-images forward onto a
      * verified MSTBKUP backup, disregards those fields when it
      * checks a before-image against the record in hand.
      ******************************************************************
       01  CHANGE-JOURNAL-RECORD.
           05  CJ-FILE            PIC X(8).
