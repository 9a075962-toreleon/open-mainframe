      * AD-TARGET-USER carrying the parameter key, so both
      * identities of the two-person rule are on record). CICSURST
      * temporary-password issues land as TMPPWD, CICSBCST
      * broadcasts as BCAST, CICSALRT acknowledgements as ALERTACK,
      * CICSRCRT recertification decisions as RECERTK / RECERTD /
      * RECERTR (keep, downgrade, revoke), CICSDEPT department
      * master maintenance as DEPTADD / DEPTCHG / DEPTCLOS /
      * DEPTOPEN (AD-TARGET-USER carrying the department code),
      * CICSDLGT delegation grants and early revokes as DLGGRANT /
      * DLGREVK (AD-TARGET-USER the delegate). A supervisor gate
      * passed on a delegated authority writes DLGUSE - AD-USER-ID
      * the delegate, AD-TARGET-USER the supervisor lending it - and
      * the nightly ADMAUD step writes DLGEXP, by ADMAUD from BTCH,
      * as each grant's window runs out. CICSUADM sealing an account
      * as a break-glass emergency ID writes EMERG; a CICSBGLS
      * check-out writes BGOUT (AD-USER-ID the operator, AD-TARGET-
      * USER the emergency ID), the reviewer's clearance BGCLEAR, and
      * every reseal BGSEAL - from CICSSOFF at sign-off, CICSSIGN or
      * CICSMENU past the expiry, or BGRVWRPT from BTCH overnight.
      * CICSCREV control-report sign-offs land as RVWSIGN (reviewed)
      * or RVWEXCP (exceptions noted), AD-TARGET-USER the report;
      * CICSRRUN report rerun requests as RPTRERUN, likewise.
      * CICSMWIN maintenance windows land as MAINTWIN (scheduled),
      * MAINTCAN (cancelled before it began) or MAINTEND (ended
      * early while running), AD-TARGET-USER the window's end date.
      * CICSROST shift roster changes land as ROSTADD / ROSTDEL,
      * AD-TARGET-USER the user rostered or taken off.
      * CICSTERM terminal inventory maintenance lands as TERMADD /
      * TERMCHG / TERMRET (retired) / TERMRSV (back in service),
      * AD-TARGET-USER carrying the terminal ID.
      * A forgotten-password reset proven at the CICSSIGN signon
      * screen lands as SELFRST and a CICSRCVQ recovery-question
      * enrolment as RCVQSET - both with AD-USER-ID and
      * AD-TARGET-USER the user themselves, no supervisor involved.
      * Before this file existed the
      * only trace of who unlocked whom was a DISPLAY line in the
      * region log - the auditors asked, and nobody could answer.
