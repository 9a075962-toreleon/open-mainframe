      ******************************************************************
      * DELEGATE - Time-boxed delegation of supervisor authority
      * Keyed (RIDFLD / RECORD KEY) on DG-KEY: the user the authority
      * is lent to plus the 0CYYDDD date and HHMMSS time it starts,
      * so one user's grants read back together in start order. A
      * supervisor on leave has their authority lent from the
      * CICSDLGT screen instead of an operator being promoted to SU
      * and (with luck) put back, or a sign-on being shared. While
      * the window is live - DG-ACTIVE, started, not yet at its end -
      * every supervisor gate that refuses the user's own class
      * looks the lending supervisor's class up instead; past the
      * end the grant simply stops matching, so nothing has to be
      * undone by hand. Each gate passed on the lent authority
      * stamps the use fields and lands on ADMAUDIT as DLGUSE.
      *   DG-STATUS       A granted (live inside its window)
      *                   R revoked early from CICSDLGT - DG-END-
      *                     DATE/TIME are moved back to the revoke
      *                   E expired - the nightly ADMAUD step marks
      *                     a grant past its end and writes DLGEXP
      * A grant is never deleted: the record is the history of who
      * held whose authority, when, and why.
      ******************************************************************
       01  DELEGATION-RECORD.
           05  DG-KEY.
               10  DG-DELEGATE    PIC X(8).
               10  DG-START-DATE  PIC 9(7).
               10  DG-START-TIME  PIC 9(6).
           05  DG-SUPERVISOR      PIC X(8).
           05  DG-END-DATE        PIC 9(7).
           05  DG-END-TIME        PIC 9(6).
           05  DG-REASON          PIC X(30).
           05  DG-GRANTED-BY      PIC X(8).
           05  DG-GRANTED-DATE    PIC S9(7) COMP-3.
           05  DG-GRANTED-TIME    PIC S9(7) COMP-3.
           05  DG-STATUS          PIC X.
               88  DG-ACTIVE      VALUE 'A'.
               88  DG-REVOKED     VALUE 'R'.
               88  DG-EXPIRED     VALUE 'E'.
           05  DG-USE-COUNT       PIC S9(5) COMP-3.
           05  DG-LAST-USED-DATE  PIC S9(7) COMP-3.
           05  DG-LAST-USED-TIME  PIC S9(7) COMP-3.
