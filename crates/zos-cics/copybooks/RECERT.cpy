      ******************************************************************
      * RECERT - Access-recertification attestation record
      * Keyed (RIDFLD / RECORD KEY) on RC-KEY: the campaign ID (e.g.
      * 2026Q4) plus the user ID, so one campaign's attestations read
      * back together in user order. The RCRTOPEN batch step writes
      * one pending record per active USRFILE account when it opens
      * a campaign, stamping the department, name, class and the
      * department's approver (the DEPTMAST manager, else the
      * RCRTAPPR card) as they stood that day. The approver
      * records Keep, Downgrade (with the new class) or Revoke from
      * the CICSRCRT screen until the deadline; the RCRTCLOS run
      * after the deadline applies the outcome - Revoked and still
      * pending accounts are deactivated, downgrades get their new
      * class, each journaled to CHGJRNL - and stamps RC-OUTCOME and
      * RC-CLOSED-DATE, so the file is the audit's signed evidence.
      *   RC-APPROVER     spaces when the department had no approver
      *                   at open - only a class with the user-admin
      *                   capability can attest such a record
      *   RC-OUTCOME      K kept, C class changed, R revoked,
      *                   U unattested, S skipped (already gone)
      ******************************************************************
       01  RECERT-RECORD.
           05  RC-KEY.
               10  RC-CAMPAIGN    PIC X(6).
               10  RC-USER-ID     PIC X(8).
           05  RC-DEPT            PIC X(8).
           05  RC-NAME            PIC X(20).
           05  RC-SEC-CLASS       PIC X(2).
           05  RC-APPROVER        PIC X(8).
           05  RC-OPEN-DATE       PIC S9(7) COMP-3.
           05  RC-DEADLINE        PIC S9(7) COMP-3.
           05  RC-DECISION        PIC X.
               88  RC-PENDING     VALUE 'P'.
               88  RC-KEEP        VALUE 'K'.
               88  RC-DOWNGRADE   VALUE 'D'.
               88  RC-REVOKE      VALUE 'R'.
           05  RC-NEW-CLASS       PIC X(2).
           05  RC-DECIDED-BY      PIC X(8).
           05  RC-DECIDED-DATE    PIC S9(7) COMP-3.
           05  RC-DECIDED-TIME    PIC S9(7) COMP-3.
           05  RC-OUTCOME         PIC X.
               88  RC-OUT-KEPT        VALUE 'K'.
               88  RC-OUT-CHANGED     VALUE 'C'.
               88  RC-OUT-REVOKED     VALUE 'R'.
               88  RC-OUT-UNATTESTED  VALUE 'U'.
               88  RC-OUT-SKIPPED     VALUE 'S'.
           05  RC-CLOSED-DATE     PIC S9(7) COMP-3.
