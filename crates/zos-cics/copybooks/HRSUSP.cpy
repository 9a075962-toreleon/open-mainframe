      * HRSUSP - Rejected HR-feed suspense record
      * Keyed (RIDFLD / RECORD KEY) on HS-USER-ID. When USRPROV
      * rejects an HRFEED record - duplicate add, unknown change or
      * delete target, bad security class, department unknown or
      * closed on DEPTMAST - the full record lands
      * here with the reject reason instead of existing only as a
      * REJECTED line on the print. A supervisor corrects the fields
      * from the CICSHSUS screen and marks the record for resubmit;
      * the next USRPROV run applies resubmitted records ahead of the
      * fresh feed, so the new hire doesn't wait for HR to recut
      * tomorrow's feed. A second reject for the same user replaces
      * the held record. Every record here goes back to HR on the
      * nightly HRRETURN file until it is applied - rejected on the
      * day HS-DATE stamps, still in suspense after it.
      * HS-PASSWORD and HS-PIN hold one-way PWDHASH digests, never
      * the clear credential - USRPROV hashes before suspending and
      * CICSHSUS hashes any correction as it is keyed, so the
