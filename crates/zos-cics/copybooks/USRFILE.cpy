      * EXEC CICS READ/WRITE/REWRITE FILE('USRFILE') by CICSSIGN and
      * the user-maintenance transactions (CICSURST, CICSUADM).
      * UM-NAME/UM-DEPT identify the person behind the 8-character ID
      * on reports - UM-DEPT is a DEPTMAST key, checked as active by
      * every writer, and the reports group by the master's cost
      * centre and manager rather than the raw code; UM-STATUS
      * distinguishes an account deactivated by
      * administration ('D', never signs on again) from one merely
      * locked by failed attempts (UM-LOCKED, reset via CICSURST).
      * 'E' marks one of the break-glass emergency IDs (CICSUADM
      * action 'E'): sealed, refused at signon like a retired account,
      * except inside a live BRKGLASS check-out window from CICSBGLS.
      * UM-PASSWORD and UM-PIN hold one-way PWDHASH digests, never
      * the clear credential - every writer hashes before storing
      * and every check hashes the keyed value and compares digests,
           05  UM-STATUS          PIC X.
               88  UM-IS-ACTIVE      VALUE 'A'.
               88  UM-IS-DEACTIVATED VALUE 'D'.
               88  UM-IS-EMERGENCY   VALUE 'E'.
      * One-time temporary password state, set when a CICSURST reset
      * or CICSSIGN's forgotten-password path issues a temporary
      * password: 'Y' = issued and not yet used (dies unused after
      * the SYSPARM TMPPWDHR window), 'U' = used once (the forced
      * CICSPCHG change hasn't landed yet - a second signon on it is
      * refused), 'N'/space = no temporary password in play.
      * CICSPCHG clears the state when the change lands.
           05  UM-TEMP-PWD-FLAG   PIC X.
               88  UM-TEMP-PWD        VALUE 'Y'.
               88  UM-TEMP-PWD-USED   VALUE 'U'.
