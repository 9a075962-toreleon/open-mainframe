      * CICSURST adds a 'T' event when a supervisor issues a one-time
      * temporary password, so issue and eventual use ('S' at the
      * signon that consumes it) both sit on the same audit trail.
      * CICSSIGN's PF3 forgotten-password path writes one record per
      * try: 'R' when the PIN and recovery answers were proven and a
      * temporary password issued, 'X' when the try was refused.
      ******************************************************************
       01  SIGNON-LOG-RECORD.
           05  SL-USER-ID         PIC X(8).
               88  SL-SIGNON-FAIL VALUE 'F'.
               88  SL-LOGOFF      VALUE 'O'.
               88  SL-TEMP-ISSUED VALUE 'T'.
               88  SL-RESET-OK    VALUE 'R'.
               88  SL-RESET-FAIL  VALUE 'X'.
