      * CICSUADM's reactivate action once its owner reappears.
      *
      * Already-deactivated accounts are skipped, so the report shows
      * each account once - the run that swept it. So are the sealed
      * break-glass emergency IDs (UM-STATUS 'E'): they go unused
      * for months by design, and are refused at signon already.
      *
      * PARM is run-date,env,dormant-days,mode; the threshold
      * defaults to 180 days. A fourth token of BUSDAYS counts the
       SWEEP-ONE-USER.
           ADD 1 TO WS-READ-COUNT.
           IF NOT UM-IS-DEACTIVATED
           AND NOT UM-IS-EMERGENCY
               IF UM-LAST-LOGON-DATE = 0
                   PERFORM SWEEP-NEVER-USED
               ELSE
