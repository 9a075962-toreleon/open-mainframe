      * alert condition raised anywhere in the shop - CICSABND's
      * critical abends, the "file still down" stuck conditions in
      * CICSSTAT and CICSSLRP, CICSSIGN's ACTSESS and SIGNLOG write
      * failures, BATCHDRV's failed close, CICSWDOG's intraday
      * sign-on, abend and queue-backlog conditions and its
      * unreviewed control-report escalations, CICSCONC's daily
      * licensed-seat warning - replacing the
      * scattered console/CSMT lines nothing ever tracked. The
      * CICSALRT inbox
      * transaction lists the open ones and records who acknowledged
      * each alert and when; a critical alert sitting unacknowledged
      * past the SYSPARM ALRTRMIN interval is re-raised to CSMT -
