      * life-to-date numbers unless someone remembered to clear the
      * file) and this file accumulates the volume history capacity
      * planning can trend from. SH-DATE is the 0CYYDDD Julian form
      * in display digits so the keys sort by day. Days are kept
      * for the RETSTAT window only; STATMSUM rolls each finished
      * month into the permanent STATMON summary before RETPURGE
      * may delete any of its days.
      ******************************************************************
       01  STATS-HISTORY-RECORD.
           05  SH-KEY.
