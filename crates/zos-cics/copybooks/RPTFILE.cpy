      * line here as well, so CICSRVW can browse any stored report
      * from a terminal with forward and backward paging - the close
      * report is a menu pick, not a walk to the output bin. A rerun
      * for the same date replaces its lines in place. The RPTRERUN
      * processor stores the print of a supervisor's rerun request
      * here under the date the report was run for, whichever step
      * produced it.
      ******************************************************************
       01  STORED-REPORT-RECORD.
           05  RL-KEY.
