      *
      * Every print line also lands in the keyed RPTFILE store
      * (report name + run date + line number) so CICSRVW can page
      * this report from a terminal. The date is the day reported -
      * tonight's, or the earlier day a PARM rerun names, so a
      * reprint lands beside that day's copy rather than over
      * tonight's. A rerun for the same date replaces its lines; an
      * unopenable RPTFILE skips the store and the print file still
      * goes out.
       PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RPTFILE-STATUS = "00"
               MOVE "HANDRPT" TO RL-REPORT
               MOVE WS-TARGET-DATE TO RL-DATE
               ADD 1 TO WS-RL-LINE-NO
               MOVE WS-RL-LINE-NO TO RL-LINE-NO
               MOVE REPORT-LINE TO RL-TEXT
