      * last. A failure finishes its own phase - those steps were
      * independent of the one that broke - and holds every later
      * phase.
      * SD-RERUN marks a report step a supervisor may have rerun for a
      * past date from the CICSRRUN screen; SD-UPDATES marks a step
      * that writes master files (anything beyond its own print and
      * the RPTFILE store). An updater is never rerunnable - STEPLOAD
      * rejects the card, and CICSRRUN and RPTRERUN refuse it.
      ******************************************************************
       01  STEP-DEFINITION-RECORD.
           05  SD-KEY.
               88  SD-IS-ENABLED  VALUE 'Y'.
           05  SD-FREQ            PIC X(8).
           05  SD-PHASE           PIC 9(2).
           05  SD-RERUN           PIC X.
               88  SD-IS-RERUNNABLE VALUE 'Y'.
           05  SD-UPDATES         PIC X.
               88  SD-UPDATES-MASTERS VALUE 'Y'.
