      ******************************************************************
      * RPTREQ - Ad-hoc report rerun request record
      * Keyed (RIDFLD / RECORD KEY) on RQ-KEY: the date, time and
      * terminal the request was made from (0CYYDDD / HHMMSS display
      * forms), so the file reads oldest first and the RPTRERUN
      * processor takes requests in the order they were made. A
      * supervisor who needs SECRPT or SESSRPT for last Tuesday
      * queues it from the CICSRRUN screen instead of phoning
      * operations to hand-edit a PARM; only a step STEPDEF marks
      * rerunnable (and not a master-file updater) is accepted.
      * RPTRERUN runs the queued requests outside the close window
      * and stores the print in RPTFILE under the requested date,
      * where CICSRVW pages it like any other night's report.
      *   RQ-STATUS       Q queued, R running, D done, F failed
      *                   (refused steps included - RQ-REASON says
      *                   why)
      *   RQ-RUN-DATE     the date the report is to be run for
      *   RQ-START/END    RPTRERUN's stamps around the step
      *   RQ-STEP-RC      the step's return code
      *   RQ-LINES        print lines stored in RPTFILE
      ******************************************************************
       01  REPORT-REQUEST-RECORD.
           05  RQ-KEY.
               10  RQ-REQ-DATE    PIC 9(7).
               10  RQ-REQ-TIME    PIC 9(6).
               10  RQ-TERM-ID     PIC X(4).
           05  RQ-REPORT          PIC X(8).
           05  RQ-RUN-DATE        PIC 9(7).
           05  RQ-USER-ID         PIC X(8).
           05  RQ-STATUS          PIC X.
               88  RQ-QUEUED          VALUE 'Q'.
               88  RQ-RUNNING         VALUE 'R'.
               88  RQ-DONE            VALUE 'D'.
               88  RQ-FAILED          VALUE 'F'.
           05  RQ-START-DATE      PIC S9(7) COMP-3.
           05  RQ-START-TIME      PIC S9(7) COMP-3.
           05  RQ-END-DATE        PIC S9(7) COMP-3.
           05  RQ-END-TIME        PIC S9(7) COMP-3.
           05  RQ-STEP-RC         PIC 9(4).
           05  RQ-LINES           PIC 9(5).
           05  RQ-REASON          PIC X(30).
