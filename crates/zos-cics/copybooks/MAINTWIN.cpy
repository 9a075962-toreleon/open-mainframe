      ******************************************************************
      * MAINTWIN - Planned maintenance window record
      * Keyed (RIDFLD / RECORD KEY) on MT-KEY, the window's planned
      * END date and time - so a GTEQ browse from "now" lands on the
      * first window not yet over, the one in progress or the next
      * one coming, without reading back through history. CICSMWIN
      * refuses a window that would overlap a scheduled one, so end
      * order is start order too. A supervisor schedules and
      * cancels windows from CICSMWIN and is recorded as the
      * approver; a cancelled window stays on file for the audit
      * trail but gates nothing. CICSSIGN and CICSMENU count down to
      * the next window inside the SYSPARM MNTWARN lead time,
      * CICSSIGN refuses new signons while one is running, and
      * AVAILRPT reports its minutes as planned downtime, outside
      * the availability figure. Dates are 0CYYDDD, times HHMMSS.
      ******************************************************************
       01  MAINT-WINDOW-RECORD.
           05  MT-KEY.
               10  MT-END-DATE    PIC 9(7).
               10  MT-END-TIME    PIC 9(6).
           05  MT-START-DATE      PIC 9(7).
           05  MT-START-TIME      PIC 9(6).
           05  MT-REASON          PIC X(40).
           05  MT-APPROVER        PIC X(8).
           05  MT-APPROVED-DATE   PIC S9(7) COMP-3.
           05  MT-APPROVED-TIME   PIC S9(7) COMP-3.
           05  MT-STATUS          PIC X.
               88  MT-SCHEDULED   VALUE 'S'.
               88  MT-CANCELLED   VALUE 'X'.
           05  MT-CANCELLED-BY    PIC X(8).
