      ******************************************************************
      * CONCHIST - Concurrent-session sample history record
      * Keyed (RIDFLD / RECORD KEY) on CH-DATE + CH-TIME + CH-DEPT.
      * The unattended CICSCONC task counts ACTSESS every CONCMINS
      * minutes of the online day (SCHEDOPN to SCHEDCLS) and writes
      * one record per sample for the whole region - CH-DEPT '*ALL' -
      * plus one per department with anybody signed on at that
      * moment. A department absent from a sample had nobody on. The
      * vendor licence is priced on peak concurrent users, and
      * ACTSESS alone only ever says who is on right now; the
      * monthly CONCRPT turns these samples into the peak and 95th
      * percentile per hour and per department against LICSEATS.
      *   CH-SESSIONS    ACTSESS records at the sample - one per
      *                  signed-on terminal
      *   CH-USERS       distinct user IDs among them
      *   CH-SEATS       the LICSEATS figure in force at the sample
      * A record with CH-TIME 0 and CH-DEPT '*DAY' carries the day so
      * far: CH-SESSIONS the day's peak, CH-PEAK-TIME when it was
      * reached, and CH-ALERT-ID the ALERTS record raised the first
      * time that day the sessions passed LICWARN percent of the
      * licence (0 while none has been) - which is what keeps it to
      * one alert a day. Departments the session's user has no
      * USRFILE record for count as '*GONE', a blank department as
      * '*NODEPT'. CH-DATE is the 0CYYDDD Julian form and CH-TIME
      * HHMMSS, both in display digits so the keys sort by time.
      ******************************************************************
       01  CONCURRENCY-HISTORY-RECORD.
           05  CH-KEY.
               10  CH-DATE        PIC 9(7).
               10  CH-TIME        PIC 9(6).
               10  CH-DEPT        PIC X(8).
                   88  CH-REGION-TOTAL VALUE '*ALL'.
                   88  CH-DAY-RECORD   VALUE '*DAY'.
           05  CH-SESSIONS        PIC S9(7) COMP-3.
           05  CH-USERS           PIC S9(7) COMP-3.
           05  CH-SEATS           PIC S9(7) COMP-3.
           05  CH-PEAK-TIME       PIC 9(6).
           05  CH-ALERT-ID        PIC 9(7).
