      ******************************************************************
      * STATMON - Monthly transaction statistics summary record
      * Keyed on SM-MONTH + SM-TRANID. STATMSUM rolls each finished
      * month's STATHIST days into one record per transaction before
      * RETPURGE's RETSTAT window can take them, and nothing ever
      * purges this file - it is the long-term trend capacity review
      * compares year against year from (STATYRPT) and CAPRPT falls
      * back on for a comparison month no longer in STATHIST.
      * SM-MONTH is CYYMM in display digits - the century digit and
      * year of the 0CYYDDD dates, then the calendar month - so the
      * keys sort by month. A record with SM-TRANID '*ALL' closes
      * each summarised month with the totals across every
      * transaction; its presence is what marks the month done -
      * STATMSUM never summarises a month that has one, and RETPURGE
      * holds back any STATHIST day whose month has none.
      * SM-DAYS is the count of days the transaction had history
      * (SM-DAILY-AVG is SM-TOTAL over it, the way CAPRPT averages);
      * SM-PEAK-HOUR is the hour of day busiest across the month.
      * SM-PARTIAL 'Y' marks a month some of whose days had already
      * aged out of STATHIST when it was summarised - only ever the
      * backlog the first run found. Dates are 0CYYDDD display.
      ******************************************************************
       01  STATS-MONTH-RECORD.
           05  SM-KEY.
               10  SM-MONTH       PIC 9(5).
               10  SM-TRANID      PIC X(4).
                   88  SM-MONTH-TOTAL VALUE '*ALL'.
           05  SM-MON-START       PIC 9(7).
           05  SM-TOTAL           PIC S9(9) COMP-3.
           05  SM-DAYS            PIC S9(3) COMP-3.
           05  SM-DAILY-AVG       PIC S9(9) COMP-3.
           05  SM-PEAK-DAY        PIC 9(7).
           05  SM-PEAK-DAY-COUNT  PIC S9(9) COMP-3.
           05  SM-PEAK-HOUR       PIC 99.
           05  SM-PEAK-HOUR-COUNT PIC S9(9) COMP-3.
           05  SM-PARTIAL         PIC X.
               88  SM-IS-PARTIAL  VALUE 'Y'.
           05  SM-SUMMARY-DATE    PIC 9(7).
