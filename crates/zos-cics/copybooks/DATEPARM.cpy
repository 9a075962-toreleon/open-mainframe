      *   'L' - length of DP-DATE-1's year in days, 365 or 366, so a
      *         caller can test for year-end without its own leap
      *         arithmetic (pure compute)
      *   'C' - calendar month and day of DP-DATE-1 as MMDD in
      *         DP-DAYS-RESULT (the year is the caller's own 19/20
      *         plus YY), for feeds to systems that only take
      *         calendar dates (pure compute)
      * DP-STATUS '0' = OK, '1' = a date failed validation (result 0).
      ******************************************************************
       01  DATE-SERVICE-PARM.
               88  DP-FUNC-MON-START VALUE 'S'.
               88  DP-FUNC-MON-END   VALUE 'E'.
               88  DP-FUNC-YEAR-LEN  VALUE 'L'.
               88  DP-FUNC-CALENDAR  VALUE 'C'.
           05  DP-DATE-1          PIC S9(7) COMP-3.
           05  DP-DATE-2          PIC S9(7) COMP-3.
           05  DP-DAYS-RESULT     PIC S9(7) COMP-3.
