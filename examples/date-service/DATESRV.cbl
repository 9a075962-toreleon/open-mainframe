                   PERFORM DO-MONTH-END
               WHEN DP-FUNC-YEAR-LEN
                   PERFORM DO-YEAR-LENGTH
               WHEN DP-FUNC-CALENDAR
                   PERFORM DO-CALENDAR-DAY
               WHEN OTHER
                   MOVE "1" TO DP-STATUS
           END-EVALUATE.
           IF DP-OK
               MOVE WS-YEAR-DAYS TO DP-DAYS-RESULT
           END-IF.
      *
      * Calendar month and day for an outside consumer that cannot
      * read a Julian day-of-year: the month walk FIND-MONTH-BOUNDS
      * already does, with the day counted from that month's start.
       DO-CALENDAR-DAY.
           MOVE DP-DATE-1 TO WS-WORK-DATE.
           PERFORM FIND-MONTH-BOUNDS.
           IF DP-OK
               COMPUTE DP-DAYS-RESULT =
                   (WS-MONTH * 100) + (WS-DDD - WS-MON-START-DDD + 1)
           END-IF.
      *
       FIND-MONTH-BOUNDS.
           PERFORM CRACK-WORK-DATE.
