      ******************************************************************
      * ROSTER - Shift roster record
      * Keyed (RIDFLD / RECORD KEY) on RS-DATE + RS-SHIFT +
      * RS-USER-ID: the 0CYYDDD day in display digits, the shift
      * letter HANDOVER already uses ('E' early 06-13, 'L' late
      * 14-21, 'N' night 22-05) and the user rostered on it, so one
      * shift's people sit together in key order. A night shift
      * belongs to the day it starts - 'N' on a day runs from 22:00
      * that day to 06:00 the next. Supervisors keep it a week ahead
      * from CICSROST; RS-ROLE is the post the user is rostered to
      * (CONSOLE, TAPES, SHIFTLD, ...) and the RS-ADDED- fields who
      * put the entry there and when. The nightly ROSTRPT step
      * compares each closed day against SIGNLOG and HANDOVER for
      * no-shows, unrostered or out-of-hours sign-ons and handover
      * entries logged against someone else's shift. A day already
      * past is not altered - the report reads its entries as the
      * record of who was meant to be there.
      ******************************************************************
       01  ROSTER-RECORD.
           05  RS-KEY.
               10  RS-DATE        PIC 9(7).
               10  RS-SHIFT       PIC X.
                   88  RS-EARLY       VALUE 'E'.
                   88  RS-LATE        VALUE 'L'.
                   88  RS-NIGHT       VALUE 'N'.
               10  RS-USER-ID     PIC X(8).
           05  RS-ROLE            PIC X(8).
           05  RS-ADDED-BY        PIC X(8).
           05  RS-ADDED-DATE      PIC S9(7) COMP-3.
           05  RS-ADDED-TIME      PIC S9(7) COMP-3.
