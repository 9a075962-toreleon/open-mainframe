      ******************************************************************
      * HRRETN - Account-status return record to the HR system
      * The fixed-format 80-byte file HRRETURN writes for HR - the
      * answer to the HRFEED deltas USRPROV takes in. One header,
      * one detail per user, then one trailer HR balances against.
      * The same layout serves both files: the nightly DAILY file
      * (HRDAILY) carries the users whose USRFILE record changed on
      * the day reported plus every user still held on HRSUSP; the
      * weekly FULL file (HRFULL) carries the whole population for
      * HR to reconcile against. All fields display.
      *   HN-H-FEED-TYPE   D daily, F full
      *   HN-H-SEQ         the file's number in its own series (see
      *                    HRRSEQ) - a gap is a missed file, the same
      *                    number twice is a resend of that day
      *   HN-H-DATA-DATE   the 0CYYDDD day the file reports
      *   HN-D-ACTIVITY    what happened to the account on the day:
      *                    C created, U updated, X deleted, blank
      *                    nothing journaled that day
      *   HN-D-SUSPENSE    the HR record's fate on HRSUSP: R rejected
      *                    to suspense on the day, S still in
      *                    suspense from an earlier day, blank none -
      *                    HN-D-SUSP-ACTION is the A/C/D HR sent and
      *                    HN-D-SUSP-REASON why it was held
      *   HN-D-ON-FILE     Y when USRFILE holds the account; the lock,
      *                    status, last logon, class and department
      *                    are its current values, blank/zero when N
      *   HN-D-STATUS      UM-STATUS - A active, D deactivated
      *   HN-D-LAST-LOGON  0CYYDDD, 0 for never signed on
      *   HN-T-RECORD-COUNT  every record on the file, header and
      *                    trailer included
      ******************************************************************
       01  HR-RETURN-RECORD.
           05  HN-REC-TYPE        PIC X.
               88  HN-HEADER      VALUE 'H'.
               88  HN-DETAIL      VALUE 'D'.
               88  HN-TRAILER     VALUE 'T'.
           05  HN-BODY            PIC X(79).
           05  HN-HEADER-BODY REDEFINES HN-BODY.
               10  HN-H-SOURCE        PIC X(8).
               10  HN-H-FEED-TYPE     PIC X.
                   88  HN-H-DAILY     VALUE 'D'.
                   88  HN-H-FULL      VALUE 'F'.
               10  HN-H-SEQ           PIC 9(7).
               10  HN-H-DATA-DATE     PIC 9(7).
               10  HN-H-RUN-DATE      PIC 9(7).
               10  HN-H-RUN-TIME      PIC 9(6).
               10  HN-H-ENV           PIC X(8).
               10  FILLER             PIC X(35).
           05  HN-DETAIL-BODY REDEFINES HN-BODY.
               10  HN-D-USER-ID       PIC X(8).
               10  HN-D-ACTIVITY      PIC X.
                   88  HN-D-CREATED   VALUE 'C'.
                   88  HN-D-UPDATED   VALUE 'U'.
                   88  HN-D-DELETED   VALUE 'X'.
               10  HN-D-SUSPENSE      PIC X.
                   88  HN-D-REJECTED  VALUE 'R'.
                   88  HN-D-STILL-HELD VALUE 'S'.
               10  HN-D-SUSP-ACTION   PIC X.
               10  HN-D-ON-FILE       PIC X.
               10  HN-D-LOCKED        PIC X.
               10  HN-D-STATUS        PIC X.
               10  HN-D-LAST-LOGON    PIC 9(7).
               10  HN-D-SEC-CLASS     PIC X(2).
               10  HN-D-DEPT          PIC X(8).
               10  HN-D-SUSP-REASON   PIC X(30).
               10  FILLER             PIC X(18).
           05  HN-TRAILER-BODY REDEFINES HN-BODY.
               10  HN-T-SEQ           PIC 9(7).
               10  HN-T-RECORD-COUNT  PIC 9(7).
               10  HN-T-DETAIL-COUNT  PIC 9(7).
               10  HN-T-CREATED       PIC 9(7).
               10  HN-T-UPDATED       PIC 9(7).
               10  HN-T-DELETED       PIC 9(7).
               10  HN-T-REJECTED      PIC 9(7).
               10  HN-T-STILL-HELD    PIC 9(7).
               10  HN-T-LOCKED        PIC 9(7).
               10  HN-T-DEACTIVATED   PIC 9(7).
               10  FILLER             PIC X(9).
