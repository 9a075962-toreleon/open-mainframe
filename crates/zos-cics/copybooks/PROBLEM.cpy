      ******************************************************************
      * PROBLEM - Recurring-abend problem record
      * Keyed (RIDFLD / RECORD KEY) on PM-KEY, the abend's signature:
      * abend code, TRANID and the CICS function that failed (the
      * ABNDDTL EIBFN, held here as four hex digits so a screen can
      * key it and a report print it - 0000 when the task failed
      * outside a CICS command). ABNDLOG and ABNDDTL hold each abend;
      * this holds each problem - "the same ASRA in UADM at the same
      * READ, thirty times this month" used to be known only by
      * memory. The nightly PRBUPD step opens a problem the first
      * time a signature is seen and keeps its first-seen, last-seen
      * and occurrence count up to date; support works it from the
      * CICSPRBM screen (status, owner, fix note); the weekly PRBRPT
      * ranks the open ones by occurrence.
      *   PM-STATUS       O open
      *                   K known error - understood, a workaround
      *                     or fix is in hand, still occurring
      *                   R resolved. A resolved problem that recurs
      *                     is reopened by PRBUPD and PM-REOPEN-
      *                     COUNT moves on - the fix did not hold
      *   PM-UPD-USER/DATE/TIME  the last CICSPRBM update
      * A problem is never deleted: resolved, it is the record of
      * what was wrong and how it was fixed.
      *
      * One row keyed '*HWM' in PM-ABCODE (no abend code starts with
      * an asterisk) is PRBUPD's high-water mark, not a problem:
      * PM-LAST-DATE/TIME is where the previous run read ABNDDTL up
      * to, so each abend is counted once. Readers skip it.
      ******************************************************************
       01  PROBLEM-RECORD.
           05  PM-KEY.
               10  PM-ABCODE      PIC X(4).
                   88  PM-IS-HWM-ROW    VALUE '*HWM'.
               10  PM-TRANID      PIC X(4).
               10  PM-FUNC        PIC X(4).
           05  PM-STATUS          PIC X.
               88  PM-OPEN            VALUE 'O'.
               88  PM-KNOWN-ERROR     VALUE 'K'.
               88  PM-RESOLVED        VALUE 'R'.
           05  PM-FIRST-DATE      PIC S9(7) COMP-3.
           05  PM-FIRST-TIME      PIC S9(7) COMP-3.
           05  PM-LAST-DATE       PIC S9(7) COMP-3.
           05  PM-LAST-TIME       PIC S9(7) COMP-3.
           05  PM-COUNT           PIC 9(7).
           05  PM-LAST-TASKN      PIC 9(7).
           05  PM-REOPEN-COUNT    PIC 9(3).
           05  PM-RESOLVED-DATE   PIC S9(7) COMP-3.
           05  PM-OWNER           PIC X(8).
           05  PM-FIX-NOTE        PIC X(50).
           05  PM-UPD-USER        PIC X(8).
           05  PM-UPD-DATE        PIC S9(7) COMP-3.
           05  PM-UPD-TIME        PIC S9(7) COMP-3.
