      ******************************************************************
      * BRKGLASS - Break-glass emergency ID check-out record
      * Keyed (RIDFLD / RECORD KEY) on BG-KEY: the emergency user ID
      * plus the 0CYYDDD date and HHMMSS time it was checked out, so
      * one ID's uses read back together in the order they happened.
      * For the outage at 03:00 with no supervisor to be found, an
      * operator checks one of the sealed emergency SU accounts
      * (UM-STATUS 'E') out from the CICSBGLS screen - incident
      * number and reason required. CICSBGLS sets a fresh credential
      * and PIN on the account, shown once on the screen, never stored
      * anywhere readable, good until BG-EXPIRY-DATE/TIME (SYSPARM
      * BGLSHRS hours out), and raises a critical alert. CICSSIGN
      * refuses an emergency ID outright unless a check-out is live;
      * sign-off from CICSSOFF, the first signon or menu arrival past
      * the expiry, or the nightly BGRVWRPT step, whichever comes
      * first, reseals it - the credential is scrambled again and the
      * record closed. Every transaction run under the ID lands on
      * BGTXNLOG (counted here in BG-TXN-COUNT) by way of CICSSTAT.
      *   BG-STATUS       O checked out - the window is running
      *                   S resealed at sign-off
      *                   E resealed at expiry
      * Each use sits on the BGRVWRPT print every morning until the
      * reviewer (SYSPARM BGREVWR) clears it from CICSBGLS with a
      * note. A record is never deleted: it is the history of who
      * broke the glass, for which incident, and who looked after.
      ******************************************************************
       01  BREAK-GLASS-RECORD.
           05  BG-KEY.
               10  BG-USER-ID     PIC X(8).
               10  BG-OUT-DATE    PIC 9(7).
               10  BG-OUT-TIME    PIC 9(6).
           05  BG-OUT-BY          PIC X(8).
           05  BG-OUT-TERM        PIC X(4).
           05  BG-INCIDENT        PIC X(12).
           05  BG-REASON          PIC X(30).
           05  BG-EXPIRY-DATE     PIC 9(7).
           05  BG-EXPIRY-TIME     PIC 9(6).
           05  BG-STATUS          PIC X.
               88  BG-CHECKED-OUT VALUE 'O'.
               88  BG-SEALED-OFF  VALUE 'S'.
               88  BG-SEALED-EXP  VALUE 'E'.
           05  BG-SEAL-DATE       PIC S9(7) COMP-3.
           05  BG-SEAL-TIME       PIC S9(7) COMP-3.
           05  BG-TXN-COUNT       PIC S9(5) COMP-3.
           05  BG-REVIEW-FLAG     PIC X.
               88  BG-REVIEWED    VALUE 'Y'.
           05  BG-REVIEWER        PIC X(8).
           05  BG-REVIEW-DATE     PIC S9(7) COMP-3.
           05  BG-REVIEW-TIME     PIC S9(7) COMP-3.
           05  BG-REVIEW-NOTE     PIC X(30).
