      ******************************************************************
      * PSEUDREG - Leaver pseudonym register record
      * Keyed (RECORD KEY) on PR-USER-ID, the real user ID - one
      * record per deactivated account LVRPSEUD is tracking. While
      * PR-STATE is 'P' the retention clock is running from
      * PR-DEACT-DATE (the first LVRPSEUD run that found the account
      * deactivated - USRFILE itself carries no deactivation date);
      * once the SYSPARM RETLVR days have passed the account is
      * pseudonymised and the record turns 'X', carrying the
      * PSDnnnnn pseudonym that replaced the ID in the historical
      * files, the date that happened, and the name and department
      * cleared from the user master. This file is the ONLY link
      * from a pseudonym back to a person, kept for lawful
      * re-identification: it is a dataset of its own under its
      * own restricted access profile, no online transaction and no
      * other batch step opens it, and nothing prints it - the
      * LVRPSEUD report shows pseudonyms only. A reactivated account
      * still on the clock simply loses its 'P' record; an 'X'
      * record is never deleted, so a pseudonym is never reissued.
      * Dates are packed 0CYYDDD Julian.
      ******************************************************************
       01  PSEUDONYM-REGISTER-RECORD.
           05  PR-USER-ID         PIC X(8).
           05  PR-STATE           PIC X.
               88  PR-PENDING         VALUE 'P'.
               88  PR-PSEUDONYMISED   VALUE 'X'.
           05  PR-DEACT-DATE      PIC S9(7) COMP-3.
           05  PR-PSEUDONYM       PIC X(8).
           05  PR-PSEUD-DATE      PIC S9(7) COMP-3.
           05  PR-NAME            PIC X(20).
           05  PR-DEPT            PIC X(8).
