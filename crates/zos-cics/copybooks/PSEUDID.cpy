      ******************************************************************
      * PSEUDID - Leaver pseudonym ID form
      * LVRPSEUD replaces a pseudonymised leaver's user ID with
      * PSD followed by five digits, everywhere the ID was kept; the
      * form is reserved - LVRPSEUD never clocks an account already
      * carrying one, and a step that reports people (HRRETURN)
      * passes it over, since it no longer names anybody. MOVE the
      * ID in: it is a pseudonym when PI-PSEUD-PREFIX holds and
      * PI-NUMBER IS NUMERIC.
      ******************************************************************
       01  PSEUDONYM-ID.
           05  PI-PREFIX          PIC X(3).
               88  PI-PSEUD-PREFIX    VALUE 'PSD'.
           05  PI-NUMBER          PIC X(5).
