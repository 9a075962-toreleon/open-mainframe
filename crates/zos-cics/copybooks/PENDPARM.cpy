      * keyed (PP-NUM-TEXT blank means "leave the prior value", the
      * same rule the old direct update applied) and both identities
      * land on ADMAUDIT: PARMPROP at proposal, PARMAPPR / PARMREJ
      * at disposition. Nothing lands here that the PARMDICT
      * dictionary does not define, or outside its range.
      ******************************************************************
       01  PENDING-PARM-RECORD.
           05  PP-KEY             PIC X(8).
