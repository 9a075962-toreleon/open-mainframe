      ******************************************************************
      * PARMDICT - System-parameter dictionary record
      * Keyed (RIDFLD / RECORD KEY) on PD-KEY, one record per SYSPARM
      * key the shop's programs actually read - what the knob means,
      * whether it rides SP-NUM-VALUE or SP-CHAR-VALUE, the range or
      * the values it may take, the compiled-in default that applies
      * while it is absent, and which programs read it. A family of
      * numbered rows (AUTHTRM1-AUTHTRM9, CRITAB1-CRITAB5) is one
      * entry whose key ends in '*' in place of the number. Rebuilt
      * from its card deck by PARMLOAD. CICSPARM refuses a proposal
      * for a key not defined here, a numeric value outside
      * PD-MIN-VALUE to PD-MAX-VALUE, or a text value not among
      * PD-ALLOWED (all spaces - any text), and shows the entry's
      * description to proposer and approver alike; the PARMLINT
      * step checks the live SYSPARM file against it and prints
      * the catalogue.
      ******************************************************************
       01  PARM-DICTIONARY-RECORD.
           05  PD-KEY             PIC X(8).
           05  PD-TYPE            PIC X.
               88  PD-NUMERIC     VALUE 'N'.
               88  PD-CHARACTER   VALUE 'C'.
           05  PD-MIN-VALUE       PIC S9(7) COMP-3.
           05  PD-MAX-VALUE       PIC S9(7) COMP-3.
           05  PD-ALLOWED-VALUES.
               10  PD-ALLOWED     PIC X(8) OCCURS 4 TIMES.
           05  PD-DEFAULT         PIC X(10).
           05  PD-DESC            PIC X(40).
           05  PD-READERS         PIC X(40).
