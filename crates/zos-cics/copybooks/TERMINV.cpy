      ******************************************************************
      * TERMINV - Terminal inventory master record
      * Keyed (RIDFLD / RECORD KEY) on TI-TERM-ID, the four-byte
      * EIBTRMID every signon, session and audit record carries.
      * Maintained from the CICSTERM screen. Says where a terminal
      * physically is and who owns it, so a terminal SECRPT flags can
      * be walked to rather than hunted for - SECRPT prints the
      * location beside each terminal ID, and the weekly TERMRPT
      * lists the terminals SIGNLOG has seen that are not here or
      * are retired, and the in-service ones nobody signs on at.
      *   TI-BUILDING / TI-FLOOR / TI-DESK  where it sits
      *   TI-DEVICE-TYPE  free text - 3278, PC3270, KIOSK and the like
      *   TI-DEPT         the owning department, an active DEPTMAST
      *                   code when it was set
      *   TI-STATUS       S in service, R retired - a retired terminal
      *                   stays on file (the history that names it
      *                   still resolves) and any signon from it after
      *                   TI-RETIRED-DATE is an exception
      * Dates are 0CYYDDD (EIBDATE).
      ******************************************************************
       01  TERMINAL-INVENTORY-RECORD.
           05  TI-TERM-ID         PIC X(4).
           05  TI-BUILDING        PIC X(8).
           05  TI-FLOOR           PIC X(3).
           05  TI-DESK            PIC X(6).
           05  TI-DEVICE-TYPE     PIC X(8).
           05  TI-DEPT            PIC X(8).
           05  TI-STATUS          PIC X.
               88  TI-IN-SERVICE  VALUE 'S'.
               88  TI-RETIRED     VALUE 'R'.
           05  TI-ADDED-DATE      PIC S9(7) COMP-3.
           05  TI-RETIRED-DATE    PIC S9(7) COMP-3.
