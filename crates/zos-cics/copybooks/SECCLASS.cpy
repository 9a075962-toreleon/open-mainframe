      ******************************************************************
      * SECCLASS - Security-class definition record
      * Keyed (RIDFLD / RECORD KEY) on SC-CLASS, the two-byte
      * UM-SEC-CLASS value on USRFILE. One record per class the shop
      * defines, loaded by the CLASSLOAD batch step - what a class may
      * actually do is read from here by every gate instead of each
      * transaction carrying its own literal 'SU' test, so a new role
      * is a deck change, not a code ship. An unknown class (or an
      * unreadable file) falls back to the compiled rule the shop
      * always had: SU may do everything, anyone else nothing.
      *   SC-MENU-TIER    which MENUOPT MO-MIN-CLASS tier the class
      *                   sees: 'SU' every option, 'OP' the options
      *                   marked spaces or OP, spaces none - only
      *                   the TRANIDs in SC-GRANT-TRANID
      *   SC-GRANT-TRANID TRANIDs the class may run whatever their
      *                   menu tier (how the help desk reaches URST
      *                   without the rest of the supervisor set)
      *   SC-ADMIN-USERS  UADM, HSUS suspense repair, SINQ force-off,
      *                   DEPT department master, DLGT lending
      *                   a supervisor's authority (the user's own
      *                   class only - lent authority cannot lend)
      *   SC-RESET-PWD    URST unlock and temporary password
      *   SC-PROPOSE-PARM CICSPARM U and A
      *   SC-APPROVE-PARM CICSPARM X and R
      *   SC-POST-BULLETIN NPST notices and BCST broadcasts
      *   SC-NEEDS-PIN    CICSSIGN asks for the second factor
      *   SC-INQUIRE-USERS UINQ profile inquiry
      *   SC-CLOSE-SIGNON signs on while the EOD close holds the floor
      ******************************************************************
       01  SECURITY-CLASS-RECORD.
           05  SC-KEY.
               10  SC-CLASS       PIC X(2).
           05  SC-DESC            PIC X(30).
           05  SC-MENU-TIER       PIC X(2).
               88  SC-TIER-SUPERVISOR VALUE 'SU'.
               88  SC-TIER-OPERATOR   VALUE 'OP'.
           05  SC-CAPABILITIES.
               10  SC-ADMIN-USERS     PIC X.
                   88  SC-CAN-ADMIN-USERS   VALUE 'Y'.
               10  SC-RESET-PWD       PIC X.
                   88  SC-CAN-RESET-PWD     VALUE 'Y'.
               10  SC-PROPOSE-PARM    PIC X.
                   88  SC-CAN-PROPOSE-PARM  VALUE 'Y'.
               10  SC-APPROVE-PARM    PIC X.
                   88  SC-CAN-APPROVE-PARM  VALUE 'Y'.
               10  SC-POST-BULLETIN   PIC X.
                   88  SC-CAN-POST-BULLETIN VALUE 'Y'.
               10  SC-NEEDS-PIN       PIC X.
                   88  SC-PIN-REQUIRED      VALUE 'Y'.
               10  SC-INQUIRE-USERS   PIC X.
                   88  SC-CAN-INQUIRE-USERS VALUE 'Y'.
               10  SC-CLOSE-SIGNON    PIC X.
                   88  SC-CAN-CLOSE-SIGNON  VALUE 'Y'.
           05  SC-GRANTS.
               10  SC-GRANT-TRANID    PIC X(4) OCCURS 8 TIMES.
