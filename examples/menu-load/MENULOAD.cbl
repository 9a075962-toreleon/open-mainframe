      *   15 HSUS HR SUSPENSE REPAIR (SUPERVISOR) SU
      *   16 TINQ TODAY-SO-FAR STATISTICS        OP
      *   17 HAND SHIFT HANDOVER LOG             OP
      *   18 RCRT ACCESS RECERTIFICATION         OP
      *   19 DEPT DEPARTMENT MASTER (SUPERVISOR)  SU
      *   20 DLGT SUPERVISOR DELEGATION (SUPV)    SU
      *   21 BGLS BREAK-GLASS EMERGENCY ID        OP
      *   22 PRBM ABEND PROBLEM MANAGEMENT        OP
      *   23 CREV CONTROL REPORT SIGN-OFF         OP
      *   24 RRUN REPORT RERUN REQUEST (SUPV)     SU
      *   25 MWIN MAINTENANCE WINDOWS (SUPV)      SU
      *   26 MSGQ MESSAGE LOOKUP                  OP
      *   27 ROST SHIFT ROSTER (SUPV)             SU
      *   28 RCVQ PASSWORD RECOVERY QUESTIONS     OP
      *   29 TERM TERMINAL INVENTORY (SUPV)       SU
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
