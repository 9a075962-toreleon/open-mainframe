      ******************************************************************
      * DEPTMAST - Department master record
      * Keyed (RIDFLD / RECORD KEY) on DM-DEPT, the eight-byte code
      * UM-DEPT and HR-DEPT carry. Maintained from the CICSDEPT
      * screen. Every writer of a user's department checks it here -
      * USRPROV parks an HR record naming an unknown or closed
      * department on HRSUSP, CICSUADM and the CICSHSUS repair screen
      * refuse one - so "OPS", "OPS1" and "OPERATNS" can no longer
      * be three departments. USAGERPT and SECRPT group by the cost
      * centre and manager found here rather than the raw text, and
      * RCRTOPEN takes a department's recertification approver from
      * DM-MANAGER.
      *   DM-COST-CENTRE  the finance cost centre the department's
      *                   usage is charged to
      *   DM-MANAGER      the manager's USRFILE user ID
      *   DM-STATUS       A active, C closed - a closed department
      *                   stays on file (its users' history still
      *                   names it) but no user may be put in it
      ******************************************************************
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT            PIC X(8).
           05  DM-DESC            PIC X(30).
           05  DM-COST-CENTRE     PIC X(8).
           05  DM-MANAGER         PIC X(8).
           05  DM-STATUS          PIC X.
               88  DM-IS-ACTIVE   VALUE 'A'.
               88  DM-IS-CLOSED   VALUE 'C'.
           05  DM-CLOSED-DATE     PIC S9(7) COMP-3.
