      * Monthly usage-accounting report for chargeback. The STATEVT
      * events carry the signed-on user now, and CICSSTAT accumulates
      * them onto the per-user USRACT file; this step rolls the
      * closing month up by the cost centre and manager DEPTMAST
      * holds for the UM-DEPT on each user's USRFILE record, so
      * "what is each area's share of the region" - the question
      * finance started asking - has a printed answer: per cost
      * centre totals, the cost centre's consumption broken down by
      * TRANID, and the per-user detail behind it. Grouping on the
      * master rather than the raw text is what stops one department
      * splitting across "OPS", "OPS1" and "OPERATNS". A user no
      * longer on USRFILE reports under *GONE* rather than being
      * dropped - leavers' usage is still usage - and a department
      * the master doesn't know reports under *NOMAST* so somebody
      * fixes it. A closed department still bills to its cost
      * centre; the usage predates the closure.
      *
      * Runs as a month-end step in the chain, gated by the STEPDEF
      * calendar frequency. PARM is run-date,env,julian-date (the
               ACCESS MODE IS RANDOM
               RECORD KEY IS UM-USER-ID
               FILE STATUS IS WS-USRFILE-STATUS.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT
               FILE STATUS IS WS-DEPTMAST-STATUS.
      * Own print DD - the chain steps run CALLed from BATCHDRV in
      * one job step, so sharing one SYSPRINT would have each step
      * truncate the one before it.
           COPY USRACT.
       FD  USRFILE-FILE.
           COPY USRFILE.
       FD  DEPTMAST-FILE.
           COPY DEPTMAST.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).
       01  WS-JULIAN-PARM             PIC X(8)  VALUE SPACES.
       01  WS-USRACT-STATUS           PIC XX    VALUE "00".
       01  WS-USRFILE-STATUS          PIC XX    VALUE "00".
       01  WS-DEPTMAST-STATUS         PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-USRACT-EOF              PIC X     VALUE "N".
           88  USRACT-EOF             VALUE "Y".
       01  WS-FOUND-FLAG              PIC X     VALUE "N".
           88  WS-ENTRY-FOUND         VALUE "Y".
       01  WS-USER-DEPT               PIC X(8)  VALUE SPACES.
       01  WS-USER-GROUP.
           05  WS-USER-CC             PIC X(8)  VALUE SPACES.
           05  WS-USER-MGR            PIC X(8)  VALUE SPACES.
       01  WS-MONTH-TOTAL             PIC 9(9)  VALUE 0.
      * Overflow tallies: executions that could not land in a full
      * table are counted and flagged on the report - LVRRECON
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRIES        PIC 9(3)  VALUE 0.
           05  WS-DEPT-ENTRY OCCURS 30 TIMES INDEXED BY WS-DX.
               10  WS-DEPT-ID.
                   15  WS-DEPT-CC     PIC X(8).
                   15  WS-DEPT-MGR    PIC X(8).
               10  WS-DEPT-COUNT      PIC 9(9)  VALUE 0.
       01  WS-DT-TABLE.
           05  WS-DT-ENTRIES          PIC 9(3)  VALUE 0.
           05  WS-DT-ENTRY OCCURS 120 TIMES INDEXED BY WS-DTX.
               10  WS-DT-DEPT         PIC X(16).
               10  WS-DT-TRANID       PIC X(4).
               10  WS-DT-COUNT        PIC 9(9)  VALUE 0.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 100 TIMES INDEXED BY WS-UX.
               10  WS-USER-ID         PIC X(8).
               10  WS-USER-DEPT-ID    PIC X(8).
               10  WS-USER-CC-ID      PIC X(8).
               10  WS-USER-COUNT      PIC 9(9)  VALUE 0.

       PROCEDURE DIVISION.
       OPEN-FILES.
           OPEN INPUT USRACT-FILE.
           OPEN INPUT USRFILE-FILE.
           OPEN INPUT DEPTMAST-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-USRACT-STATUS = "00"
               PERFORM READ-USRACT
           IF WS-USER-DEPT = SPACES
               MOVE "*NODEPT*" TO WS-USER-DEPT
           END-IF.
           PERFORM LOOKUP-COST-CENTRE.
      *
      * The department's cost centre and manager off DEPTMAST. The
      * *GONE* and *NODEPT* markers carry through as their own cost
      * centre; a code the master doesn't hold goes to *NOMAST*.
      * With no master in the region the raw department stands in
      * for the cost centre, which is how the report always grouped.
       LOOKUP-COST-CENTRE.
           MOVE SPACES TO WS-USER-MGR.
           EVALUATE TRUE
               WHEN WS-USER-DEPT = "*GONE*"
                 OR WS-USER-DEPT = "*NODEPT*"
                   MOVE WS-USER-DEPT TO WS-USER-CC
               WHEN WS-DEPTMAST-STATUS NOT = "00"
                   MOVE WS-USER-DEPT TO WS-USER-CC
               WHEN OTHER
                   MOVE WS-USER-DEPT TO DM-DEPT
                   READ DEPTMAST-FILE
                       INVALID KEY
                           MOVE "*NOMAST*" TO WS-USER-CC
                       NOT INVALID KEY
                           MOVE DM-COST-CENTRE TO WS-USER-CC
                           MOVE DM-MANAGER     TO WS-USER-MGR
                   END-READ
           END-EVALUATE.
      *
       TALLY-DEPARTMENT.
           MOVE "N" TO WS-FOUND-FLAG.
           SEARCH WS-DEPT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DEPT-ID(WS-DX) = WS-USER-GROUP
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-ENTRY-FOUND
           AND WS-DEPT-ENTRIES < 30
               ADD 1 TO WS-DEPT-ENTRIES
               SET WS-DX TO WS-DEPT-ENTRIES
               MOVE WS-USER-GROUP TO WS-DEPT-ID(WS-DX)
               MOVE 0 TO WS-DEPT-COUNT(WS-DX)
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.
           SEARCH WS-DT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DT-DEPT(WS-DTX) = WS-USER-GROUP
                AND WS-DT-TRANID(WS-DTX) = UC-TRANID
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           AND WS-DT-ENTRIES < 120
               ADD 1 TO WS-DT-ENTRIES
               SET WS-DTX TO WS-DT-ENTRIES
               MOVE WS-USER-GROUP TO WS-DT-DEPT(WS-DTX)
               MOVE UC-TRANID TO WS-DT-TRANID(WS-DTX)
               MOVE 0 TO WS-DT-COUNT(WS-DTX)
               MOVE "Y" TO WS-FOUND-FLAG
               SET WS-UX TO WS-USER-ENTRIES
               MOVE UC-USER-ID TO WS-USER-ID(WS-UX)
               MOVE WS-USER-DEPT TO WS-USER-DEPT-ID(WS-UX)
               MOVE WS-USER-CC TO WS-USER-CC-ID(WS-UX)
               MOVE 0 TO WS-USER-COUNT(WS-UX)
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.
           END-IF.
      *
       WRITE-USAGE-REPORT.
           MOVE "USAGERPT - MONTHLY USAGE BY COST CENTRE"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "COST CENTRE / MANAGER TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DEPT-ENTRIES = 0
               MOVE "  NO ACTIVITY IN THE MONTH" TO REPORT-LINE
                   UNTIL WS-IDX > WS-DEPT-ENTRIES
               SET WS-DX TO WS-IDX
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-DEPT-CC(WS-DX) "  "
                      WS-DEPT-MGR(WS-DX) "  "
                      WS-DEPT-COUNT(WS-DX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-USER-ID(WS-UX) "  "
                      WS-USER-DEPT-ID(WS-UX) "  "
                      WS-USER-CC-ID(WS-UX) "  "
                      WS-USER-COUNT(WS-UX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           IF WS-DEPT-OVFL > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-DEPT-OVFL
                      " EXECUTIONS NOT IN COST CENTRE TOTALS ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       CLOSE-FILES.
           CLOSE USRACT-FILE.
           CLOSE USRFILE-FILE.
           CLOSE DEPTMAST-FILE.
           CLOSE REPORT-FILE.
