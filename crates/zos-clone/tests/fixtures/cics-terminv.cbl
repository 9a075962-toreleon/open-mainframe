       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSTERM.
      *
      * Supervisor-only terminal inventory maintenance. CICSMENU
      * RETURNs TRANSID('TERM') with just the 13-byte session
      * commarea - that is this transaction's "just arrived" case.
      * Only a signed-on user whose class carries user administration
      * may proceed (CICSDEPT's CHECK-SUPERVISOR gate). Works the
      * TERMINV records that put a building, floor and desk behind
      * each four-character terminal ID:
      *   L - list the terminals from the ID keyed (blank from the
      *       first) - ten a page
      *   A - add a terminal (building, floor, desk, device type and
      *       owning department all required)
      *   C - change one (blank fields are left as they are, the
      *       same rule CICSDEPT's change applies)
      *   X - retire one: a signon from it after today is an
      *       exception on the weekly TERMRPT
      *   R - return a retired terminal to service
      * A terminal is never deleted - retiring it is the end of its
      * life, so SIGNLOG and the audit trails that name it still
      * resolve to a place. The owning department must be active on
      * DEPTMAST (CICSUADM's rule - only an unreadable master lets
      * the keyed code stand). Every change lands on ADMAUDIT
      * (TERMADD / TERMCHG / TERMRET / TERMRSV) with the terminal ID
      * as the target, and its before and after images on CHGJRNL
      * for the nightly CHGRPT.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY TERMCA.
       01  WS-RESPONSE            PIC S9(8) COMP VALUE 0.
       01  WS-SP-FLAG             PIC X VALUE 'N'.
           88  WS-SP-FOUND        VALUE 'Y'.
       01  WS-SUPV-FLAG           PIC X VALUE 'N'.
           88  WS-IS-SUPERVISOR   VALUE 'Y'.
       01  WS-IDLE-FLAG           PIC X VALUE 'N'.
           88  WS-IDLE-EXPIRED    VALUE 'Y'.
       01  WS-IDLE-LIMIT-SECS     PIC S9(7) COMP-3 VALUE 900.
       01  WS-PREV-SECS           PIC S9(7) COMP-3 VALUE 0.
       01  WS-CURR-SECS           PIC S9(7) COMP-3 VALUE 0.
       01  WS-ELAPSED-SECS        PIC S9(7) COMP-3 VALUE 0.
       01  WS-TIME-RAW            PIC S9(7) COMP-3 VALUE 0.
       01  WS-ENTRY-TIME          PIC S9(7) COMP-3 VALUE 0.
       01  WS-ENTRY-SECS          PIC S9(7) COMP-3 VALUE 0.
       01  WS-SECS-RESULT         PIC S9(7) COMP-3 VALUE 0.
       01  WS-TIME-WORK.
           05  WS-TW-HH           PIC 99.
           05  WS-TW-MM           PIC 99.
           05  WS-TW-SS           PIC 99.
       01  WS-DEPT-FLAG           PIC X VALUE 'N'.
           88  WS-DEPT-VALID      VALUE 'Y'.
       01  WS-TI-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-TI-BROWSE-EOF   VALUE 'Y'.
       01  WS-LIST-COUNT          PIC 9(2) VALUE 0.
       01  WS-LX                  PIC 9(2) VALUE 0.
       01  WS-FP-FLAG             PIC X VALUE 'N'.
           88  WS-FP-FOUND        VALUE 'Y'.
       01  WS-FP-CLASS            PIC X(2) VALUE SPACES.
       01  WS-DLG-FLAG            PIC X VALUE 'N'.
           88  WS-DLG-FOUND       VALUE 'Y'.
       01  WS-DLG-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-DLG-BROWSE-EOF  VALUE 'Y'.
       01  WS-DLG-USER            PIC X(8) VALUE SPACES.
       01  WS-DLG-NOW             PIC 9(13) VALUE 0.
       01  WS-DLG-START           PIC 9(13) VALUE 0.
       01  WS-DLG-END             PIC 9(13) VALUE 0.
       01  WS-GRX                 PIC 9 VALUE 0.
       01  WS-MO-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-MO-BROWSE-EOF   VALUE 'Y'.
       01  COTRM0AI.
           05  FILLER             PIC X(12).
           05  ACTIL              PIC S9(4) COMP.
           05  ACTIF              PIC X.
           05  ACTIA              PIC X.
           05  ACTII              PIC X.
           05  TRMIL              PIC S9(4) COMP.
           05  TRMIF              PIC X.
           05  TRMIA              PIC X.
           05  TRMII              PIC X(4).
           05  BLDIL              PIC S9(4) COMP.
           05  BLDIF              PIC X.
           05  BLDIA              PIC X.
           05  BLDII              PIC X(8).
           05  FLRIL              PIC S9(4) COMP.
           05  FLRIF              PIC X.
           05  FLRIA              PIC X.
           05  FLRII              PIC X(3).
           05  DSKIL              PIC S9(4) COMP.
           05  DSKIF              PIC X.
           05  DSKIA              PIC X.
           05  DSKII              PIC X(6).
           05  TYPIL              PIC S9(4) COMP.
           05  TYPIF              PIC X.
           05  TYPIA              PIC X.
           05  TYPII              PIC X(8).
           05  DPTIL              PIC S9(4) COMP.
           05  DPTIF              PIC X.
           05  DPTIA              PIC X.
           05  DPTII              PIC X(8).
           05  FCMDIL             PIC S9(4) COMP.
           05  FCMDIF             PIC X.
           05  FCMDIA             PIC X.
           05  FCMDII             PIC X(4).
       01  COTRM0AO.
           05  FILLER             PIC X(12).
           05  ENVO               PIC X(20).
           05  LISTO              PIC X(60) OCCURS 10 TIMES.
           05  MSGO               PIC X(79).
      *
           COPY TERMINV.
           COPY DEPTMAST.
           COPY USRFILE.
           COPY ACTSESS.
           COPY BRDCAST.
           COPY MENUOPT.
           COPY SECCLASS.
           COPY DELEGATE.
           COPY STATEVT.
           COPY SYSPARM.
           COPY ADMAUDIT.
           COPY CHGJRNL.
           COPY ENVCFG.
      *
       LINKAGE SECTION.
           COPY TERMCA
               REPLACING ==TERM-COMMAREA== BY ==DFHCOMMAREA==
               ==TE-STATE== BY ==TC-STATE==
               ==TE-USER-ID== BY ==TC-USER-ID==
               ==TE-LAST-TIME== BY ==TC-LAST-TIME==
               ==TE-TARGET-TERM== BY ==TC-TARGET-TERM==.
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-LOGIC.
           DISPLAY 'TERMINAL INVENTORY STARTING'.
           PERFORM GET-SYSTEM-PARMS.
           MOVE EIBTIME TO WS-ENTRY-TIME.
           IF EIBCALEN = 0
               DISPLAY 'NO SESSION - FORCING SIGNON'
               EXEC CICS RETURN
                    TRANSID('SIGN')
               END-EXEC
           ELSE
      * EIBCALEN = 13 is CICSMENU's 13-byte SESSCA hand-off (TC-STATE,
      * TC-USER-ID, TC-LAST-TIME only - TC-TARGET-TERM is not yet
      * valid); anything larger is our own RETURN TRANSID('TERM')
      * commarea.
               IF EIBCALEN = 13
                   PERFORM ARRIVED-FROM-MENU
               ELSE
                   MOVE TC-USER-ID   TO TE-USER-ID
                   MOVE TC-LAST-TIME TO TE-LAST-TIME
                   PERFORM CHECK-IDLE-TIMEOUT
                   IF WS-IDLE-EXPIRED
                       DISPLAY 'SESSION IDLE TOO LONG - RE-SIGNON'
                       EXEC CICS RETURN
                            TRANSID('SIGN')
                       END-EXEC
                   ELSE
                       PERFORM RECEIVE-TERM-MAP
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
      *
       ARRIVED-FROM-MENU.
           MOVE TC-USER-ID   TO TE-USER-ID.
           MOVE TC-LAST-TIME TO TE-LAST-TIME.
           PERFORM CHECK-SUPERVISOR.
           IF WS-IS-SUPERVISOR
               MOVE SPACES TO TRMII
               MOVE SPACES TO MSGO
               STRING 'TRM001I '
                      'ACTION L=LIST A=ADD C=CHG X=RETIRE R=RESTORE'
                   DELIMITED BY SIZE INTO MSGO
               PERFORM LIST-TERMINALS
               PERFORM SEND-TERM-MAP
           ELSE
               DISPLAY 'TERMINAL MAINT DENIED - NOT A SUPERVISOR'
               PERFORM WRITE-TXN-STAT-EVENT
               MOVE EIBTIME TO TE-LAST-TIME
               EXEC CICS RETURN
                    TRANSID('MENU')
                    COMMAREA(TERM-COMMAREA)
                    LENGTH(13)
               END-EXEC
           END-IF.
      *
      * UM-SEC-CLASS on the signed-on operator's own USRFILE record,
      * looked up on SECCLASS - the class must carry SC-CAN-ADMIN-USERS
      * (user administration), the capability CLASSLOAD's deck grants.
       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPV-FLAG.
           EXEC CICS READ
                FILE('USRFILE')
                INTO(USER-MASTER-RECORD)
                RIDFLD(TE-USER-ID)
                KEYLENGTH(8)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE = DFHRESP(NORMAL)
               MOVE UM-SEC-CLASS TO SC-CLASS
               PERFORM GET-CLASS-CAPABILITIES
               IF SC-CAN-ADMIN-USERS
                   MOVE 'Y' TO WS-SUPV-FLAG
               END-IF
           END-IF.
      * Refused on their own class, the user may still hold the
      * authority on loan - a live DELEGATE grant is tried next, and
      * a pass on it is recorded against the grant.
           IF NOT WS-IS-SUPERVISOR
               MOVE TE-USER-ID TO DG-DELEGATE
               PERFORM FIND-LIVE-DELEGATION
               IF WS-DLG-FOUND
               AND SC-CAN-ADMIN-USERS
                   MOVE 'Y' TO WS-SUPV-FLAG
                   PERFORM RECORD-DELEGATION-USE
               END-IF
           END-IF.
      *
      * A gate passed on lent authority: the grant's use count and
      * last-used stamp move on, and ADMAUDIT gets a DLGUSE row with
      * the user who acted and the supervisor whose authority they
      * acted on. Neither failing stops the transaction.
       RECORD-DELEGATION-USE.
           EXEC CICS READ
                FILE('DELEGATE')
                INTO(DELEGATION-RECORD)
                RIDFLD(DG-KEY)
                KEYLENGTH(17)
                UPDATE
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE = DFHRESP(NORMAL)
               ADD 1 TO DG-USE-COUNT
               MOVE EIBDATE TO DG-LAST-USED-DATE
               MOVE EIBTIME TO DG-LAST-USED-TIME
               EXEC CICS REWRITE
                    FILE('DELEGATE')
                    FROM(DELEGATION-RECORD)
                    RESP(WS-RESPONSE)
               END-EXEC
           END-IF.
           DISPLAY 'DELEGATED AUTHORITY USED: ' DG-DELEGATE
                   ' AS ' DG-SUPERVISOR.
           MOVE DG-DELEGATE   TO AD-USER-ID.
           MOVE DG-SUPERVISOR TO AD-TARGET-USER.
           MOVE EIBTRMID TO AD-TERM-ID.
           MOVE EIBDATE  TO AD-DATE.
           MOVE EIBTIME  TO AD-TIME.
           MOVE 'DLGUSE' TO AD-ACTION.
           EXEC CICS WRITE
                FILE('ADMAUDIT')
                FROM(ADMIN-AUDIT-RECORD)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               DISPLAY 'ADMAUDIT WRITE FAILED - RESP: ' WS-RESPONSE
           END-IF.
      *
       RECEIVE-TERM-MAP.
           EXEC CICS RECEIVE
                MAP('COTRM0A')
                MAPSET('COTRM00')
                INTO(COTRM0AI)
                RESP(WS-RESPONSE)
           END-EXEC.
      * A shortcut in the fastpath field outranks the rest of the
      * screen's input - FASTPATH-JUMP never returns here.
           IF WS-RESPONSE = DFHRESP(NORMAL)
           AND FCMDII NOT = SPACES
               PERFORM FASTPATH-JUMP
           END-IF.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO ACTII
               MOVE SPACES TO TRMII
           END-IF.
           MOVE TRMII TO TE-TARGET-TERM.
           PERFORM APPLY-TERM-ACTION.
           PERFORM LIST-TERMINALS.
           PERFORM SEND-TERM-MAP.
      *
       APPLY-TERM-ACTION.
           EVALUATE TRUE
               WHEN ACTII = ' ' OR ACTII = 'L'
                   MOVE SPACES TO MSGO
                   STRING 'TRM001I '
                          'ACTION L=LIST A=ADD C=CHG X=RETIRE R=RESTORE'
                       DELIMITED BY SIZE INTO MSGO
               WHEN ACTII NOT = 'A' AND ACTII NOT = 'C'
                AND ACTII NOT = 'X' AND ACTII NOT = 'R'
                   MOVE 'TRM002E ACTION MUST BE L, A, C, X OR R' TO MSGO
               WHEN TE-TARGET-TERM = SPACES
                   MOVE 'TRM003E TERMINAL ID REQUIRED' TO MSGO
               WHEN ACTII = 'A'
                   PERFORM ADD-TERMINAL
               WHEN ACTII = 'C'
                   PERFORM CHANGE-TERMINAL
               WHEN OTHER
                   PERFORM SET-TERMINAL-STATUS
           END-EVALUATE.
      *
      * The owning department must be on DEPTMAST and active - the
      * check CICSUADM's VALIDATE-DEPARTMENT applies to a user's
      * department. Only when the master itself can't be read does
      * the keyed code stand.
       VALIDATE-DEPARTMENT.
           MOVE DPTII TO DM-DEPT.
           EXEC CICS READ
                FILE('DEPTMAST')
                INTO(DEPARTMENT-MASTER-RECORD)
                RIDFLD(DM-DEPT)
                KEYLENGTH(8)
                RESP(WS-RESPONSE)
           END-EXEC.
           MOVE 'N' TO WS-DEPT-FLAG.
           EVALUATE TRUE
               WHEN WS-RESPONSE = DFHRESP(NORMAL)
                AND DM-IS-ACTIVE
                   MOVE 'Y' TO WS-DEPT-FLAG
               WHEN WS-RESPONSE = DFHRESP(NORMAL)
               OR WS-RESPONSE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-DEPT-FLAG
           END-EVALUATE.
      *
       ADD-TERMINAL.
           IF BLDII = SPACES OR FLRII = SPACES OR DSKII = SPACES
           OR TYPII = SPACES OR DPTII = SPACES
               MOVE SPACES TO MSGO
               STRING 'TRM004E '
                      'BUILDING, FLOOR, DESK, TYPE AND DEPT REQUIRED'
                   DELIMITED BY SIZE INTO MSGO
           ELSE
               PERFORM VALIDATE-DEPARTMENT
               IF NOT WS-DEPT-VALID
                   MOVE 'TRM005E DEPARTMENT NOT ACTIVE ON DEPTMAST'
                     TO MSGO
               ELSE
                   PERFORM WRITE-NEW-TERMINAL
               END-IF
           END-IF.
      *
       WRITE-NEW-TERMINAL.
           MOVE TE-TARGET-TERM TO TI-TERM-ID.
           MOVE BLDII          TO TI-BUILDING.
           MOVE FLRII          TO TI-FLOOR.
           MOVE DSKII          TO TI-DESK.
           MOVE TYPII          TO TI-DEVICE-TYPE.
           MOVE DPTII          TO TI-DEPT.
           MOVE 'S'            TO TI-STATUS.
           MOVE EIBDATE        TO TI-ADDED-DATE.
           MOVE 0              TO TI-RETIRED-DATE.
           EXEC CICS WRITE
                FILE('TERMINV')
                FROM(TERMINAL-INVENTORY-RECORD)
                RIDFLD(TI-TERM-ID)
                KEYLENGTH(4)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE = DFHRESP(NORMAL)
               DISPLAY 'TERMINAL ADDED: ' TE-TARGET-TERM
               MOVE 'TERMADD' TO AD-ACTION
               PERFORM WRITE-ADMIN-AUDIT
               MOVE SPACES TO CJ-BEFORE
               MOVE TERMINAL-INVENTORY-RECORD TO CJ-AFTER
               PERFORM WRITE-CHANGE-JOURNAL
               STRING 'TRM006I '
                      TE-TARGET-TERM ' ADDED' DELIMITED BY SIZE
                   INTO MSGO
           ELSE
               IF WS-RESPONSE = DFHRESP(DUPREC)
                   STRING 'TRM007E ' TE-TARGET-TERM ' ALREADY EXISTS'
                       DELIMITED BY SIZE INTO MSGO
               ELSE
                   MOVE 'TRM008E TERMINV WRITE FAILED - TRY AGAIN'
                     TO MSGO
               END-IF
           END-IF.
      *
      * Blank screen fields leave the held values - a change can
      * touch just the desk when a terminal is moved along a row.
       CHANGE-TERMINAL.
           IF DPTII NOT = SPACES
               PERFORM VALIDATE-DEPARTMENT
           ELSE
               MOVE 'Y' TO WS-DEPT-FLAG
           END-IF.
           IF NOT WS-DEPT-VALID
               MOVE 'TRM005E DEPARTMENT NOT ACTIVE ON DEPTMAST'
                 TO MSGO
           ELSE
               PERFORM READ-TERM-FOR-UPDATE
               IF WS-RESPONSE = DFHRESP(NORMAL)
                   MOVE TERMINAL-INVENTORY-RECORD TO CJ-BEFORE
                   IF BLDII NOT = SPACES
                       MOVE BLDII TO TI-BUILDING
                   END-IF
                   IF FLRII NOT = SPACES
                       MOVE FLRII TO TI-FLOOR
                   END-IF
                   IF DSKII NOT = SPACES
                       MOVE DSKII TO TI-DESK
                   END-IF
                   IF TYPII NOT = SPACES
                       MOVE TYPII TO TI-DEVICE-TYPE
                   END-IF
                   IF DPTII NOT = SPACES
                       MOVE DPTII TO TI-DEPT
                   END-IF
                   MOVE 'TERMCHG' TO AD-ACTION
                   PERFORM REWRITE-TERMINAL
                   STRING 'TRM009I ' TE-TARGET-TERM ' CHANGED'
                       DELIMITED BY SIZE INTO MSGO
               END-IF
           END-IF.
      *
      * Retire (X) and return to service (R) - only the status and
      * the retired date move. The date is what TERMRPT measures a
      * signon from a retired terminal against.
       SET-TERMINAL-STATUS.
           PERFORM READ-TERM-FOR-UPDATE.
           IF WS-RESPONSE = DFHRESP(NORMAL)
               IF (ACTII = 'X' AND TI-RETIRED)
               OR (ACTII = 'R' AND TI-IN-SERVICE)
                   EXEC CICS UNLOCK
                        FILE('TERMINV')
                   END-EXEC
                   IF TI-RETIRED
                       STRING 'TRM010E '
                              TE-TARGET-TERM ' IS ALREADY RETIRED'
                           DELIMITED BY SIZE INTO MSGO
                   ELSE
                       STRING 'TRM011E '
                              TE-TARGET-TERM ' IS ALREADY IN SERVICE'
                           DELIMITED BY SIZE INTO MSGO
                   END-IF
               ELSE
                   MOVE TERMINAL-INVENTORY-RECORD TO CJ-BEFORE
                   IF ACTII = 'X'
                       MOVE 'R'      TO TI-STATUS
                       MOVE EIBDATE  TO TI-RETIRED-DATE
                       MOVE 'TERMRET' TO AD-ACTION
                       STRING 'TRM012I ' TE-TARGET-TERM ' RETIRED'
                           DELIMITED BY SIZE INTO MSGO
                   ELSE
                       MOVE 'S'      TO TI-STATUS
                       MOVE 0        TO TI-RETIRED-DATE
                       MOVE 'TERMRSV' TO AD-ACTION
                       STRING 'TRM013I ' TE-TARGET-TERM
                              ' RETURNED TO SERVICE'
                           DELIMITED BY SIZE INTO MSGO
                   END-IF
                   PERFORM REWRITE-TERMINAL
               END-IF
           END-IF.
      *
      * Not-found is answered here; the caller goes on only when
      * WS-RESPONSE is NORMAL and the record is held for update.
       READ-TERM-FOR-UPDATE.
           MOVE TE-TARGET-TERM TO TI-TERM-ID.
           EXEC CICS READ
                FILE('TERMINV')
                INTO(TERMINAL-INVENTORY-RECORD)
                RIDFLD(TI-TERM-ID)
                KEYLENGTH(4)
                UPDATE
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK
                    FILE('TERMINV')
               END-EXEC
               STRING 'TRM014E '
                      TE-TARGET-TERM ' NOT ON TERMINAL INVENTORY'
                   DELIMITED BY SIZE INTO MSGO
           END-IF.
      *
      * The caller has captured CJ-BEFORE, changed the record and set
      * AD-ACTION.
       REWRITE-TERMINAL.
           EXEC CICS REWRITE
                FILE('TERMINV')
                FROM(TERMINAL-INVENTORY-RECORD)
           END-EXEC.
           DISPLAY 'TERMINAL ' AD-ACTION ': ' TE-TARGET-TERM.
           PERFORM WRITE-ADMIN-AUDIT.
           MOVE TERMINAL-INVENTORY-RECORD TO CJ-AFTER.
           PERFORM WRITE-CHANGE-JOURNAL.
      *
      * Browses TERMINV from the ID on the screen (the first when
      * blank) - CICSDEPT's STARTBR/READNEXT list. Keying the last
      * ID on the page with L pages on.
       LIST-TERMINALS.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 10
               MOVE SPACES TO LISTO(WS-LX)
           END-PERFORM.
           MOVE 'N' TO WS-TI-EOF-FLAG.
           MOVE LOW-VALUES TO TI-TERM-ID.
           IF TRMII NOT = SPACES
               MOVE TRMII TO TI-TERM-ID
           END-IF.
           EXEC CICS STARTBR
                FILE('TERMINV')
                RIDFLD(TI-TERM-ID)
                GTEQ
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-TI-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-TI-BROWSE-EOF
               EXEC CICS READNEXT
                    FILE('TERMINV')
                    INTO(TERMINAL-INVENTORY-RECORD)
                    RIDFLD(TI-TERM-ID)
                    RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-TI-EOF-FLAG
               ELSE
                   ADD 1 TO WS-LIST-COUNT
                   STRING TI-TERM-ID ' ' TI-BUILDING ' '
                          TI-FLOOR ' ' TI-DESK ' '
                          TI-DEVICE-TYPE ' ' TI-DEPT ' '
                          TI-STATUS
                       DELIMITED BY SIZE INTO LISTO(WS-LIST-COUNT)
                   IF WS-LIST-COUNT > 9
                       MOVE 'Y' TO WS-TI-EOF-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('TERMINV')
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-LIST-COUNT = 0
               MOVE 'NO TERMINALS ON FILE FROM THIS ID'
                 TO LISTO(1)
           END-IF.
      *
      * Who did what to which terminal, from which terminal, when.
      * The caller sets AD-ACTION first; AD-TARGET-USER carries the
      * terminal ID the way CICSDEPT's rows carry the department
      * code. A failed write is reported in the log but does not stop
      * the action.
       WRITE-ADMIN-AUDIT.
           MOVE TE-USER-ID     TO AD-USER-ID.
           MOVE TE-TARGET-TERM TO AD-TARGET-USER.
           MOVE EIBTRMID TO AD-TERM-ID.
           MOVE EIBDATE  TO AD-DATE.
           MOVE EIBTIME  TO AD-TIME.
           EXEC CICS WRITE
                FILE('ADMAUDIT')
                FROM(ADMIN-AUDIT-RECORD)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               DISPLAY 'ADMAUDIT WRITE FAILED - RESP: ' WS-RESPONSE
           END-IF.
      *
      * Full before and after record images onto the CHGJRNL journal,
      * the trail CICSUADM leaves for USRFILE - the caller sets
      * CJ-BEFORE and CJ-AFTER. A failed write is reported in the log
      * but never stops the change itself.
       WRITE-CHANGE-JOURNAL.
           MOVE 'TERMINV'      TO CJ-FILE.
           MOVE TE-TARGET-TERM TO CJ-KEY.
           MOVE TE-USER-ID     TO CJ-USER-ID.
           MOVE EIBTRMID TO CJ-TERM-ID.
           MOVE EIBDATE  TO CJ-DATE.
           MOVE EIBTIME  TO CJ-TIME.
           EXEC CICS WRITE
                FILE('CHGJRNL')
                FROM(CHANGE-JOURNAL-RECORD)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               DISPLAY 'CHGJRNL WRITE FAILED - RESP: ' WS-RESPONSE
           END-IF.
      *
      * A supervisor broadcast (CICSBCST bumps the BCAST001 record's
      * sequence) pre-empts this screen's message line on the
      * operator's next interaction; the session's ACTSESS record is
      * stamped with the sequence so each session sees a given
      * broadcast once. An unreadable BCAST or ACTSESS just leaves
      * the normal message - the broadcast is best-effort on top of
      * the BULLETIN board, not a gate.
       CHECK-PENDING-BROADCAST.
           MOVE 'BCAST001' TO BC-KEY.
           EXEC CICS READ
                FILE('BCAST')
                INTO(BROADCAST-RECORD)
                RIDFLD(BC-KEY)
                KEYLENGTH(8)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE = DFHRESP(NORMAL)
           AND BC-SEQ > 0
               MOVE TE-USER-ID TO AS-USER-ID
               MOVE EIBTRMID TO AS-TERM-ID
               EXEC CICS READ
                    FILE('ACTSESS')
                    INTO(ACTIVE-SESSION-RECORD)
                    RIDFLD(AS-KEY)
                    KEYLENGTH(12)
                    UPDATE
                    RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE = DFHRESP(NORMAL)
                   IF AS-BCAST-SEQ < BC-SEQ
                       MOVE BC-SEQ TO AS-BCAST-SEQ
                       EXEC CICS REWRITE
                            FILE('ACTSESS')
                            FROM(ACTIVE-SESSION-RECORD)
                            RESP(WS-RESPONSE)
                       END-EXEC
                       MOVE BC-TEXT(1:40) TO MSGO
                   ELSE
                       EXEC CICS UNLOCK
                            FILE('ACTSESS')
                       END-EXEC
                   END-IF
               END-IF
           END-IF.
      *
       SEND-TERM-MAP.
           PERFORM WRITE-TXN-STAT-EVENT.
           PERFORM CHECK-PENDING-BROADCAST.
           MOVE ENV-REGION-NAME TO ENVO.
           EXEC CICS SEND
                MAP('COTRM0A')
                MAPSET('COTRM00')
                FROM(COTRM0AO)
                ERASE
                RESP(WS-RESPONSE)
           END-EXEC.
           MOVE 'I'     TO TE-STATE.
           MOVE EIBTIME TO TE-LAST-TIME.
           MOVE SPACES  TO TE-TARGET-TERM.
           EXEC CICS RETURN
                TRANSID('TERM')
                COMMAREA(TERM-COMMAREA)
                LENGTH(17)
           END-EXEC.
      *
      * The fastpath: keying a transaction's menu shortcut in the
      * command field jumps straight there - no menu round trip for
      * the operator who runs the same three inquiries forty times a
      * shift - authorized by the same MENUOPT MO-MIN-CLASS check
      * SEND-MENU-SCREEN applies, so the fastpath can never reach a
      * screen the menu would not have offered. An unknown shortcut
      * or an unauthorized class is rejected with a message; the
      * menu remains the discoverable path.
       FASTPATH-JUMP.
           PERFORM FIND-FASTPATH-OPTION.
           IF WS-FP-FOUND
               PERFORM WRITE-TXN-STAT-EVENT
               MOVE 'R'     TO TE-STATE
               MOVE EIBTIME TO TE-LAST-TIME
               EXEC CICS RETURN
                    TRANSID(MO-TRANID)
                    COMMAREA(TERM-COMMAREA)
                    LENGTH(13)
               END-EXEC
           ELSE
               MOVE 'TRM015E FASTPATH REJECTED - UNKNOWN OR NOT AUTH'
                 TO MSGO
               PERFORM SEND-TERM-MAP
           END-IF.
      *
      * MENUOPT is keyed on the option number, not the TRANID, so
      * the shortcut is found by the same key-order browse
      * SEND-MENU-SCREEN builds pages from; the class gate is the
      * CICSMENU's CHECK-OPTION-AUTHORIZED tier-and-grants rule
      * against the class's SECCLASS record.
       FIND-FASTPATH-OPTION.
           MOVE 'N' TO WS-FP-FLAG.
           PERFORM GET-FASTPATH-CLASS.
           MOVE 'N' TO WS-MO-EOF-FLAG.
           MOVE 0 TO MO-OPTION.
           EXEC CICS STARTBR
                FILE('MENUOPT')
                RIDFLD(MO-KEY)
                GTEQ
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-MO-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-MO-BROWSE-EOF
               EXEC CICS READNEXT
                    FILE('MENUOPT')
                    INTO(MENU-OPTION-RECORD)
                    RIDFLD(MO-KEY)
                    RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-MO-EOF-FLAG
               ELSE
                   IF MO-TRANID = FCMDII
                       MOVE 'Y' TO WS-MO-EOF-FLAG
                       PERFORM CHECK-FASTPATH-AUTHORIZED
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('MENUOPT')
                RESP(WS-RESPONSE)
           END-EXEC.
      *
      * The signed-on user's class, read fresh - the same rule
      * CICSMENU's GET-USER-CLASS applies, unreadable record gets
      * the lowest class rather than an error.
       GET-FASTPATH-CLASS.
           MOVE 'OP' TO WS-FP-CLASS.
           EXEC CICS READ
                FILE('USRFILE')
                INTO(USER-MASTER-RECORD)
                RIDFLD(TE-USER-ID)
                KEYLENGTH(8)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE = DFHRESP(NORMAL)
               MOVE UM-SEC-CLASS TO WS-FP-CLASS
           END-IF.
           MOVE WS-FP-CLASS TO SC-CLASS.
           PERFORM GET-CLASS-CAPABILITIES.
      * Short of the supervisor tier on their own class, the user
      * may hold a supervisor's on loan - CICSMENU offers what a live
      * DELEGATE grant allows, so the fastpath does too.
           IF NOT SC-TIER-SUPERVISOR
               MOVE TE-USER-ID TO DG-DELEGATE
               PERFORM FIND-LIVE-DELEGATION
           END-IF.
      *
      * A supervisor's authority on loan - the DELEGATE grants
      * CICSDLGT writes. Browses the user's grants (the caller sets
      * DG-DELEGATE) for one live at this moment: still granted,
      * started, and short of its end. A live grant puts the lending
      * supervisor's class, and its SECCLASS capabilities, in place
      * of the user's own and sets WS-DLG-FOUND - past its end the
      * grant simply stops matching, so nothing is ever put back by
      * hand. A supervisor since retired lends nothing. The user's
      * own USRFILE record is read back before returning.
       FIND-LIVE-DELEGATION.
           MOVE 'N' TO WS-DLG-FLAG.
           MOVE 'N' TO WS-DLG-EOF-FLAG.
           MOVE DG-DELEGATE TO WS-DLG-USER.
           COMPUTE WS-DLG-NOW = (EIBDATE * 1000000) + EIBTIME.
           MOVE 0 TO DG-START-DATE.
           MOVE 0 TO DG-START-TIME.
           EXEC CICS STARTBR
                FILE('DELEGATE')
                RIDFLD(DG-KEY)
                GTEQ
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-DLG-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-DLG-BROWSE-EOF
               EXEC CICS READNEXT
                    FILE('DELEGATE')
                    INTO(DELEGATION-RECORD)
                    RIDFLD(DG-KEY)
                    RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               OR DG-DELEGATE NOT = WS-DLG-USER
                   MOVE 'Y' TO WS-DLG-EOF-FLAG
               ELSE
                   COMPUTE WS-DLG-START =
                       (DG-START-DATE * 1000000) + DG-START-TIME
                   COMPUTE WS-DLG-END =
                       (DG-END-DATE * 1000000) + DG-END-TIME
                   IF DG-ACTIVE
                   AND WS-DLG-START NOT > WS-DLG-NOW
                   AND WS-DLG-END > WS-DLG-NOW
                       MOVE 'Y' TO WS-DLG-FLAG
                       MOVE 'Y' TO WS-DLG-EOF-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('DELEGATE')
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-DLG-FOUND
               EXEC CICS READ
                    FILE('USRFILE')
                    INTO(USER-MASTER-RECORD)
                    RIDFLD(DG-SUPERVISOR)
                    KEYLENGTH(8)
                    RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE = DFHRESP(NORMAL)
               AND NOT UM-IS-DEACTIVATED
                   MOVE UM-SEC-CLASS TO SC-CLASS
                   PERFORM GET-CLASS-CAPABILITIES
               ELSE
                   MOVE 'N' TO WS-DLG-FLAG
               END-IF
               EXEC CICS READ
                    FILE('USRFILE')
                    INTO(USER-MASTER-RECORD)
                    RIDFLD(WS-DLG-USER)
                    KEYLENGTH(8)
                    RESP(WS-RESPONSE)
               END-EXEC
           END-IF.
      *
      * What the class may do, off the keyed SECCLASS file CLASSLOAD
      * rebuilds from its deck - SC-CLASS is set by the caller. A
      * class not on file, or no file at all, gets the compiled rule
      * the shop ran on before the file existed: SU may do everything,
      * any other class no more than the operator menu.
       GET-CLASS-CAPABILITIES.
           EXEC CICS READ
                FILE('SECCLASS')
                INTO(SECURITY-CLASS-RECORD)
                RIDFLD(SC-CLASS)
                KEYLENGTH(2)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO SC-DESC
               MOVE SPACES TO SC-GRANTS
               IF SC-CLASS = 'SU'
                   MOVE 'SU'       TO SC-MENU-TIER
                   MOVE 'YYYYYYYY' TO SC-CAPABILITIES
               ELSE
                   MOVE 'OP'       TO SC-MENU-TIER
                   MOVE 'NNNNNNNN' TO SC-CAPABILITIES
               END-IF
           END-IF.
      *
      * CICSMENU's CHECK-OPTION-AUTHORIZED rule against the class's
      * SECCLASS record: spaces or OP on the option for the OP and SU
      * tiers, SU for the SU tier only, and any TRANID the class is
      * granted outright whatever its tier.
       CHECK-FASTPATH-AUTHORIZED.
           IF (MO-MIN-CLASS = SPACES OR MO-MIN-CLASS = 'OP')
           AND (SC-TIER-OPERATOR OR SC-TIER-SUPERVISOR)
               MOVE 'Y' TO WS-FP-FLAG
           END-IF.
           IF MO-MIN-CLASS = 'SU' AND SC-TIER-SUPERVISOR
               MOVE 'Y' TO WS-FP-FLAG
           END-IF.
           PERFORM VARYING WS-GRX FROM 1 BY 1 UNTIL WS-GRX > 8
               IF SC-GRANT-TRANID(WS-GRX) = MO-TRANID
                   MOVE 'Y' TO WS-FP-FLAG
               END-IF
           END-PERFORM.
      *
      * Shop tuning knobs, read fresh at transaction start from the
      * keyed SYSPARM file (maintained from the CICSPARM screen) so
      * operations can retune without a code ship - the compiled
      * VALUE clauses remain the fallback when the file or a key is
      * missing.
       GET-SYSTEM-PARMS.
           MOVE 'IDLESECS' TO SP-KEY.
           PERFORM READ-SYSTEM-PARM.
           IF WS-SP-FOUND
               MOVE SP-NUM-VALUE TO WS-IDLE-LIMIT-SECS
           END-IF.
           MOVE 'REGION  ' TO SP-KEY.
           PERFORM READ-SYSTEM-PARM.
           IF WS-SP-FOUND
               MOVE SP-CHAR-VALUE TO ENV-REGION-NAME
           END-IF.
      *
       READ-SYSTEM-PARM.
           MOVE 'N' TO WS-SP-FLAG.
           EXEC CICS READ
                FILE('SYSPARM')
                INTO(SYSTEM-PARM-RECORD)
                RIDFLD(SP-KEY)
                KEYLENGTH(8)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-SP-FLAG
           END-IF.
      *
       CHECK-IDLE-TIMEOUT.
           MOVE TE-LAST-TIME TO WS-TIME-RAW.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-SECS-RESULT TO WS-PREV-SECS.
           MOVE EIBTIME TO WS-TIME-RAW.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-SECS-RESULT TO WS-CURR-SECS.
           COMPUTE WS-ELAPSED-SECS = WS-CURR-SECS - WS-PREV-SECS.
           IF WS-ELAPSED-SECS < 0
              OR WS-ELAPSED-SECS > WS-IDLE-LIMIT-SECS
               MOVE 'Y' TO WS-IDLE-FLAG
           ELSE
               MOVE 'N' TO WS-IDLE-FLAG
           END-IF.
      *
       TIME-TO-SECONDS.
           COMPUTE WS-TW-HH = WS-TIME-RAW / 10000.
           COMPUTE WS-TW-MM =
               (WS-TIME-RAW - (WS-TW-HH * 10000)) / 100.
           COMPUTE WS-TW-SS =
               WS-TIME-RAW - (WS-TW-HH * 10000) - (WS-TW-MM * 100).
           COMPUTE WS-SECS-RESULT =
               (WS-TW-HH * 3600) + (WS-TW-MM * 60) + WS-TW-SS.
      *
      * One lightweight event on the STAT transient data queue per
      * execution, drained into STATSREC by CICSSTAT in the
      * background (the queue's trigger level starts it). Performed
      * just before each screen goes back out, so SE-ELAPSED-SECS is
      * the operator-visible response time for this leg.
       WRITE-TXN-STAT-EVENT.
           MOVE EIBTRNID TO SE-TRANID.
           MOVE TE-USER-ID TO SE-USER-ID.
           MOVE EIBTRMID TO SE-TERM-ID.
           MOVE EIBDATE  TO SE-DATE.
           MOVE WS-ENTRY-TIME TO SE-TIME.
           MOVE WS-ENTRY-TIME TO WS-TIME-RAW.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-TW-HH TO SE-HOUR.
           MOVE WS-SECS-RESULT TO WS-ENTRY-SECS.
           EXEC CICS ASKTIME
           END-EXEC.
           MOVE EIBTIME TO WS-TIME-RAW.
           PERFORM TIME-TO-SECONDS.
           COMPUTE SE-ELAPSED-SECS =
               WS-SECS-RESULT - WS-ENTRY-SECS.
           IF SE-ELAPSED-SECS < 0
               ADD 86400 TO SE-ELAPSED-SECS
           END-IF.
           EXEC CICS WRITEQ TD
                QUEUE('STAT')
                FROM(STAT-EVENT-RECORD)
                LENGTH(29)
                RESP(WS-RESPONSE)
           END-EXEC.
      * A failed event write costs one tally, never the transaction.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               DISPLAY 'STAT EVENT WRITE FAILED - RESP: ' WS-RESPONSE
           END-IF.
