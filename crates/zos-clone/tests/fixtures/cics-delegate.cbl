       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSDLGT.
      *
      * Supervisor delegation. CICSMENU RETURNs TRANSID('DLGT') with
      * just the 13-byte session commarea - that is this
      * transaction's "just arrived" case. Lends one user a named
      * supervisor's authority for a window with a start and an end,
      * for a stated reason - the answer to the night shift's only
      * supervisor going on leave, in place of promoting an operator
      * to SU through CICSUADM and hoping somebody remembers to put
      * them back, or sharing a sign-on. While the window is live
      * every supervisor gate that refuses the user's own class
      * honours the lending supervisor's class instead (each
      * program's FIND-LIVE-DELEGATION); after the end it is ignored
      * without anyone touching it. Only a signed-on user whose OWN
      * class carries user administration may proceed - authority
      * that is itself lent cannot be lent on.
      *   L - list the grants from the user keyed (blank from the
      *       first) - ten a page
      *   A - grant: delegate, supervisor, end date and time and a
      *       reason are required; a blank start is now
      *   X - revoke a grant early, keyed by delegate and its start
      * The supervisor must be an active user whose class is of the
      * supervisor tier; the delegate an active user other than the
      * supervisor and the grantor. No window may run longer than
      * the DLGMAXDY SYSPARM knob's days. Grants and revokes land on
      * ADMAUDIT (DLGGRANT / DLGREVK) with the delegate as the
      * target; the nightly ADMAUD step writes DLGEXP as each window
      * runs out.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DLGTCA.
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
       01  WS-MAX-DAYS            PIC S9(5) COMP-3 VALUE 14.
       01  WS-REFUSE-MSG          PIC X(79) VALUE SPACES.
       01  WS-IN-DATE             PIC X(7) VALUE SPACES.
       01  WS-IN-DATE-NUM REDEFINES WS-IN-DATE
                                  PIC 9(7).
       01  WS-IN-HHMM             PIC X(4) VALUE SPACES.
       01  WS-IN-HHMM-NUM REDEFINES WS-IN-HHMM.
           05  WS-IN-HH           PIC 99.
           05  WS-IN-MM           PIC 99.
       01  WS-IN-STAMP            PIC 9(13) VALUE 0.
       01  WS-START-DATE          PIC 9(7) VALUE 0.
       01  WS-START-TIME          PIC 9(6) VALUE 0.
       01  WS-START-STAMP         PIC 9(13) VALUE 0.
       01  WS-END-DATE            PIC 9(7) VALUE 0.
       01  WS-END-TIME            PIC 9(6) VALUE 0.
       01  WS-END-STAMP           PIC 9(13) VALUE 0.
       01  WS-NOW-STAMP           PIC 9(13) VALUE 0.
       01  WS-NOW-HHMM            PIC 9(4) VALUE 0.
       01  WS-USE-DISPLAY         PIC ZZZZ9.
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
       01  CODLG0AI.
           05  FILLER             PIC X(12).
           05  ACTIL              PIC S9(4) COMP.
           05  ACTIF              PIC X.
           05  ACTIA              PIC X.
           05  ACTII              PIC X.
           05  DLGIL              PIC S9(4) COMP.
           05  DLGIF              PIC X.
           05  DLGIA              PIC X.
           05  DLGII              PIC X(8).
           05  SUPVIL             PIC S9(4) COMP.
           05  SUPVIF             PIC X.
           05  SUPVIA             PIC X.
           05  SUPVII             PIC X(8).
           05  SDTIL              PIC S9(4) COMP.
           05  SDTIF              PIC X.
           05  SDTIA              PIC X.
           05  SDTII              PIC X(7).
           05  STMIL              PIC S9(4) COMP.
           05  STMIF              PIC X.
           05  STMIA              PIC X.
           05  STMII              PIC X(4).
           05  EDTIL              PIC S9(4) COMP.
           05  EDTIF              PIC X.
           05  EDTIA              PIC X.
           05  EDTII              PIC X(7).
           05  ETMIL              PIC S9(4) COMP.
           05  ETMIF              PIC X.
           05  ETMIA              PIC X.
           05  ETMII              PIC X(4).
           05  RSNIL              PIC S9(4) COMP.
           05  RSNIF              PIC X.
           05  RSNIA              PIC X.
           05  RSNII              PIC X(30).
           05  FCMDIL             PIC S9(4) COMP.
           05  FCMDIF             PIC X.
           05  FCMDIA             PIC X.
           05  FCMDII             PIC X(4).
       01  CODLG0AO.
           05  FILLER             PIC X(12).
           05  ENVO               PIC X(20).
           05  LISTO              PIC X(60) OCCURS 10 TIMES.
           05  MSGO               PIC X(79).
      *
           COPY USRFILE.
           COPY ACTSESS.
           COPY BRDCAST.
           COPY MENUOPT.
           COPY SECCLASS.
           COPY DELEGATE.
           COPY STATEVT.
           COPY SYSPARM.
           COPY ADMAUDIT.
           COPY DATEPARM.
           COPY ENVCFG.
      *
       LINKAGE SECTION.
           COPY DLGTCA
               REPLACING ==DLGT-COMMAREA== BY ==DFHCOMMAREA==
               ==DL-STATE== BY ==DC-STATE==
               ==DL-USER-ID== BY ==DC-USER-ID==
               ==DL-LAST-TIME== BY ==DC-LAST-TIME==
               ==DL-TARGET-USER== BY ==DC-TARGET-USER==.
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-LOGIC.
           DISPLAY 'SUPERVISOR DELEGATION STARTING'.
           PERFORM GET-SYSTEM-PARMS.
           MOVE EIBTIME TO WS-ENTRY-TIME.
           IF EIBCALEN = 0
               DISPLAY 'NO SESSION - FORCING SIGNON'
               EXEC CICS RETURN
                    TRANSID('SIGN')
               END-EXEC
           ELSE
      * EIBCALEN = 13 is CICSMENU's 13-byte SESSCA hand-off (DC-STATE,
      * DC-USER-ID, DC-LAST-TIME only - DC-TARGET-USER is not yet
      * valid); anything larger is our own RETURN TRANSID('DLGT')
      * commarea.
               IF EIBCALEN = 13
                   PERFORM ARRIVED-FROM-MENU
               ELSE
                   MOVE DC-USER-ID   TO DL-USER-ID
                   MOVE DC-LAST-TIME TO DL-LAST-TIME
                   PERFORM CHECK-IDLE-TIMEOUT
                   IF WS-IDLE-EXPIRED
                       DISPLAY 'SESSION IDLE TOO LONG - RE-SIGNON'
                       EXEC CICS RETURN
                            TRANSID('SIGN')
                       END-EXEC
                   ELSE
                       PERFORM RECEIVE-DLGT-MAP
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
      *
       ARRIVED-FROM-MENU.
           MOVE DC-USER-ID   TO DL-USER-ID.
           MOVE DC-LAST-TIME TO DL-LAST-TIME.
           PERFORM CHECK-SUPERVISOR.
           IF WS-IS-SUPERVISOR
               MOVE SPACES TO DLGII
               MOVE 'DLG001I ACTION L=LIST A=GRANT X=REVOKE' TO MSGO
               PERFORM LIST-DELEGATIONS
               PERFORM SEND-DLGT-MAP
           ELSE
               DISPLAY 'DELEGATION DENIED - NOT A SUPERVISOR'
               PERFORM WRITE-TXN-STAT-EVENT
               MOVE EIBTIME TO DL-LAST-TIME
               EXEC CICS RETURN
                    TRANSID('MENU')
                    COMMAREA(DLGT-COMMAREA)
                    LENGTH(13)
               END-EXEC
           END-IF.
      *
      * UM-SEC-CLASS on the signed-on operator's own USRFILE record,
      * looked up on SECCLASS - the class must carry SC-CAN-ADMIN-USERS
      * (user administration), the capability CLASSLOAD's deck grants.
      * Deliberately the user's own class only: this gate does not
      * consult DELEGATE, so a delegate cannot pass on, or stretch,
      * the authority they were lent.
       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPV-FLAG.
           EXEC CICS READ
                FILE('USRFILE')
                INTO(USER-MASTER-RECORD)
                RIDFLD(DL-USER-ID)
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
      *
       RECEIVE-DLGT-MAP.
           EXEC CICS RECEIVE
                MAP('CODLG0A')
                MAPSET('CODLG00')
                INTO(CODLG0AI)
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
               MOVE SPACES TO DLGII
           END-IF.
           MOVE DLGII TO DL-TARGET-USER.
           PERFORM APPLY-DLGT-ACTION.
           PERFORM LIST-DELEGATIONS.
           PERFORM SEND-DLGT-MAP.
      *
       APPLY-DLGT-ACTION.
           EVALUATE TRUE
               WHEN ACTII = ' ' OR ACTII = 'L'
                   MOVE 'DLG001I ACTION L=LIST A=GRANT X=REVOKE' TO MSGO
               WHEN ACTII NOT = 'A' AND ACTII NOT = 'X'
                   MOVE 'DLG002E ACTION MUST BE L, A OR X' TO MSGO
               WHEN DL-TARGET-USER = SPACES
                   MOVE 'DLG003E DELEGATE USER ID REQUIRED' TO MSGO
               WHEN ACTII = 'A'
                   PERFORM GRANT-DELEGATION
               WHEN OTHER
                   PERFORM REVOKE-DELEGATION
           END-EVALUATE.
      *
      * Each check leaves its refusal in WS-REFUSE-MSG; the grant is
      * written only when every one of them passed.
       GRANT-DELEGATION.
           PERFORM EDIT-DELEGATION-WINDOW.
           IF WS-REFUSE-MSG = SPACES
               PERFORM VALIDATE-DELEGATION-USERS
           END-IF.
           IF WS-REFUSE-MSG = SPACES
               PERFORM WRITE-NEW-DELEGATION
           ELSE
               MOVE WS-REFUSE-MSG TO MSGO
           END-IF.
      *
      * Dates are the shop's 0CYYDDD, times HHMM - a grant runs to
      * the minute. A blank start is the moment of the grant. The
      * window must end after it starts, must not be over before it
      * is written, and may not run past DLGMAXDY days - a standing
      * promotion by another name is what this screen replaces.
       EDIT-DELEGATION-WINDOW.
           MOVE SPACES TO WS-REFUSE-MSG.
           COMPUTE WS-NOW-STAMP = (EIBDATE * 1000000) + EIBTIME.
           EVALUATE TRUE
               WHEN SUPVII = SPACES OR RSNII = SPACES
                   MOVE 'DLG004E SUPERVISOR AND REASON REQUIRED'
                     TO WS-REFUSE-MSG
               WHEN EDTII = SPACES OR ETMII = SPACES
                   MOVE 'DLG005E END DATE AND HHMM REQUIRED'
                     TO WS-REFUSE-MSG
               WHEN SDTII = SPACES
                   DIVIDE EIBTIME BY 100 GIVING WS-NOW-HHMM
                   COMPUTE WS-START-STAMP = (EIBDATE * 1000000)
                       + (WS-NOW-HHMM * 100)
               WHEN OTHER
                   MOVE SDTII TO WS-IN-DATE
                   MOVE STMII TO WS-IN-HHMM
                   PERFORM EDIT-DATE-AND-TIME
                   MOVE WS-IN-STAMP TO WS-START-STAMP
           END-EVALUATE.
           IF WS-REFUSE-MSG = SPACES
               MOVE EDTII TO WS-IN-DATE
               MOVE ETMII TO WS-IN-HHMM
               PERFORM EDIT-DATE-AND-TIME
               MOVE WS-IN-STAMP TO WS-END-STAMP
           END-IF.
           IF WS-REFUSE-MSG = SPACES
               DIVIDE WS-START-STAMP BY 1000000
                   GIVING WS-START-DATE REMAINDER WS-START-TIME
               DIVIDE WS-END-STAMP BY 1000000
                   GIVING WS-END-DATE REMAINDER WS-END-TIME
               MOVE 'F'           TO DP-FUNCTION
               MOVE WS-START-DATE TO DP-DATE-1
               MOVE WS-END-DATE   TO DP-DATE-2
               CALL 'DATESRV' USING DATE-SERVICE-PARM
               EVALUATE TRUE
                   WHEN WS-END-STAMP NOT > WS-START-STAMP
                       MOVE 'DLG006E END MUST BE AFTER START'
                         TO WS-REFUSE-MSG
                   WHEN WS-END-STAMP NOT > WS-NOW-STAMP
                       MOVE 'DLG007E END IS ALREADY PAST'
                         TO WS-REFUSE-MSG
                   WHEN DP-DAYS-RESULT > WS-MAX-DAYS
                       MOVE 'DLG008E WINDOW LONGER THAN DLGMAXDY DAYS'
                         TO WS-REFUSE-MSG
               END-EVALUATE
           END-IF.
      *
      * WS-IN-DATE / WS-IN-HHMM as keyed; WS-IN-STAMP comes back as
      * the 13-digit date-and-time the windows are compared on, the
      * seconds always zero. DATESRV's day-number function is the
      * date check - it rejects a day past the year's end.
       EDIT-DATE-AND-TIME.
           MOVE 0 TO WS-IN-STAMP.
           IF WS-IN-DATE IS NOT NUMERIC
           OR WS-IN-HHMM IS NOT NUMERIC
               MOVE 'DLG009E DATE 0CYYDDD AND HHMM MUST BE NUMERIC'
                 TO WS-REFUSE-MSG
           ELSE
               MOVE 'D'            TO DP-FUNCTION
               MOVE WS-IN-DATE-NUM TO DP-DATE-1
               CALL 'DATESRV' USING DATE-SERVICE-PARM
               IF DP-BAD-DATE OR WS-IN-HH > 23 OR WS-IN-MM > 59
                   MOVE 'DLG010E NOT A VALID DATE AND HHMM'
                     TO WS-REFUSE-MSG
               ELSE
                   COMPUTE WS-IN-STAMP = (WS-IN-DATE-NUM * 1000000)
                       + (WS-IN-HH * 10000) + (WS-IN-MM * 100)
               END-IF
           END-IF.
      *
      * The supervisor's class must be of the supervisor tier - lending
      * anything less would be a grant of nothing, or a class change
      * that belongs on CICSUADM. A retired account can neither lend
      * nor borrow.
       VALIDATE-DELEGATION-USERS.
           EVALUATE TRUE
               WHEN DL-TARGET-USER = SUPVII
                   MOVE 'DLG011E DELEGATE AND SUPERVISOR MUST DIFFER'
                     TO WS-REFUSE-MSG
               WHEN DL-TARGET-USER = DL-USER-ID
                   MOVE 'DLG012E YOU MAY NOT DELEGATE TO YOURSELF'
                     TO WS-REFUSE-MSG
               WHEN OTHER
                   EXEC CICS READ
                        FILE('USRFILE')
                        INTO(USER-MASTER-RECORD)
                        RIDFLD(DL-TARGET-USER)
                        KEYLENGTH(8)
                        RESP(WS-RESPONSE)
                   END-EXEC
                   IF WS-RESPONSE NOT = DFHRESP(NORMAL)
                   OR UM-IS-DEACTIVATED
                       MOVE 'DLG013E DELEGATE NOT AN ACTIVE USER ID'
                         TO WS-REFUSE-MSG
                   END-IF
           END-EVALUATE.
           IF WS-REFUSE-MSG = SPACES
               EXEC CICS READ
                    FILE('USRFILE')
                    INTO(USER-MASTER-RECORD)
                    RIDFLD(SUPVII)
                    KEYLENGTH(8)
                    RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               OR UM-IS-DEACTIVATED
                   MOVE 'DLG014E SUPERVISOR NOT AN ACTIVE USER ID'
                     TO WS-REFUSE-MSG
               ELSE
                   MOVE UM-SEC-CLASS TO SC-CLASS
                   PERFORM GET-CLASS-CAPABILITIES
                   IF NOT SC-TIER-SUPERVISOR
                       MOVE 'DLG015E SUPERVISOR CLASS IS NOT SU TIER'
                         TO WS-REFUSE-MSG
                   END-IF
               END-IF
           END-IF.
      *
       WRITE-NEW-DELEGATION.
           MOVE DL-TARGET-USER TO DG-DELEGATE.
           MOVE WS-START-DATE  TO DG-START-DATE.
           MOVE WS-START-TIME  TO DG-START-TIME.
           MOVE SUPVII         TO DG-SUPERVISOR.
           MOVE WS-END-DATE    TO DG-END-DATE.
           MOVE WS-END-TIME    TO DG-END-TIME.
           MOVE RSNII          TO DG-REASON.
           MOVE DL-USER-ID     TO DG-GRANTED-BY.
           MOVE EIBDATE        TO DG-GRANTED-DATE.
           MOVE EIBTIME        TO DG-GRANTED-TIME.
           MOVE 'A'            TO DG-STATUS.
           MOVE 0              TO DG-USE-COUNT.
           MOVE 0              TO DG-LAST-USED-DATE.
           MOVE 0              TO DG-LAST-USED-TIME.
           EXEC CICS WRITE
                FILE('DELEGATE')
                FROM(DELEGATION-RECORD)
                RIDFLD(DG-KEY)
                KEYLENGTH(21)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE = DFHRESP(NORMAL)
               DISPLAY 'DELEGATION GRANTED: ' DG-DELEGATE
                       ' AS ' DG-SUPERVISOR
               MOVE 'DLGGRANT' TO AD-ACTION
               PERFORM WRITE-ADMIN-AUDIT
               STRING 'DLG016I '
                      DL-TARGET-USER ' GRANTED ' DG-SUPERVISOR
                      ' AUTHORITY' DELIMITED BY SIZE INTO MSGO
           ELSE
               IF WS-RESPONSE = DFHRESP(DUPREC)
                   MOVE 'DLG017E A GRANT FOR THAT USER STARTS THEN'
                     TO MSGO
               ELSE
                   MOVE 'DLG018E DELEGATE WRITE FAILED - TRY AGAIN'
                     TO MSGO
               END-IF
           END-IF.
      *
      * Ends a grant now rather than at its booked end - the
      * supervisor came back early, or it went to the wrong person.
      * One not yet started is ended at its own start, so it never
      * goes live. The grant is keyed by its delegate and start.
       REVOKE-DELEGATION.
           IF SDTII IS NOT NUMERIC OR STMII IS NOT NUMERIC
               MOVE 'DLG019E START DATE AND HHMM OF THE GRANT REQUIRED'
                 TO MSGO
           ELSE
               MOVE DL-TARGET-USER TO DG-DELEGATE
               MOVE SDTII          TO DG-START-DATE
               MOVE STMII          TO WS-IN-HHMM
               COMPUTE DG-START-TIME =
                   (WS-IN-HH * 10000) + (WS-IN-MM * 100)
               EXEC CICS READ
                    FILE('DELEGATE')
                    INTO(DELEGATION-RECORD)
                    RIDFLD(DG-KEY)
                    KEYLENGTH(21)
                    UPDATE
                    RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
                   MOVE 'DLG020E NO GRANT FOR THAT USER AND START'
                     TO MSGO
               ELSE
                   PERFORM END-DELEGATION-NOW
               END-IF
           END-IF.
      *
       END-DELEGATION-NOW.
           COMPUTE WS-NOW-STAMP = (EIBDATE * 1000000) + EIBTIME.
           COMPUTE WS-START-STAMP =
               (DG-START-DATE * 1000000) + DG-START-TIME.
           COMPUTE WS-END-STAMP =
               (DG-END-DATE * 1000000) + DG-END-TIME.
           IF NOT DG-ACTIVE
           OR WS-END-STAMP NOT > WS-NOW-STAMP
               EXEC CICS UNLOCK
                    FILE('DELEGATE')
               END-EXEC
               MOVE 'DLG021E THAT GRANT HAS ALREADY ENDED' TO MSGO
           ELSE
               MOVE 'R' TO DG-STATUS
               IF WS-START-STAMP > WS-NOW-STAMP
                   MOVE DG-START-DATE TO DG-END-DATE
                   MOVE DG-START-TIME TO DG-END-TIME
               ELSE
                   MOVE EIBDATE TO DG-END-DATE
                   MOVE EIBTIME TO DG-END-TIME
               END-IF
               EXEC CICS REWRITE
                    FILE('DELEGATE')
                    FROM(DELEGATION-RECORD)
               END-EXEC
               DISPLAY 'DELEGATION REVOKED: ' DG-DELEGATE
                       ' AS ' DG-SUPERVISOR
               MOVE 'DLGREVK' TO AD-ACTION
               PERFORM WRITE-ADMIN-AUDIT
               STRING 'DLG022I ' DL-TARGET-USER ' GRANT REVOKED'
                   DELIMITED BY SIZE INTO MSGO
           END-IF.
      *
      * Browses DELEGATE from the user on the screen (the first when
      * blank) - every grant, live or not, since the file is the
      * history of who held whose authority. Keying the last user on
      * the page with L pages on.
       LIST-DELEGATIONS.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 10
               MOVE SPACES TO LISTO(WS-LX)
           END-PERFORM.
           MOVE 'N' TO WS-DLG-EOF-FLAG.
           MOVE LOW-VALUES TO DG-KEY.
           IF DLGII NOT = SPACES
               MOVE DLGII TO DG-DELEGATE
               MOVE 0     TO DG-START-DATE
               MOVE 0     TO DG-START-TIME
           END-IF.
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
                   MOVE 'Y' TO WS-DLG-EOF-FLAG
               ELSE
                   ADD 1 TO WS-LIST-COUNT
                   MOVE DG-USE-COUNT TO WS-USE-DISPLAY
                   STRING DG-DELEGATE ' ' DG-SUPERVISOR ' '
                          DG-START-DATE ' ' DG-START-TIME(1:4) ' '
                          DG-END-DATE ' ' DG-END-TIME(1:4) ' '
                          DG-STATUS ' ' WS-USE-DISPLAY ' '
                          DG-REASON(1:8)
                       DELIMITED BY SIZE INTO LISTO(WS-LIST-COUNT)
                   IF WS-LIST-COUNT > 9
                       MOVE 'Y' TO WS-DLG-EOF-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('DELEGATE')
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-LIST-COUNT = 0
               MOVE 'NO DELEGATIONS ON FILE FROM THIS USER'
                 TO LISTO(1)
           END-IF.
      *
      * Who lent what to whom, from which terminal, when. The caller
      * sets AD-ACTION first; AD-TARGET-USER is the delegate. A
      * failed write is reported in the log but does not stop the
      * action.
       WRITE-ADMIN-AUDIT.
           MOVE DL-USER-ID     TO AD-USER-ID.
           MOVE DL-TARGET-USER TO AD-TARGET-USER.
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
               MOVE DL-USER-ID TO AS-USER-ID
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
       SEND-DLGT-MAP.
           PERFORM WRITE-TXN-STAT-EVENT.
           PERFORM CHECK-PENDING-BROADCAST.
           MOVE ENV-REGION-NAME TO ENVO.
           EXEC CICS SEND
                MAP('CODLG0A')
                MAPSET('CODLG00')
                FROM(CODLG0AO)
                ERASE
                RESP(WS-RESPONSE)
           END-EXEC.
           MOVE 'I'     TO DL-STATE.
           MOVE EIBTIME TO DL-LAST-TIME.
           MOVE SPACES  TO DL-TARGET-USER.
           EXEC CICS RETURN
                TRANSID('DLGT')
                COMMAREA(DLGT-COMMAREA)
                LENGTH(21)
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
               MOVE 'R'     TO DL-STATE
               MOVE EIBTIME TO DL-LAST-TIME
               EXEC CICS RETURN
                    TRANSID(MO-TRANID)
                    COMMAREA(DLGT-COMMAREA)
                    LENGTH(13)
               END-EXEC
           ELSE
               MOVE 'DLG023E FASTPATH REJECTED - UNKNOWN OR NOT AUTH'
                 TO MSGO
               PERFORM SEND-DLGT-MAP
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
                RIDFLD(DL-USER-ID)
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
               MOVE DL-USER-ID TO DG-DELEGATE
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
           MOVE 'DLGMAXDY' TO SP-KEY.
           PERFORM READ-SYSTEM-PARM.
           IF WS-SP-FOUND
               MOVE SP-NUM-VALUE TO WS-MAX-DAYS
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
           MOVE DL-LAST-TIME TO WS-TIME-RAW.
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
           MOVE DL-USER-ID TO SE-USER-ID.
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
