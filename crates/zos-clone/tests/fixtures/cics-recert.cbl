       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSRCRT.
      *
      * Access recertification - the approver's half of the
      * quarterly campaign the RCRTOPEN batch step opens. CICSMENU
      * RETURNs TRANSID('RCRT') with just the 13-byte session
      * commarea - that is this transaction's "just arrived" case.
      * Open to any signed-on user: what an operator may do is
      * decided per attestation, not by a gate at the door, since a
      * department's approver is as often a team lead on the
      * operator menu as a supervisor. Works the RECERT records of
      * the campaign keyed on the screen:
      *   L - list the attestations this operator may decide, from
      *       the user ID keyed (blank from the start) - ten a page
      *   K - keep: the account still needs its class
      *   D - downgrade: the account moves to the new class keyed
      *   R - revoke: the account is deactivated at the close
      * A decision may be changed until the deadline; RCRTCLOS
      * applies whatever stands then. An approver decides only the
      * records stamped with their own user ID; a class with the
      * user-admin capability may decide any, and is the only one
      * who can decide a department that had no approver at open.
      * Nobody attests their own account. Every decision lands on
      * ADMAUDIT as RECERTK, RECERTD or RECERTR - with the RECERT
      * record's decided-by stamp, the evidence the auditors used
      * to chase managers by email for.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY RCRTCA.
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
       01  WS-RC-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-RC-BROWSE-EOF   VALUE 'Y'.
       01  WS-LIST-COUNT          PIC 9(2) VALUE 0.
       01  WS-LX                  PIC 9(2) VALUE 0.
       01  WS-DECISION-TEXT       PIC X(8) VALUE SPACES.
       01  WS-REFUSE-MSG          PIC X(79) VALUE SPACES.
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
       01  CORCT0AI.
           05  FILLER             PIC X(12).
           05  CAMPIL             PIC S9(4) COMP.
           05  CAMPIF             PIC X.
           05  CAMPIA             PIC X.
           05  CAMPII             PIC X(6).
           05  ACTIL              PIC S9(4) COMP.
           05  ACTIF              PIC X.
           05  ACTIA              PIC X.
           05  ACTII              PIC X.
           05  TARGIL             PIC S9(4) COMP.
           05  TARGIF             PIC X.
           05  TARGIA             PIC X.
           05  TARGII             PIC X(8).
           05  NCLSIL             PIC S9(4) COMP.
           05  NCLSIF             PIC X.
           05  NCLSIA             PIC X.
           05  NCLSII             PIC X(2).
           05  FCMDIL             PIC S9(4) COMP.
           05  FCMDIF             PIC X.
           05  FCMDIA             PIC X.
           05  FCMDII             PIC X(4).
       01  CORCT0AO.
           05  FILLER             PIC X(12).
           05  ENVO               PIC X(20).
           05  LISTO              PIC X(60) OCCURS 10 TIMES.
           05  MSGO               PIC X(79).
      *
           COPY RECERT.
           COPY USRFILE.
           COPY ACTSESS.
           COPY BRDCAST.
           COPY MENUOPT.
           COPY SECCLASS.
           COPY DELEGATE.
           COPY STATEVT.
           COPY SYSPARM.
           COPY ADMAUDIT.
           COPY ENVCFG.
      *
       LINKAGE SECTION.
           COPY RCRTCA
               REPLACING ==RCRT-COMMAREA== BY ==DFHCOMMAREA==
               ==RR-STATE== BY ==DC-STATE==
               ==RR-USER-ID== BY ==DC-USER-ID==
               ==RR-LAST-TIME== BY ==DC-LAST-TIME==
               ==RR-CAMPAIGN== BY ==DC-CAMPAIGN==
               ==RR-TARGET-USER== BY ==DC-TARGET-USER==.
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-LOGIC.
           DISPLAY 'ACCESS RECERTIFICATION STARTING'.
           PERFORM GET-SYSTEM-PARMS.
           MOVE EIBTIME TO WS-ENTRY-TIME.
           IF EIBCALEN = 0
               DISPLAY 'NO SESSION - FORCING SIGNON'
               EXEC CICS RETURN
                    TRANSID('SIGN')
               END-EXEC
           ELSE
      * EIBCALEN = 13 is CICSMENU's 13-byte SESSCA hand-off (DC-STATE,
      * DC-USER-ID, DC-LAST-TIME only - DC-CAMPAIGN and
      * DC-TARGET-USER are not yet valid); anything larger is our own
      * RETURN TRANSID('RCRT') commarea.
               IF EIBCALEN = 13
                   PERFORM ARRIVED-FROM-MENU
               ELSE
                   MOVE DC-USER-ID   TO RR-USER-ID
                   MOVE DC-LAST-TIME TO RR-LAST-TIME
                   MOVE DC-CAMPAIGN  TO RR-CAMPAIGN
                   PERFORM CHECK-IDLE-TIMEOUT
                   IF WS-IDLE-EXPIRED
                       DISPLAY 'SESSION IDLE TOO LONG - RE-SIGNON'
                       EXEC CICS RETURN
                            TRANSID('SIGN')
                       END-EXEC
                   ELSE
                       PERFORM RECEIVE-RECERT-MAP
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
      *
       ARRIVED-FROM-MENU.
           MOVE DC-USER-ID   TO RR-USER-ID.
           MOVE DC-LAST-TIME TO RR-LAST-TIME.
           MOVE SPACES       TO RR-CAMPAIGN.
           PERFORM CLEAR-ATTESTATION-LIST.
           MOVE 'RCT001I ENTER CAMPAIGN ID (E.G. 2026Q4)' TO MSGO.
           PERFORM SEND-RECERT-MAP.
      *
      * UM-SEC-CLASS on the signed-on operator's own USRFILE record,
      * looked up on SECCLASS - a class carrying SC-CAN-ADMIN-USERS
      * (user administration) may decide any attestation, including
      * a department's that had no approver when the campaign opened.
       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPV-FLAG.
           EXEC CICS READ
                FILE('USRFILE')
                INTO(USER-MASTER-RECORD)
                RIDFLD(RR-USER-ID)
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
               MOVE RR-USER-ID TO DG-DELEGATE
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
                KEYLENGTH(21)
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
       RECEIVE-RECERT-MAP.
           EXEC CICS RECEIVE
                MAP('CORCT0A')
                MAPSET('CORCT00')
                INTO(CORCT0AI)
                RESP(WS-RESPONSE)
           END-EXEC.
      * A shortcut in the fastpath field outranks the rest of the
      * screen's input - FASTPATH-JUMP never returns here.
           IF WS-RESPONSE = DFHRESP(NORMAL)
           AND FCMDII NOT = SPACES
               PERFORM FASTPATH-JUMP
           END-IF.
           PERFORM CLEAR-ATTESTATION-LIST.
           IF WS-RESPONSE = DFHRESP(NORMAL)
           AND CAMPII NOT = SPACES
               MOVE CAMPII TO RR-CAMPAIGN
           END-IF.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
           OR RR-CAMPAIGN = SPACES
               MOVE 'RCT001I ENTER CAMPAIGN ID (E.G. 2026Q4)' TO MSGO
           ELSE
               MOVE TARGII TO RR-TARGET-USER
               PERFORM CHECK-SUPERVISOR
               PERFORM APPLY-RECERT-ACTION
               PERFORM LIST-ATTESTATIONS
           END-IF.
           PERFORM SEND-RECERT-MAP.
      *
       APPLY-RECERT-ACTION.
           EVALUATE ACTII
               WHEN ' '
               WHEN 'L'
                   MOVE 'RCT002I ACTION K=KEEP D=DOWNGRADE R=REVOKE'
                     TO MSGO
               WHEN 'K'
               WHEN 'D'
               WHEN 'R'
                   IF RR-TARGET-USER = SPACES
                       MOVE 'RCT003E USER ID REQUIRED FOR A DECISION'
                         TO MSGO
                   ELSE
                       PERFORM RECORD-DECISION
                   END-IF
               WHEN OTHER
                   MOVE 'RCT004E ACTION MUST BE L, K, D OR R' TO MSGO
           END-EVALUATE.
      *
      * The attestation is read for update and every rule checked
      * before anything changes; a refusal releases the record and
      * says why. EIBDATE and RC-DEADLINE are both 0CYYDDD, so the
      * deadline test is a plain compare.
       RECORD-DECISION.
           MOVE RR-CAMPAIGN    TO RC-CAMPAIGN.
           MOVE RR-TARGET-USER TO RC-USER-ID.
           EXEC CICS READ
                FILE('RECERT')
                INTO(RECERT-RECORD)
                RIDFLD(RC-KEY)
                KEYLENGTH(14)
                UPDATE
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               STRING 'RCT005E '
                      RR-TARGET-USER ' NOT IN CAMPAIGN ' RR-CAMPAIGN
                   DELIMITED BY SIZE INTO MSGO
           ELSE
               PERFORM CHECK-DECISION-ALLOWED
               IF WS-REFUSE-MSG NOT = SPACES
                   EXEC CICS UNLOCK
                        FILE('RECERT')
                   END-EXEC
                   MOVE WS-REFUSE-MSG TO MSGO
               ELSE
                   PERFORM REWRITE-DECISION
               END-IF
           END-IF.
      *
       CHECK-DECISION-ALLOWED.
           MOVE SPACES TO WS-REFUSE-MSG.
           EVALUATE TRUE
               WHEN RC-CLOSED-DATE NOT = 0
                   MOVE 'RCT006E CAMPAIGN IS CLOSED' TO WS-REFUSE-MSG
               WHEN EIBDATE > RC-DEADLINE
                   MOVE 'RCT007E CAMPAIGN DEADLINE HAS PASSED'
                     TO WS-REFUSE-MSG
               WHEN RC-USER-ID = RR-USER-ID
                   MOVE 'RCT008E YOU CANNOT ATTEST YOUR OWN ACCESS'
                     TO WS-REFUSE-MSG
               WHEN RC-APPROVER NOT = RR-USER-ID
                AND NOT WS-IS-SUPERVISOR
                   MOVE 'RCT009E NOT THE APPROVER FOR THIS USER'
                     TO WS-REFUSE-MSG
               WHEN ACTII = 'D'
                   PERFORM CHECK-DOWNGRADE-CLASS
           END-EVALUATE.
      *
      * A downgrade must name a class CLASSLOAD has defined, other
      * than the one the account holds, and off the supervisor tier -
      * a "downgrade" to SU would be a grant by the back door.
       CHECK-DOWNGRADE-CLASS.
           MOVE NCLSII TO SC-CLASS.
           EXEC CICS READ
                FILE('SECCLASS')
                INTO(SECURITY-CLASS-RECORD)
                RIDFLD(SC-CLASS)
                KEYLENGTH(2)
                RESP(WS-RESPONSE)
           END-EXEC.
           EVALUATE TRUE
               WHEN NCLSII = SPACES
                   MOVE 'RCT010E NEW CLASS REQUIRED FOR A DOWNGRADE'
                     TO WS-REFUSE-MSG
               WHEN NCLSII = RC-SEC-CLASS
                   MOVE 'RCT011E NEW CLASS SAME AS CURRENT CLASS'
                     TO WS-REFUSE-MSG
               WHEN WS-RESPONSE NOT = DFHRESP(NORMAL)
                   MOVE 'RCT012E NEW CLASS NOT ON SECCLASS'
                     TO WS-REFUSE-MSG
               WHEN SC-TIER-SUPERVISOR
                   MOVE 'RCT013E CANNOT DOWNGRADE TO A SUPERVISOR CLASS'
                     TO WS-REFUSE-MSG
           END-EVALUATE.
      *
       REWRITE-DECISION.
           MOVE ACTII TO RC-DECISION.
           IF RC-DOWNGRADE
               MOVE NCLSII TO RC-NEW-CLASS
           ELSE
               MOVE SPACES TO RC-NEW-CLASS
           END-IF.
           MOVE RR-USER-ID TO RC-DECIDED-BY.
           MOVE EIBDATE    TO RC-DECIDED-DATE.
           MOVE EIBTIME    TO RC-DECIDED-TIME.
           EXEC CICS REWRITE
                FILE('RECERT')
                FROM(RECERT-RECORD)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN RC-KEEP
                       MOVE 'RECERTK' TO AD-ACTION
                       STRING 'RCT014I ' RR-TARGET-USER ' KEPT'
                           DELIMITED BY SIZE INTO MSGO
                   WHEN RC-DOWNGRADE
                       MOVE 'RECERTD' TO AD-ACTION
                       STRING 'RCT015I '
                              RR-TARGET-USER ' TO BE DOWNGRADED TO '
                              RC-NEW-CLASS
                           DELIMITED BY SIZE INTO MSGO
                   WHEN OTHER
                       MOVE 'RECERTR' TO AD-ACTION
                       STRING 'RCT016I ' RR-TARGET-USER ' TO BE REVOKED'
                           DELIMITED BY SIZE INTO MSGO
               END-EVALUATE
               DISPLAY 'RECERT DECISION ' RC-DECISION ': '
                       RR-TARGET-USER ' BY ' RR-USER-ID
               PERFORM WRITE-ADMIN-AUDIT
           ELSE
               MOVE 'RCT017E RECERT UPDATE FAILED - TRY AGAIN' TO MSGO
           END-IF.
      *
       CLEAR-ATTESTATION-LIST.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 10
               MOVE SPACES TO LISTO(WS-LX)
           END-PERFORM.
      *
      * Browses the campaign's RECERT records from the user ID on the
      * screen (the first of the campaign when blank) - the same
      * STARTBR/READNEXT idiom CICSSINQ uses on ACTSESS - listing
      * only the ones this operator may decide. Keying the last
      * user on the page with L pages forward.
       LIST-ATTESTATIONS.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-RC-EOF-FLAG.
           MOVE RR-CAMPAIGN TO RC-CAMPAIGN.
           MOVE LOW-VALUES  TO RC-USER-ID.
           IF TARGII NOT = SPACES
               MOVE TARGII TO RC-USER-ID
           END-IF.
           EXEC CICS STARTBR
                FILE('RECERT')
                RIDFLD(RC-KEY)
                GTEQ
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-RC-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-RC-BROWSE-EOF
               EXEC CICS READNEXT
                    FILE('RECERT')
                    INTO(RECERT-RECORD)
                    RIDFLD(RC-KEY)
                    RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               OR RC-CAMPAIGN NOT = RR-CAMPAIGN
                   MOVE 'Y' TO WS-RC-EOF-FLAG
               ELSE
                   IF RC-APPROVER = RR-USER-ID
                   OR WS-IS-SUPERVISOR
                       PERFORM LIST-ONE-ATTESTATION
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('RECERT')
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-LIST-COUNT = 0
               MOVE 'NO ATTESTATIONS FOR YOU IN THIS CAMPAIGN'
                 TO LISTO(1)
           END-IF.
      *
       LIST-ONE-ATTESTATION.
           ADD 1 TO WS-LIST-COUNT.
           IF WS-LIST-COUNT > 9
               MOVE 'Y' TO WS-RC-EOF-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN RC-KEEP
                   MOVE 'KEEP' TO WS-DECISION-TEXT
               WHEN RC-DOWNGRADE
                   MOVE SPACES TO WS-DECISION-TEXT
                   STRING 'DOWN ' RC-NEW-CLASS
                       DELIMITED BY SIZE INTO WS-DECISION-TEXT
               WHEN RC-REVOKE
                   MOVE 'REVOKE' TO WS-DECISION-TEXT
               WHEN OTHER
                   MOVE 'PENDING' TO WS-DECISION-TEXT
           END-EVALUATE.
           STRING RC-USER-ID ' ' RC-DEPT ' ' RC-SEC-CLASS ' '
                  RC-APPROVER ' ' WS-DECISION-TEXT ' ' RC-NAME
               DELIMITED BY SIZE INTO LISTO(WS-LIST-COUNT).
      *
      * Who did what to whom, from which terminal, when - the audit
      * row the region-log DISPLAY never preserved. The caller sets
      * AD-ACTION first. A failed write is reported in the log but
      * does not stop the action; the nightly ADMAUD report reads
      * this file back for the auditors.
       WRITE-ADMIN-AUDIT.
           MOVE RR-USER-ID     TO AD-USER-ID.
           MOVE RR-TARGET-USER TO AD-TARGET-USER.
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
               MOVE RR-USER-ID TO AS-USER-ID
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
       SEND-RECERT-MAP.
           PERFORM WRITE-TXN-STAT-EVENT.
           PERFORM CHECK-PENDING-BROADCAST.
           MOVE ENV-REGION-NAME TO ENVO.
           EXEC CICS SEND
                MAP('CORCT0A')
                MAPSET('CORCT00')
                FROM(CORCT0AO)
                ERASE
                RESP(WS-RESPONSE)
           END-EXEC.
           MOVE 'I'     TO RR-STATE.
           MOVE EIBTIME TO RR-LAST-TIME.
           MOVE SPACES  TO RR-TARGET-USER.
           EXEC CICS RETURN
                TRANSID('RCRT')
                COMMAREA(RCRT-COMMAREA)
                LENGTH(27)
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
               MOVE 'R'     TO RR-STATE
               MOVE EIBTIME TO RR-LAST-TIME
               EXEC CICS RETURN
                    TRANSID(MO-TRANID)
                    COMMAREA(RCRT-COMMAREA)
                    LENGTH(13)
               END-EXEC
           ELSE
               PERFORM CLEAR-ATTESTATION-LIST
               MOVE 'RCT018E FASTPATH REJECTED - UNKNOWN OR NOT AUTH'
                 TO MSGO
               PERFORM SEND-RECERT-MAP
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
                RIDFLD(RR-USER-ID)
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
               MOVE RR-USER-ID TO DG-DELEGATE
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
           MOVE RR-LAST-TIME TO WS-TIME-RAW.
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
           MOVE RR-USER-ID TO SE-USER-ID.
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
