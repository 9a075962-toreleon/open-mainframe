      * Supervisor-only HR-feed suspense repair. CICSMENU RETURNs
      * TRANSID('HSUS') with just the 13-byte session commarea - that
      * is this transaction's "just arrived" case. Only a signed-on
      * user with a SECCLASS grant may proceed (the same gate as
      * CICSURST's CHECK-SUPERVISOR). Works the HRSUSP records the
      * USRPROV batch load parks when it rejects an HRFEED record:
      *   I - inquire: show the held record and its reject reason
      *   D - delete the suspense record (HR will recut it)
      * A corrected password or PIN is hashed as keyed, so the
      * suspense file carries only PWDHASH digests - the same rule
      * USRFILE follows. A corrected department must be an active
      * DEPTMAST department - the same rule that parked many of these
      * records in the first place. The fix used to be asking HR to
      * recut the record into the next night's feed; a new hire
      * waited an extra day for a typo.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           05  WS-TW-HH           PIC 99.
           05  WS-TW-MM           PIC 99.
           05  WS-TW-SS           PIC 99.
       01  WS-DEPT-FLAG           PIC X VALUE 'N'.
           88  WS-DEPT-VALID      VALUE 'Y'.
       01  WS-DEPT-MSG            PIC X(79) VALUE SPACES.
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
       01  COHSU0AI.
       01  COHSU0AO.
           05  FILLER             PIC X(12).
           05  ENVO               PIC X(20).
           05  MSGO               PIC X(79).
      *
           COPY HRSUSP.
           COPY USRFILE.
           COPY DEPTMAST.
           COPY ACTSESS.
           COPY BRDCAST.
           COPY MENUOPT.
           COPY SECCLASS.
           COPY DELEGATE.
           COPY STATEVT.
           COPY SYSPARM.
           COPY ADMAUDIT.
           MOVE DC-LAST-TIME TO HU-LAST-TIME.
           PERFORM CHECK-SUPERVISOR.
           IF WS-IS-SUPERVISOR
               MOVE 'HSU001I ENTER ACTION I=INQ C=CORR R=RESUB D=DEL'
                 TO MSGO
               PERFORM SEND-SUSPENSE-MAP
           ELSE
               END-EXEC
           END-IF.
      *
      * UM-SEC-CLASS on the signed-on operator's own USRFILE record,
      * looked up on SECCLASS - the class must carry SC-CAN-ADMIN-USERS
      * (user administration), the capability CLASSLOAD's deck grants.
       CHECK-SUPERVISOR.
           MOVE 'N' TO WS-SUPV-FLAG.
           EXEC CICS READ
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
               MOVE HU-USER-ID TO DG-DELEGATE
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
       RECEIVE-SUSPENSE-MAP.
               MOVE TARGII TO HU-TARGET-USER
               PERFORM APPLY-SUSPENSE-ACTION
           ELSE
               MOVE 'HSU001I ENTER ACTION I=INQ C=CORR R=RESUB D=DEL'
                 TO MSGO
               PERFORM SEND-SUSPENSE-MAP
           END-IF.
               WHEN 'D'
                   PERFORM DELETE-SUSPENSE
               WHEN OTHER
                   MOVE 'HSU002E ACTION MUST BE I, C, R OR D' TO MSGO
                   PERFORM SEND-SUSPENSE-MAP
           END-EVALUATE.
      *
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE = DFHRESP(NORMAL)
               STRING 'HSU003I ' HS-ACTION ' ' HS-STATUS ' ' HS-REASON
                   DELIMITED BY SIZE INTO MSGO
           ELSE
               STRING 'HSU004E ' HU-TARGET-USER ' NOT ON SUSPENSE'
                   DELIMITED BY SIZE INTO MSGO
           END-IF.
           PERFORM SEND-SUSPENSE-MAP.
      * password or PIN is hashed here, so the suspense record keeps
      * carrying digests only, never the clear credential.
       CORRECT-SUSPENSE.
           IF DEPTII NOT = SPACES
               PERFORM VALIDATE-DEPARTMENT
           ELSE
               MOVE 'Y' TO WS-DEPT-FLAG
           END-IF.
           IF WS-DEPT-VALID
               PERFORM APPLY-CORRECTION
           ELSE
               MOVE WS-DEPT-MSG TO MSGO
           END-IF.
           PERFORM SEND-SUSPENSE-MAP.
      *
      * CICSUADM's VALIDATE-DEPARTMENT rule: on DEPTMAST and active,
      * or any text at all while the master itself can't be read.
       VALIDATE-DEPARTMENT.
           MOVE DEPTII TO DM-DEPT.
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
                   MOVE 'HSU005E DEPARTMENT IS CLOSED ON DEPTMAST'
                     TO WS-DEPT-MSG
               WHEN WS-RESPONSE = DFHRESP(NOTFND)
                   MOVE 'HSU006E DEPARTMENT NOT ON DEPTMAST'
                     TO WS-DEPT-MSG
               WHEN OTHER
                   MOVE 'Y' TO WS-DEPT-FLAG
           END-EVALUATE.
      *
       APPLY-CORRECTION.
           MOVE HU-TARGET-USER TO HS-USER-ID.
           EXEC CICS READ
                FILE('HRSUSP')
               DISPLAY 'SUSPENSE CORRECTED: ' HU-TARGET-USER
               MOVE 'SUSPCHG' TO AD-ACTION
               PERFORM WRITE-ADMIN-AUDIT
               STRING 'HSU007I ' HU-TARGET-USER ' CORRECTED'
                   DELIMITED BY SIZE INTO MSGO
           ELSE
               EXEC CICS UNLOCK
                    FILE('HRSUSP')
               END-EXEC
               STRING 'HSU004E ' HU-TARGET-USER ' NOT ON SUSPENSE'
                   DELIMITED BY SIZE INTO MSGO
           END-IF.
      *
       MARK-FOR-RESUBMIT.
           MOVE HU-TARGET-USER TO HS-USER-ID.
                       HU-TARGET-USER
               MOVE 'SUSPRSUB' TO AD-ACTION
               PERFORM WRITE-ADMIN-AUDIT
               STRING 'HSU008I ' HU-TARGET-USER ' QUEUED FOR NEXT RUN'
                   DELIMITED BY SIZE INTO MSGO
           ELSE
               EXEC CICS UNLOCK
                    FILE('HRSUSP')
               END-EXEC
               STRING 'HSU004E ' HU-TARGET-USER ' NOT ON SUSPENSE'
                   DELIMITED BY SIZE INTO MSGO
           END-IF.
           PERFORM SEND-SUSPENSE-MAP.
               DISPLAY 'SUSPENSE DELETED: ' HU-TARGET-USER
               MOVE 'SUSPDEL' TO AD-ACTION
               PERFORM WRITE-ADMIN-AUDIT
               STRING 'HSU009I ' HU-TARGET-USER ' DELETED FROM SUSPENSE'
                   DELIMITED BY SIZE INTO MSGO
           ELSE
               STRING 'HSU004E ' HU-TARGET-USER ' NOT ON SUSPENSE'
                   DELIMITED BY SIZE INTO MSGO
           END-IF.
           PERFORM SEND-SUSPENSE-MAP.
                    LENGTH(13)
               END-EXEC
           ELSE
               MOVE 'HSU010E FASTPATH REJECTED - UNKNOWN OR NOT AUTH'
                 TO MSGO
               PERFORM SEND-SUSPENSE-MAP
           END-IF.
      * MENUOPT is keyed on the option number, not the TRANID, so
      * the shortcut is found by the same key-order browse
      * SEND-MENU-SCREEN builds pages from; the class gate is the
      * CICSMENU's CHECK-OPTION-AUTHORIZED tier-and-grants rule
      * against the class's SECCLASS record.
       FIND-FASTPATH-OPTION.
           MOVE 'N' TO WS-FP-FLAG.
           PERFORM GET-FASTPATH-CLASS.
               ELSE
                   IF MO-TRANID = FCMDII
                       MOVE 'Y' TO WS-MO-EOF-FLAG
                       PERFORM CHECK-FASTPATH-AUTHORIZED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RESPONSE = DFHRESP(NORMAL)
               MOVE UM-SEC-CLASS TO WS-FP-CLASS
           END-IF.
           MOVE WS-FP-CLASS TO SC-CLASS.
           PERFORM GET-CLASS-CAPABILITIES.
      * Short of the supervisor tier on their own class, the user
      * may hold a supervisor's on loan - CICSMENU offers what a live
      * DELEGATE grant allows, so the fastpath does too.
           IF NOT SC-TIER-SUPERVISOR
               MOVE HU-USER-ID TO DG-DELEGATE
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
       WRITE-TXN-STAT-EVENT.
           MOVE EIBTRNID TO SE-TRANID.
           MOVE HU-USER-ID TO SE-USER-ID.
           MOVE EIBTRMID TO SE-TERM-ID.
           MOVE EIBDATE  TO SE-DATE.
           MOVE WS-ENTRY-TIME TO SE-TIME.
           MOVE WS-ENTRY-TIME TO WS-TIME-RAW.
           PERFORM TIME-TO-SECONDS.
           MOVE WS-TW-HH TO SE-HOUR.
           EXEC CICS WRITEQ TD
                QUEUE('STAT')
                FROM(STAT-EVENT-RECORD)
                LENGTH(29)
                RESP(WS-RESPONSE)
           END-EXEC.
      * A failed event write costs one tally, never the transaction.
