       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSCREV.
      *
      * Control-report sign-off. CICSMENU RETURNs TRANSID('CREV')
      * with just the 13-byte session commarea - that is this
      * transaction's "just arrived" case. Works the RVWREG review
      * register BATCHDRV fills - one entry per control report
      * (ABNDRECN, CHGRPT, SECRPT, INTAUD, ADMAUD) per run date - so
      * the audit can be shown, day by day, who read the evidence:
      *   L - list the register from the report and run date keyed
      *       (blank from the first) - ten a page
      *   D - show one entry in full on the list area
      *   R - sign it off as reviewed (comment optional)
      *   E - sign it off with exceptions noted (comment required -
      *       the exceptions are the point)
      * Anyone signed on may look; only the report's reviewer may
      * sign: the user SYSPARM RVW plus the report name's first
      * five characters names (RVWSECRP for SECRPT, RVWABNDR for
      * ABNDRECN, ...), or - with none on file - a user whose own
      * class carries user administration. As with the break-glass
      * clearance, no DELEGATE lookup: the sign-off is one named
      * person's word. A sign-off is final - the entry carries the
      * reviewer, terminal and stamp, and ADMAUDIT gets RVWSIGN or
      * RVWEXCP with the report as the target.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CREVCA.
       01  WS-RESPONSE            PIC S9(8) COMP VALUE 0.
       01  WS-SP-FLAG             PIC X VALUE 'N'.
           88  WS-SP-FOUND        VALUE 'Y'.
       01  WS-RVWR-FLAG           PIC X VALUE 'N'.
           88  WS-IS-REVIEWER     VALUE 'Y'.
       01  WS-REVIEWER-ID         PIC X(8) VALUE SPACES.
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
       01  WS-DETAIL-FLAG         PIC X VALUE 'N'.
           88  WS-DETAIL-SHOWN    VALUE 'Y'.
       01  WS-RR-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-RR-BROWSE-EOF   VALUE 'Y'.
       01  WS-LIST-COUNT          PIC 9(2) VALUE 0.
       01  WS-LX                  PIC 9(2) VALUE 0.
       01  WS-RC-DISP             PIC ZZZ9.
       01  WS-ESC-DISP            PIC ZZ9.
       01  WS-DATE-DISP           PIC 9(7) VALUE 0.
       01  WS-TIME-DISP           PIC 9(6) VALUE 0.
       01  WS-STATUS-TEXT         PIC X(17) VALUE SPACES.
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
       01  COCRV0AI.
           05  FILLER             PIC X(12).
           05  ACTIL              PIC S9(4) COMP.
           05  ACTIF              PIC X.
           05  ACTIA              PIC X.
           05  ACTII              PIC X.
           05  RPTIL              PIC S9(4) COMP.
           05  RPTIF              PIC X.
           05  RPTIA              PIC X.
           05  RPTII              PIC X(8).
           05  DTEIL              PIC S9(4) COMP.
           05  DTEIF              PIC X.
           05  DTEIA              PIC X.
           05  DTEII              PIC X(7).
           05  CMTIL              PIC S9(4) COMP.
           05  CMTIF              PIC X.
           05  CMTIA              PIC X.
           05  CMTII              PIC X(50).
           05  FCMDIL             PIC S9(4) COMP.
           05  FCMDIF             PIC X.
           05  FCMDIA             PIC X.
           05  FCMDII             PIC X(4).
       01  COCRV0AO.
           05  FILLER             PIC X(12).
           05  ENVO               PIC X(20).
           05  LISTO              PIC X(60) OCCURS 10 TIMES.
           05  MSGO               PIC X(79).
      *
           COPY RVWREG.
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
           COPY CREVCA
               REPLACING ==CREV-COMMAREA== BY ==DFHCOMMAREA==
               ==CV-STATE== BY ==DC-STATE==
               ==CV-USER-ID== BY ==DC-USER-ID==
               ==CV-LAST-TIME== BY ==DC-LAST-TIME==
               ==CV-TARGET-KEY== BY ==DC-TARGET-KEY==.
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-LOGIC.
           DISPLAY 'CONTROL REPORT SIGN-OFF STARTING'.
           PERFORM GET-SYSTEM-PARMS.
           MOVE EIBTIME TO WS-ENTRY-TIME.
           IF EIBCALEN = 0
               DISPLAY 'NO SESSION - FORCING SIGNON'
               EXEC CICS RETURN
                    TRANSID('SIGN')
               END-EXEC
           ELSE
      * EIBCALEN = 13 is CICSMENU's 13-byte SESSCA hand-off (DC-STATE,
      * DC-USER-ID, DC-LAST-TIME only - DC-TARGET-KEY is not yet
      * valid); anything larger is our own RETURN TRANSID('CREV')
      * commarea.
               IF EIBCALEN = 13
                   PERFORM ARRIVED-FROM-MENU
               ELSE
                   MOVE DC-USER-ID   TO CV-USER-ID
                   MOVE DC-LAST-TIME TO CV-LAST-TIME
                   PERFORM CHECK-IDLE-TIMEOUT
                   IF WS-IDLE-EXPIRED
                       DISPLAY 'SESSION IDLE TOO LONG - RE-SIGNON'
                       EXEC CICS RETURN
                            TRANSID('SIGN')
                       END-EXEC
                   ELSE
                       PERFORM RECEIVE-CREV-MAP
                   END-IF
               END-IF
           END-IF.
           STOP RUN.
      *
       ARRIVED-FROM-MENU.
           MOVE DC-USER-ID   TO CV-USER-ID.
           MOVE DC-LAST-TIME TO CV-LAST-TIME.
           MOVE SPACES TO RPTII.
           MOVE SPACES TO DTEII.
           MOVE 'CRV001I ACTION L=LIST D=DETAIL R=REVIEWED E=EXCP'
             TO MSGO.
           PERFORM LIST-REGISTER.
           PERFORM SEND-CREV-MAP.
      *
       RECEIVE-CREV-MAP.
           EXEC CICS RECEIVE
                MAP('COCRV0A')
                MAPSET('COCRV00')
                INTO(COCRV0AI)
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
               MOVE SPACES TO RPTII
               MOVE SPACES TO DTEII
           END-IF.
           MOVE RPTII TO CV-TARGET-KEY(1:8).
           MOVE DTEII TO CV-TARGET-KEY(9:7).
           MOVE 'N' TO WS-DETAIL-FLAG.
           PERFORM APPLY-CREV-ACTION.
           IF NOT WS-DETAIL-SHOWN
               PERFORM LIST-REGISTER
           END-IF.
           PERFORM SEND-CREV-MAP.
      *
       APPLY-CREV-ACTION.
           EVALUATE TRUE
               WHEN ACTII = ' ' OR ACTII = 'L'
                   MOVE
                     'CRV001I ACTION L=LIST D=DETAIL R=REVIEWED E=EXCP'
                     TO MSGO
               WHEN ACTII NOT = 'D' AND ACTII NOT = 'R'
                AND ACTII NOT = 'E'
                   MOVE 'CRV002E ACTION MUST BE L, D, R OR E' TO MSGO
               WHEN RPTII = SPACES OR DTEII NOT NUMERIC
                   MOVE 'CRV003E REPORT AND RUN DATE 0CYYDDD REQUIRED'
                     TO MSGO
               WHEN ACTII = 'D'
                   PERFORM SHOW-REGISTER-ENTRY
               WHEN ACTII = 'E' AND CMTII = SPACES
                   MOVE 'CRV004E COMMENT REQUIRED - NAME THE EXCEPTIONS'
                     TO MSGO
               WHEN OTHER
                   PERFORM CHECK-REVIEWER
                   IF WS-IS-REVIEWER
                       PERFORM SIGN-OFF-ENTRY
                   ELSE
                       MOVE 'CRV005E NOT THE REVIEWER FOR THIS REPORT'
                         TO MSGO
                   END-IF
           END-EVALUATE.
      *
      * The reviewer SYSPARM RVW + report names, or - with none on
      * file - a user whose OWN class carries SC-CAN-ADMIN-USERS.
      * Deliberately no DELEGATE lookup: signing the evidence off is
      * one named person's word, not an authority to be lent.
       CHECK-REVIEWER.
           MOVE 'N' TO WS-RVWR-FLAG.
           MOVE SPACES TO WS-REVIEWER-ID.
           MOVE SPACES TO SP-KEY.
           STRING 'RVW' RPTII(1:5) DELIMITED BY SIZE INTO SP-KEY.
           PERFORM READ-SYSTEM-PARM.
           IF WS-SP-FOUND
               MOVE SP-CHAR-VALUE TO WS-REVIEWER-ID
           END-IF.
           IF WS-REVIEWER-ID NOT = SPACES
               IF CV-USER-ID = WS-REVIEWER-ID
                   MOVE 'Y' TO WS-RVWR-FLAG
               END-IF
           ELSE
               EXEC CICS READ
                    FILE('USRFILE')
                    INTO(USER-MASTER-RECORD)
                    RIDFLD(CV-USER-ID)
                    KEYLENGTH(8)
                    RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE = DFHRESP(NORMAL)
                   MOVE UM-SEC-CLASS TO SC-CLASS
                   PERFORM GET-CLASS-CAPABILITIES
                   IF SC-CAN-ADMIN-USERS
                       MOVE 'Y' TO WS-RVWR-FLAG
                   END-IF
               END-IF
           END-IF.
      *
      * A sign-off is final: an entry already signed is answered with
      * who signed it, and left alone.
       SIGN-OFF-ENTRY.
           MOVE RPTII TO RR-REPORT.
           MOVE DTEII TO RR-RUN-DATE.
           EXEC CICS READ
                FILE('RVWREG')
                INTO(REVIEW-REGISTER-RECORD)
                RIDFLD(RR-KEY)
                KEYLENGTH(15)
                UPDATE
                RESP(WS-RESPONSE)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESPONSE NOT = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK
                        FILE('RVWREG')
                   END-EXEC
                   MOVE 'CRV006E NO SUCH RUN ON THE REVIEW REGISTER'
                     TO MSGO
               WHEN RR-SIGNED-OFF
                   EXEC CICS UNLOCK
                        FILE('RVWREG')
                   END-EXEC
                   STRING 'CRV007E '
                          'ALREADY SIGNED OFF BY ' RR-REVIEWER
                       DELIMITED BY SIZE INTO MSGO
               WHEN OTHER
                   MOVE ACTII      TO RR-STATUS
                   MOVE CV-USER-ID TO RR-REVIEWER
                   MOVE EIBTRMID   TO RR-RVW-TERM-ID
                   MOVE EIBDATE    TO RR-RVW-DATE
                   MOVE EIBTIME    TO RR-RVW-TIME
                   MOVE CMTII      TO RR-COMMENT
                   EXEC CICS REWRITE
                        FILE('RVWREG')
                        FROM(REVIEW-REGISTER-RECORD)
                        RESP(WS-RESPONSE)
                   END-EXEC
                   IF WS-RESPONSE = DFHRESP(NORMAL)
                       DISPLAY 'CONTROL REPORT SIGNED OFF: ' RR-REPORT
                               ' ' RR-RUN-DATE ' ' RR-STATUS
                               ' BY ' CV-USER-ID
                       IF RR-EXCEPTIONS
                           MOVE 'RVWEXCP' TO AD-ACTION
                       ELSE
                           MOVE 'RVWSIGN' TO AD-ACTION
                       END-IF
                       PERFORM WRITE-ADMIN-AUDIT
                       STRING 'CRV008I '
                              RR-REPORT ' ' RR-RUN-DATE ' SIGNED OFF'
                           DELIMITED BY SIZE INTO MSGO
                   ELSE
                       MOVE 'CRV009E RVWREG REWRITE FAILED - TRY AGAIN'
                         TO MSGO
                   END-IF
           END-EVALUATE.
      *
      * The whole entry on the list area - the comment does not fit
      * a list line.
       SHOW-REGISTER-ENTRY.
           MOVE RPTII TO RR-REPORT.
           MOVE DTEII TO RR-RUN-DATE.
           EXEC CICS READ
                FILE('RVWREG')
                INTO(REVIEW-REGISTER-RECORD)
                RIDFLD(RR-KEY)
                KEYLENGTH(15)
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE 'CRV006E NO SUCH RUN ON THE REVIEW REGISTER' TO MSGO
           ELSE
               MOVE 'Y' TO WS-DETAIL-FLAG
               PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 10
                   MOVE SPACES TO LISTO(WS-LX)
               END-PERFORM
               EVALUATE TRUE
                   WHEN RR-REVIEWED
                       MOVE 'REVIEWED' TO WS-STATUS-TEXT
                   WHEN RR-EXCEPTIONS
                       MOVE 'EXCEPTIONS NOTED' TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'PENDING SIGN-OFF' TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE RR-RUN-RC TO WS-RC-DISP
               STRING 'REPORT     ' RR-REPORT ' RUN ' RR-RUN-DATE
                      ' RC' WS-RC-DISP '  ' WS-STATUS-TEXT
                   DELIMITED BY SIZE INTO LISTO(1)
               MOVE RR-REG-DATE TO WS-DATE-DISP
               MOVE RR-REG-TIME TO WS-TIME-DISP
               STRING 'REGISTERED ' WS-DATE-DISP ' ' WS-TIME-DISP
                   DELIMITED BY SIZE INTO LISTO(2)
               IF RR-SIGNED-OFF
                   MOVE RR-RVW-DATE TO WS-DATE-DISP
                   MOVE RR-RVW-TIME TO WS-TIME-DISP
                   STRING 'SIGNED BY  ' RR-REVIEWER ' AT '
                          RR-RVW-TERM-ID ' ON ' WS-DATE-DISP ' '
                          WS-TIME-DISP
                       DELIMITED BY SIZE INTO LISTO(3)
                   STRING 'COMMENT   ' RR-COMMENT
                       DELIMITED BY SIZE INTO LISTO(4)
               END-IF
               IF RR-ESC-COUNT > 0
                   MOVE RR-ESC-COUNT TO WS-ESC-DISP
                   MOVE RR-ESC-DATE TO WS-DATE-DISP
                   MOVE RR-ESC-TIME TO WS-TIME-DISP
                   STRING 'ESCALATED  ' WS-ESC-DISP ' TIMES, LAST '
                          WS-DATE-DISP ' ' WS-TIME-DISP ' ALERT '
                          RR-ESC-ALERT-ID
                       DELIMITED BY SIZE INTO LISTO(5)
               END-IF
               STRING 'CRV010I '
                      RR-REPORT ' ' RR-RUN-DATE ' SHOWN - L TO LIST'
                   DELIMITED BY SIZE INTO MSGO
           END-IF.
      *
      * Browses RVWREG from the report and date on the screen (the
      * first when blank) - the same STARTBR/READNEXT idiom CICSDEPT
      * uses on DEPTMAST. Keying the last entry on the page with L
      * pages on.
       LIST-REGISTER.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 10
               MOVE SPACES TO LISTO(WS-LX)
           END-PERFORM.
           MOVE 'N' TO WS-RR-EOF-FLAG.
           MOVE LOW-VALUES TO RR-KEY.
           IF RPTII NOT = SPACES
               MOVE RPTII TO RR-REPORT
               IF DTEII NUMERIC
                   MOVE DTEII TO RR-RUN-DATE
               ELSE
                   MOVE 0 TO RR-RUN-DATE
               END-IF
           END-IF.
           EXEC CICS STARTBR
                FILE('RVWREG')
                RIDFLD(RR-KEY)
                GTEQ
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-RESPONSE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-RR-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-RR-BROWSE-EOF
               EXEC CICS READNEXT
                    FILE('RVWREG')
                    INTO(REVIEW-REGISTER-RECORD)
                    RIDFLD(RR-KEY)
                    RESP(WS-RESPONSE)
               END-EXEC
               IF WS-RESPONSE NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-RR-EOF-FLAG
               ELSE
                   ADD 1 TO WS-LIST-COUNT
                   MOVE RR-RUN-RC    TO WS-RC-DISP
                   MOVE RR-ESC-COUNT TO WS-ESC-DISP
                   MOVE RR-RVW-DATE  TO WS-DATE-DISP
                   MOVE RR-RVW-TIME  TO WS-TIME-DISP
                   IF RR-PENDING
                       STRING RR-REPORT ' ' RR-RUN-DATE ' '
                              WS-RC-DISP ' ' RR-STATUS ' '
                              '-------- ------- ------ '
                              WS-ESC-DISP
                           DELIMITED BY SIZE
                           INTO LISTO(WS-LIST-COUNT)
                   ELSE
                       STRING RR-REPORT ' ' RR-RUN-DATE ' '
                              WS-RC-DISP ' ' RR-STATUS ' '
                              RR-REVIEWER ' ' WS-DATE-DISP ' '
                              WS-TIME-DISP ' ' WS-ESC-DISP
                           DELIMITED BY SIZE
                           INTO LISTO(WS-LIST-COUNT)
                   END-IF
                   IF WS-LIST-COUNT > 9
                       MOVE 'Y' TO WS-RR-EOF-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('RVWREG')
                RESP(WS-RESPONSE)
           END-EXEC.
           IF WS-LIST-COUNT = 0
               MOVE 'NO REVIEW ENTRIES ON FILE FROM THIS KEY'
                 TO LISTO(1)
           END-IF.
      *
      * Who signed which report off, from which terminal, when. The
      * caller sets AD-ACTION first; AD-TARGET-USER carries the
      * report name the way CICSDEPT's rows carry the department
      * code. A failed write is reported in the log but does not
      * undo the sign-off.
       WRITE-ADMIN-AUDIT.
           MOVE CV-USER-ID TO AD-USER-ID.
           MOVE RR-REPORT  TO AD-TARGET-USER.
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
               MOVE CV-USER-ID TO AS-USER-ID
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
       SEND-CREV-MAP.
           PERFORM WRITE-TXN-STAT-EVENT.
           PERFORM CHECK-PENDING-BROADCAST.
           MOVE ENV-REGION-NAME TO ENVO.
           EXEC CICS SEND
                MAP('COCRV0A')
                MAPSET('COCRV00')
                FROM(COCRV0AO)
                ERASE
                RESP(WS-RESPONSE)
           END-EXEC.
           MOVE 'I'     TO CV-STATE.
           MOVE EIBTIME TO CV-LAST-TIME.
           MOVE SPACES  TO CV-TARGET-KEY.
           EXEC CICS RETURN
                TRANSID('CREV')
                COMMAREA(CREV-COMMAREA)
                LENGTH(28)
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
               MOVE 'R'     TO CV-STATE
               MOVE EIBTIME TO CV-LAST-TIME
               EXEC CICS RETURN
                    TRANSID(MO-TRANID)
                    COMMAREA(CREV-COMMAREA)
                    LENGTH(13)
               END-EXEC
           ELSE
               MOVE 'CRV011E FASTPATH REJECTED - UNKNOWN OR NOT AUTH'
                 TO MSGO
               PERFORM SEND-CREV-MAP
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
                RIDFLD(CV-USER-ID)
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
               MOVE CV-USER-ID TO DG-DELEGATE
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
           MOVE CV-LAST-TIME TO WS-TIME-RAW.
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
           MOVE CV-USER-ID TO SE-USER-ID.
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
