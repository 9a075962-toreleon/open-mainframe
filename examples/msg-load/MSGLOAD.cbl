       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGLOAD.
       AUTHOR. ZOS-CLONE.
      *
      * Loads the MSGCAT keyed message catalogue CICSMSGQ looks
      * messages up in and MSGLIST prints for the run book. Reads a
      * sequential card file (one card per message: ID, issuing
      * program, text, explanation and operator action - the same
      * layout as the MSGCAT record, all display fields) and rebuilds
      * MSGCAT from scratch, so the card deck is the single source of
      * truth for what a message means - the discipline MENULOAD
      * applies to the menu. A new message on a screen is a new ID
      * in the program and a card for it in the same change.
      *
      * Each online program owns one ID prefix and numbers its
      * messages from 001; a number is never reused for different
      * text, even after the message it belonged to is gone. The
      * severity letter ends the ID - I information, W warning, E
      * error. The standing deck (text as the screen shows it, '&'
      * where the program fills in a value):
      *   CICSABND (ABN)
      *     ABN001I PLEASE ENTER ABEND CODE
      *     ABN002I PLEASE ENTER ABEND CODE TO SIMULATE
      *     ABN003I ENTER A 1-4 CHARACTER ABEND CODE
      *     ABN004E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSAINQ (AIN)
      *     AIN001I ENTER FILTERS, OR LEAVE BLANK FOR ALL
      *     AIN002E TERMINAL ERROR - TRY AGAIN
      *     AIN003E DATES MUST BE NUMERIC
      *     AIN004I NO MATCHING ABEND HISTORY RECORDS
      *     AIN005I QUERY COMPLETE
      *     AIN006E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSALRT (ALR)
      *     ALR001E ALERT ID MUST BE NUMERIC
      *     ALR002E NO SUCH ALERT ID
      *     ALR003E ALERT ALREADY ACKNOWLEDGED
      *     ALR004I ALERT ACKNOWLEDGED
      *     ALR005E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSBCST (BCS)
      *     BCS001I ENTER THE MESSAGE TO BROADCAST
      *     BCS002I BROADCAST POSTED TO ACTIVE SESSIONS
      *     BCS003E BCAST WRITE FAILED - TRY AGAIN
      *   CICSBGLS (BGL)
      *     BGL001I ACTION L=LIST O=CHECK OUT C=CLEAR
      *     BGL002E ACTION MUST BE L, O OR C
      *     BGL003E EMERGENCY ID REQUIRED
      *     BGL004E INCIDENT NUMBER AND REASON REQUIRED
      *     BGL005E NOT A BREAK-GLASS EMERGENCY ID
      *     BGL006E ALREADY OUT UNTIL & &
      *     BGL007E EMERGENCY ID UNREADABLE - TRY AGAIN
      *     BGL008E BRKGLASS WRITE FAILED - TRY AGAIN
      *     BGL009I & OUT UNTIL & & - NOTE IT
      *     BGL010E ONLY THE NAMED REVIEWER MAY CLEAR
      *     BGL011E CHECK-OUT DATE AND HHMMSS REQUIRED
      *     BGL012E REVIEW NOTE REQUIRED
      *     BGL013E NO CHECK-OUT FOR THAT ID, DATE AND TIME
      *     BGL014E STILL CHECKED OUT - NOT YET RESEALED
      *     BGL015E THAT USE IS ALREADY CLEARED
      *     BGL016E YOU BROKE THE GLASS - ANOTHER MUST CLEAR
      *     BGL017I & USE CLEARED
      *     BGL018E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSBINQ (BIN)
      *     BIN001E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSCREV (CRV)
      *     CRV001I ACTION L=LIST D=DETAIL R=REVIEWED E=EXCP
      *     CRV002E ACTION MUST BE L, D, R OR E
      *     CRV003E REPORT AND RUN DATE 0CYYDDD REQUIRED
      *     CRV004E COMMENT REQUIRED - NAME THE EXCEPTIONS
      *     CRV005E NOT THE REVIEWER FOR THIS REPORT
      *     CRV006E NO SUCH RUN ON THE REVIEW REGISTER
      *     CRV007E ALREADY SIGNED OFF BY &
      *     CRV008I & & SIGNED OFF
      *     CRV009E RVWREG REWRITE FAILED - TRY AGAIN
      *     CRV010I & & SHOWN - L TO LIST
      *     CRV011E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSDLGT (DLG)
      *     DLG001I ACTION L=LIST A=GRANT X=REVOKE
      *     DLG002E ACTION MUST BE L, A OR X
      *     DLG003E DELEGATE USER ID REQUIRED
      *     DLG004E SUPERVISOR AND REASON REQUIRED
      *     DLG005E END DATE AND HHMM REQUIRED
      *     DLG006E END MUST BE AFTER START
      *     DLG007E END IS ALREADY PAST
      *     DLG008E WINDOW LONGER THAN DLGMAXDY DAYS
      *     DLG009E DATE 0CYYDDD AND HHMM MUST BE NUMERIC
      *     DLG010E NOT A VALID DATE AND HHMM
      *     DLG011E DELEGATE AND SUPERVISOR MUST DIFFER
      *     DLG012E YOU MAY NOT DELEGATE TO YOURSELF
      *     DLG013E DELEGATE NOT AN ACTIVE USER ID
      *     DLG014E SUPERVISOR NOT AN ACTIVE USER ID
      *     DLG015E SUPERVISOR CLASS IS NOT SU TIER
      *     DLG016I & GRANTED & AUTHORITY
      *     DLG017E A GRANT FOR THAT USER STARTS THEN
      *     DLG018E DELEGATE WRITE FAILED - TRY AGAIN
      *     DLG019E START DATE AND HHMM OF THE GRANT REQUIRED
      *     DLG020E NO GRANT FOR THAT USER AND START
      *     DLG021E THAT GRANT HAS ALREADY ENDED
      *     DLG022I & GRANT REVOKED
      *     DLG023E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSDEPT (DPT)
      *     DPT001I ACTION L=LIST A=ADD C=CHG X=CLOSE R=REOPEN
      *     DPT002E ACTION MUST BE L, A, C, X OR R
      *     DPT003E DEPARTMENT CODE REQUIRED
      *     DPT004E DESC, COST CENTRE AND MANAGER REQUIRED
      *     DPT005E MANAGER NOT AN ACTIVE USER ID
      *     DPT006I & ADDED
      *     DPT007E & ALREADY EXISTS
      *     DPT008E DEPTMAST WRITE FAILED - TRY AGAIN
      *     DPT009I & CHANGED
      *     DPT010E & IS ALREADY CLOSED
      *     DPT011E & IS ALREADY ACTIVE
      *     DPT012I & CLOSED
      *     DPT013I & REOPENED
      *     DPT014E & NOT ON DEPARTMENT MASTER
      *     DPT015E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSHAND (HND)
      *     HND001E ENTRY TEXT REQUIRED ON AN APPEND
      *     HND002I ENTRY ADDED TO THE LOG
      *     HND003E HANDOVER WRITE FAILED - TRY AGAIN
      *     HND004E RESOLVE NEEDS DAY, SHIFT AND SEQ
      *     HND005I ENTRY MARKED RESOLVED
      *     HND006E NO SUCH LOG ENTRY
      *     HND007E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSHSUS (HSU)
      *     HSU001I ENTER ACTION I=INQ C=CORR R=RESUB D=DEL
      *     HSU002E ACTION MUST BE I, C, R OR D
      *     HSU003I & & &
      *     HSU004E & NOT ON SUSPENSE
      *     HSU005E DEPARTMENT IS CLOSED ON DEPTMAST
      *     HSU006E DEPARTMENT NOT ON DEPTMAST
      *     HSU007I & CORRECTED
      *     HSU008I & QUEUED FOR NEXT RUN
      *     HSU009I & DELETED FROM SUSPENSE
      *     HSU010E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSMENU (MNU)
      *     MNU001W & UNACKED CRITICAL ALERTS - SEE ALRT
      *     MNU002W & OPEN HANDOVER ITEMS - SEE HAND
      *     MNU003E INVALID SELECTION - ENTER A NUMBER
      *     MNU004W NO MORE OPTIONS
      *     MNU005W ALREADY AT FIRST PAGE
      *     MNU006I PF8 FOR MORE OPTIONS
      *     MNU007E NO SUCH MENU OPTION - TRY AGAIN
      *   CICSMSGQ (MSQ)
      *     MSQ001I ENTER A MESSAGE ID - PF8 FOR THE NEXT ONE
      *     MSQ002E & NOT IN THE MESSAGE CATALOGUE
      *     MSQ003E MSGCAT UNAVAILABLE - TRY AGAIN
      *     MSQ004W END OF THE MESSAGE CATALOGUE
      *     MSQ005I & - PF8 FOR THE NEXT MESSAGE
      *     MSQ006E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSMWIN (MWN)
      *     MWN001I ACTION S=SCHEDULE X=CANCEL L=LIST
      *     MWN002E ACTION MUST BE S, X OR L
      *     MWN003E NOT AUTHORIZED TO SCHEDULE MAINTENANCE
      *     MWN004E START AND END 0CYYDDD + HHMM REQUIRED
      *     MWN005E DATE DAY MUST BE 001 TO 366
      *     MWN006E TIME MUST BE HHMM, 0000 TO 2359
      *     MWN007E REASON REQUIRED
      *     MWN008E END MUST BE AFTER START
      *     MWN009E START MUST NOT BE IN THE PAST
      *     MWN010E OVERLAPS A SCHEDULED WINDOW
      *     MWN011I MAINTENANCE WINDOW SCHEDULED
      *     MWN012E A CANCELLED WINDOW ENDS THEN - MOVE END
      *     MWN013E MAINTWIN WRITE FAILED - TRY AGAIN
      *     MWN014E END 0CYYDDD + HHMM OF THE WINDOW REQUIRED
      *     MWN015E NO WINDOW ENDS AT THAT DATE AND TIME
      *     MWN016E WINDOW ALREADY CANCELLED
      *     MWN017E WINDOW ALREADY OVER
      *     MWN018I MAINTENANCE WINDOW CANCELLED
      *     MWN019E MAINTWIN UPDATE FAILED
      *     MWN020I WINDOW ENDED NOW - SIGNON REOPENED
      *     MWN021E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSNPST (NPS)
      *     NPS001I ENTER ACTION P=POST R=RETIRE I=INQ
      *     NPS002E ACTION MUST BE P, R OR I
      *     NPS003E NOTICE TEXT REQUIRED ON A POST
      *     NPS004E DATES MUST BE NUMERIC CYYDDD
      *     NPS005I & POSTED
      *     NPS006E & ALREADY POSTED
      *     NPS007E BULLETIN WRITE FAILED - TRY AGAIN
      *     NPS008I & RETIRED
      *     NPS009E & NOT ON THE BOARD
      *     NPS010E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSPCHG (PCH)
      *     PCH001I ENTER OLD PASSWORD AND NEW PASSWORD TWICE
      *     PCH002E PASSWORD CHANGE FAILED - TRY AGAIN
      *     PCH003E OLD PASSWORD IS INCORRECT
      *     PCH004E NEW PASSWORD ENTRIES DO NOT MATCH
      *     PCH005E NEW PASSWORD MUST DIFFER FROM OLD
      *     PCH006E PASSWORD CHANGED TOO RECENTLY
      *     PCH007E PASSWORD USED PREVIOUSLY
      *     PCH008E PASSWORD MUST BE AT LEAST 6 CHARACTERS
      *     PCH009E PASSWORD NEEDS LETTERS AND NUMBERS
      *     PCH010E PASSWORD MUST NOT BE YOUR USER ID
      *   CICSPRBM (PRB)
      *     PRB001I ACTION L=LIST D=DETAIL U=UPDATE
      *     PRB002E ACTION MUST BE L, D OR U
      *     PRB003E ABEND CODE, TRANID AND FUNCTION REQUIRED
      *     PRB004E NOT A PROBLEM SIGNATURE
      *     PRB005E STATUS MUST BE O, K OR R
      *     PRB006E KEY A STATUS, OWNER OR FIX NOTE
      *     PRB007E OWNER NOT AN ACTIVE USER ID
      *     PRB008E FIX NOTE REQUIRED TO RESOLVE
      *     PRB009I & & & UPDATED
      *     PRB010E PROBLEM REWRITE FAILED - TRY AGAIN
      *     PRB011E NO SUCH PROBLEM ON FILE
      *     PRB012I & & & SHOWN - L TO LIST
      *     PRB013E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSPARM (PRM)
      *     PRM001I ENTER ACTION I,U,A,V,X,R + PARM KEY
      *     PRM002E YOUR CLASS MAY NOT TAKE THAT ACTION
      *     PRM003E ACTION MUST BE I,U,A,V,X OR R
      *     PRM004I & = & / &
      *     PRM005E & NOT ON FILE
      *     PRM006E NUMERIC VALUE MUST BE DIGITS
      *     PRM007E & IS NOT A DICTIONARY KEY
      *     PRM008E & MUST BE & TO &
      *     PRM009E & VALUE NOT ONE LISTED
      *     PRM010E & EXISTS - PROPOSE U
      *     PRM011I & PENDING SECOND APPROVAL
      *     PRM012E PENDPARM WRITE FAILED - TRY AGAIN
      *     PRM013I & & BY & & &
      *     PRM014I & HAS NOTHING PENDING
      *     PRM015E PROPOSER MAY NOT APPROVE OWN CHANGE
      *     PRM016I & APPROVED AND APPLIED
      *     PRM017E SYSPARM APPLY FAILED - TRY AGAIN
      *     PRM018I & PENDING CHANGE REJECTED
      *     PRM019E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSRCRT (RCT)
      *     RCT001I ENTER CAMPAIGN ID (E.G. 2026Q4)
      *     RCT002I ACTION K=KEEP D=DOWNGRADE R=REVOKE
      *     RCT003E USER ID REQUIRED FOR A DECISION
      *     RCT004E ACTION MUST BE L, K, D OR R
      *     RCT005E & NOT IN CAMPAIGN &
      *     RCT006E CAMPAIGN IS CLOSED
      *     RCT007E CAMPAIGN DEADLINE HAS PASSED
      *     RCT008E YOU CANNOT ATTEST YOUR OWN ACCESS
      *     RCT009E NOT THE APPROVER FOR THIS USER
      *     RCT010E NEW CLASS REQUIRED FOR A DOWNGRADE
      *     RCT011E NEW CLASS SAME AS CURRENT CLASS
      *     RCT012E NEW CLASS NOT ON SECCLASS
      *     RCT013E CANNOT DOWNGRADE TO A SUPERVISOR CLASS
      *     RCT014I & KEPT
      *     RCT015I & TO BE DOWNGRADED TO &
      *     RCT016I & TO BE REVOKED
      *     RCT017E RECERT UPDATE FAILED - TRY AGAIN
      *     RCT018E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSRCVQ (RCV)
      *     RCV001I ENTER PASSWORD, TWO QUESTION NUMBERS AND ANSWERS
      *     RCV002I QUESTIONS ON FILE - KEY NEW ONES TO REPLACE THEM
      *     RCV003E PASSWORD IS INCORRECT
      *     RCV004E CHOOSE TWO DIFFERENT QUESTIONS, 01 TO 08
      *     RCV005E EACH ANSWER MUST BE AT LEAST 3 CHARACTERS
      *     RCV006E SUPERVISOR IDS ARE RESET BY A SUPERVISOR
      *     RCV007I RECOVERY QUESTIONS SAVED
      *     RCV008W SAVED - NO PIN ON FILE, RESET NOT YET AVAILABLE
      *     RCV009E RECOVQ UPDATE FAILED - TRY AGAIN
      *     RCV010E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSROST (ROS)
      *     ROS001I ACTION A=ADD D=DELETE L=LIST
      *     ROS002E ACTION MUST BE A, D OR L
      *     ROS003E NOT AUTHORIZED TO MAINTAIN THE ROSTER
      *     ROS004E DAY 0CYYDDD, SHIFT AND USER ID REQUIRED
      *     ROS005E SHIFT MUST BE E, L OR N
      *     ROS006E NOT A VALID DAY
      *     ROS007E DAY MUST BE TODAY TO 7 DAYS AHEAD
      *     ROS008E ROLE REQUIRED
      *     ROS009E & NOT AN ACTIVE USER ID
      *     ROS010E & ALREADY ON THAT SHIFT
      *     ROS011I & ROSTERED & &
      *     ROS012E ROSTER WRITE FAILED - TRY AGAIN
      *     ROS013E & NOT ROSTERED ON THAT SHIFT
      *     ROS014I & TAKEN OFF THE ROSTER
      *     ROS015E ROSTER UPDATE FAILED - TRY AGAIN
      *     ROS016E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *     ROS017E LIST DAY MUST BE 0CYYDDD
      *     RPV001I ENTER REPORT NAME AND DATE
      *     RPV002I END OF REPORT
      *     RPV003I TOP OF REPORT
      *     RPV004E NO SUCH REPORT/DATE ON FILE
      *     RPV005E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSRRUN (RRN)
      *     RRN001I ACTION S=SUBMIT RERUN  L=LIST REQUESTS
      *     RRN002E ACTION MUST BE S OR L
      *     RRN003E REPORT AND RUN DATE 0CYYDDD REQUIRED
      *     RRN004E RUN DATE DAY MUST BE 001 TO 366
      *     RRN005E RUN DATE MUST BE BEFORE TODAY
      *     RRN006E NOT AUTHORIZED TO REQUEST RERUNS
      *     RRN007E NOT A STEP ON STEPDEF
      *     RRN008E STEP UPDATES MASTER FILES - REFUSED
      *     RRN009E STEP IS NOT MARKED RERUNNABLE
      *     RRN010I & & QUEUED FOR RERUN
      *     RRN011E RPTREQ WRITE FAILED - TRY AGAIN
      *     RRN012E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSSIGN (SGN)
      *     SGN001I SESSION TIMED OUT - PLEASE SIGN ON AGAIN
      *     SGN002I PLEASE ENTER USER ID AND PASSWORD
      *     SGN003E TERMINAL ERROR - PLEASE SIGN ON AGAIN
      *     SGN004W MAINTENANCE UNTIL &:& - SIGNON CLOSED
      *     SGN005W SYSTEM CLOSING - TRY AGAIN SHORTLY
      *     SGN006W SIGNED ON ELSEWHERE - PF2 TAKES OVER
      *     SGN007E SIGNON REJECTED - INVALID USER ID OR PASSWORD
      *     SGN008I ENTER YOUR ONE-TIME PIN
      *     SGN009E ALREADY SIGNED ON AT ANOTHER TERMINAL
      *     SGN010E INCORRECT PIN - TRY AGAIN
      *     SGN011I ENTER YOUR USER ID - PF3 TO CANCEL
      *     SGN012I ENTER YOUR PIN AND BOTH ANSWERS - PF3 TO CANCEL
      *     SGN013I TEMPORARY PASSWORD & - SIGN ON AND CHANGE IT
      *     SGN014E IDENTITY NOT CONFIRMED - SEE YOUR SUPERVISOR
      *   CICSSINQ (SIN)
      *     SIN001I ENTER USER ID TO FORCE OFF, OR ENTER
      *     SIN002I & FORCED OFF
      *     SIN003W & HAS NO ACTIVE SESSION
      *     SIN004E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSSOFF (SOF)
      *     SOF001I SIGNED OFF - GOODBYE &
      *   CICSTERM (TRM)
      *     TRM001I ACTION L=LIST A=ADD C=CHG X=RETIRE R=RESTORE
      *     TRM002E ACTION MUST BE L, A, C, X OR R
      *     TRM003E TERMINAL ID REQUIRED
      *     TRM004E BUILDING, FLOOR, DESK, TYPE AND DEPT REQUIRED
      *     TRM005E DEPARTMENT NOT ACTIVE ON DEPTMAST
      *     TRM006I & ADDED
      *     TRM007E & ALREADY EXISTS
      *     TRM008E TERMINV WRITE FAILED - TRY AGAIN
      *     TRM009I & CHANGED
      *     TRM010E & IS ALREADY RETIRED
      *     TRM011E & IS ALREADY IN SERVICE
      *     TRM012I & RETIRED
      *     TRM013I & RETURNED TO SERVICE
      *     TRM014E & NOT ON TERMINAL INVENTORY
      *     TRM015E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSTINQ (TIN)
      *     TIN001W MORE BUCKETS THAN ONE SCREEN HOLDS
      *     TIN002E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSUADM (UAD)
      *     UAD001I ACTION A=ADD C=CHG D=DEAC R=REAC E=EMERG
      *     UAD002E ACTION MUST BE A, C, D, R OR E
      *     UAD003E DEPARTMENT IS CLOSED ON DEPTMAST
      *     UAD004E DEPARTMENT NOT ON DEPTMAST
      *     UAD005E PASSWORD REQUIRED ON AN ADD
      *     UAD006E SEC CLASS NOT DEFINED ON SECCLASS
      *     UAD007I & ADDED
      *     UAD008E & ALREADY EXISTS
      *     UAD009E USRFILE WRITE FAILED - TRY AGAIN
      *     UAD010I & CHANGED
      *     UAD011E & NOT FOUND
      *     UAD012I & DEACTIVATED
      *     UAD013I & REACTIVATED
      *     UAD014E EMERGENCY ID MUST BE SUPERVISOR TIER
      *     UAD015I & SEALED AS EMERGENCY ID
      *     UAD016E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSUINQ (UIN)
      *     UIN001I ENTER THE USER ID TO PROFILE
      *     UIN002E & NOT ON USRFILE
      *     UIN003I PROFILE COMPLETE
      *     UIN004E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      *   CICSURST (URS)
      *     URS001I ENTER USER ID AND/OR TEMP PASSWORD
      *     URS002I & UNLOCKED - RESET COMPLETE
      *     URS003E & NOT FOUND
      *     URS004I & TEMP PASSWORD ISSUED
      *     URS005E FASTPATH REJECTED - UNKNOWN OR NOT AUTH
      * A card with a malformed ID, a severity other than I, W or E,
      * no program, text, explanation or action, a number already
      * loaded under another severity, or a prefix already loaded
      * for a different program is rejected rather than loaded.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGCRDS-FILE ASSIGN TO "MSGCRDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSGCRDS-STATUS.
           SELECT MSGCAT-FILE ASSIGN TO "MSGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MG-KEY
               FILE STATUS IS WS-MSGCAT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGCRDS-FILE.
       01  MESSAGE-CARD.
           05  MC-ID.
               10  MC-PREFIX      PIC X(3).
               10  MC-NUMBER      PIC X(3).
               10  MC-SEVERITY    PIC X.
           05  MC-PROGRAM         PIC X(8).
           05  MC-TEXT            PIC X(60).
           05  MC-EXPLAIN         PIC X(150).
           05  MC-ACTION          PIC X(150).
       FD  MSGCAT-FILE.
           COPY MSGCAT.
       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC X(8)  VALUE "UNKNOWN".
       01  WS-ENV-NAME                PIC X(8)  VALUE "TEST".
           COPY ENVCFG.
       01  WS-PARM                    PIC X(80) VALUE SPACES.
       01  WS-MSGCRDS-STATUS          PIC XX    VALUE "00".
       01  WS-MSGCAT-STATUS           PIC XX    VALUE "00".
       01  WS-REPORT-STATUS           PIC XX    VALUE "00".
       01  WS-MSGCRDS-EOF             PIC X     VALUE "N".
           88  MSGCRDS-EOF            VALUE "Y".
       01  WS-LOADED-COUNT            PIC 9(4)  VALUE 0.
       01  WS-REJECTED-COUNT          PIC 9(4)  VALUE 0.
       01  WS-INFO-COUNT              PIC 9(4)  VALUE 0.
       01  WS-WARN-COUNT              PIC 9(4)  VALUE 0.
       01  WS-ERROR-COUNT             PIC 9(4)  VALUE 0.
       01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
      * Every prefix-and-number loaded this run, and every prefix
      * with the program that owns it - the checks a keyed WRITE
      * cannot make, since SGN007E and SGN007W are different keys.
       01  WS-SEEN-COUNT              PIC 9(4)  VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ID             PIC X(6) OCCURS 999 TIMES.
       01  WS-OWNER-COUNT             PIC 9(3)  VALUE 0.
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY         OCCURS 60 TIMES.
               10  WS-OWNER-PREFIX    PIC X(3).
               10  WS-OWNER-PROGRAM   PIC X(8).
       01  WS-SX                      PIC 9(4)  VALUE 0.
       01  WS-OX                      PIC 9(3)  VALUE 0.
       01  WS-NUMBER-FLAG             PIC X     VALUE "N".
           88  WS-NUMBER-TAKEN        VALUE "Y".
       01  WS-OWNER-FLAG              PIC X     VALUE "N".
           88  WS-OWNER-FOUND         VALUE "Y".
           88  WS-OWNER-CONFLICT      VALUE "C".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE ENV-REGION-NAME TO WS-ENV-NAME.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-RUN-DATE WS-ENV-NAME
               END-UNSTRING
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROCESS-MSGCRDS UNTIL MSGCRDS-EOF.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM CLOSE-FILES.
           STOP RUN.
      *
      * MSGCAT is opened OUTPUT so the load rebuilds the file from
      * the deck every run - a card dropped from the deck is gone
      * from the lookup the moment the reload lands.
       OPEN-FILES.
           OPEN INPUT MSGCRDS-FILE.
           OPEN OUTPUT MSGCAT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-MSGCRDS-STATUS = "00"
               PERFORM READ-MSGCRDS
           ELSE
               MOVE "Y" TO WS-MSGCRDS-EOF
           END-IF.
      *
       READ-MSGCRDS.
           READ MSGCRDS-FILE
               AT END
                   MOVE "Y" TO WS-MSGCRDS-EOF
           END-READ.
      *
       PROCESS-MSGCRDS.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM CHECK-NUMBER-TAKEN.
           PERFORM CHECK-PREFIX-OWNER.
           EVALUATE TRUE
               WHEN MC-PREFIX NOT ALPHABETIC-UPPER
                 OR MC-PREFIX(1:1) = SPACE
                 OR MC-PREFIX(2:1) = SPACE
                 OR MC-PREFIX(3:1) = SPACE
                 OR MC-NUMBER NOT NUMERIC
                 OR MC-NUMBER = "000"
                   MOVE "ID NOT AAANNN + SEVERITY" TO WS-REJECT-REASON
               WHEN MC-SEVERITY NOT = "I"
                AND MC-SEVERITY NOT = "W"
                AND MC-SEVERITY NOT = "E"
                   MOVE "SEVERITY NOT I, W OR E" TO WS-REJECT-REASON
               WHEN MC-PROGRAM = SPACES OR MC-TEXT = SPACES
                   MOVE "PROGRAM OR TEXT MISSING" TO WS-REJECT-REASON
               WHEN MC-EXPLAIN = SPACES OR MC-ACTION = SPACES
                   MOVE "EXPLANATION OR ACTION MISSING"
                     TO WS-REJECT-REASON
               WHEN WS-NUMBER-TAKEN
                   MOVE "NUMBER ALREADY LOADED" TO WS-REJECT-REASON
               WHEN WS-OWNER-CONFLICT
                   MOVE "PREFIX BELONGS TO ANOTHER PGM"
                     TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM LOAD-MESSAGE-RECORD
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-LOADED-COUNT
               EVALUATE MC-SEVERITY
                   WHEN "I" ADD 1 TO WS-INFO-COUNT
                   WHEN "W" ADD 1 TO WS-WARN-COUNT
                   WHEN OTHER ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
               PERFORM REMEMBER-MESSAGE
               MOVE SPACES TO REPORT-LINE
               STRING "  LOADED   " MC-ID " " MC-PROGRAM " "
                      MC-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  REJECTED " MC-ID " " MC-PROGRAM " "
                      WS-REJECT-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           PERFORM READ-MSGCRDS.
      *
       CHECK-NUMBER-TAKEN.
           MOVE "N" TO WS-NUMBER-FLAG.
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SEEN-COUNT
               IF WS-SEEN-ID(WS-SX) = MC-ID(1:6)
                   MOVE "Y" TO WS-NUMBER-FLAG
               END-IF
           END-PERFORM.
      *
       CHECK-PREFIX-OWNER.
           MOVE "N" TO WS-OWNER-FLAG.
           PERFORM VARYING WS-OX FROM 1 BY 1
                   UNTIL WS-OX > WS-OWNER-COUNT
               IF WS-OWNER-PREFIX(WS-OX) = MC-PREFIX
                   IF WS-OWNER-PROGRAM(WS-OX) = MC-PROGRAM
                       MOVE "Y" TO WS-OWNER-FLAG
                   ELSE
                       MOVE "C" TO WS-OWNER-FLAG
                   END-IF
               END-IF
           END-PERFORM.
      *
      * A table full past 999 messages or 60 programs stops
      * remembering - the keyed WRITE still refuses an exact
      * duplicate ID.
       REMEMBER-MESSAGE.
           IF WS-SEEN-COUNT < 999
               ADD 1 TO WS-SEEN-COUNT
               MOVE MC-ID(1:6) TO WS-SEEN-ID(WS-SEEN-COUNT)
           END-IF.
           IF NOT WS-OWNER-FOUND
           AND WS-OWNER-COUNT < 60
               ADD 1 TO WS-OWNER-COUNT
               MOVE MC-PREFIX  TO WS-OWNER-PREFIX(WS-OWNER-COUNT)
               MOVE MC-PROGRAM TO WS-OWNER-PROGRAM(WS-OWNER-COUNT)
           END-IF.
      *
       LOAD-MESSAGE-RECORD.
           MOVE MC-ID      TO MG-ID.
           MOVE MC-PROGRAM TO MG-PROGRAM.
           MOVE MC-TEXT    TO MG-TEXT.
           MOVE MC-EXPLAIN TO MG-EXPLAIN.
           MOVE MC-ACTION  TO MG-ACTION.
           WRITE MESSAGE-CATALOGUE-RECORD
               INVALID KEY
                   MOVE "DUPLICATE MESSAGE ID" TO WS-REJECT-REASON
           END-WRITE.
      *
       WRITE-REPORT-HEADER.
           MOVE "MSGLOAD - MESSAGE CATALOGUE LOAD" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE "  ENV: " WS-ENV-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MESSAGES LOADED:  " WS-LOADED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  INFORMATION:    " WS-INFO-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  WARNING:        " WS-WARN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ERROR:          " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CARDS REJECTED:   " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *
       CLOSE-FILES.
           CLOSE MSGCRDS-FILE.
           CLOSE MSGCAT-FILE.
           CLOSE REPORT-FILE.
