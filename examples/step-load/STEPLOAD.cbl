      * TXNSTATS, ABNDRECON, CHGRPT and HANDRPT each REWRITE that
      * one KSDS, so each sits alone (phases 01-05) rather than
      * sharing a phase five jobs would update concurrently:
      *   - phases 01-05 are the RPTFILE-storing reports, one each;
      *     PRBUPD shares phase 03 with ABNDRECON (it only reads
      *     ABNDDTL and writes its own PROBLEM file) and must run
      *     before RETPURGE ages ABNDDTL in phase 09;
      *     BGRVWRPT shares phase 05 with HANDRPT (it never touches
      *     RPTFILE or HANDOVER) so its BGSEAL rows are on ADMAUDIT
      *     before ADMAUD lists the day in phase 06
      *   - phase 06 is the reports with no shared output (own
      *     print DDs): SESSRPT, SECRPT, ADMAUD, INTAUD - ADMAUD
      *     alone also writes, marking expired DELEGATE grants and
      *     appending their DLGEXP rows to ADMAUDIT, files no other
      *     step in the phase touches; SIEMFEED only reads the
      *     four security sources and writes its own SIEMHWM
      *     mark file - a DLGEXP row ADMAUD appends while it reads
      *     simply goes out on the next run - and it must come
      *     before the phase 07 and 09 rewrites of SIGNLOG,
      *     ADMAUDIT and CHGJRNL; PARMLINT only reads SYSPARM
      *     and the PARMDICT dictionary; ROSTRPT only reads
      *     ROSTER, HANDOVER and SIGNLOG - the day's sign-ons
      *     must still be on SIGNLOG, so it too comes before
      *     SLARCH in phase 07; TERMRPT only reads SIGNLOG, TERMINV
      *     and SYSPARM, and runs before SLARCH for the same reason
      *   - phase 07 rewrites SIGNLOG (SLARCH) and moves STATSREC
      *     into STATHIST (STATROLL) - different files, independent
      *   - phase 08 is the USRFILE/CALFILE writers (DORMSWP's
      *     sweep, CALLOAD's rebuild) - different files; it runs
      *     BEFORE the purge so the sweep's CHGJRNL images are on
      *     the journal before RETPURGE snapshots it for the swap;
      *     STATMSUM shares it, reading the STATHIST STATROLL has
      *     just settled and writing only STATMON, so a finished
      *     month is summarised before RETPURGE looks at its days
      *   - phase 09 is RETPURGE alone: it deletes from STATHIST,
      *     RPTFILE, ADMAUDIT, PWDHIST and the rest, so it shares a
      *     phase with nothing
      *   - phase 10 is the readers of everything the earlier
      *     phases settled: VOLDEV, MSTBKUP, BATTREND and the
      *     month-end pack (CAPRPT is the only RPTFILE writer
      *     there, and nothing else in the phase touches RPTFILE;
      *     GLCHGBK alone writes its GLPOST control and GLJRNL;
      *     PRBRPT only reads PROBLEM; RVWEVID only reads RVWREG;
      *     CONCRPT only reads the CONCHIST samples CICSCONC takes
      *     online;
      *     STATYRPT only reads STATMON; HRRETURN reads the USRFILE,
      *     HRSUSP and CHGJRNL the earlier phases settled, so HR
      *     hears of DORMSWP's deactivations the same night, and
      *     writes only its HRRSEQ numbers and the two HR files)
      * The two trailing columns are the rerun flag and the updates
      * flag: Y in the first lets a supervisor queue that report for
      * a past date from CICSRRUN (the read-only reports that take a
      * report-date PARM token); Y in the second marks a step that
      * writes master files, which can never be rerunnable - a card
      * claiming both is rejected. A card without the two columns
      * loads as N N.
      *   010 EODRPT   Y DAILY    01 N Y
      *   020 TXNSTATS Y DAILY    02 N N
      *   030 ABNDRECN Y DAILY    03 N N
      *   035 PRBUPD   Y DAILY    03 N Y
      *   040 CHGRPT   Y DAILY    04 Y N
      *   050 HANDRPT  Y DAILY    05 Y N
      *   055 BGRVWRPT Y DAILY    05 N Y
      *   060 SESSRPT  Y DAILY    06 Y N
      *   070 SECRPT   Y DAILY    06 Y N
      *   080 ADMAUD   Y DAILY    06 N Y
      *   090 INTAUD   Y DAILY    06 N N
      *   095 SIEMFEED Y DAILY    06 N Y
      *   097 PARMLINT Y DAILY    06 N N
      *   098 ROSTRPT  Y DAILY    06 Y N
      *   099 TERMRPT  Y SUN      06 Y N
      *   100 SLARCH   Y DAILY    07 N Y
      *   110 STATROLL Y DAILY    07 N Y
      *   120 DORMSWP  Y SUN      08 N Y
      *   130 CALLOAD  Y YEAREND  08 N Y
      *   135 STATMSUM Y DAILY    08 N Y
      *   140 RETPURGE Y DAILY    09 N Y
      *   150 VOLDEV   Y DAILY    10 Y N
      *   160 MSTBKUP  Y DAILY    10 N Y
      *   165 HRRETURN Y DAILY    10 N Y
      *   170 BATTREND Y SUN      10 N N
      *   175 PRBRPT   Y SUN      10 N N
      *   180 CAPRPT   Y MONTHEND 10 Y N
      *   190 USAGERPT Y MONTHEND 10 Y N
      *   200 AVAILRPT Y MONTHEND 10 Y N
      *   210 GLCHGBK  Y MONTHEND 10 N Y
      *   220 RVWEVID  Y MONTHEND 10 Y N
      *   225 CONCRPT  Y MONTHEND 10 Y N
      *   230 STATYRPT Y YEAREND  10 Y N
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  SC-ENABLED         PIC X.
           05  SC-FREQ            PIC X(8).
           05  SC-PHASE           PIC 9(2).
           05  SC-RERUN           PIC X.
           05  SC-UPDATES         PIC X.
       FD  STEPDEF-FILE.
           COPY STEPDEF.
       FD  REPORT-FILE
                   MOVE "UNKNOWN FREQUENCY CODE" TO WS-REJECT-REASON
               WHEN SC-PHASE IS NOT NUMERIC
                   MOVE "PHASE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN SC-RERUN NOT = "Y" AND SC-RERUN NOT = "N"
                AND SC-RERUN NOT = SPACE
                   MOVE "RERUN FLAG NOT Y OR N" TO WS-REJECT-REASON
               WHEN SC-UPDATES NOT = "Y" AND SC-UPDATES NOT = "N"
                AND SC-UPDATES NOT = SPACE
                   MOVE "UPDATES FLAG NOT Y OR N" TO WS-REJECT-REASON
               WHEN SC-RERUN = "Y" AND SC-UPDATES = "Y"
                   MOVE "MASTER UPDATER CANNOT RERUN"
                     TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM LOAD-STEP-RECORD
           END-EVALUATE.
               MOVE SPACES TO REPORT-LINE
               STRING "  LOADED   " SC-SEQ " " SC-PROGRAM
                      " " SC-ENABLED " " SC-FREQ " " SC-PHASE
                      " " SD-RERUN " " SD-UPDATES
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           MOVE SC-ENABLED TO SD-ENABLED.
           MOVE SC-FREQ    TO SD-FREQ.
           MOVE SC-PHASE   TO SD-PHASE.
           MOVE "N"        TO SD-RERUN.
           IF SC-RERUN = "Y"
               MOVE "Y" TO SD-RERUN
           END-IF.
           MOVE "N"        TO SD-UPDATES.
           IF SC-UPDATES = "Y"
               MOVE "Y" TO SD-UPDATES
           END-IF.
           WRITE STEP-DEFINITION-RECORD
               INVALID KEY
                   MOVE "DUPLICATE SEQUENCE NUMBER" TO WS-REJECT-REASON
