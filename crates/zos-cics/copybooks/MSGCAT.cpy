      ******************************************************************
      * MSGCAT - Message catalogue record
      * Keyed (RIDFLD / RECORD KEY) on MG-ID, one record per message
      * an online transaction puts on the message line. The ID is
      * the three-letter prefix of the issuing program (SGN for
      * CICSSIGN, UAD for CICSUADM, ...), a three-digit number and
      * the severity - I information, W warning (the operator can go
      * on, but should read it), E error (the action was refused or
      * failed). Each program moves the ID and text together as one
      * literal, so a screen never waits on this file; MG-TEXT is
      * the same text with '&' where the program fills in a user ID,
      * key or date. MG-EXPLAIN and MG-ACTION are what the help desk
      * reads to the caller. Rebuilt from its card deck by MSGLOAD,
      * looked up online by CICSMSGQ and printed for the run book by
      * MSGLIST.
      ******************************************************************
       01  MESSAGE-CATALOGUE-RECORD.
           05  MG-KEY.
               10  MG-ID.
                   15  MG-PREFIX      PIC X(3).
                   15  MG-NUMBER      PIC X(3).
                   15  MG-SEVERITY    PIC X.
                       88  MG-INFORMATION VALUE 'I'.
                       88  MG-WARNING     VALUE 'W'.
                       88  MG-ERROR       VALUE 'E'.
           05  MG-PROGRAM         PIC X(8).
           05  MG-TEXT            PIC X(60).
           05  MG-EXPLAIN         PIC X(150).
           05  MG-ACTION          PIC X(150).
