      ******************************************************************
      * RCVQLIST - Password-recovery question catalogue
      * The questions a user may enrol answers to on CICSRCVQ,
      * numbered 01-08 in the order below. QR-QUESTION on RECOVQ
      * holds the number and CICSSIGN shows the text back on the
      * forgotten-password screen, so a question is only ever added
      * at the end (and RL-QUESTION-COUNT raised with it) - changing
      * or reordering one would put every enrolled user's answer
      * under a question they never answered.
      ******************************************************************
       01  RECOVERY-QUESTION-LIST.
           05  FILLER             PIC X(40)
               VALUE 'TOWN OR CITY WHERE YOU WERE BORN'.
           05  FILLER             PIC X(40)
               VALUE 'FIRST SCHOOL YOU ATTENDED'.
           05  FILLER             PIC X(40)
               VALUE 'NAME OF YOUR FIRST PET'.
           05  FILLER             PIC X(40)
               VALUE 'MAIDEN NAME OF YOUR MOTHER'.
           05  FILLER             PIC X(40)
               VALUE 'MAKE OF YOUR FIRST CAR'.
           05  FILLER             PIC X(40)
               VALUE 'STREET YOU GREW UP ON'.
           05  FILLER             PIC X(40)
               VALUE 'SURNAME OF YOUR FAVOURITE TEACHER'.
           05  FILLER             PIC X(40)
               VALUE 'TOWN WHERE YOU HAD YOUR FIRST JOB'.
       01  RECOVERY-QUESTION-TABLE REDEFINES RECOVERY-QUESTION-LIST.
           05  RL-QUESTION-TEXT   PIC X(40) OCCURS 8 TIMES.
       01  RL-QUESTION-COUNT      PIC 9(2) VALUE 8.
