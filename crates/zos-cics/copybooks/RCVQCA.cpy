      ******************************************************************
      * RCVQCA - CICSRCVQ (recovery-question enrolment) COMMAREA
      * Carries the signed-on session fields forward in the same shape
      * as SESSCA (so CICSMENU's 13-byte hand-off arrives in it as it
      * stands) once CICSRCVQ starts its own SEND/RETURN cycle to
      * collect the password, questions and answers - RK-STATE 'I'
      * is that cycle coming back, anything else a fresh arrival.
      ******************************************************************
       01  RCVQ-COMMAREA.
           05  RK-STATE           PIC X.
           05  RK-USER-ID         PIC X(8).
           05  RK-LAST-TIME       PIC S9(7) COMP-3.
