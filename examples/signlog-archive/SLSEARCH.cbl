      * archive plus the live SIGNLOG, and prints the matching
      * events in order with the same event decoding the reports use
      * ('S' signon, 'F' failure, 'O' logoff, 'T' temporary-password
      * issue, 'R' / 'X' forgotten-password reset issued / refused),
      * plus a found-count so an empty result is provably empty
      * rather than a job that quietly read nothing.
      *
      * The JCL concatenates the archive generations oldest-first
      * under the single SLARCHIV DD; the archive is read before the
                   MOVE "LOGOFF" TO WS-EVENT-DESC
               WHEN SL-TEMP-ISSUED
                   MOVE "TEMP PWD ISSUED" TO WS-EVENT-DESC
               WHEN SL-RESET-OK
                   MOVE "SELF RESET OK" TO WS-EVENT-DESC
               WHEN SL-RESET-FAIL
                   MOVE "SELF RESET FAIL" TO WS-EVENT-DESC
               WHEN OTHER
                   MOVE "UNKNOWN EVENT" TO WS-EVENT-DESC
           END-EVALUATE.
