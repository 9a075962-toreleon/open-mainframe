      * before the handler's own EXEC CICS calls overwrite them), and
      * a snapshot of the commarea in flight - enough for the morning
      * shift to diagnose an unreproducible abend without hunting the
      * region dump. The nightly PRBUPD step files each row under its
      * abend code / TRANID / EIBFN signature on the PROBLEM file.
      ******************************************************************
       01  ABEND-DETAIL-RECORD.
           05  DT-TASKN           PIC 9(7).
