      ******************************************************************
      * Copybook: RUNCTL
      * Purpose:  one row per nightly step on runcontrol.txt - the
      *           night it ran, where it got to (ST started, OK
      *           finished cleanly, FL failed) and the dated backup
      *           generation its master files were copied to before
      *           it was called (zero when the step updates none)
      * Used by:  NIGHTRUN, NIGHT-ROLLBACK
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-STEP             PIC 9(2).
           05  RC-RUN-DATE         PIC 9(6).
           05  RC-STATUS           PIC X(2).
           05  RC-GENERATION       PIC 9(6).
