      *           arrived whole before loading it, the way our own
      *           inputs are proven by their HDR/TRL bracketing
      * Used by:  ELECTRIC-REPORTS, COMMISSION-VALIDATION,
      *           COMMISSION-TRUEUP, PROG3-PAYROLL, SENIOR,
      *           HOLD-RELEASE, COMMISSION-INCENTIVES
      ******************************************************************
       01  MANIFEST-RECORD.
           05  MFT-FILE-NAME       PIC X(30).
