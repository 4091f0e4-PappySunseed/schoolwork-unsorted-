      *           when it finishes a run - lets operations see, across
      *           all four programs, what ran, when, and how many
      *           records went in and out without opening each report
      * Used by:  ELECTRIC-REPORTS, COMMISSION-VALIDATION,
      *           PROG3-PAYROLL, SENIOR, CUSTOMER-REFUNDS,
      *           ROUTE-SHEETS, NIGHT-ROLLBACK, INTEGRITY-AUDIT
      ******************************************************************
       01  JOB-AUDIT-LOG-RECORD.
           05  AUDIT-PROGRAM-NAME      PIC X(20).
