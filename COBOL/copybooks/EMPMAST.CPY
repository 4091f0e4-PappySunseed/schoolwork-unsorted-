      *           and bank account that used to be re-keyed onto every
      *           payroll input record, so a fat-fingered rate or a
      *           misspelled name can no longer fork an employee's pay
      * Used by:  PROG3-PAYROLL, EMPLOYEE-MAINT, INTEGRITY-AUDIT
      ******************************************************************
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMP-ID           PIC 9(6).
      *pays the gap as retro - a zero date means nothing pending
           05  EM-PREV-RATE        PIC 99V99.
           05  EM-RATE-EFF-DATE    PIC 9(6).
      *where the employee's income tax goes beyond federal - the
      *state worked in, the state lived in (blank when the same),
      *and the city wage-tax code - each looked up on taxtable.txt
           05  EM-WORK-STATE       PIC X(2).
           05  EM-RESIDENCE-STATE  PIC X(2).
           05  EM-LOCAL-CODE       PIC X(4).
