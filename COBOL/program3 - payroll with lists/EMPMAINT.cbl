      *by a full employee-master image (only the employee ID needs to
      *be filled in on a delete)
               FD  MAINT-TRANS-FILE
               RECORD CONTAINS 74 CHARACTERS
               DATA RECORD IS MAINT-TRANS-RECORD.
       01      MAINT-TRANS-RECORD.
                   05 TRANS-ACTION-CODE   PIC X(1).
      *when a keyed rate change legally takes effect - zeros or
      *spaces mean the change is immediate, as it always was
                   05 TRANS-RATE-EFF-DATE PIC 9(6).
                   05 TRANS-WORK-STATE    PIC X(2).
                   05 TRANS-RES-STATE     PIC X(2).
                   05 TRANS-LOCAL-CODE    PIC X(4).

      *employee master shared with PROG3-PAYROLL - see the copybook
      *for the record layout
           MOVE TRANS-SALES-ID TO EM-SALES-ID.
           MOVE TRANS-FILING-STATUS TO EM-FILING-STATUS.
           MOVE TRANS-ALLOWANCES TO EM-ALLOWANCES.
           MOVE TRANS-WORK-STATE TO EM-WORK-STATE.
           MOVE TRANS-RES-STATE TO EM-RESIDENCE-STATE.
           MOVE TRANS-LOCAL-CODE TO EM-LOCAL-CODE.
      *EM-PREV-RATE and EM-RATE-EFF-DATE are deliberately left
      *alone here - a change keyed for some other field must not
      *cancel a retro still waiting to pay; APPLY-ADD starts them
                  ' '                DELIMITED BY SIZE
                  TRANS-FILING-STATUS DELIMITED BY SIZE
                  TRANS-ALLOWANCES   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  TRANS-WORK-STATE   DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  TRANS-RES-STATE    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  TRANS-LOCAL-CODE   DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.

                  ' '                DELIMITED BY SIZE
                  EM-FILING-STATUS   DELIMITED BY SIZE
                  EM-ALLOWANCES      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  EM-WORK-STATE      DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  EM-RESIDENCE-STATE DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  EM-LOCAL-CODE      DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.

