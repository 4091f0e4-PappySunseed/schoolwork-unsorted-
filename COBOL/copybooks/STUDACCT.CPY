      ******************************************************************
      * Copybook: STUDACCT
      * Purpose:  student account receivable, keyed by student ID -
      *           what the student owes aged a bucket per term billed,
      *           the way balances.dat ages a customer a bucket per
      *           billing cycle, with the hours and courses the last
      *           term's tuition was figured on so a drop inside the
      *           refund window can be credited exactly
      * Used by:  BURSAR-BILLING, SENIOR, COURSE-REGISTRATION
      ******************************************************************
       01  STUDENT-ACCOUNT-RECORD.
           05  SA-STUDENT-ID       PIC 9(7).
           05  SA-CURRENT          PIC S9(7)V99.
           05  SA-ONE-TERM         PIC S9(7)V99.
           05  SA-TWO-TERMS        PIC S9(7)V99.
           05  SA-OLDER            PIC S9(7)V99.
           05  SA-LAST-TERM-BILLED PIC 9(4).
           05  SA-BILLED-HOURS     PIC 9(3).
      *courses dropped for a refund since the last term was billed,
      *so the same drop keyed twice is only credited once
           05  SA-DROPPED-COURSE   PIC X(8) OCCURS 6 TIMES.
      *set by the bursar run when the balance is over the hold
      *threshold - SENIOR carries it onto the registrar extract
           05  SA-HOLD-FLAG        PIC X(1).
               88  SA-ON-HOLD          VALUE 'Y'.
      *the term the balances were last pushed back a bucket for, so
      *a rerun of the same term's billing does not age them twice
           05  SA-LAST-TERM-AGED   PIC 9(4).
