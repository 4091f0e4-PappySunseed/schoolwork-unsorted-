      ******************************************************************
      * Copybook: CRSHIST
      * Purpose:  one archived course attempt per line of
      *           course-history.txt, keyed by student ID and term -
      *           the term is the batch number the record arrived
      *           under, which the sending system issues ascending
      *           term over term.  the name is carried for the reader
      *           and is relabeled whenever the master's name changes
      * Used by:  SENIOR, TRANSCRIPT, STUDENT-MAINT, STUDENT-ID-CONVERT,
      *           INTEGRITY-AUDIT
      ******************************************************************
       01  COURSE-HISTORY-RECORD.
           05  CH-STUDENT-ID       PIC 9(7).
           05  CH-NAME             PIC X(25).
           05  CH-TERM             PIC 9(4).
           05  CH-COURSE-ID        PIC X(8).
           05  CH-CREDIT-HOURS     PIC 9(2).
           05  CH-GRADE            PIC X(2).
