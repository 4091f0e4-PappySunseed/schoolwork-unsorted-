      ******************************************************************
      * Copybook: ENROLL
      * Purpose:  one registration per line of enrollments.txt - a
      *           student's seat in a section for a term, or a place
      *           on that section's waitlist.  the term is the batch
      *           number SENIOR will file the term's grades under
      * Used by:  COURSE-REGISTRATION, SENIOR
      ******************************************************************
       01  ENROLLMENT-RECORD.
           05  ENR-TERM            PIC 9(4).
           05  ENR-STUDENT-ID      PIC 9(7).
           05  ENR-COURSE-ID       PIC X(8).
           05  ENR-SECTION         PIC X(3).
           05  ENR-STATUS          PIC X(1).
               88  ENR-IS-ENROLLED     VALUE 'E'.
               88  ENR-IS-WAITLISTED   VALUE 'W'.
           05  ENR-WAIT-POSITION   PIC 9(3).
           05  ENR-DATE            PIC 9(6).
