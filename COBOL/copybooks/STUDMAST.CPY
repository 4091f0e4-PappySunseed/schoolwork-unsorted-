      ******************************************************************
      * Copybook: STUDMAST
      * Purpose:  permanent student master record, keyed by student
      *           ID - the name and major ride along as data, so two
      *           students with the same name stay two students and a
      *           name change is one rewrite instead of a new student
      * Used by:  SENIOR, STUDENT-MAINT, STUDENT-ID-CONVERT,
      *           BURSAR-BILLING, COURSE-REGISTRATION
      ******************************************************************
       01  STUDENT-MASTER-RECORD.
           05  STM-STUDENT-ID      PIC 9(7).
           05  STM-NAME            PIC X(25).
           05  STM-MAJOR           PIC X(15).
      *withdrawn students stay on file so their history still has
      *an owner - the status date is when the status last changed
           05  STM-STATUS          PIC X(1).
               88  STM-IS-ACTIVE       VALUE 'A'.
               88  STM-IS-WITHDRAWN    VALUE 'W'.
           05  STM-STATUS-DATE     PIC 9(6).
           05  STM-TERMS-ON-FILE   PIC 9(3).
           05  STM-PRIOR-GPA       PIC 9V99.
           05  STM-PRIOR-CREDITS   PIC 9(3).
      *incompletes still waiting on a real grade - an 'I' waits one
      *term here and lapses to an F if the grade never arrives
           05  STM-INC-ENTRY OCCURS 3 TIMES.
               10  STM-INC-COURSE  PIC X(8).
               10  STM-INC-HOURS   PIC 9(2).
