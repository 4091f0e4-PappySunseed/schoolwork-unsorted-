      ******************************************************************
      * Copybook: CRSCAT
      * Purpose:  one course per line of coursecat.txt - the official
      *           credit hours, whether the course is still offered,
      *           the lab fee the bursar bills for it, and up to three
      *           prerequisite courses with the lowest grade in each
      *           that still qualifies (blank means any passing grade)
      * Used by:  SENIOR, BURSAR-BILLING, COURSE-REGISTRATION,
      *           INTEGRITY-AUDIT
      ******************************************************************
       01  COURSE-CATALOG-RECORD.
           05  CAT-COURSE-ID       PIC X(8).
           05  CAT-TITLE           PIC X(20).
           05  CAT-CREDIT-HOURS    PIC 9(2).
           05  CAT-ACTIVE-FLAG     PIC X(1).
           05  CAT-LAB-FEE         PIC 9(3)V99.
           05  CAT-PREREQ-ENTRY OCCURS 3 TIMES.
               10  CAT-PREREQ-COURSE    PIC X(8).
               10  CAT-PREREQ-MIN-GRADE PIC X(2).
