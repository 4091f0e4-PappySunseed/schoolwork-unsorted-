      ******************************************************************
      * Author: Caleb Ruby
      * Date: 10/15/26
      * Purpose: register students into the coming term's sections
      *          before the term starts - each request, in the order
      *          it was keyed, is held against the student master,
      *          the bursar's registration hold, the term's section
      *          schedule and the course catalog's prerequisites, and
      *          against the student's own course history for
      *          prerequisites met and courses already passed.  a
      *          seat is confirmed while the section has one, then
      *          the request waitlists; anything else is rejected
      *          with its reason.  prints a roster for every section
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       COURSE-REGISTRATION.
       AUTHOR.           CALEB R. & GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *one request per line - student, course, section
           SELECT REQUEST-FILE ASSIGN TO 'registration-requests.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.
      *the term's sections with the seats each one holds and how
      *long its waitlist may run
           SELECT SECTION-SCHEDULE-FILE
               ASSIGN TO 'section-schedule.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.
           SELECT COURSE-CATALOG-FILE ASSIGN TO 'coursecat.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT COURSE-HISTORY-FILE ASSIGN TO 'course-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'studmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               FILE STATUS IS STM-FILE-STATUS.
           SELECT STUDENT-ACCOUNT-FILE ASSIGN TO 'studacct.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-STUDENT-ID
               FILE STATUS IS SA-FILE-STATUS.
      *every seat and waitlist place ever granted, added to run by
      *run - SENIOR checks the term's grades against it
           SELECT ENROLLMENT-FILE ASSIGN TO 'enrollments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLLMENT-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'registration-rejects.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE ASSIGN TO 'class-rosters.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS REQUEST-RECORD.
       01  REQUEST-RECORD.
           05  RR-STUDENT-ID       PIC 9(7).
           05  RR-COURSE-ID        PIC X(8).
           05  RR-SECTION          PIC X(3).

       FD  SECTION-SCHEDULE-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS SECTION-SCHEDULE-RECORD.
       01  SECTION-SCHEDULE-RECORD.
           05  SS-TERM             PIC 9(4).
           05  SS-COURSE-ID        PIC X(8).
           05  SS-SECTION          PIC X(3).
           05  SS-CAPACITY         PIC 9(3).
           05  SS-WAITLIST-LIMIT   PIC 9(3).
           05  SS-INSTRUCTOR       PIC X(20).

      *the catalog as SENIOR reads it - see the copybook
       FD  COURSE-CATALOG-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS COURSE-CATALOG-RECORD.
           COPY CRSCAT.

       FD  COURSE-HISTORY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS COURSE-HISTORY-RECORD.
           COPY CRSHIST.

       FD  STUDENT-MASTER-FILE
           DATA RECORD IS STUDENT-MASTER-RECORD.
           COPY STUDMAST.

       FD  STUDENT-ACCOUNT-FILE
           DATA RECORD IS STUDENT-ACCOUNT-RECORD.
           COPY STUDACCT.

       FD  ENROLLMENT-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS ENROLLMENT-RECORD.
           COPY ENROLL.

       FD  REJECT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REJECT-OUT.
       01  REJECT-OUT              PIC X(80).

       FD  ROSTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ROSTER-OUT.
       01  ROSTER-OUT              PIC X(80).

       WORKING-STORAGE SECTION.
       01  REQUEST-FILE-STATUS     PIC XX.
       01  SCHEDULE-FILE-STATUS    PIC XX.
       01  CATALOG-FILE-STATUS     PIC XX.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  STM-FILE-STATUS         PIC XX.
       01  SA-FILE-STATUS          PIC XX.
       01  ENROLLMENT-FILE-STATUS  PIC XX.
       01  REQUEST-EOF-SWITCH      PIC XXX.
       01  SCHEDULE-EOF-SWITCH     PIC XXX.
       01  CATALOG-EOF-SWITCH      PIC XXX.
       01  HISTORY-EOF-SWITCH      PIC XXX.
       01  ENROLLMENT-EOF-SWITCH   PIC XXX.
       01  RUN-OK-SWITCH           PIC XXX   VALUE 'YES'.
       01  RUN-DATE                PIC 9(6).

      *the term comes off the schedule's first line; a line for any
      *other term is set aside rather than registered into
       01  REG-TERM                PIC 9(4)  VALUE ZERO.
       01  SECTION-COUNT           PIC 9(3)  VALUE ZERO.
       01  SECTION-IDX             PIC 9(3).
       01  SECTION-FOUND-IDX       PIC 9(3).
       01  SECTION-TABLE.
           05  SECTION-ENTRY OCCURS 300 TIMES.
               10  SEC-COURSE-ID   PIC X(8).
               10  SEC-SECTION     PIC X(3).
               10  SEC-CAPACITY    PIC 9(3).
               10  SEC-WAIT-LIMIT  PIC 9(3).
               10  SEC-INSTRUCTOR  PIC X(20).
               10  SEC-ENROLLED    PIC 9(3).
               10  SEC-WAITING     PIC 9(3).

       01  CATALOG-COUNT           PIC 9(3)  VALUE ZERO.
       01  CATALOG-IDX             PIC 9(3).
       01  CATALOG-FOUND-IDX       PIC 9(3).
       01  COURSE-CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 200 TIMES.
               10  CAT-T-COURSE-ID PIC X(8).
               10  CAT-T-ACTIVE    PIC X(1).
               10  CAT-T-PREREQ OCCURS 3 TIMES.
                   15  CAT-T-PREREQ-COURSE PIC X(8).
                   15  CAT-T-PREREQ-GRADE  PIC X(2).
       01  PREREQ-IDX              PIC 9.

      *the whole archive, for prerequisites and passed courses
       01  HIST-COUNT              PIC 9(4)  VALUE ZERO.
       01  HIST-IDX                PIC 9(4).
       01  HISTORY-TABLE.
           05  HIST-ENTRY OCCURS 5000 TIMES.
               10  HT-STUDENT-ID   PIC 9(7).
               10  HT-COURSE-ID    PIC X(8).
               10  HT-GRADE        PIC X(2).

      *the term's seats and waitlist places already granted, with
      *this run's added behind them in the order granted
       01  TERM-ENR-COUNT          PIC 9(4)  VALUE ZERO.
       01  TERM-ENR-IDX            PIC 9(4).
       01  NEW-ENR-FIRST           PIC 9(4).
       01  TERM-ENROLLMENT-TABLE.
           05  TERM-ENR-ENTRY OCCURS 5000 TIMES.
               10  TE-STUDENT-ID   PIC 9(7).
               10  TE-COURSE-ID    PIC X(8).
               10  TE-SECTION      PIC X(3).
               10  TE-STATUS       PIC X(1).
               10  TE-WAIT-POSITION PIC 9(3).

       01  REJECT-REASON           PIC X(40).
       01  PREREQ-MET-SWITCH       PIC XXX.
       01  WORK-GRADE              PIC X(2).
       01  GRADE-POINTS            PIC 9V99.
       01  REQUIRED-POINTS         PIC 9V99.

       01  REQUEST-COUNT           PIC 9(5)  VALUE ZERO.
       01  CONFIRMED-COUNT         PIC 9(5)  VALUE ZERO.
       01  WAITLISTED-COUNT        PIC 9(5)  VALUE ZERO.
       01  REJECTED-COUNT          PIC 9(5)  VALUE ZERO.

       01  REJECT-HEADING.
           05  FILLER              PIC X(32)
               VALUE 'REGISTRATION REQUESTS REJECTED -'.
           05  FILLER              PIC X(6)  VALUE ' TERM '.
           05  REJ-HEAD-TERM       PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  REJ-HEAD-DATE       PIC 9(6).

       01  REJECT-LINE.
           05  REJ-STUDENT-ID      PIC X(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  REJ-COURSE-ID       PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  REJ-SECTION         PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  REJ-REASON          PIC X(40).

       01  ROSTER-TITLE.
           05  FILLER              PIC X(14) VALUE 'CLASS ROSTER -'.
           05  FILLER              PIC X(6)  VALUE ' TERM '.
           05  ROS-TERM            PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  ROS-COURSE-ID       PIC X(8).
           05  FILLER              PIC X(9)  VALUE ' SECTION '.
           05  ROS-SECTION         PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  ROS-INSTRUCTOR      PIC X(20).

       01  ROSTER-COUNT-LINE.
           05  FILLER              PIC X(10) VALUE 'ENROLLED  '.
           05  ROS-ENROLLED        PIC ZZ9.
           05  FILLER              PIC X(4)  VALUE ' OF '.
           05  ROS-CAPACITY        PIC ZZ9.
           05  FILLER              PIC X(13) VALUE '   WAITLIST  '.
           05  ROS-WAITING         PIC ZZ9.
           05  FILLER              PIC X(4)  VALUE ' OF '.
           05  ROS-WAIT-LIMIT      PIC ZZ9.

       01  ROSTER-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  ROS-STUDENT-ID      PIC 9(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ROS-NAME            PIC X(25).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ROS-MAJOR           PIC X(15).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ROS-STATUS          PIC X(12).

       PROCEDURE DIVISION.
       PREPARE-REGISTRATION.
           ACCEPT RUN-DATE FROM DATE.

           PERFORM READ-SECTION-SCHEDULE.
           IF SECTION-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO SECTION SCHEDULE - NOTHING REGISTERED'
               MOVE 'NO ' TO RUN-OK-SWITCH
           END-IF.

           IF RUN-OK-SWITCH = 'YES'
               PERFORM READ-COURSE-CATALOG
               PERFORM LOAD-COURSE-HISTORY
               PERFORM LOAD-TERM-ENROLLMENTS
           END-IF.

           IF RUN-OK-SWITCH = 'YES'
               PERFORM REGISTER-REQUESTS
               PERFORM WRITE-CLASS-ROSTERS
               DISPLAY 'REGISTRATION COMPLETE - TERM ' REG-TERM
                   ' REQUESTS ' REQUEST-COUNT
                   ' CONFIRMED ' CONFIRMED-COUNT
                   ' WAITLISTED ' WAITLISTED-COUNT
                   ' REJECTED ' REJECTED-COUNT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-SECTION-SCHEDULE.
           OPEN INPUT SECTION-SCHEDULE-FILE.
           IF SCHEDULE-FILE-STATUS = '00'
               MOVE SPACES TO SCHEDULE-EOF-SWITCH
               PERFORM LOAD-SECTION-ENTRY
                   UNTIL SCHEDULE-EOF-SWITCH = 'YES'
               CLOSE SECTION-SCHEDULE-FILE
           END-IF.

       LOAD-SECTION-ENTRY.
           READ SECTION-SCHEDULE-FILE
               AT END MOVE 'YES' TO SCHEDULE-EOF-SWITCH
               NOT AT END
                   IF REG-TERM IS EQUAL TO ZERO
                       MOVE SS-TERM TO REG-TERM
                   END-IF
                   EVALUATE TRUE
                       WHEN SS-TERM IS NOT EQUAL TO REG-TERM
                           DISPLAY 'SCHEDULE LINE FOR TERM ' SS-TERM
                               ' SET ASIDE - REGISTERING TERM '
                               REG-TERM
                       WHEN SECTION-COUNT IS NOT LESS THAN 300
                           DISPLAY 'SECTION TABLE FULL - ' SS-COURSE-ID
                               ' ' SS-SECTION ' NOT SCHEDULED'
                       WHEN OTHER
                           ADD 1 TO SECTION-COUNT
                           MOVE SS-COURSE-ID
                               TO SEC-COURSE-ID(SECTION-COUNT)
                           MOVE SS-SECTION
                               TO SEC-SECTION(SECTION-COUNT)
                           MOVE SS-CAPACITY
                               TO SEC-CAPACITY(SECTION-COUNT)
                           MOVE SS-WAITLIST-LIMIT
                               TO SEC-WAIT-LIMIT(SECTION-COUNT)
                           MOVE SS-INSTRUCTOR
                               TO SEC-INSTRUCTOR(SECTION-COUNT)
                           MOVE ZERO TO SEC-ENROLLED(SECTION-COUNT)
                                        SEC-WAITING(SECTION-COUNT)
                   END-EVALUATE
           END-READ.

      *loads the catalog; without one the course and prerequisite
      *checks stand down, the way SENIOR's catalog checks do
       READ-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF CATALOG-FILE-STATUS = '00'
               MOVE SPACES TO CATALOG-EOF-SWITCH
               PERFORM LOAD-CATALOG-ENTRY
                   UNTIL CATALOG-EOF-SWITCH = 'YES'
               CLOSE COURSE-CATALOG-FILE
           ELSE
               DISPLAY 'NO COURSE CATALOG - PREREQUISITES NOT CHECKED'
           END-IF.

       LOAD-CATALOG-ENTRY.
           READ COURSE-CATALOG-FILE
               AT END MOVE 'YES' TO CATALOG-EOF-SWITCH
               NOT AT END
                   IF CATALOG-COUNT IS LESS THAN 200
                       ADD 1 TO CATALOG-COUNT
                       MOVE CAT-COURSE-ID
                           TO CAT-T-COURSE-ID(CATALOG-COUNT)
                       MOVE CAT-ACTIVE-FLAG
                           TO CAT-T-ACTIVE(CATALOG-COUNT)
                       PERFORM VARYING PREREQ-IDX FROM 1 BY 1
                           UNTIL PREREQ-IDX > 3
                           MOVE CAT-PREREQ-COURSE(PREREQ-IDX)
                               TO CAT-T-PREREQ-COURSE
                                   (CATALOG-COUNT, PREREQ-IDX)
                           MOVE CAT-PREREQ-MIN-GRADE(PREREQ-IDX)
                               TO CAT-T-PREREQ-GRADE
                                   (CATALOG-COUNT, PREREQ-IDX)
                       END-PERFORM
                   END-IF
           END-READ.

      *every grade on record, for the prerequisite checks; a history
      *too big to hold is refused rather than a student turned away
      *on the part of it that was never read
       LOAD-COURSE-HISTORY.
           OPEN INPUT COURSE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS = '00'
               MOVE SPACES TO HISTORY-EOF-SWITCH
               PERFORM LOAD-HISTORY-ROW
                   UNTIL HISTORY-EOF-SWITCH = 'YES'
               CLOSE COURSE-HISTORY-FILE
           END-IF.

       LOAD-HISTORY-ROW.
           READ COURSE-HISTORY-FILE
               AT END MOVE 'YES' TO HISTORY-EOF-SWITCH
               NOT AT END
                   IF HIST-COUNT IS LESS THAN 5000
                       ADD 1 TO HIST-COUNT
                       MOVE CH-STUDENT-ID TO HT-STUDENT-ID(HIST-COUNT)
                       MOVE CH-COURSE-ID TO HT-COURSE-ID(HIST-COUNT)
                       MOVE CH-GRADE TO HT-GRADE(HIST-COUNT)
                   ELSE
                       DISPLAY 'COURSE HISTORY HAS MORE THAN 5000 '
                           'ROWS - RUN REFUSED'
                       MOVE 'NO ' TO RUN-OK-SWITCH
                       MOVE 'YES' TO HISTORY-EOF-SWITCH
                   END-IF
           END-READ.

      *the seats and places earlier runs granted for this term, so
      *an add/drop run fills only what is still open; a term too big
      *to hold is refused rather than overbooked
       LOAD-TERM-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-FILE-STATUS = '00'
               MOVE SPACES TO ENROLLMENT-EOF-SWITCH
               PERFORM LOAD-ONE-ENROLLMENT
                   UNTIL ENROLLMENT-EOF-SWITCH = 'YES'
               CLOSE ENROLLMENT-FILE
           END-IF.

       LOAD-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END MOVE 'YES' TO ENROLLMENT-EOF-SWITCH
               NOT AT END
                   IF ENR-TERM = REG-TERM
                       IF TERM-ENR-COUNT IS LESS THAN 5000
                           ADD 1 TO TERM-ENR-COUNT
                           MOVE ENR-STUDENT-ID
                               TO TE-STUDENT-ID(TERM-ENR-COUNT)
                           MOVE ENR-COURSE-ID
                               TO TE-COURSE-ID(TERM-ENR-COUNT)
                           MOVE ENR-SECTION
                               TO TE-SECTION(TERM-ENR-COUNT)
                           MOVE ENR-STATUS
                               TO TE-STATUS(TERM-ENR-COUNT)
                           MOVE ENR-WAIT-POSITION
                               TO TE-WAIT-POSITION(TERM-ENR-COUNT)
                           PERFORM COUNT-EXISTING-SEAT
                       ELSE
                           DISPLAY 'TERM ' REG-TERM ' HAS MORE THAN '
                               '5000 REGISTRATIONS - RUN REFUSED'
                           MOVE 'NO ' TO RUN-OK-SWITCH
                           MOVE 'YES' TO ENROLLMENT-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       COUNT-EXISTING-SEAT.
           MOVE ENR-COURSE-ID TO RR-COURSE-ID.
           MOVE ENR-SECTION TO RR-SECTION.
           PERFORM FIND-SECTION.
           IF SECTION-FOUND-IDX IS GREATER THAN ZERO
               IF ENR-IS-ENROLLED
                   ADD 1 TO SEC-ENROLLED(SECTION-FOUND-IDX)
               ELSE
                   IF ENR-WAIT-POSITION >
                       SEC-WAITING(SECTION-FOUND-IDX)
                       MOVE ENR-WAIT-POSITION
                           TO SEC-WAITING(SECTION-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-SECTION.
           MOVE ZERO TO SECTION-FOUND-IDX.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
               UNTIL SECTION-IDX > SECTION-COUNT
               IF SEC-COURSE-ID(SECTION-IDX) = RR-COURSE-ID
                  AND SEC-SECTION(SECTION-IDX) = RR-SECTION
                   MOVE SECTION-IDX TO SECTION-FOUND-IDX
               END-IF
           END-PERFORM.

      *requests are worked strictly in the order keyed, so the first
      *request in gets the last open seat
       REGISTER-REQUESTS.
           OPEN OUTPUT REJECT-FILE.
           MOVE REG-TERM TO REJ-HEAD-TERM.
           MOVE RUN-DATE TO REJ-HEAD-DATE.
           MOVE REJECT-HEADING TO REJECT-OUT.
           WRITE REJECT-OUT.

           OPEN INPUT STUDENT-MASTER-FILE.
           OPEN INPUT STUDENT-ACCOUNT-FILE.
           COMPUTE NEW-ENR-FIRST = TERM-ENR-COUNT + 1.

           OPEN INPUT REQUEST-FILE.
           IF REQUEST-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'NO REGISTRATION REQUESTS THIS RUN'
           ELSE
               MOVE SPACES TO REQUEST-EOF-SWITCH
               READ REQUEST-FILE
                   AT END MOVE 'YES' TO REQUEST-EOF-SWITCH
               END-READ
               PERFORM REGISTER-ONE-REQUEST
                   UNTIL REQUEST-EOF-SWITCH = 'YES'
               CLOSE REQUEST-FILE
           END-IF.

           IF SA-FILE-STATUS IS NOT EQUAL TO '35'
               CLOSE STUDENT-ACCOUNT-FILE
           END-IF.
           CLOSE REJECT-FILE.
           PERFORM SAVE-NEW-ENROLLMENTS.

       REGISTER-ONE-REQUEST.
           ADD 1 TO REQUEST-COUNT.
           MOVE SPACES TO REJECT-REASON.
           PERFORM CHECK-STUDENT.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM CHECK-SECTION-AND-COURSE
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM CHECK-ALREADY-REGISTERED
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM CHECK-ALREADY-PASSED
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
              AND CATALOG-FOUND-IDX IS GREATER THAN ZERO
               PERFORM CHECK-PREREQUISITES
           END-IF.

           IF REJECT-REASON IS EQUAL TO SPACES
              AND TERM-ENR-COUNT IS NOT LESS THAN 5000
               MOVE 'TERM REGISTRATION TABLE FULL' TO REJECT-REASON
           END-IF.
           IF REJECT-REASON IS EQUAL TO SPACES
               PERFORM GRANT-SEAT
           END-IF.
           IF REJECT-REASON IS NOT EQUAL TO SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF.

           READ REQUEST-FILE
               AT END MOVE 'YES' TO REQUEST-EOF-SWITCH
           END-READ.

      *on the master, still active, and clear of a bursar hold
       CHECK-STUDENT.
           IF RR-STUDENT-ID IS NOT NUMERIC
              OR RR-STUDENT-ID IS EQUAL TO ZERO
               MOVE 'STUDENT ID MISSING' TO REJECT-REASON
           ELSE
               IF STM-FILE-STATUS IS EQUAL TO '35'
                   MOVE 'STUDENT NOT ON MASTER' TO REJECT-REASON
               ELSE
                   MOVE RR-STUDENT-ID TO STM-STUDENT-ID
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
                           MOVE 'STUDENT NOT ON MASTER'
                               TO REJECT-REASON
                       NOT INVALID KEY
                           IF STM-IS-WITHDRAWN
                               MOVE 'STUDENT HAS WITHDRAWN'
                                   TO REJECT-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF.

           IF REJECT-REASON IS EQUAL TO SPACES
              AND SA-FILE-STATUS IS NOT EQUAL TO '35'
               MOVE RR-STUDENT-ID TO SA-STUDENT-ID
               READ STUDENT-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SA-ON-HOLD
                           MOVE 'REGISTRATION HOLD - SEE THE BURSAR'
                               TO REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       CHECK-SECTION-AND-COURSE.
           PERFORM FIND-SECTION.
           IF SECTION-FOUND-IDX IS EQUAL TO ZERO
               MOVE 'SECTION NOT ON THE TERM SCHEDULE'
                   TO REJECT-REASON
           END-IF.

           MOVE ZERO TO CATALOG-FOUND-IDX.
           IF REJECT-REASON IS EQUAL TO SPACES
              AND CATALOG-COUNT IS GREATER THAN ZERO
               PERFORM VARYING CATALOG-IDX FROM 1 BY 1
                   UNTIL CATALOG-IDX > CATALOG-COUNT
                   IF CAT-T-COURSE-ID(CATALOG-IDX) = RR-COURSE-ID
                       MOVE CATALOG-IDX TO CATALOG-FOUND-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN CATALOG-FOUND-IDX IS EQUAL TO ZERO
                       MOVE 'NOT IN COURSE CATALOG' TO REJECT-REASON
                   WHEN CAT-T-ACTIVE(CATALOG-FOUND-IDX) NOT = 'A'
                       MOVE 'COURSE NO LONGER OFFERED'
                           TO REJECT-REASON
               END-EVALUATE
           END-IF.

      *one seat or waitlist place per course per term, whichever
      *section it is in
       CHECK-ALREADY-REGISTERED.
           PERFORM VARYING TERM-ENR-IDX FROM 1 BY 1
               UNTIL TERM-ENR-IDX > TERM-ENR-COUNT
               IF TE-STUDENT-ID(TERM-ENR-IDX) = RR-STUDENT-ID
                  AND TE-COURSE-ID(TERM-ENR-IDX) = RR-COURSE-ID
                   IF TE-STATUS(TERM-ENR-IDX) = 'E'
                       MOVE 'ALREADY ENROLLED IN COURSE'
                           TO REJECT-REASON
                   ELSE
                       MOVE 'ALREADY WAITLISTED FOR COURSE'
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-PERFORM.

      *a passing grade on file for the course means it is not taken
      *again - a W, an I or an F leaves it open
       CHECK-ALREADY-PASSED.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HT-STUDENT-ID(HIST-IDX) = RR-STUDENT-ID
                  AND HT-COURSE-ID(HIST-IDX) = RR-COURSE-ID
                   MOVE HT-GRADE(HIST-IDX) TO WORK-GRADE
                   PERFORM GRADE-TO-POINTS
                   IF GRADE-POINTS IS GREATER THAN ZERO
                       MOVE 'COURSE ALREADY PASSED' TO REJECT-REASON
                   END-IF
               END-IF
           END-PERFORM.

      *each prerequisite on the catalog needs a grade on file at or
      *above its minimum - a blank minimum takes any passing grade
       CHECK-PREREQUISITES.
           PERFORM VARYING PREREQ-IDX FROM 1 BY 1
               UNTIL PREREQ-IDX > 3
                  OR REJECT-REASON IS NOT EQUAL TO SPACES
               IF CAT-T-PREREQ-COURSE(CATALOG-FOUND-IDX, PREREQ-IDX)
                   IS NOT EQUAL TO SPACES
                   PERFORM CHECK-ONE-PREREQUISITE
               END-IF
           END-PERFORM.

       CHECK-ONE-PREREQUISITE.
           MOVE CAT-T-PREREQ-GRADE(CATALOG-FOUND-IDX, PREREQ-IDX)
               TO WORK-GRADE.
           IF WORK-GRADE IS EQUAL TO SPACES
               MOVE 0.01 TO REQUIRED-POINTS
           ELSE
               PERFORM GRADE-TO-POINTS
               MOVE GRADE-POINTS TO REQUIRED-POINTS
           END-IF.

           MOVE 'NO ' TO PREREQ-MET-SWITCH.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HT-STUDENT-ID(HIST-IDX) = RR-STUDENT-ID
                  AND HT-COURSE-ID(HIST-IDX) =
                      CAT-T-PREREQ-COURSE(CATALOG-FOUND-IDX,
                                          PREREQ-IDX)
                   MOVE HT-GRADE(HIST-IDX) TO WORK-GRADE
                   PERFORM GRADE-TO-POINTS
                   IF GRADE-POINTS IS NOT LESS THAN REQUIRED-POINTS
                       MOVE 'YES' TO PREREQ-MET-SWITCH
                   END-IF
               END-IF
           END-PERFORM.

           IF PREREQ-MET-SWITCH = 'NO '
               STRING 'PREREQUISITE '    DELIMITED BY SIZE
                      CAT-T-PREREQ-COURSE(CATALOG-FOUND-IDX,
                                          PREREQ-IDX)
                                         DELIMITED BY SIZE
                      ' NOT MET'         DELIMITED BY SIZE
                      INTO REJECT-REASON
               END-STRING
           END-IF.

      *the same scale SENIOR grades on
       GRADE-TO-POINTS.
           EVALUATE WORK-GRADE
               WHEN 'A '  MOVE 4.00 TO GRADE-POINTS
               WHEN 'A-'  MOVE 3.70 TO GRADE-POINTS
               WHEN 'B+'  MOVE 3.30 TO GRADE-POINTS
               WHEN 'B '  MOVE 3.00 TO GRADE-POINTS
               WHEN 'B-'  MOVE 2.70 TO GRADE-POINTS
               WHEN 'C+'  MOVE 2.30 TO GRADE-POINTS
               WHEN 'C '  MOVE 2.00 TO GRADE-POINTS
               WHEN 'C-'  MOVE 1.70 TO GRADE-POINTS
               WHEN 'D+'  MOVE 1.30 TO GRADE-POINTS
               WHEN 'D '  MOVE 1.00 TO GRADE-POINTS
               WHEN OTHER MOVE 0.00 TO GRADE-POINTS
           END-EVALUATE.

      *a seat while the section has one, then the waitlist up to its
      *limit, then nothing
       GRANT-SEAT.
           EVALUATE TRUE
               WHEN SEC-ENROLLED(SECTION-FOUND-IDX) <
                    SEC-CAPACITY(SECTION-FOUND-IDX)
                   ADD 1 TO SEC-ENROLLED(SECTION-FOUND-IDX)
                   PERFORM ADD-TERM-ENROLLMENT
                   MOVE 'E' TO TE-STATUS(TERM-ENR-COUNT)
                   MOVE ZERO TO TE-WAIT-POSITION(TERM-ENR-COUNT)
                   ADD 1 TO CONFIRMED-COUNT
               WHEN SEC-WAITING(SECTION-FOUND-IDX) <
                    SEC-WAIT-LIMIT(SECTION-FOUND-IDX)
                   ADD 1 TO SEC-WAITING(SECTION-FOUND-IDX)
                   PERFORM ADD-TERM-ENROLLMENT
                   MOVE 'W' TO TE-STATUS(TERM-ENR-COUNT)
                   MOVE SEC-WAITING(SECTION-FOUND-IDX)
                       TO TE-WAIT-POSITION(TERM-ENR-COUNT)
                   ADD 1 TO WAITLISTED-COUNT
               WHEN OTHER
                   MOVE 'SECTION AND WAITLIST FULL' TO REJECT-REASON
           END-EVALUATE.

       ADD-TERM-ENROLLMENT.
           ADD 1 TO TERM-ENR-COUNT.
           MOVE RR-STUDENT-ID TO TE-STUDENT-ID(TERM-ENR-COUNT).
           MOVE RR-COURSE-ID TO TE-COURSE-ID(TERM-ENR-COUNT).
           MOVE RR-SECTION TO TE-SECTION(TERM-ENR-COUNT).

       WRITE-REJECT-LINE.
           MOVE RR-STUDENT-ID TO REJ-STUDENT-ID.
           MOVE RR-COURSE-ID TO REJ-COURSE-ID.
           MOVE RR-SECTION TO REJ-SECTION.
           MOVE REJECT-REASON TO REJ-REASON.
           MOVE REJECT-LINE TO REJECT-OUT.
           WRITE REJECT-OUT.
           ADD 1 TO REJECTED-COUNT.

      *this run's seats and places go on the end of the file, the
      *way SENIOR adds each term to the course archive
       SAVE-NEW-ENROLLMENTS.
           IF NEW-ENR-FIRST NOT > TERM-ENR-COUNT
               OPEN EXTEND ENROLLMENT-FILE
               IF ENROLLMENT-FILE-STATUS IS EQUAL TO '35'
                   OPEN OUTPUT ENROLLMENT-FILE
               END-IF
               PERFORM VARYING TERM-ENR-IDX FROM NEW-ENR-FIRST BY 1
                   UNTIL TERM-ENR-IDX > TERM-ENR-COUNT
                   MOVE REG-TERM TO ENR-TERM
                   MOVE TE-STUDENT-ID(TERM-ENR-IDX) TO ENR-STUDENT-ID
                   MOVE TE-COURSE-ID(TERM-ENR-IDX) TO ENR-COURSE-ID
                   MOVE TE-SECTION(TERM-ENR-IDX) TO ENR-SECTION
                   MOVE TE-STATUS(TERM-ENR-IDX) TO ENR-STATUS
                   MOVE TE-WAIT-POSITION(TERM-ENR-IDX)
                       TO ENR-WAIT-POSITION
                   MOVE RUN-DATE TO ENR-DATE
                   WRITE ENROLLMENT-RECORD
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

      *one page per section - the seats, then the waitlist in the
      *order it will be called
       WRITE-CLASS-ROSTERS.
           OPEN OUTPUT ROSTER-FILE.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
               UNTIL SECTION-IDX > SECTION-COUNT
               PERFORM WRITE-ONE-ROSTER
           END-PERFORM.
           CLOSE ROSTER-FILE.
           IF STM-FILE-STATUS IS NOT EQUAL TO '35'
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       WRITE-ONE-ROSTER.
           MOVE REG-TERM TO ROS-TERM.
           MOVE SEC-COURSE-ID(SECTION-IDX) TO ROS-COURSE-ID.
           MOVE SEC-SECTION(SECTION-IDX) TO ROS-SECTION.
           MOVE SEC-INSTRUCTOR(SECTION-IDX) TO ROS-INSTRUCTOR.
           MOVE ROSTER-TITLE TO ROSTER-OUT.
           WRITE ROSTER-OUT AFTER ADVANCING PAGE.

           MOVE SEC-ENROLLED(SECTION-IDX) TO ROS-ENROLLED.
           MOVE SEC-CAPACITY(SECTION-IDX) TO ROS-CAPACITY.
           MOVE SEC-WAITING(SECTION-IDX) TO ROS-WAITING.
           MOVE SEC-WAIT-LIMIT(SECTION-IDX) TO ROS-WAIT-LIMIT.
           MOVE ROSTER-COUNT-LINE TO ROSTER-OUT.
           WRITE ROSTER-OUT.

           PERFORM VARYING TERM-ENR-IDX FROM 1 BY 1
               UNTIL TERM-ENR-IDX > TERM-ENR-COUNT
               IF TE-COURSE-ID(TERM-ENR-IDX) =
                      SEC-COURSE-ID(SECTION-IDX)
                  AND TE-SECTION(TERM-ENR-IDX) =
                      SEC-SECTION(SECTION-IDX)
                  AND TE-STATUS(TERM-ENR-IDX) = 'E'
                   MOVE 'ENROLLED' TO ROS-STATUS
                   PERFORM WRITE-ROSTER-LINE
               END-IF
           END-PERFORM.

           PERFORM VARYING TERM-ENR-IDX FROM 1 BY 1
               UNTIL TERM-ENR-IDX > TERM-ENR-COUNT
               IF TE-COURSE-ID(TERM-ENR-IDX) =
                      SEC-COURSE-ID(SECTION-IDX)
                  AND TE-SECTION(TERM-ENR-IDX) =
                      SEC-SECTION(SECTION-IDX)
                  AND TE-STATUS(TERM-ENR-IDX) = 'W'
                   MOVE SPACES TO ROS-STATUS
                   STRING 'WAITLIST '    DELIMITED BY SIZE
                          TE-WAIT-POSITION(TERM-ENR-IDX)
                                         DELIMITED BY SIZE
                          INTO ROS-STATUS
                   END-STRING
                   PERFORM WRITE-ROSTER-LINE
               END-IF
           END-PERFORM.

       WRITE-ROSTER-LINE.
           MOVE TE-STUDENT-ID(TERM-ENR-IDX) TO ROS-STUDENT-ID.
           MOVE SPACES TO ROS-NAME ROS-MAJOR.
           IF STM-FILE-STATUS IS NOT EQUAL TO '35'
               MOVE TE-STUDENT-ID(TERM-ENR-IDX) TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STM-NAME TO ROS-NAME
                       MOVE STM-MAJOR TO ROS-MAJOR
               END-READ
           END-IF.
           MOVE ROSTER-LINE TO ROSTER-OUT.
           WRITE ROSTER-OUT.
