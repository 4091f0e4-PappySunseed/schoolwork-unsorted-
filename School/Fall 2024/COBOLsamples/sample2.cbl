           SELECT STUDENT-MASTER-FILE ASSIGN TO 'studmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               FILE STATUS IS STM-FILE-STATUS.
      *the bursar's receivables - read only, for the registration
      *hold carried out on the registrar extract
           SELECT STUDENT-ACCOUNT-FILE ASSIGN TO 'studacct.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-STUDENT-ID
               FILE STATUS IS SA-FILE-STATUS.
           SELECT PROBATION-FILE ASSIGN TO 'probation.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEGREE-REQ-PARAM-FILE ASSIGN TO 'degreereq.txt'
               ASSIGN TO 'registrar-extract.mft'
               ORGANIZATION IS LINE SEQUENTIAL.
      *every course record archived permanently as it is processed,
      *keyed by student ID and term, so a transcript request is a
      *program run instead of a dig through the filing cabinet
           SELECT COURSE-HISTORY-FILE ASSIGN TO 'course-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT COURSE-CATALOG-FILE ASSIGN TO 'coursecat.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
      *the term's registrations - a graded course the student was
      *never enrolled in is flagged on the exception report
           SELECT ENROLLMENT-FILE ASSIGN TO 'enrollments.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLLMENT-FILE-STATUS.
           SELECT COURSE-EXCEPTION-FILE
               ASSIGN TO 'course-exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
      *the input now carries two record types - an 'S' student header
      *followed by that student's 'C' course-detail records, so the
      *GPA can be computed here instead of trusted as keyed.  the
      *student ID on the header is the key everything is filed under
      *- the name is only what prints
       FD  STUDENT-FILE
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS STUDENT-IN.
       01  STUDENT-IN.
           05  REC-TYPE            PIC X(1).
               88  STUDENT-RECORD-TYPE  VALUE 'S'.
               88  COURSE-RECORD-TYPE   VALUE 'C'.
           05  STU-STUDENT-ID      PIC 9(7).
           05  STU-NAME            PIC X(25).
           05  STU-CREDITS         PIC 9(3).
           05  STU-MAJOR           PIC X(15).
           05  CRS-COURSE-ID       PIC X(8).
           05  CRS-CREDIT-HOURS    PIC 9(2).
           05  CRS-LETTER-GRADE    PIC X(2).
           05  FILLER              PIC X(41).

      *every student whose computed GPA disagrees with the keyed one,
      *caught before any honors or Dean's List determination is made

      *one row per student carried term over term, so this run can
      *see last term's standing instead of only the current file -
      *what the advisors have been keeping in a stale spreadsheet -
      *see the copybook for the record layout
       FD  STUDENT-MASTER-FILE
           DATA RECORD IS STUDENT-MASTER-RECORD.
           COPY STUDMAST.

      *students under the probation threshold, and students whose
      *GPA fell sharply since last term
      *per student, Dean's List and honors status carried as flags
      *rather than requiring the registrar's system to recompute them
       FD  REGISTRAR-EXTRACT-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS REGISTRAR-EXTRACT-RECORD.
       01  REGISTRAR-EXTRACT-RECORD.
           05  RX-STUDENT-ID        PIC 9(7).
           05  RX-NAME              PIC X(25).
           05  RX-CREDITS           PIC 9(3).
           05  RX-MAJOR             PIC X(15).
           05  RX-GPA               PIC 9V99.
           05  RX-DEANSLIST-FLAG    PIC X(1).
           05  RX-HONORS-TIER       PIC X(20).
           05  RX-HOLD-FLAG         PIC X(1).

      *one archived course attempt per line - see the copybook for
      *the record layout
       FD  COURSE-HISTORY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS COURSE-HISTORY-RECORD.
           COPY CRSHIST.

      *one catalog row per course - see the copybook for the
      *record layout
       FD  COURSE-CATALOG-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS COURSE-CATALOG-RECORD.
           COPY CRSCAT.

       FD  STUDENT-ACCOUNT-FILE
           DATA RECORD IS STUDENT-ACCOUNT-RECORD.
           COPY STUDACCT.

       FD  ENROLLMENT-FILE
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS ENROLLMENT-RECORD.
           COPY ENROLL.

       FD  COURSE-EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  BATCH-DETAIL-COUNT      PIC 9(7).
       01  BATCH-TRAILER-COUNT     PIC 9(7).
       01  BATCH-TRAILER-SEEN      PIC XXX.
       01  BATCH-NO-ID-COUNT       PIC 9(7).
       01  TODAYS-DATE             PIC 9(6).

      *the student header being worked on - saved out of the record
      *area so the course-detail reads that follow don't clobber it
       01  CURRENT-STUDENT.
           05  CUR-STUDENT-ID      PIC 9(7).
           05  CUR-NAME            PIC X(25).
           05  CUR-CREDITS         PIC 9(3).
           05  CUR-MAJOR           PIC X(15).

       01  STM-FILE-STATUS         PIC XX.
       01  STM-FOUND-SWITCH        PIC X(3).
       01  SA-FILE-STATUS          PIC XX.

      *standing thresholds for the advisors' report - under the
      *probation line, or a term-over-term drop steeper than the

       01  PRIOR-HISTORY-TABLE.
           05  PHIST-ENTRY OCCURS 5000 TIMES.
               10  PH-STUDENT-ID   PIC 9(7).
               10  PH-COURSE-ID    PIC X(8).
               10  PH-HOURS        PIC 9(2).
               10  PH-GRADE        PIC X(2).
               10  CAT-T-HOURS     PIC 9(2).
               10  CAT-T-ACTIVE    PIC X(1).

      *the seats registration confirmed for this batch's term; with
      *none on file the enrollment check stands down
       01  ENROLLMENT-FILE-STATUS   PIC XX.
       01  ENROLLMENT-EOF-SWITCH    PIC XXX.
       01  ENROLLED-COUNT           PIC 9(4)      VALUE ZERO.
       01  ENROLLED-IDX             PIC 9(4).
       01  ENROLLED-FOUND-SWITCH    PIC XXX.
       01  NOT-ENROLLED-COUNT       PIC 9(5)      VALUE ZERO.
       01  ENROLLED-TABLE.
           05  ENROLLED-ENTRY OCCURS 5000 TIMES.
               10  EN-T-STUDENT-ID PIC 9(7).
               10  EN-T-COURSE-ID  PIC X(8).

       01  COURSE-EXCEPTION-HEADING PIC X(60) VALUE
      -    'COURSE RECORDS FAILING THE CATALOG CHECK'.

           PERFORM READ-DEGREE-REQ-PARAMS.
           PERFORM READ-COURSE-CATALOG.
           PERFORM LOAD-PRIOR-HISTORY.
           PERFORM LOAD-TERM-ENROLLMENTS.
           OPEN INPUT  STUDENT-FILE
                OUTPUT PRINT-FILE
                OUTPUT HONORS-FILE
               OPEN I-O STUDENT-MASTER-FILE
           END-IF.

      *no account master yet means nobody has been billed, so nobody
      *is held
           OPEN INPUT STUDENT-ACCOUNT-FILE.

           OPEN OUTPUT PROBATION-FILE.
           MOVE PROBATION-HEADING TO PROBATION-OUT.
           WRITE PROBATION-OUT.
                 STUDENT-MASTER-FILE
                 PROBATION-FILE
                 CANDIDACY-FILE.
           IF SA-FILE-STATUS IS NOT EQUAL TO '35'
               CLOSE STUDENT-ACCOUNT-FILE
           END-IF.
           IF NOT-ENROLLED-COUNT IS GREATER THAN ZERO
               DISPLAY NOT-ENROLLED-COUNT
                   ' COURSE RECORDS GRADED WITHOUT AN ENROLLMENT'
           END-IF.
           PERFORM WRITE-MAJOR-SUMMARY-REPORT.

      *the extract leaves with a manifest the registrar's import
               END-EVALUATE
           END-IF.

      *a student header without an ID has nothing to be filed
      *under - counted here so the whole batch goes back instead of
      *one student's term landing on the wrong record
       COUNT-BATCH-DETAILS.
           MOVE ZERO TO BATCH-NO-ID-COUNT.
           READ STUDENT-FILE
               AT END MOVE 'YES' TO BATCH-EOF-SWITCH
           END-READ.
                   MOVE STUDENT-IN(4:7) TO BATCH-TRAILER-COUNT
               ELSE
                   ADD 1 TO BATCH-DETAIL-COUNT
                   IF STUDENT-RECORD-TYPE
                      AND (STU-STUDENT-ID IS NOT NUMERIC
                        OR STU-STUDENT-ID IS EQUAL TO ZERO)
                       ADD 1 TO BATCH-NO-ID-COUNT
                   END-IF
                   READ STUDENT-FILE
                       AT END MOVE 'YES' TO BATCH-EOF-SWITCH
                   END-READ
                   MOVE 'NO ' TO BATCH-OK-SWITCH
               END-IF
           END-IF.
           IF BATCH-NO-ID-COUNT IS GREATER THAN ZERO
               DISPLAY 'INPUT BATCH HAS ' BATCH-NO-ID-COUNT
                   ' STUDENT RECORDS WITHOUT A STUDENT ID'
               MOVE 'NO ' TO BATCH-OK-SWITCH
           END-IF.

       LOAD-LAST-BATCH-NUMBER.
           OPEN INPUT BATCH-CONTROL-FILE.
      *one line per student for the registrar's import job, carrying
      *the Dean's List and honors determinations already made above
       WRITE-REGISTRAR-EXTRACT.
           MOVE CUR-STUDENT-ID TO RX-STUDENT-ID.
           MOVE CUR-NAME TO RX-NAME.
           MOVE CUR-CREDITS TO RX-CREDITS.
           MOVE CUR-MAJOR TO RX-MAJOR.
               MOVE 'N' TO RX-DEANSLIST-FLAG
           END-IF.
           MOVE HONORS-TIER TO RX-HONORS-TIER.
           MOVE 'N' TO RX-HOLD-FLAG.
           IF SA-FILE-STATUS IS NOT EQUAL TO '35'
               MOVE CUR-STUDENT-ID TO SA-STUDENT-ID
               READ STUDENT-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SA-ON-HOLD
                           MOVE 'Y' TO RX-HOLD-FLAG
                       END-IF
               END-READ
           END-IF.
           WRITE REGISTRAR-EXTRACT-RECORD.
           ADD CUR-CREDITS TO REGISTRAR-HASH-TOTAL.

      *Dean's List determination
       PROCESS-RECORDS.
           ADD 1 TO JOB-INPUT-COUNT.
           MOVE STU-STUDENT-ID TO CUR-STUDENT-ID.
           MOVE STU-NAME TO CUR-NAME.
           MOVE STU-CREDITS TO CUR-CREDITS.
           MOVE STU-MAJOR TO CUR-MAJOR.
      *reports probation and sharp drops for the advisors, then rolls
      *the master forward so next term sees this one
       UPDATE-STUDENT-MASTER.
           MOVE CUR-STUDENT-ID TO STM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO STM-FOUND-SWITCH
                   MOVE 'YES' TO STM-FOUND-SWITCH
           END-READ.

      *the name and major on the master belong to STUDENT-MAINT - a
      *term file that disagrees is reported for the registrar, not
      *taken as a change; a major left blank by the conversion is
      *filled from the first term file that carries one
           IF STM-FOUND-SWITCH IS EQUAL TO 'YES'
               IF STM-NAME IS NOT EQUAL TO CUR-NAME
                   DISPLAY 'STUDENT ' CUR-STUDENT-ID ' ' CUR-NAME
                       ' IS ' STM-NAME ' ON THE MASTER'
               END-IF
               IF STM-IS-WITHDRAWN
                   DISPLAY 'GRADES RECEIVED FOR WITHDRAWN STUDENT '
                       CUR-STUDENT-ID ' ' CUR-NAME
               END-IF
               IF STM-MAJOR IS EQUAL TO SPACES
                   MOVE CUR-MAJOR TO STM-MAJOR
               END-IF
           END-IF.

           IF EFFECTIVE-GPA IS LESS THAN PROBATION-THRESHOLD
               MOVE CUR-NAME TO PROB-PRINT-NAME
               MOVE 'PROBATION ' TO PROB-PRINT-TYPE
               END-IF
           END-IF.

           MOVE CUR-STUDENT-ID TO STM-STUDENT-ID.
           MOVE EFFECTIVE-GPA TO STM-PRIOR-GPA.
           MOVE CUR-CREDITS TO STM-PRIOR-CREDITS.

               ADD 1 TO STM-TERMS-ON-FILE
               REWRITE STUDENT-MASTER-RECORD
           ELSE
               MOVE CUR-NAME TO STM-NAME
               MOVE CUR-MAJOR TO STM-MAJOR
               MOVE 'A' TO STM-STATUS
               MOVE TODAYS-DATE TO STM-STATUS-DATE
               MOVE 1 TO STM-TERMS-ON-FILE
               WRITE STUDENT-MASTER-RECORD
           END-IF.
           IF COURSE-RECORD-TYPE
               PERFORM VALIDATE-COURSE-DETAIL
               IF COURSE-OK-SWITCH = 'YES'
                   PERFORM CHECK-COURSE-ENROLLMENT
                   PERFORM ARCHIVE-COURSE-DETAIL
                   IF TC-COUNT IS LESS THAN 50
                       ADD 1 TO TC-COUNT
               END-EVALUATE
           END-IF.

      *a grade for a course the student never held a seat in is
      *flagged but still counts - the grade came from the instructor,
      *so it is the registration the registrar has to put right
       CHECK-COURSE-ENROLLMENT.
           IF ENROLLED-COUNT IS GREATER THAN ZERO
               MOVE 'NO ' TO ENROLLED-FOUND-SWITCH
               PERFORM VARYING ENROLLED-IDX FROM 1 BY 1
                   UNTIL ENROLLED-IDX > ENROLLED-COUNT
                   IF EN-T-STUDENT-ID(ENROLLED-IDX) = CUR-STUDENT-ID
                      AND EN-T-COURSE-ID(ENROLLED-IDX) = CRS-COURSE-ID
                       MOVE 'YES' TO ENROLLED-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF ENROLLED-FOUND-SWITCH = 'NO '
                   MOVE 'NOT ENROLLED IN COURSE' TO CRSX-PRINT-REASON
                   PERFORM WRITE-COURSE-EXCEPTION
                   ADD 1 TO NOT-ENROLLED-COUNT
               END-IF
           END-IF.

       WRITE-COURSE-EXCEPTION.
           MOVE CUR-NAME TO CRSX-PRINT-NAME.
           MOVE CRS-COURSE-ID TO CRSX-PRINT-COURSE.
      *the course attempt joins the permanent history under the
      *batch number it arrived in - TRANSCRIPT prints from this
       ARCHIVE-COURSE-DETAIL.
           MOVE CUR-STUDENT-ID TO CH-STUDENT-ID.
           MOVE CUR-NAME TO CH-NAME.
           MOVE BATCH-NUMBER TO CH-TERM.
           MOVE CRS-COURSE-ID TO CH-COURSE-ID.
               WHEN OTHER MOVE 0.00 TO GRADE-POINTS
           END-EVALUATE.

      *confirmed seats for the term this batch is filed under -
      *waitlist places do not count as enrollment
       LOAD-TERM-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE.
           IF ENROLLMENT-FILE-STATUS = '00'
               MOVE SPACES TO ENROLLMENT-EOF-SWITCH
               PERFORM LOAD-ONE-ENROLLMENT
                   UNTIL ENROLLMENT-EOF-SWITCH = 'YES'
               CLOSE ENROLLMENT-FILE
           END-IF.
           IF ENROLLED-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO ENROLLMENTS FOR TERM ' BATCH-NUMBER
                   ' - ENROLLMENT CHECK SKIPPED'
           END-IF.

       LOAD-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END MOVE 'YES' TO ENROLLMENT-EOF-SWITCH
               NOT AT END
                   IF ENR-TERM = BATCH-NUMBER
                      AND ENR-IS-ENROLLED
                      AND ENROLLED-COUNT IS LESS THAN 5000
                       ADD 1 TO ENROLLED-COUNT
                       MOVE ENR-STUDENT-ID
                           TO EN-T-STUDENT-ID(ENROLLED-COUNT)
                       MOVE ENR-COURSE-ID
                           TO EN-T-COURSE-ID(ENROLLED-COUNT)
                   END-IF
           END-READ.

      *loads every prior term's attempts from the archive before
      *this run appends to it - what a repeated course is judged
      *against
               NOT AT END
                   IF PHIST-COUNT IS LESS THAN 5000
                       ADD 1 TO PHIST-COUNT
                       MOVE CH-STUDENT-ID
                           TO PH-STUDENT-ID(PHIST-COUNT)
                       MOVE CH-COURSE-ID TO PH-COURSE-ID(PHIST-COUNT)
                       MOVE CH-CREDIT-HOURS TO PH-HOURS(PHIST-COUNT)
                       MOVE CH-GRADE TO PH-GRADE(PHIST-COUNT)
               MOVE 'N' TO SI-RESOLVED(INC-IDX)
           END-PERFORM.

           MOVE CUR-STUDENT-ID TO STM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE

           PERFORM VARYING PHIST-IDX FROM 1 BY 1
               UNTIL PHIST-IDX > PHIST-COUNT
               IF PH-STUDENT-ID(PHIST-IDX) = CUR-STUDENT-ID
                  AND PH-COURSE-ID(PHIST-IDX) = TC-COURSE-ID(TC-IDX)
                  AND PH-GRADE(PHIST-IDX) NOT = 'W '
                  AND PH-GRADE(PHIST-IDX) NOT = 'I '
