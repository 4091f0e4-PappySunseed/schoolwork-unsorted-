       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *one requested student ID per line - the ID, not the name, is
      *what the archive is filed under
           SELECT REQUEST-FILE ASSIGN TO 'transcript-requests.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS REQUEST-RECORD.
       01  REQUEST-RECORD.
           05  REQ-STUDENT-ID      PIC 9(7).

      *the permanent archive as SENIOR lays it out - see the copybook
       FD  COURSE-HISTORY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS COURSE-HISTORY-RECORD.
           COPY CRSHIST.

       FD  TRANSCRIPT-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS

       01  HISTORY-TABLE.
           05  HIST-ENTRY OCCURS 5000 TIMES.
               10  HT-STUDENT-ID   PIC 9(7).
               10  HT-NAME         PIC X(25).
               10  HT-TERM         PIC 9(4).
               10  HT-COURSE-ID    PIC X(8).
       01  TRANSCRIPT-TITLE.
           05  FILLER              PIC X(22)
               VALUE 'ACADEMIC TRANSCRIPT - '.
           05  TRANS-PRINT-ID      PIC 9(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  TRANS-PRINT-NAME    PIC X(25).

       01  TERM-HEADING-LINE.
               NOT AT END
                   IF HIST-COUNT IS LESS THAN 5000
                       ADD 1 TO HIST-COUNT
                       MOVE CH-STUDENT-ID
                           TO HT-STUDENT-ID(HIST-COUNT)
                       MOVE CH-NAME TO HT-NAME(HIST-COUNT)
                       MOVE CH-TERM TO HT-TERM(HIST-COUNT)
                       MOVE CH-COURSE-ID TO HT-COURSE-ID(HIST-COUNT)

      *one requested student, each transcript on its own page -
      *terms come out ascending by walking for the lowest unprinted
      *term number until none remain.  the name printed is the one
      *on the archive, which STUDENT-MAINT keeps current
       PRINT-ONE-TRANSCRIPT.
           MOVE REQ-STUDENT-ID TO TRANS-PRINT-ID.
           MOVE SPACES TO TRANS-PRINT-NAME.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HT-STUDENT-ID(HIST-IDX) = REQ-STUDENT-ID
                   MOVE HT-NAME(HIST-IDX) TO TRANS-PRINT-NAME
               END-IF
           END-PERFORM.
           MOVE TRANSCRIPT-TITLE TO TRANSCRIPT-OUT.
           WRITE TRANSCRIPT-OUT AFTER ADVANCING PAGE.

           MOVE 9999 TO CURRENT-TERM.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HT-STUDENT-ID(HIST-IDX) = REQ-STUDENT-ID
                  AND HT-TERM(HIST-IDX) > TERM-PRINT-TERM
                  AND HT-TERM(HIST-IDX) < CURRENT-TERM
                   MOVE HT-TERM(HIST-IDX) TO CURRENT-TERM

           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HT-STUDENT-ID(HIST-IDX) = REQ-STUDENT-ID
                  AND HT-TERM(HIST-IDX) = CURRENT-TERM
                   PERFORM PRINT-ONE-COURSE
               END-IF
                        CUM-HOURS CUM-POINTS.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HT-STUDENT-ID(HIST-IDX) = REQ-STUDENT-ID
                  AND HT-TERM(HIST-IDX) NOT GREATER THAN CURRENT-TERM
                  AND HT-GRADE(HIST-IDX) NOT = 'W '
                  AND HT-GRADE(HIST-IDX) NOT = 'I '
           PERFORM VARYING SCAN2-IDX FROM 1 BY 1
               UNTIL SCAN2-IDX > HIST-COUNT
               IF SCAN2-IDX NOT = HIST-IDX
                  AND HT-STUDENT-ID(SCAN2-IDX) = REQ-STUDENT-ID
                  AND HT-COURSE-ID(SCAN2-IDX)
                      = HT-COURSE-ID(HIST-IDX)
                  AND HT-TERM(SCAN2-IDX)
