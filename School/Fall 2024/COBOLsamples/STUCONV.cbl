      ******************************************************************
      * Author: Caleb Ruby
      * Date: 10/15/26
      * Purpose: one-time conversion of the name-keyed student master
      *          and course-history archive to student-ID keys - every
      *          name on the old master, and every name found only in
      *          the archive, is issued an ID, both files are rewritten
      *          under the new layouts, and every name that looks like
      *          two students merged into one is listed for the
      *          registrar to split with STUDENT-MAINT.  the old files
      *          are renamed studmast-old.dat and
      *          course-history-old.txt before the run
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       STUDENT-ID-CONVERT.
       AUTHOR.           CALEB R. & GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *the master and archive as SENIOR kept them before the ID
           SELECT OLD-MASTER-FILE ASSIGN TO 'studmast-old.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-STM-NAME
               FILE STATUS IS OLD-MASTER-STATUS.
           SELECT OLD-HISTORY-FILE ASSIGN TO 'course-history-old.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-HISTORY-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'studmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               FILE STATUS IS STM-FILE-STATUS.
           SELECT COURSE-HISTORY-FILE ASSIGN TO 'course-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
      *the last student ID issued - STUDENT-MAINT issues new IDs
      *from here after the conversion
           SELECT ID-CONTROL-FILE ASSIGN TO 'studid-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ID-CONTROL-STATUS.
           SELECT CONVERSION-REPORT-FILE
               ASSIGN TO 'studid-conversion.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE
           DATA RECORD IS OLD-MASTER-RECORD.
       01  OLD-MASTER-RECORD.
           05  OLD-STM-NAME        PIC X(25).
           05  OLD-STM-TERMS       PIC 9(3).
           05  OLD-STM-PRIOR-GPA   PIC 9V99.
           05  OLD-STM-PRIOR-CREDITS PIC 9(3).
           05  OLD-STM-INC-ENTRY OCCURS 3 TIMES.
               10  OLD-STM-INC-COURSE PIC X(8).
               10  OLD-STM-INC-HOURS  PIC 9(2).

       FD  OLD-HISTORY-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS OLD-HISTORY-RECORD.
       01  OLD-HISTORY-RECORD.
           05  OLD-CH-NAME         PIC X(25).
           05  OLD-CH-TERM         PIC 9(4).
           05  OLD-CH-COURSE-ID    PIC X(8).
           05  OLD-CH-CREDIT-HOURS PIC 9(2).
           05  OLD-CH-GRADE        PIC X(2).

      *the new layouts - see the copybooks
       FD  STUDENT-MASTER-FILE
           DATA RECORD IS STUDENT-MASTER-RECORD.
           COPY STUDMAST.

       FD  COURSE-HISTORY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS COURSE-HISTORY-RECORD.
           COPY CRSHIST.

       FD  ID-CONTROL-FILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS ID-CONTROL-RECORD.
       01  ID-CONTROL-RECORD       PIC 9(7).

       FD  CONVERSION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CONVERSION-OUT.
       01  CONVERSION-OUT          PIC X(80).

       WORKING-STORAGE SECTION.
       01  OLD-MASTER-STATUS       PIC XX.
       01  OLD-HISTORY-STATUS      PIC XX.
       01  STM-FILE-STATUS         PIC XX.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  ID-CONTROL-STATUS       PIC XX.
       01  MASTER-EOF-SWITCH       PIC XXX.
       01  HISTORY-EOF-SWITCH      PIC XXX.
       01  RUN-DATE                PIC 9(6).

      *IDs are issued ascending from the control file's last value;
      *a fresh installation starts the series at 1000001
       01  LAST-STUDENT-ID         PIC 9(7)  VALUE 1000000.

      *every student the conversion knows of, in the order the IDs
      *were issued - old master rows first, in name order, then
      *names found only in the archive as they turn up
       01  STUDENT-COUNT           PIC 9(4)  VALUE ZERO.
       01  STUDENT-IDX             PIC 9(4).
       01  STUDENT-FOUND-IDX       PIC 9(4).
       01  INC-IDX                 PIC 9.

       01  STUDENT-TABLE.
           05  ST-ENTRY OCCURS 3000 TIMES.
               10  ST-NAME         PIC X(25).
               10  ST-STUDENT-ID   PIC 9(7).
               10  ST-SOURCE       PIC X(1).
                   88  ST-FROM-MASTER  VALUE 'M'.
                   88  ST-FROM-HISTORY VALUE 'H'.
               10  ST-TERMS        PIC 9(3).
               10  ST-PRIOR-GPA    PIC 9V99.
               10  ST-PRIOR-CREDITS PIC 9(3).
               10  ST-INC-ENTRY OCCURS 3 TIMES.
                   15  ST-INC-COURSE PIC X(8).
                   15  ST-INC-HOURS  PIC 9(2).
      *distinct terms the archive holds for the name - the archive
      *is appended a term at a time, so a change of term number
      *between one row and the next is a new term
               10  ST-HIST-TERMS   PIC 9(3).
               10  ST-LAST-TERM    PIC 9(4).

      *each archived attempt already converted, so the same course
      *turning up twice under one name in one term can be caught
       01  HC-COUNT                PIC 9(4)  VALUE ZERO.
       01  HC-IDX                  PIC 9(4).
       01  HC-DUPLICATE-SWITCH     PIC XXX.

       01  HISTORY-CHECK-TABLE.
           05  HC-ENTRY OCCURS 5000 TIMES.
               10  HC-STUDENT-ID   PIC 9(7).
               10  HC-TERM         PIC 9(4).
               10  HC-COURSE-ID    PIC X(8).

      *suspected collisions, held until the assignments are all
      *printed so the registrar's list reads as one section
       01  COLLISION-COUNT         PIC 9(4)  VALUE ZERO.
       01  COLLISION-IDX           PIC 9(4).
       01  CT-DETAIL-WORK          PIC X(36).

       01  COLLISION-TABLE.
           05  COLLISION-ENTRY OCCURS 1000 TIMES.
               10  CT-STUDENT-ID   PIC 9(7).
               10  CT-NAME         PIC X(25).
               10  CT-DETAIL       PIC X(36).

       01  MASTER-ROW-COUNT        PIC 9(5)  VALUE ZERO.
       01  HISTORY-ONLY-COUNT      PIC 9(5)  VALUE ZERO.
       01  HISTORY-ROW-COUNT       PIC 9(6)  VALUE ZERO.

       01  COLLISION-TERMS-WORK.
           05  FILLER              PIC X(14) VALUE 'MASTER COUNTS '.
           05  CW-MASTER-TERMS     PIC ZZ9.
           05  FILLER              PIC X(16) VALUE ' TERMS, ARCHIVE '.
           05  CW-HISTORY-TERMS    PIC ZZ9.

       01  COLLISION-COURSE-WORK.
           05  CW-COURSE-ID        PIC X(8).
           05  FILLER              PIC X(20)
               VALUE ' TWICE IN ONE TERM  '.
           05  CW-TERM             PIC 9(4).

       01  CONVERSION-HEADING.
           05  FILLER              PIC X(24)
               VALUE 'STUDENT ID CONVERSION - '.
           05  CONV-HEAD-DATE      PIC 9(6).

       01  COLLISION-HEADING       PIC X(60) VALUE
      -    'NAME COLLISIONS FOR THE REGISTRAR TO RESOLVE'.

       01  CONVERSION-LINE.
           05  CONV-ACTION         PIC X(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  CONV-STUDENT-ID     PIC 9(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  CONV-NAME           PIC X(25).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  CONV-DETAIL         PIC X(36).

       01  CONVERSION-TRAILER.
           05  FILLER              PIC X(15) VALUE '*** TRAILER ***'.
           05  FILLER              PIC X(8)  VALUE ' MASTER '.
           05  TRAIL-MASTER        PIC Z(4)9.
           05  FILLER              PIC X(14) VALUE ' ARCHIVE-ONLY '.
           05  TRAIL-HISTORY-ONLY  PIC Z(4)9.
           05  FILLER              PIC X(6)  VALUE ' ROWS '.
           05  TRAIL-ROWS          PIC Z(5)9.
           05  FILLER              PIC X(12) VALUE ' COLLISIONS '.
           05  TRAIL-COLLISIONS    PIC Z(3)9.

       PROCEDURE DIVISION.
       CONVERT-STUDENT-KEYS.
           ACCEPT RUN-DATE FROM DATE.

      *a master already keyed by ID means the conversion has run -
      *running it again would issue every student a second ID - so
      *only a master that is not there at all is written over
           OPEN INPUT STUDENT-MASTER-FILE.
           IF STM-FILE-STATUS IS NOT EQUAL TO '35'
               IF STM-FILE-STATUS IS EQUAL TO '00'
                   DISPLAY 'STUDENT MASTER ALREADY KEYED BY ID - '
                       'CONVERSION NOT RUN'
               ELSE
                   DISPLAY 'STUDENT MASTER STATUS ' STM-FILE-STATUS
                       ' - CONVERSION NOT RUN'
               END-IF
               IF STM-FILE-STATUS(1:1) IS EQUAL TO '0'
                   CLOSE STUDENT-MASTER-FILE
               END-IF
               STOP RUN
           END-IF.

      *both old files have to open before anything new is written -
      *a missing or unreadable one would leave a new master and
      *archive missing students with nothing to rebuild them from
           OPEN INPUT OLD-MASTER-FILE.
           OPEN INPUT OLD-HISTORY-FILE.
           IF OLD-MASTER-STATUS IS NOT EQUAL TO '00'
              OR OLD-HISTORY-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'OLD STUDENT MASTER STATUS ' OLD-MASTER-STATUS
                   ' OLD COURSE HISTORY STATUS ' OLD-HISTORY-STATUS
                   ' - CONVERSION NOT RUN'
               IF OLD-MASTER-STATUS IS EQUAL TO '00'
                   CLOSE OLD-MASTER-FILE
               END-IF
               IF OLD-HISTORY-STATUS IS EQUAL TO '00'
                   CLOSE OLD-HISTORY-FILE
               END-IF
               STOP RUN
           END-IF.

           PERFORM LOAD-LAST-STUDENT-ID.

           OPEN OUTPUT CONVERSION-REPORT-FILE.
           MOVE RUN-DATE TO CONV-HEAD-DATE.
           MOVE CONVERSION-HEADING TO CONVERSION-OUT.
           WRITE CONVERSION-OUT.

           PERFORM LOAD-OLD-MASTER.
           PERFORM CONVERT-HISTORY.
           PERFORM WRITE-NEW-MASTER.
           PERFORM REPORT-COLLISIONS.

           MOVE MASTER-ROW-COUNT TO TRAIL-MASTER.
           MOVE HISTORY-ONLY-COUNT TO TRAIL-HISTORY-ONLY.
           MOVE HISTORY-ROW-COUNT TO TRAIL-ROWS.
           MOVE COLLISION-COUNT TO TRAIL-COLLISIONS.
           MOVE CONVERSION-TRAILER TO CONVERSION-OUT.
           WRITE CONVERSION-OUT.
           CLOSE CONVERSION-REPORT-FILE.

           PERFORM SAVE-LAST-STUDENT-ID.

           DISPLAY 'STUDENT ID CONVERSION COMPLETE - STUDENTS '
               STUDENT-COUNT ' HISTORY ROWS ' HISTORY-ROW-COUNT
               ' COLLISIONS ' COLLISION-COUNT.
           STOP RUN.

       LOAD-LAST-STUDENT-ID.
           OPEN INPUT ID-CONTROL-FILE.
           IF ID-CONTROL-STATUS = '00'
               READ ID-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE ID-CONTROL-RECORD TO LAST-STUDENT-ID
               END-READ
               CLOSE ID-CONTROL-FILE
           END-IF.

       SAVE-LAST-STUDENT-ID.
           MOVE LAST-STUDENT-ID TO ID-CONTROL-RECORD.
           OPEN OUTPUT ID-CONTROL-FILE.
           WRITE ID-CONTROL-RECORD.
           CLOSE ID-CONTROL-FILE.

      *the old master, opened at run start, is read in key order,
      *so IDs come out in name order - a student whose name appears
      *only in the archive is picked up by CONVERT-HISTORY instead
       LOAD-OLD-MASTER.
           MOVE SPACES TO MASTER-EOF-SWITCH.
           PERFORM LOAD-ONE-OLD-MASTER
               UNTIL MASTER-EOF-SWITCH = 'YES'.
           CLOSE OLD-MASTER-FILE.

       LOAD-ONE-OLD-MASTER.
           READ OLD-MASTER-FILE
               AT END MOVE 'YES' TO MASTER-EOF-SWITCH
               NOT AT END
                   IF STUDENT-COUNT IS LESS THAN 3000
                       PERFORM ADD-STUDENT-ENTRY
                       MOVE 'M' TO ST-SOURCE(STUDENT-COUNT)
                       MOVE OLD-STM-TERMS TO ST-TERMS(STUDENT-COUNT)
                       MOVE OLD-STM-PRIOR-GPA
                           TO ST-PRIOR-GPA(STUDENT-COUNT)
                       MOVE OLD-STM-PRIOR-CREDITS
                           TO ST-PRIOR-CREDITS(STUDENT-COUNT)
                       PERFORM VARYING INC-IDX FROM 1 BY 1
                           UNTIL INC-IDX > 3
                           MOVE OLD-STM-INC-COURSE(INC-IDX)
                               TO ST-INC-COURSE(STUDENT-COUNT, INC-IDX)
                           MOVE OLD-STM-INC-HOURS(INC-IDX)
                               TO ST-INC-HOURS(STUDENT-COUNT, INC-IDX)
                       END-PERFORM
                       ADD 1 TO MASTER-ROW-COUNT
                       MOVE 'FROM MASTER' TO CONV-DETAIL
                       PERFORM WRITE-ASSIGNED-LINE
                   ELSE
                       DISPLAY 'STUDENT TABLE FULL - ' OLD-STM-NAME
                           ' NOT CONVERTED'
                   END-IF
           END-READ.

      *the next ID goes to the name in OLD-STM-NAME
       ADD-STUDENT-ENTRY.
           ADD 1 TO STUDENT-COUNT.
           ADD 1 TO LAST-STUDENT-ID.
           MOVE OLD-STM-NAME TO ST-NAME(STUDENT-COUNT).
           MOVE LAST-STUDENT-ID TO ST-STUDENT-ID(STUDENT-COUNT).
           MOVE ZERO TO ST-TERMS(STUDENT-COUNT)
                        ST-PRIOR-GPA(STUDENT-COUNT)
                        ST-PRIOR-CREDITS(STUDENT-COUNT)
                        ST-HIST-TERMS(STUDENT-COUNT)
                        ST-LAST-TERM(STUDENT-COUNT).
           PERFORM VARYING INC-IDX FROM 1 BY 1 UNTIL INC-IDX > 3
               MOVE SPACES TO ST-INC-COURSE(STUDENT-COUNT, INC-IDX)
               MOVE ZERO TO ST-INC-HOURS(STUDENT-COUNT, INC-IDX)
           END-PERFORM.

       WRITE-ASSIGNED-LINE.
           MOVE 'ASSIGNED ' TO CONV-ACTION.
           MOVE ST-STUDENT-ID(STUDENT-COUNT) TO CONV-STUDENT-ID.
           MOVE ST-NAME(STUDENT-COUNT) TO CONV-NAME.
           MOVE CONVERSION-LINE TO CONVERSION-OUT.
           WRITE CONVERSION-OUT.

      *every archived attempt in the old archive, opened at run
      *start, is rewritten under its student's ID
       CONVERT-HISTORY.
           OPEN OUTPUT COURSE-HISTORY-FILE.
           MOVE SPACES TO HISTORY-EOF-SWITCH.
           PERFORM CONVERT-ONE-HISTORY-ROW
               UNTIL HISTORY-EOF-SWITCH = 'YES'.
           CLOSE OLD-HISTORY-FILE.
           CLOSE COURSE-HISTORY-FILE.

       CONVERT-ONE-HISTORY-ROW.
           READ OLD-HISTORY-FILE
               AT END MOVE 'YES' TO HISTORY-EOF-SWITCH
               NOT AT END
                   PERFORM FIND-STUDENT-BY-NAME
                   IF STUDENT-FOUND-IDX IS EQUAL TO ZERO
                      AND STUDENT-COUNT IS LESS THAN 3000
                       MOVE OLD-CH-NAME TO OLD-STM-NAME
                       PERFORM ADD-STUDENT-ENTRY
                       MOVE 'H' TO ST-SOURCE(STUDENT-COUNT)
                       ADD 1 TO HISTORY-ONLY-COUNT
                       MOVE 'FROM ARCHIVE - NOT ON MASTER'
                           TO CONV-DETAIL
                       PERFORM WRITE-ASSIGNED-LINE
                       MOVE STUDENT-COUNT TO STUDENT-FOUND-IDX
                   END-IF
                   IF STUDENT-FOUND-IDX IS EQUAL TO ZERO
                       DISPLAY 'STUDENT TABLE FULL - ' OLD-CH-NAME
                           ' HISTORY NOT CONVERTED'
                   ELSE
                       PERFORM WRITE-NEW-HISTORY-ROW
                   END-IF
           END-READ.

       FIND-STUDENT-BY-NAME.
           MOVE ZERO TO STUDENT-FOUND-IDX.
           PERFORM VARYING STUDENT-IDX FROM 1 BY 1
               UNTIL STUDENT-IDX > STUDENT-COUNT
                  OR STUDENT-FOUND-IDX IS NOT EQUAL TO ZERO
               IF ST-NAME(STUDENT-IDX) = OLD-CH-NAME
                   MOVE STUDENT-IDX TO STUDENT-FOUND-IDX
               END-IF
           END-PERFORM.

      *writes the attempt under the ID, counts a new term for the
      *name, and checks whether the name already took this course
      *in this same term - two students sharing a name in one term
      *is exactly what the old key merged
       WRITE-NEW-HISTORY-ROW.
           MOVE ST-STUDENT-ID(STUDENT-FOUND-IDX) TO CH-STUDENT-ID.
           MOVE OLD-CH-NAME TO CH-NAME.
           MOVE OLD-CH-TERM TO CH-TERM.
           MOVE OLD-CH-COURSE-ID TO CH-COURSE-ID.
           MOVE OLD-CH-CREDIT-HOURS TO CH-CREDIT-HOURS.
           MOVE OLD-CH-GRADE TO CH-GRADE.
           WRITE COURSE-HISTORY-RECORD.
           ADD 1 TO HISTORY-ROW-COUNT.

           IF OLD-CH-TERM IS NOT EQUAL TO
              ST-LAST-TERM(STUDENT-FOUND-IDX)
               ADD 1 TO ST-HIST-TERMS(STUDENT-FOUND-IDX)
               MOVE OLD-CH-TERM TO ST-LAST-TERM(STUDENT-FOUND-IDX)
           END-IF.

           MOVE 'NO ' TO HC-DUPLICATE-SWITCH.
           PERFORM VARYING HC-IDX FROM 1 BY 1
               UNTIL HC-IDX > HC-COUNT
               IF HC-STUDENT-ID(HC-IDX) = CH-STUDENT-ID
                  AND HC-TERM(HC-IDX) = CH-TERM
                  AND HC-COURSE-ID(HC-IDX) = CH-COURSE-ID
                   MOVE 'YES' TO HC-DUPLICATE-SWITCH
               END-IF
           END-PERFORM.

           IF HC-DUPLICATE-SWITCH IS EQUAL TO 'YES'
               MOVE CH-COURSE-ID TO CW-COURSE-ID
               MOVE CH-TERM TO CW-TERM
               MOVE COLLISION-COURSE-WORK TO CT-DETAIL-WORK
               PERFORM RECORD-COLLISION
           END-IF.

           IF HC-COUNT IS LESS THAN 5000
               ADD 1 TO HC-COUNT
               MOVE CH-STUDENT-ID TO HC-STUDENT-ID(HC-COUNT)
               MOVE CH-TERM TO HC-TERM(HC-COUNT)
               MOVE CH-COURSE-ID TO HC-COURSE-ID(HC-COUNT)
           END-IF.

      *the master row for every student, old master rows carrying
      *their standing across - a name the master counted over more
      *terms than the archive holds was fed in twice in some term,
      *which is the other sign of two students sharing the name.
      *the major is left blank for SENIOR to fill from the next
      *term file
       WRITE-NEW-MASTER.
           OPEN OUTPUT STUDENT-MASTER-FILE.
           PERFORM VARYING STUDENT-IDX FROM 1 BY 1
               UNTIL STUDENT-IDX > STUDENT-COUNT
               MOVE ST-STUDENT-ID(STUDENT-IDX) TO STM-STUDENT-ID
               MOVE ST-NAME(STUDENT-IDX) TO STM-NAME
               MOVE SPACES TO STM-MAJOR
               MOVE 'A' TO STM-STATUS
               MOVE RUN-DATE TO STM-STATUS-DATE
               IF ST-FROM-MASTER(STUDENT-IDX)
                   MOVE ST-TERMS(STUDENT-IDX) TO STM-TERMS-ON-FILE
                   IF ST-HIST-TERMS(STUDENT-IDX) IS GREATER THAN ZERO
                      AND ST-TERMS(STUDENT-IDX) IS GREATER THAN
                          ST-HIST-TERMS(STUDENT-IDX)
                       MOVE STUDENT-IDX TO STUDENT-FOUND-IDX
                       MOVE ST-TERMS(STUDENT-IDX) TO CW-MASTER-TERMS
                       MOVE ST-HIST-TERMS(STUDENT-IDX)
                           TO CW-HISTORY-TERMS
                       MOVE COLLISION-TERMS-WORK TO CT-DETAIL-WORK
                       PERFORM RECORD-COLLISION
                   END-IF
               ELSE
                   MOVE ST-HIST-TERMS(STUDENT-IDX)
                       TO STM-TERMS-ON-FILE
               END-IF
               MOVE ST-PRIOR-GPA(STUDENT-IDX) TO STM-PRIOR-GPA
               MOVE ST-PRIOR-CREDITS(STUDENT-IDX)
                   TO STM-PRIOR-CREDITS
               PERFORM VARYING INC-IDX FROM 1 BY 1 UNTIL INC-IDX > 3
                   MOVE ST-INC-COURSE(STUDENT-IDX, INC-IDX)
                       TO STM-INC-COURSE(INC-IDX)
                   MOVE ST-INC-HOURS(STUDENT-IDX, INC-IDX)
                       TO STM-INC-HOURS(INC-IDX)
               END-PERFORM
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'STUDENT ' STM-STUDENT-ID
                           ' NOT WRITTEN - STATUS ' STM-FILE-STATUS
               END-WRITE
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.

      *one suspected collision for the student at STUDENT-FOUND-IDX
       RECORD-COLLISION.
           IF COLLISION-COUNT IS LESS THAN 1000
               ADD 1 TO COLLISION-COUNT
               MOVE ST-STUDENT-ID(STUDENT-FOUND-IDX)
                   TO CT-STUDENT-ID(COLLISION-COUNT)
               MOVE ST-NAME(STUDENT-FOUND-IDX)
                   TO CT-NAME(COLLISION-COUNT)
               MOVE CT-DETAIL-WORK TO CT-DETAIL(COLLISION-COUNT)
           END-IF.

       REPORT-COLLISIONS.
           MOVE COLLISION-HEADING TO CONVERSION-OUT.
           WRITE CONVERSION-OUT.
           PERFORM VARYING COLLISION-IDX FROM 1 BY 1
               UNTIL COLLISION-IDX > COLLISION-COUNT
               MOVE 'COLLISION' TO CONV-ACTION
               MOVE CT-STUDENT-ID(COLLISION-IDX) TO CONV-STUDENT-ID
               MOVE CT-NAME(COLLISION-IDX) TO CONV-NAME
               MOVE CT-DETAIL(COLLISION-IDX) TO CONV-DETAIL
               MOVE CONVERSION-LINE TO CONVERSION-OUT
               WRITE CONVERSION-OUT
           END-PERFORM.
