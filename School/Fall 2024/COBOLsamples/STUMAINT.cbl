      ******************************************************************
      * Author: Caleb Ruby
      * Date: 10/15/26
      * Purpose: apply add, name change, major change and withdraw
      *          transactions to the student master SENIOR keeps by
      *          student ID, and write an audit trail of every change
      *          applied or rejected.  a name change relabels the
      *          student's course history so the transcript follows
      *          the student, and a history move splits the attempts
      *          of two students the old name key had merged
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       STUDENT-MAINT.
       AUTHOR.           CALEB R. & GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE ASSIGN TO 'studmaint-trans.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO 'studmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STM-STUDENT-ID
               FILE STATUS IS STM-FILE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO 'studmaint-audit.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *the permanent archive SENIOR appends to - loaded whole and
      *rewritten whole when a name change or move touches it
           SELECT COURSE-HISTORY-FILE ASSIGN TO 'course-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
      *the last student ID issued, shared with STUDENT-ID-CONVERT
           SELECT ID-CONTROL-FILE ASSIGN TO 'studid-control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ID-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *one maintenance transaction per line - an action code, the
      *student ID (left zero on an add to have the next ID issued),
      *the new name or major, and for a history move the term, the
      *course (blank moves the whole term) and the student the
      *attempts really belong to
       FD  MAINT-TRANS-FILE
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS MAINT-TRANS-RECORD.
       01  MAINT-TRANS-RECORD.
           05  TRANS-ACTION-CODE     PIC X(1).
               88  TRANS-IS-ADD      VALUE 'A'.
               88  TRANS-IS-NAME     VALUE 'N'.
               88  TRANS-IS-MAJOR    VALUE 'M'.
               88  TRANS-IS-WITHDRAW VALUE 'W'.
               88  TRANS-IS-MOVE     VALUE 'H'.
           05  TRANS-STUDENT-ID      PIC 9(7).
           05  TRANS-NAME            PIC X(25).
           05  TRANS-MAJOR           PIC X(15).
           05  TRANS-TERM            PIC 9(4).
           05  TRANS-COURSE-ID       PIC X(8).
           05  TRANS-TO-STUDENT-ID   PIC 9(7).

      *student master shared with SENIOR - see the copybook for the
      *record layout
       FD  STUDENT-MASTER-FILE
           DATA RECORD IS STUDENT-MASTER-RECORD.
           COPY STUDMAST.

       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MAINT-AUDIT-OUT.
       01  MAINT-AUDIT-OUT   PIC X(100).

       FD  COURSE-HISTORY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS COURSE-HISTORY-RECORD.
           COPY CRSHIST.

       FD  ID-CONTROL-FILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS ID-CONTROL-RECORD.
       01  ID-CONTROL-RECORD       PIC 9(7).

       WORKING-STORAGE SECTION.
       01  EOF-SWITCH          PIC XXX  VALUE SPACES.
       01  TRANS-FILE-STATUS   PIC XX.
       01  STM-FILE-STATUS     PIC XX.
       01  HISTORY-FILE-STATUS PIC XX.
       01  ID-CONTROL-STATUS   PIC XX.
       01  HISTORY-EOF-SWITCH  PIC XXX.
       01  RUN-DATE            PIC 9(6).
       01  INC-IDX             PIC 9.

      *IDs are issued ascending from the control file's last value;
      *a fresh installation starts the series at 1000001
       01  LAST-STUDENT-ID     PIC 9(7)  VALUE 1000000.
       01  ID-ISSUED-SWITCH    PIC XXX   VALUE 'NO '.

      *the whole archive in storage - a file larger than the table
      *could not be rewritten without losing its tail, so relabels
      *and moves are refused rather than attempted
       01  HIST-COUNT          PIC 9(4)  VALUE ZERO.
       01  HIST-IDX            PIC 9(4).
       01  HISTORY-OVERFLOW-SWITCH PIC XXX VALUE 'NO '.
       01  HISTORY-CHANGED-SWITCH  PIC XXX VALUE 'NO '.
       01  HISTORY-ROWS-TOUCHED    PIC 9(4).

       01  HISTORY-TABLE.
           05  HIST-ENTRY OCCURS 5000 TIMES.
               10  HT-STUDENT-ID   PIC 9(7).
               10  HT-NAME         PIC X(25).
               10  HT-TERM         PIC 9(4).
               10  HT-COURSE-ID    PIC X(8).
               10  HT-CREDIT-HOURS PIC 9(2).
               10  HT-GRADE        PIC X(2).

      *the student a history move hands the attempts to
       01  MOVE-TO-NAME        PIC X(25).
       01  MOVE-OK-SWITCH      PIC XXX.

       01  APPLIED-COUNT       PIC 9(5) VALUE ZERO.
       01  REJECTED-COUNT      PIC 9(5) VALUE ZERO.

       01  AUDIT-HEADING.
           05 FILLER           PIC X(23)
               VALUE 'STUDENT MASTER CHANGES '.
           05 AUDIT-HEAD-DATE  PIC 9(6).

       01  AUDIT-LINE.
           05 AUDIT-ACTION     PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 AUDIT-STUDENT-ID PIC 9(7).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 AUDIT-DETAIL     PIC X(60).

       01  RELABEL-DETAIL-WORK.
           05 RELABEL-NAME     PIC X(25).
           05 FILLER           PIC X(22)
               VALUE ' HISTORY ROWS RELABEL '.
           05 RELABEL-ROWS     PIC Z(3)9.

       01  MOVE-DETAIL-WORK.
           05 FILLER           PIC X(5)  VALUE 'TERM '.
           05 MOVE-TERM        PIC 9(4).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 MOVE-COURSE      PIC X(8).
           05 FILLER           PIC X(4)  VALUE ' TO '.
           05 MOVE-TO-ID       PIC 9(7).
           05 FILLER           PIC X(6)  VALUE ' ROWS '.
           05 MOVE-ROWS        PIC Z(3)9.

       01  AUDIT-TRAILER.
           05 FILLER           PIC X(15) VALUE '*** TRAILER ***'.
           05 FILLER           PIC X(9)  VALUE ' APPLIED '.
           05 TRAIL-APPLIED    PIC Z(4)9.
           05 FILLER           PIC X(10) VALUE ' REJECTED '.
           05 TRAIL-REJECTED   PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.

      *the master may not exist yet on the very first run - create it
      *empty the same way SENIOR bootstraps it
           OPEN I-O STUDENT-MASTER-FILE.
           IF STM-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT STUDENT-MASTER-FILE
               CLOSE STUDENT-MASTER-FILE
               OPEN I-O STUDENT-MASTER-FILE
           END-IF.

           PERFORM LOAD-LAST-STUDENT-ID.
           PERFORM LOAD-COURSE-HISTORY.

           OPEN OUTPUT MAINT-AUDIT-FILE.
           MOVE RUN-DATE TO AUDIT-HEAD-DATE.
           MOVE AUDIT-HEADING TO MAINT-AUDIT-OUT.
           WRITE MAINT-AUDIT-OUT.

           OPEN INPUT MAINT-TRANS-FILE.
           IF TRANS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'NO MAINTENANCE TRANSACTIONS - NOTHING TO APPLY'
               MOVE 'YES' TO EOF-SWITCH
           ELSE
               READ MAINT-TRANS-FILE
                   AT END MOVE 'YES' TO EOF-SWITCH
               END-READ
           END-IF.

           PERFORM APPLY-ONE-TRANSACTION
               UNTIL EOF-SWITCH = 'YES'.

           IF TRANS-FILE-STATUS IS NOT EQUAL TO '35'
               CLOSE MAINT-TRANS-FILE
           END-IF.

           IF HISTORY-CHANGED-SWITCH IS EQUAL TO 'YES'
               PERFORM REWRITE-COURSE-HISTORY
           END-IF.
           IF ID-ISSUED-SWITCH IS EQUAL TO 'YES'
               PERFORM SAVE-LAST-STUDENT-ID
           END-IF.

           MOVE APPLIED-COUNT TO TRAIL-APPLIED.
           MOVE REJECTED-COUNT TO TRAIL-REJECTED.
           MOVE AUDIT-TRAILER TO MAINT-AUDIT-OUT.
           WRITE MAINT-AUDIT-OUT.

           CLOSE MAINT-AUDIT-FILE
                 STUDENT-MASTER-FILE.

           DISPLAY 'STUDENT-MAINT COMPLETE - APPLIED ' APPLIED-COUNT
               ' REJECTED ' REJECTED-COUNT.
           STOP RUN.

      *routes one transaction to the paragraph for its action code and
      *rejects anything with a code we don't recognize
       APPLY-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN TRANS-IS-ADD
                   PERFORM APPLY-ADD
               WHEN TRANS-STUDENT-ID IS NOT NUMERIC
                   MOVE 'STUDENT ID NOT NUMERIC' TO AUDIT-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN TRANS-IS-NAME
                   PERFORM APPLY-NAME-CHANGE
               WHEN TRANS-IS-MAJOR
                   PERFORM APPLY-MAJOR-CHANGE
               WHEN TRANS-IS-WITHDRAW
                   PERFORM APPLY-WITHDRAW
               WHEN TRANS-IS-MOVE
                   PERFORM APPLY-HISTORY-MOVE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO AUDIT-DETAIL
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

           READ MAINT-TRANS-FILE
               AT END MOVE 'YES' TO EOF-SWITCH
           END-READ.

      *adds a new student - a zero or blank ID takes the next ID in
      *the series; a keyed ID already on the master is rejected
      *rather than silently overwriting it.  a second student with
      *the same name as one on file is an add like any other now
       APPLY-ADD.
           IF TRANS-NAME IS EQUAL TO SPACES
               MOVE 'NAME REQUIRED ON AN ADD' TO AUDIT-DETAIL
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF TRANS-STUDENT-ID IS NOT NUMERIC
                  OR TRANS-STUDENT-ID IS EQUAL TO ZERO
                   ADD 1 TO LAST-STUDENT-ID
                   MOVE LAST-STUDENT-ID TO TRANS-STUDENT-ID
                   MOVE 'YES' TO ID-ISSUED-SWITCH
               ELSE
                   IF TRANS-STUDENT-ID IS GREATER THAN LAST-STUDENT-ID
                       MOVE TRANS-STUDENT-ID TO LAST-STUDENT-ID
                       MOVE 'YES' TO ID-ISSUED-SWITCH
                   END-IF
               END-IF
               MOVE TRANS-STUDENT-ID TO STM-STUDENT-ID
               MOVE TRANS-NAME TO STM-NAME
               MOVE TRANS-MAJOR TO STM-MAJOR
               MOVE 'A' TO STM-STATUS
               MOVE RUN-DATE TO STM-STATUS-DATE
               MOVE ZERO TO STM-TERMS-ON-FILE STM-PRIOR-GPA
                            STM-PRIOR-CREDITS
               PERFORM VARYING INC-IDX FROM 1 BY 1 UNTIL INC-IDX > 3
                   MOVE SPACES TO STM-INC-COURSE(INC-IDX)
                   MOVE ZERO TO STM-INC-HOURS(INC-IDX)
               END-PERFORM
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE 'STUDENT ALREADY ON MASTER' TO AUDIT-DETAIL
                       PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                       MOVE 'ADDED   ' TO AUDIT-ACTION
                       PERFORM BUILD-MASTER-DETAIL
                       PERFORM WRITE-APPLIED-LINE
               END-WRITE
           END-IF.

      *a new name on the same ID - the old name goes to the audit
      *file first, and every archived attempt is relabeled so the
      *transcript prints the student's current name
       APPLY-NAME-CHANGE.
           EVALUATE TRUE
               WHEN TRANS-NAME IS EQUAL TO SPACES
                   MOVE 'NEW NAME IS BLANK' TO AUDIT-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN HISTORY-OVERFLOW-SWITCH IS EQUAL TO 'YES'
                   MOVE 'HISTORY TOO LARGE TO RELABEL' TO AUDIT-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE TRANS-STUDENT-ID TO STM-STUDENT-ID
                   READ STUDENT-MASTER-FILE
                       INVALID KEY
                           MOVE 'STUDENT NOT ON MASTER' TO AUDIT-DETAIL
                           PERFORM WRITE-REJECT-LINE
                       NOT INVALID KEY
                           MOVE 'WAS     ' TO AUDIT-ACTION
                           PERFORM BUILD-MASTER-DETAIL
                           PERFORM WRITE-OLD-VALUE-LINE
                           MOVE TRANS-NAME TO STM-NAME
                           REWRITE STUDENT-MASTER-RECORD
                           PERFORM RELABEL-HISTORY
                           MOVE 'RENAMED ' TO AUDIT-ACTION
                           MOVE TRANS-NAME TO RELABEL-NAME
                           MOVE HISTORY-ROWS-TOUCHED TO RELABEL-ROWS
                           MOVE RELABEL-DETAIL-WORK TO AUDIT-DETAIL
                           PERFORM WRITE-APPLIED-LINE
                   END-READ
           END-EVALUATE.

       RELABEL-HISTORY.
           MOVE ZERO TO HISTORY-ROWS-TOUCHED.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               IF HT-STUDENT-ID(HIST-IDX) = TRANS-STUDENT-ID
                   MOVE TRANS-NAME TO HT-NAME(HIST-IDX)
                   ADD 1 TO HISTORY-ROWS-TOUCHED
               END-IF
           END-PERFORM.
           IF HISTORY-ROWS-TOUCHED IS GREATER THAN ZERO
               MOVE 'YES' TO HISTORY-CHANGED-SWITCH
           END-IF.

       APPLY-MAJOR-CHANGE.
           IF TRANS-MAJOR IS EQUAL TO SPACES
               MOVE 'NEW MAJOR IS BLANK' TO AUDIT-DETAIL
               PERFORM WRITE-REJECT-LINE
           ELSE
               MOVE TRANS-STUDENT-ID TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE 'STUDENT NOT ON MASTER' TO AUDIT-DETAIL
                       PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                       MOVE 'WAS     ' TO AUDIT-ACTION
                       PERFORM BUILD-MASTER-DETAIL
                       PERFORM WRITE-OLD-VALUE-LINE
                       MOVE TRANS-MAJOR TO STM-MAJOR
                       REWRITE STUDENT-MASTER-RECORD
                       MOVE 'CHANGED ' TO AUDIT-ACTION
                       PERFORM BUILD-MASTER-DETAIL
                       PERFORM WRITE-APPLIED-LINE
               END-READ
           END-IF.

      *a withdrawn student stays on the master so the archive keeps
      *an owner - only the status and its date change
       APPLY-WITHDRAW.
           MOVE TRANS-STUDENT-ID TO STM-STUDENT-ID.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'STUDENT NOT ON MASTER' TO AUDIT-DETAIL
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   IF STM-IS-WITHDRAWN
                       MOVE 'STUDENT ALREADY WITHDRAWN' TO AUDIT-DETAIL
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       MOVE 'W' TO STM-STATUS
                       MOVE RUN-DATE TO STM-STATUS-DATE
                       REWRITE STUDENT-MASTER-RECORD
                       MOVE 'WITHDRAW' TO AUDIT-ACTION
                       PERFORM BUILD-MASTER-DETAIL
                       PERFORM WRITE-APPLIED-LINE
                   END-IF
           END-READ.

      *hands one term's attempts of a course (or the whole term when
      *no course is keyed) from one ID to another - how the
      *registrar splits two students the old name key had merged,
      *once the second student has been added with their own ID
       APPLY-HISTORY-MOVE.
           PERFORM CHECK-MOVE-ALLOWED.
           IF MOVE-OK-SWITCH IS EQUAL TO 'YES'
               MOVE ZERO TO HISTORY-ROWS-TOUCHED
               PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > HIST-COUNT
                   IF HT-STUDENT-ID(HIST-IDX) = TRANS-STUDENT-ID
                      AND HT-TERM(HIST-IDX) = TRANS-TERM
                      AND (TRANS-COURSE-ID IS EQUAL TO SPACES
                        OR HT-COURSE-ID(HIST-IDX) = TRANS-COURSE-ID)
                       MOVE TRANS-TO-STUDENT-ID
                           TO HT-STUDENT-ID(HIST-IDX)
                       MOVE MOVE-TO-NAME TO HT-NAME(HIST-IDX)
                       ADD 1 TO HISTORY-ROWS-TOUCHED
                   END-IF
               END-PERFORM
               IF HISTORY-ROWS-TOUCHED IS EQUAL TO ZERO
                   MOVE 'NO HISTORY ROWS MATCH' TO AUDIT-DETAIL
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   MOVE 'YES' TO HISTORY-CHANGED-SWITCH
                   MOVE 'MOVED   ' TO AUDIT-ACTION
                   MOVE TRANS-TERM TO MOVE-TERM
                   MOVE TRANS-COURSE-ID TO MOVE-COURSE
                   MOVE TRANS-TO-STUDENT-ID TO MOVE-TO-ID
                   MOVE HISTORY-ROWS-TOUCHED TO MOVE-ROWS
                   MOVE MOVE-DETAIL-WORK TO AUDIT-DETAIL
                   PERFORM WRITE-APPLIED-LINE
               END-IF
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      *both students have to be on the master, and the archive has
      *to fit in storage to be rewritten
       CHECK-MOVE-ALLOWED.
           MOVE 'YES' TO MOVE-OK-SWITCH.
           EVALUATE TRUE
               WHEN HISTORY-OVERFLOW-SWITCH IS EQUAL TO 'YES'
                   MOVE 'HISTORY TOO LARGE TO REWRITE' TO AUDIT-DETAIL
                   MOVE 'NO ' TO MOVE-OK-SWITCH
               WHEN TRANS-TERM IS NOT NUMERIC
                  OR TRANS-TO-STUDENT-ID IS NOT NUMERIC
                   MOVE 'TERM OR TO-STUDENT NOT NUMERIC'
                       TO AUDIT-DETAIL
                   MOVE 'NO ' TO MOVE-OK-SWITCH
               WHEN TRANS-TO-STUDENT-ID = TRANS-STUDENT-ID
                   MOVE 'MOVE TO THE SAME STUDENT' TO AUDIT-DETAIL
                   MOVE 'NO ' TO MOVE-OK-SWITCH
           END-EVALUATE.

           IF MOVE-OK-SWITCH IS EQUAL TO 'YES'
               MOVE TRANS-STUDENT-ID TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE 'STUDENT NOT ON MASTER' TO AUDIT-DETAIL
                       MOVE 'NO ' TO MOVE-OK-SWITCH
               END-READ
           END-IF.

           IF MOVE-OK-SWITCH IS EQUAL TO 'YES'
               MOVE TRANS-TO-STUDENT-ID TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE 'TO-STUDENT NOT ON MASTER' TO AUDIT-DETAIL
                       MOVE 'NO ' TO MOVE-OK-SWITCH
                   NOT INVALID KEY
                       MOVE STM-NAME TO MOVE-TO-NAME
               END-READ
           END-IF.

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

       LOAD-COURSE-HISTORY.
           OPEN INPUT COURSE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS = '00'
               MOVE SPACES TO HISTORY-EOF-SWITCH
               PERFORM LOAD-ONE-HISTORY-ROW
                   UNTIL HISTORY-EOF-SWITCH = 'YES'
               CLOSE COURSE-HISTORY-FILE
           END-IF.

       LOAD-ONE-HISTORY-ROW.
           READ COURSE-HISTORY-FILE
               AT END MOVE 'YES' TO HISTORY-EOF-SWITCH
               NOT AT END
                   IF HIST-COUNT IS LESS THAN 5000
                       ADD 1 TO HIST-COUNT
                       MOVE CH-STUDENT-ID
                           TO HT-STUDENT-ID(HIST-COUNT)
                       MOVE CH-NAME TO HT-NAME(HIST-COUNT)
                       MOVE CH-TERM TO HT-TERM(HIST-COUNT)
                       MOVE CH-COURSE-ID TO HT-COURSE-ID(HIST-COUNT)
                       MOVE CH-CREDIT-HOURS
                           TO HT-CREDIT-HOURS(HIST-COUNT)
                       MOVE CH-GRADE TO HT-GRADE(HIST-COUNT)
                   ELSE
                       MOVE 'YES' TO HISTORY-OVERFLOW-SWITCH
                   END-IF
           END-READ.

      *the archive goes back out whole, in its original order, with
      *the relabels and moves applied
       REWRITE-COURSE-HISTORY.
           OPEN OUTPUT COURSE-HISTORY-FILE.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
               UNTIL HIST-IDX > HIST-COUNT
               MOVE HT-STUDENT-ID(HIST-IDX) TO CH-STUDENT-ID
               MOVE HT-NAME(HIST-IDX) TO CH-NAME
               MOVE HT-TERM(HIST-IDX) TO CH-TERM
               MOVE HT-COURSE-ID(HIST-IDX) TO CH-COURSE-ID
               MOVE HT-CREDIT-HOURS(HIST-IDX) TO CH-CREDIT-HOURS
               MOVE HT-GRADE(HIST-IDX) TO CH-GRADE
               WRITE COURSE-HISTORY-RECORD
           END-PERFORM.
           CLOSE COURSE-HISTORY-FILE.

      *one-line image of the master row for the audit file
       BUILD-MASTER-DETAIL.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING STM-NAME            DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  STM-MAJOR           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  STM-STATUS          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  STM-STATUS-DATE     DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.

       WRITE-APPLIED-LINE.
           MOVE TRANS-STUDENT-ID TO AUDIT-STUDENT-ID.
           MOVE AUDIT-LINE TO MAINT-AUDIT-OUT.
           WRITE MAINT-AUDIT-OUT.
           ADD 1 TO APPLIED-COUNT.

      *the WAS line that precedes a change - carries the values
      *being replaced, and counts toward neither total
       WRITE-OLD-VALUE-LINE.
           MOVE TRANS-STUDENT-ID TO AUDIT-STUDENT-ID.
           MOVE AUDIT-LINE TO MAINT-AUDIT-OUT.
           WRITE MAINT-AUDIT-OUT.

       WRITE-REJECT-LINE.
           MOVE 'REJECTED' TO AUDIT-ACTION.
           IF TRANS-STUDENT-ID IS NUMERIC
               MOVE TRANS-STUDENT-ID TO AUDIT-STUDENT-ID
           ELSE
               MOVE ZERO TO AUDIT-STUDENT-ID
           END-IF.
           MOVE AUDIT-LINE TO MAINT-AUDIT-OUT.
           WRITE MAINT-AUDIT-OUT.
           ADD 1 TO REJECTED-COUNT.

       END PROGRAM STUDENT-MAINT.
