      ******************************************************************
      * Author: Caleb Ruby
      * Date: 10/15/26
      * Purpose: bill each student's term off the course records
      *          SENIOR archived for it - tuition per credit hour with
      *          a full-time flat band, the catalog's lab fee for each
      *          course and the major's program fee, all rated from
      *          feeparam.txt - onto the student account master, then
      *          post payments, aid and scholarship credits and refunds
      *          for courses dropped inside the refund window.  prints
      *          a statement for every student with activity and the
      *          receivables aged by term, and flags the accounts over
      *          the hold threshold for SENIOR's registrar extract
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BURSAR-BILLING.
       AUTHOR.           CALEB R. & GROUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *one rate per line, told apart by the type in column one
           SELECT FEE-PARAM-FILE ASSIGN TO 'feeparam.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-PARAM-STATUS.
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
      *the last term SENIOR accepted, and the last term billed here -
      *a term is billed once, however many nights the run repeats
           SELECT SENIOR-CONTROL-FILE ASSIGN TO 'batchctl-senior.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SENIOR-CONTROL-STATUS.
           SELECT BURSAR-CONTROL-FILE ASSIGN TO 'batchctl-bursar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BURSAR-CONTROL-STATUS.
      *the bursar office's payments, aid awards and course drops
           SELECT BURSAR-TRANS-FILE ASSIGN TO 'bursar-trans.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'bursar-register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE ASSIGN TO 'term-statements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO 'student-aging.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *'T' tuition - rate per credit hour, the full-time band and its
      *flat rate; 'M' a major's program fee; 'R' the term's first
      *day and how many days after it a drop is still refunded; 'H'
      *the balance over which registration is held
       FD  FEE-PARAM-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS FEE-PARAM-RECORD.
       01  FEE-PARAM-RECORD.
           05  FP-TYPE             PIC X(1).
               88  FP-IS-TUITION       VALUE 'T'.
               88  FP-IS-PROGRAM-FEE   VALUE 'M'.
               88  FP-IS-REFUND        VALUE 'R'.
               88  FP-IS-HOLD          VALUE 'H'.
           05  FILLER              PIC X(29).
       01  FP-TUITION-RECORD.
           05  FILLER              PIC X(1).
           05  FP-HOUR-RATE        PIC 9(4)V99.
           05  FP-FT-MIN-HOURS     PIC 9(2).
           05  FP-FT-MAX-HOURS     PIC 9(2).
           05  FP-FLAT-RATE        PIC 9(5)V99.
           05  FILLER              PIC X(12).
       01  FP-PROGRAM-FEE-RECORD.
           05  FILLER              PIC X(1).
           05  FP-MAJOR            PIC X(15).
           05  FP-PROGRAM-FEE      PIC 9(5)V99.
           05  FILLER              PIC X(7).
       01  FP-REFUND-RECORD.
           05  FILLER              PIC X(1).
           05  FP-TERM-START       PIC 9(6).
           05  FP-REFUND-DAYS      PIC 9(3).
           05  FILLER              PIC X(20).
       01  FP-HOLD-RECORD.
           05  FILLER              PIC X(1).
           05  FP-HOLD-THRESHOLD   PIC 9(5)V99.
           05  FILLER              PIC X(22).

      *the catalog as SENIOR reads it, with the lab fee per course
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

       FD  SENIOR-CONTROL-FILE
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS SENIOR-CONTROL-RECORD.
       01  SENIOR-CONTROL-RECORD   PIC 9(4).

       FD  BURSAR-CONTROL-FILE
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS BURSAR-CONTROL-RECORD.
       01  BURSAR-CONTROL-RECORD   PIC 9(4).

      *'P' payment, 'A' aid or scholarship credit, 'D' course drop -
      *a drop carries the course and its date instead of an amount
       FD  BURSAR-TRANS-FILE
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS BURSAR-TRANS-RECORD.
       01  BURSAR-TRANS-RECORD.
           05  BT-TYPE             PIC X(1).
               88  BT-IS-PAYMENT       VALUE 'P'.
               88  BT-IS-AID           VALUE 'A'.
               88  BT-IS-DROP          VALUE 'D'.
           05  BT-STUDENT-ID       PIC 9(7).
           05  BT-DATE             PIC 9(6).
           05  BT-AMOUNT           PIC 9(5)V99.
           05  BT-COURSE-ID        PIC X(8).
           05  BT-REFERENCE        PIC X(10).

       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REGISTER-OUT.
       01  REGISTER-OUT            PIC X(80).

       FD  STATEMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STATEMENT-OUT.
       01  STATEMENT-OUT           PIC X(80).

       FD  AGING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AGING-OUT.
       01  AGING-OUT               PIC X(80).

       WORKING-STORAGE SECTION.
       01  FEE-PARAM-STATUS        PIC XX.
       01  CATALOG-FILE-STATUS     PIC XX.
       01  HISTORY-FILE-STATUS     PIC XX.
       01  STM-FILE-STATUS         PIC XX.
       01  SA-FILE-STATUS          PIC XX.
       01  SENIOR-CONTROL-STATUS   PIC XX.
       01  BURSAR-CONTROL-STATUS   PIC XX.
       01  TRANS-FILE-STATUS       PIC XX.
       01  PARAM-EOF-SWITCH        PIC XXX.
       01  CATALOG-EOF-SWITCH      PIC XXX.
       01  HISTORY-EOF-SWITCH      PIC XXX.
       01  TRANS-EOF-SWITCH        PIC XXX.
       01  TRANS-POSTED-SWITCH     PIC XXX   VALUE 'NO '.
       01  ACCOUNT-EOF-SWITCH      PIC XXX.
       01  RUN-DATE                PIC 9(6).

      *the rates - a run without a 'T' line posts the office's
      *transactions but bills no term, rather than bill at zero
       01  TUITION-PARAM-SWITCH    PIC XXX   VALUE 'NO '.
       01  HOUR-RATE               PIC 9(4)V99.
       01  FT-MIN-HOURS            PIC 9(2).
       01  FT-MAX-HOURS            PIC 9(2).
       01  FLAT-RATE               PIC 9(5)V99.
       01  REFUND-PARAM-SWITCH     PIC XXX   VALUE 'NO '.
       01  TERM-START-DATE         PIC 9(6).
       01  REFUND-DAYS             PIC 9(3).
       01  HOLD-PARAM-SWITCH       PIC XXX   VALUE 'NO '.
       01  HOLD-THRESHOLD          PIC 9(5)V99.

       01  PROGRAM-FEE-COUNT       PIC 99    VALUE ZERO.
       01  PROGRAM-FEE-IDX         PIC 99.
       01  PROGRAM-FEE-TABLE.
           05  PROGRAM-FEE-ENTRY OCCURS 50 TIMES.
               10  PF-MAJOR        PIC X(15).
               10  PF-FEE          PIC 9(5)V99.

       01  CATALOG-COUNT           PIC 9(3)  VALUE ZERO.
       01  CATALOG-IDX             PIC 9(3).
       01  CATALOG-FOUND-IDX       PIC 9(3).
       01  COURSE-CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 200 TIMES.
               10  CAT-T-COURSE-ID PIC X(8).
               10  CAT-T-HOURS     PIC 9(2).
               10  CAT-T-LAB-FEE   PIC 9(3)V99.

      *day numbers for the refund window, built the way the electric
      *system's notice aging builds them
       01  DATE-8-WORK.
           05  FILLER              PIC 9(2)  VALUE 20.
           05  DATE-8-YY           PIC 9(2).
           05  DATE-8-MM           PIC 9(2).
           05  DATE-8-DD           PIC 9(2).
       01  DATE-8-NUM REDEFINES DATE-8-WORK  PIC 9(8).
       01  TERM-START-DAY-NUMBER   PIC 9(7).
       01  DROP-DAY-NUMBER         PIC 9(7).
       01  DAYS-INTO-TERM          PIC S9(5).

      *which term this run works - the term SENIOR last accepted when
      *it has not been billed yet, otherwise the last term billed,
      *which is the one a drop is refunded against
       01  SENIOR-LAST-TERM        PIC 9(4)  VALUE ZERO.
       01  LAST-TERM-BILLED        PIC 9(4)  VALUE ZERO.
       01  WORK-TERM               PIC 9(4)  VALUE ZERO.
       01  BILL-THIS-RUN-SWITCH    PIC XXX   VALUE 'NO '.

      *the work term's course records - a course keyed twice for the
      *same student in the term is billed once, and a record is
      *marked billed once its student's bill has been made
       01  TB-COUNT                PIC 9(4)  VALUE ZERO.
       01  TB-IDX                  PIC 9(4).
       01  TB-SCAN-IDX             PIC 9(4).
       01  TERM-COURSE-TABLE.
           05  TB-ENTRY OCCURS 5000 TIMES.
               10  TB-STUDENT-ID   PIC 9(7).
               10  TB-COURSE-ID    PIC X(8).
               10  TB-HOURS        PIC 9(2).
               10  TB-REPEAT-FLAG  PIC X(1).
               10  TB-BILLED-FLAG  PIC X(1).

      *the student being billed
       01  BILL-STUDENT-ID         PIC 9(7).
       01  BILL-HOURS              PIC 9(3).
       01  BILL-TOTAL              PIC S9(7)V99.
       01  ACCOUNT-FOUND-SWITCH    PIC XXX.
       01  MASTER-FOUND-SWITCH     PIC XXX.
       01  DROP-IDX                PIC 9.
       01  DROP-FOUND-SWITCH       PIC XXX.
       01  DROP-SLOT               PIC 9.

      *tuition for TUITION-HOURS under the full-time band
       01  TUITION-HOURS           PIC 9(3).
       01  TUITION-AMOUNT          PIC 9(6)V99.
       01  TUITION-BEFORE          PIC 9(6)V99.

       01  ACCOUNT-TOTAL           PIC S9(8)V99.
       01  CREDIT-REMAINING        PIC S9(7)V99.
       01  CHARGE-AMOUNT           PIC S9(7)V99.
       01  CHARGE-DESCRIPTION      PIC X(24).
       01  REJECT-REASON           PIC X(30).

      *every charge and credit posted this run, by student, held for
      *the statements printed at the end
       01  STMT-COUNT              PIC 9(4)  VALUE ZERO.
       01  STMT-IDX                PIC 9(4).
       01  STMT-FOUND-IDX          PIC 9(4).
       01  STATEMENT-TABLE.
           05  STMT-ENTRY OCCURS 3000 TIMES.
               10  STMT-STUDENT-ID PIC 9(7).
               10  STMT-NAME       PIC X(25).
               10  STMT-BAL-FORWARD PIC S9(8)V99.
       01  ACT-COUNT               PIC 9(5)  VALUE ZERO.
       01  ACT-IDX                 PIC 9(5).
       01  ACTIVITY-TABLE.
           05  ACT-ENTRY OCCURS 20000 TIMES.
               10  ACT-STMT-IDX    PIC 9(4).
               10  ACT-DESCRIPTION PIC X(24).
               10  ACT-AMOUNT      PIC S9(7)V99.

       01  BILLED-COUNT            PIC 9(5)  VALUE ZERO.
       01  POSTED-COUNT            PIC 9(5)  VALUE ZERO.
       01  REJECTED-COUNT          PIC 9(5)  VALUE ZERO.
       01  HOLD-COUNT              PIC 9(5)  VALUE ZERO.
       01  BILLED-TOTAL            PIC S9(9)V99 VALUE ZERO.
       01  CREDITED-TOTAL          PIC S9(9)V99 VALUE ZERO.

       01  AGING-TOTALS.
           05  AGE-ALL-CURRENT     PIC S9(9)V99.
           05  AGE-ALL-ONE         PIC S9(9)V99.
           05  AGE-ALL-TWO         PIC S9(9)V99.
           05  AGE-ALL-OLDER       PIC S9(9)V99.
           05  AGE-ALL-TOTAL       PIC S9(9)V99.

       01  REGISTER-HEADING.
           05  FILLER              PIC X(26)
               VALUE 'BURSAR POSTING REGISTER - '.
           05  REG-HEAD-DATE       PIC 9(6).
           05  FILLER              PIC X(6)  VALUE ' TERM '.
           05  REG-HEAD-TERM       PIC 9(4).

       01  REGISTER-LINE.
           05  REG-ACTION          PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  REG-STUDENT-ID      PIC 9(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  REG-DETAIL          PIC X(30).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  REG-AMOUNT          PIC Z(6)9.99-.

       01  REGISTER-TRAILER.
           05  FILLER              PIC X(15) VALUE '*** TRAILER ***'.
           05  FILLER              PIC X(8)  VALUE ' BILLED '.
           05  TRAIL-BILLED        PIC Z(4)9.
           05  FILLER              PIC X(8)  VALUE ' POSTED '.
           05  TRAIL-POSTED        PIC Z(4)9.
           05  FILLER              PIC X(10) VALUE ' REJECTED '.
           05  TRAIL-REJECTED      PIC Z(4)9.
           05  FILLER              PIC X(7)  VALUE ' HOLDS '.
           05  TRAIL-HOLDS         PIC Z(4)9.

       01  STATEMENT-TITLE.
           05  FILLER              PIC X(25)
               VALUE 'TERM BILLING STATEMENT - '.
           05  STMT-PRINT-ID       PIC 9(7).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  STMT-PRINT-NAME     PIC X(25).
           05  FILLER              PIC X(6)  VALUE ' TERM '.
           05  STMT-PRINT-TERM     PIC 9(4).

       01  STATEMENT-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  STMT-PRINT-DESC     PIC X(24).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  STMT-PRINT-AMOUNT   PIC Z(7)9.99-.

       01  STATEMENT-HOLD-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  FILLER              PIC X(34)
               VALUE 'REGISTRATION HOLD - BALANCE OVER '.
           05  STMT-PRINT-THRESHOLD PIC Z(4)9.99.

       01  AGING-TITLE.
           05  FILLER              PIC X(35)
               VALUE 'STUDENT RECEIVABLES AGED BY TERM - '.
           05  AGING-HEAD-DATE     PIC 9(6).

       01  AGING-HEADING           PIC X(80) VALUE
           'STUDENT     CURRENT     1 TERM    2 TERMS   3+ TERMS
      -    '      TOTAL HOLD'.

       01  AGING-LINE.
           05  AGE-PRINT-ID        PIC X(7).
           05  AGE-PRINT-CURRENT   PIC Z(6)9.99-.
           05  AGE-PRINT-ONE       PIC Z(6)9.99-.
           05  AGE-PRINT-TWO       PIC Z(6)9.99-.
           05  AGE-PRINT-OLDER     PIC Z(6)9.99-.
           05  AGE-PRINT-TOTAL     PIC Z(7)9.99-.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AGE-PRINT-HOLD      PIC X(4).

       PROCEDURE DIVISION.
       PREPARE-TERM-BILLING.
           ACCEPT RUN-DATE FROM DATE.

           PERFORM READ-FEE-PARAMS.
           PERFORM READ-COURSE-CATALOG.
           PERFORM LOAD-TERM-CONTROLS.

      *the account master may not exist yet on the very first run -
      *create it empty the same way SENIOR bootstraps its master
           OPEN I-O STUDENT-ACCOUNT-FILE.
           IF SA-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT STUDENT-ACCOUNT-FILE
               CLOSE STUDENT-ACCOUNT-FILE
               OPEN I-O STUDENT-ACCOUNT-FILE
           END-IF.
           OPEN INPUT STUDENT-MASTER-FILE.

           OPEN OUTPUT REGISTER-FILE.
           MOVE RUN-DATE TO REG-HEAD-DATE.
           MOVE WORK-TERM TO REG-HEAD-TERM.
           MOVE REGISTER-HEADING TO REGISTER-OUT.
           WRITE REGISTER-OUT.

           PERFORM LOAD-TERM-COURSES.

           IF BILL-THIS-RUN-SWITCH IS EQUAL TO 'YES'
               PERFORM AGE-ALL-ACCOUNTS
               PERFORM BILL-TERM
           END-IF.

           PERFORM POST-TRANSACTIONS.
           PERFORM WRITE-AGING-REPORT.
           PERFORM WRITE-STATEMENTS.

           MOVE BILLED-COUNT TO TRAIL-BILLED.
           MOVE POSTED-COUNT TO TRAIL-POSTED.
           MOVE REJECTED-COUNT TO TRAIL-REJECTED.
           MOVE HOLD-COUNT TO TRAIL-HOLDS.
           MOVE REGISTER-TRAILER TO REGISTER-OUT.
           WRITE REGISTER-OUT.

           IF STM-FILE-STATUS IS NOT EQUAL TO '35'
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           CLOSE STUDENT-ACCOUNT-FILE
                 REGISTER-FILE.

      *the term only counts as billed once the run has finished, so
      *a failed run bills it again instead of skipping it
           IF BILL-THIS-RUN-SWITCH IS EQUAL TO 'YES'
               MOVE WORK-TERM TO BURSAR-CONTROL-RECORD
               OPEN OUTPUT BURSAR-CONTROL-FILE
               WRITE BURSAR-CONTROL-RECORD
               CLOSE BURSAR-CONTROL-FILE
           END-IF.

      *the posted transactions are emptied in place once the run has
      *finished, the way payroll consumes offcycle.txt, so the next
      *run does not post the same payments and drops again
           IF TRANS-POSTED-SWITCH IS EQUAL TO 'YES'
               OPEN OUTPUT BURSAR-TRANS-FILE
               CLOSE BURSAR-TRANS-FILE
           END-IF.

           DISPLAY 'BURSAR BILLING COMPLETE - TERM ' WORK-TERM
               ' BILLED ' BILLED-COUNT ' POSTED ' POSTED-COUNT
               ' REJECTED ' REJECTED-COUNT ' HOLDS ' HOLD-COUNT.
           STOP RUN.

      *loads the rates; each type of line is optional, and whatever
      *is missing stands its part of the run down with a message
       READ-FEE-PARAMS.
           OPEN INPUT FEE-PARAM-FILE.
           IF FEE-PARAM-STATUS = '00'
               MOVE SPACES TO PARAM-EOF-SWITCH
               PERFORM LOAD-ONE-FEE-PARAM
                   UNTIL PARAM-EOF-SWITCH = 'YES'
               CLOSE FEE-PARAM-FILE
           END-IF.
           IF TUITION-PARAM-SWITCH IS NOT EQUAL TO 'YES'
               DISPLAY 'NO TUITION RATES ON FEEPARAM - TERM NOT BILLED'
           END-IF.
           IF REFUND-PARAM-SWITCH IS NOT EQUAL TO 'YES'
               DISPLAY 'NO REFUND WINDOW ON FEEPARAM - DROPS NOT '
                   'REFUNDED'
           END-IF.
           IF HOLD-PARAM-SWITCH IS NOT EQUAL TO 'YES'
               DISPLAY 'NO HOLD THRESHOLD ON FEEPARAM - NO HOLDS SET'
           END-IF.

       LOAD-ONE-FEE-PARAM.
           READ FEE-PARAM-FILE
               AT END MOVE 'YES' TO PARAM-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN FP-IS-TUITION
                           MOVE FP-HOUR-RATE TO HOUR-RATE
                           MOVE FP-FT-MIN-HOURS TO FT-MIN-HOURS
                           MOVE FP-FT-MAX-HOURS TO FT-MAX-HOURS
                           MOVE FP-FLAT-RATE TO FLAT-RATE
                           MOVE 'YES' TO TUITION-PARAM-SWITCH
                       WHEN FP-IS-PROGRAM-FEE
                           IF PROGRAM-FEE-COUNT IS LESS THAN 50
                               ADD 1 TO PROGRAM-FEE-COUNT
                               MOVE FP-MAJOR
                                   TO PF-MAJOR(PROGRAM-FEE-COUNT)
                               MOVE FP-PROGRAM-FEE
                                   TO PF-FEE(PROGRAM-FEE-COUNT)
                           END-IF
                       WHEN FP-IS-REFUND
                           MOVE FP-TERM-START TO TERM-START-DATE
                           MOVE FP-REFUND-DAYS TO REFUND-DAYS
                           MOVE TERM-START-DATE(1:2) TO DATE-8-YY
                           MOVE TERM-START-DATE(3:2) TO DATE-8-MM
                           MOVE TERM-START-DATE(5:2) TO DATE-8-DD
                           COMPUTE TERM-START-DAY-NUMBER =
                               FUNCTION INTEGER-OF-DATE(DATE-8-NUM)
                           MOVE 'YES' TO REFUND-PARAM-SWITCH
                       WHEN FP-IS-HOLD
                           MOVE FP-HOLD-THRESHOLD TO HOLD-THRESHOLD
                           MOVE 'YES' TO HOLD-PARAM-SWITCH
                   END-EVALUATE
           END-READ.

       READ-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF CATALOG-FILE-STATUS = '00'
               MOVE SPACES TO CATALOG-EOF-SWITCH
               PERFORM LOAD-CATALOG-ENTRY
                   UNTIL CATALOG-EOF-SWITCH = 'YES'
               CLOSE COURSE-CATALOG-FILE
           ELSE
               DISPLAY 'NO COURSE CATALOG - NO LAB FEES BILLED'
           END-IF.

       LOAD-CATALOG-ENTRY.
           READ COURSE-CATALOG-FILE
               AT END MOVE 'YES' TO CATALOG-EOF-SWITCH
               NOT AT END
                   IF CATALOG-COUNT IS LESS THAN 200
                       ADD 1 TO CATALOG-COUNT
                       MOVE CAT-COURSE-ID
                           TO CAT-T-COURSE-ID(CATALOG-COUNT)
                       MOVE CAT-CREDIT-HOURS
                           TO CAT-T-HOURS(CATALOG-COUNT)
                       IF CAT-LAB-FEE IS NUMERIC
                           MOVE CAT-LAB-FEE
                               TO CAT-T-LAB-FEE(CATALOG-COUNT)
                       ELSE
                           MOVE ZERO TO CAT-T-LAB-FEE(CATALOG-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *a term SENIOR has accepted that has not been billed yet is
      *billed this run; otherwise only the office's transactions post
       LOAD-TERM-CONTROLS.
           OPEN INPUT SENIOR-CONTROL-FILE.
           IF SENIOR-CONTROL-STATUS = '00'
               READ SENIOR-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SENIOR-CONTROL-RECORD TO SENIOR-LAST-TERM
               END-READ
               CLOSE SENIOR-CONTROL-FILE
           END-IF.

           OPEN INPUT BURSAR-CONTROL-FILE.
           IF BURSAR-CONTROL-STATUS = '00'
               READ BURSAR-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE BURSAR-CONTROL-RECORD TO LAST-TERM-BILLED
               END-READ
               CLOSE BURSAR-CONTROL-FILE
           END-IF.

           IF SENIOR-LAST-TERM IS GREATER THAN LAST-TERM-BILLED
              AND TUITION-PARAM-SWITCH IS EQUAL TO 'YES'
               MOVE SENIOR-LAST-TERM TO WORK-TERM
               MOVE 'YES' TO BILL-THIS-RUN-SWITCH
           ELSE
               MOVE LAST-TERM-BILLED TO WORK-TERM
               DISPLAY 'NO NEW TERM TO BILL - LAST BILLED '
                   LAST-TERM-BILLED
           END-IF.

      *the work term's course records out of the archive, repeats
      *of a course within the term marked so they bill only once
       LOAD-TERM-COURSES.
           OPEN INPUT COURSE-HISTORY-FILE.
           IF HISTORY-FILE-STATUS = '00'
               MOVE SPACES TO HISTORY-EOF-SWITCH
               PERFORM LOAD-ONE-TERM-COURSE
                   UNTIL HISTORY-EOF-SWITCH = 'YES'
               CLOSE COURSE-HISTORY-FILE
           END-IF.

       LOAD-ONE-TERM-COURSE.
           READ COURSE-HISTORY-FILE
               AT END MOVE 'YES' TO HISTORY-EOF-SWITCH
               NOT AT END
                   IF CH-TERM = WORK-TERM
                      AND TB-COUNT IS LESS THAN 5000
                       ADD 1 TO TB-COUNT
                       MOVE CH-STUDENT-ID TO TB-STUDENT-ID(TB-COUNT)
                       MOVE CH-COURSE-ID TO TB-COURSE-ID(TB-COUNT)
                       MOVE CH-CREDIT-HOURS TO TB-HOURS(TB-COUNT)
                       MOVE 'N' TO TB-REPEAT-FLAG(TB-COUNT)
                       MOVE 'N' TO TB-BILLED-FLAG(TB-COUNT)
                       PERFORM VARYING TB-SCAN-IDX FROM 1 BY 1
                           UNTIL TB-SCAN-IDX NOT LESS THAN TB-COUNT
                           IF TB-STUDENT-ID(TB-SCAN-IDX)
                               = CH-STUDENT-ID
                              AND TB-COURSE-ID(TB-SCAN-IDX)
                               = CH-COURSE-ID
                               MOVE 'Y' TO TB-REPEAT-FLAG(TB-COUNT)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

      *a new term pushes every balance back a bucket before the
      *term's charges land - a credit stays current rather than age.
      *an account already aged for this term is left alone, so a
      *rerun after a failed billing run does not age it twice
       AGE-ALL-ACCOUNTS.
           MOVE SPACES TO ACCOUNT-EOF-SWITCH.
           MOVE ZERO TO SA-STUDENT-ID.
           START STUDENT-ACCOUNT-FILE
               KEY IS GREATER THAN SA-STUDENT-ID
               INVALID KEY MOVE 'YES' TO ACCOUNT-EOF-SWITCH
           END-START.
           PERFORM AGE-ONE-ACCOUNT
               UNTIL ACCOUNT-EOF-SWITCH = 'YES'.

       AGE-ONE-ACCOUNT.
           READ STUDENT-ACCOUNT-FILE NEXT RECORD
               AT END MOVE 'YES' TO ACCOUNT-EOF-SWITCH
               NOT AT END
                   IF SA-LAST-TERM-AGED IS NOT EQUAL TO WORK-TERM
                       ADD SA-TWO-TERMS TO SA-OLDER
                       MOVE SA-ONE-TERM TO SA-TWO-TERMS
                       IF SA-CURRENT IS GREATER THAN ZERO
                           MOVE SA-CURRENT TO SA-ONE-TERM
                           MOVE ZERO TO SA-CURRENT
                       ELSE
                           MOVE ZERO TO SA-ONE-TERM
                       END-IF
                       MOVE WORK-TERM TO SA-LAST-TERM-AGED
                       REWRITE STUDENT-ACCOUNT-RECORD
                   END-IF
           END-READ.

      *one bill per student - the first record not yet billed names
      *the next student, whose courses are gathered from the whole
      *table, since a course added late sits apart from the rest in
      *the archive; every one of them is then marked billed
       BILL-TERM.
           PERFORM VARYING TB-IDX FROM 1 BY 1 UNTIL TB-IDX > TB-COUNT
               IF TB-BILLED-FLAG(TB-IDX) = 'N'
                   MOVE TB-STUDENT-ID(TB-IDX) TO BILL-STUDENT-ID
                   PERFORM BILL-ONE-STUDENT
                   PERFORM VARYING TB-SCAN-IDX FROM TB-IDX BY 1
                       UNTIL TB-SCAN-IDX > TB-COUNT
                       IF TB-STUDENT-ID(TB-SCAN-IDX) = BILL-STUDENT-ID
                           MOVE 'Y' TO TB-BILLED-FLAG(TB-SCAN-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *tuition on the term's hours, a lab fee for each course that
      *carries one, and the program fee for the student's major
       BILL-ONE-STUDENT.
           PERFORM FETCH-ACCOUNT.
           IF ACCOUNT-FOUND-SWITCH IS EQUAL TO 'YES'
              AND SA-LAST-TERM-BILLED = WORK-TERM
               DISPLAY 'STUDENT ' BILL-STUDENT-ID
                   ' ALREADY BILLED FOR TERM ' WORK-TERM
           ELSE
               PERFORM START-STATEMENT
               MOVE ZERO TO BILL-HOURS BILL-TOTAL
               PERFORM VARYING TB-SCAN-IDX FROM 1 BY 1
                   UNTIL TB-SCAN-IDX > TB-COUNT
                   IF TB-STUDENT-ID(TB-SCAN-IDX) = BILL-STUDENT-ID
                      AND TB-REPEAT-FLAG(TB-SCAN-IDX) = 'N'
                       ADD TB-HOURS(TB-SCAN-IDX) TO BILL-HOURS
                   END-IF
               END-PERFORM

               MOVE BILL-HOURS TO TUITION-HOURS
               PERFORM COMPUTE-TUITION
               MOVE TUITION-AMOUNT TO CHARGE-AMOUNT
               MOVE SPACES TO CHARGE-DESCRIPTION
               STRING 'TUITION '        DELIMITED BY SIZE
                      BILL-HOURS        DELIMITED BY SIZE
                      ' HOURS'          DELIMITED BY SIZE
                      INTO CHARGE-DESCRIPTION
               END-STRING
               PERFORM ADD-TERM-CHARGE

               PERFORM VARYING TB-SCAN-IDX FROM 1 BY 1
                   UNTIL TB-SCAN-IDX > TB-COUNT
                   IF TB-STUDENT-ID(TB-SCAN-IDX) = BILL-STUDENT-ID
                      AND TB-REPEAT-FLAG(TB-SCAN-IDX) = 'N'
                       PERFORM CHARGE-LAB-FEE
                   END-IF
               END-PERFORM

               IF MASTER-FOUND-SWITCH IS EQUAL TO 'YES'
                   PERFORM VARYING PROGRAM-FEE-IDX FROM 1 BY 1
                       UNTIL PROGRAM-FEE-IDX > PROGRAM-FEE-COUNT
                       IF PF-MAJOR(PROGRAM-FEE-IDX) = STM-MAJOR
                          AND PF-FEE(PROGRAM-FEE-IDX) > ZERO
                           MOVE PF-FEE(PROGRAM-FEE-IDX)
                               TO CHARGE-AMOUNT
                           MOVE 'PROGRAM FEE' TO CHARGE-DESCRIPTION
                           PERFORM ADD-TERM-CHARGE
                       END-IF
                   END-PERFORM
               END-IF

               ADD BILL-TOTAL TO SA-CURRENT
               MOVE WORK-TERM TO SA-LAST-TERM-BILLED
               MOVE BILL-HOURS TO SA-BILLED-HOURS
               PERFORM VARYING DROP-IDX FROM 1 BY 1 UNTIL DROP-IDX > 6
                   MOVE SPACES TO SA-DROPPED-COURSE(DROP-IDX)
               END-PERFORM
               PERFORM SAVE-ACCOUNT

               MOVE 'BILLED  ' TO REG-ACTION
               MOVE BILL-STUDENT-ID TO REG-STUDENT-ID
               IF MASTER-FOUND-SWITCH IS EQUAL TO 'YES'
                   MOVE STM-NAME TO REG-DETAIL
               ELSE
                   MOVE SPACES TO REG-DETAIL
               END-IF
               MOVE BILL-TOTAL TO REG-AMOUNT
               MOVE REGISTER-LINE TO REGISTER-OUT
               WRITE REGISTER-OUT
               ADD 1 TO BILLED-COUNT
               ADD BILL-TOTAL TO BILLED-TOTAL
           END-IF.

       CHARGE-LAB-FEE.
           MOVE ZERO TO CATALOG-FOUND-IDX.
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
               UNTIL CATALOG-IDX > CATALOG-COUNT
               IF CAT-T-COURSE-ID(CATALOG-IDX)
                   = TB-COURSE-ID(TB-SCAN-IDX)
                   MOVE CATALOG-IDX TO CATALOG-FOUND-IDX
               END-IF
           END-PERFORM.
           IF CATALOG-FOUND-IDX IS GREATER THAN ZERO
               IF CAT-T-LAB-FEE(CATALOG-FOUND-IDX) IS GREATER THAN ZERO
                   MOVE CAT-T-LAB-FEE(CATALOG-FOUND-IDX)
                       TO CHARGE-AMOUNT
                   MOVE SPACES TO CHARGE-DESCRIPTION
                   STRING 'LAB FEE '                DELIMITED BY SIZE
                          TB-COURSE-ID(TB-SCAN-IDX) DELIMITED BY SIZE
                          INTO CHARGE-DESCRIPTION
                   END-STRING
                   PERFORM ADD-TERM-CHARGE
               END-IF
           END-IF.

       ADD-TERM-CHARGE.
           ADD CHARGE-AMOUNT TO BILL-TOTAL.
           PERFORM ADD-ACTIVITY-LINE.

      *below the band each hour is charged; inside it the flat rate
      *covers every hour; above it the extra hours are charged on top
       COMPUTE-TUITION.
           EVALUATE TRUE
               WHEN TUITION-HOURS IS LESS THAN FT-MIN-HOURS
                   COMPUTE TUITION-AMOUNT = TUITION-HOURS * HOUR-RATE
               WHEN TUITION-HOURS NOT GREATER THAN FT-MAX-HOURS
                   MOVE FLAT-RATE TO TUITION-AMOUNT
               WHEN OTHER
                   COMPUTE TUITION-AMOUNT = FLAT-RATE +
                       ((TUITION-HOURS - FT-MAX-HOURS) * HOUR-RATE)
           END-EVALUATE.

      *reads the student's account, or starts an empty one - a new
      *account has nothing to age for the run's term, so it counts
      *as aged already; the student master supplies the name and
      *major when it is there
       FETCH-ACCOUNT.
           MOVE BILL-STUDENT-ID TO SA-STUDENT-ID.
           READ STUDENT-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'NO ' TO ACCOUNT-FOUND-SWITCH
                   MOVE BILL-STUDENT-ID TO SA-STUDENT-ID
                   MOVE ZERO TO SA-CURRENT SA-ONE-TERM SA-TWO-TERMS
                                SA-OLDER SA-LAST-TERM-BILLED
                                SA-BILLED-HOURS
                   PERFORM VARYING DROP-IDX FROM 1 BY 1
                       UNTIL DROP-IDX > 6
                       MOVE SPACES TO SA-DROPPED-COURSE(DROP-IDX)
                   END-PERFORM
                   MOVE 'N' TO SA-HOLD-FLAG
                   MOVE WORK-TERM TO SA-LAST-TERM-AGED
               NOT INVALID KEY
                   MOVE 'YES' TO ACCOUNT-FOUND-SWITCH
           END-READ.

           MOVE 'NO ' TO MASTER-FOUND-SWITCH.
           IF STM-FILE-STATUS IS NOT EQUAL TO '35'
               MOVE BILL-STUDENT-ID TO STM-STUDENT-ID
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO MASTER-FOUND-SWITCH
               END-READ
           END-IF.

       SAVE-ACCOUNT.
           IF ACCOUNT-FOUND-SWITCH IS EQUAL TO 'YES'
               REWRITE STUDENT-ACCOUNT-RECORD
           ELSE
               WRITE STUDENT-ACCOUNT-RECORD
               MOVE 'YES' TO ACCOUNT-FOUND-SWITCH
           END-IF.

      *finds or opens the student's statement, carrying the balance
      *the account stood at before this run touched it
       START-STATEMENT.
           MOVE ZERO TO STMT-FOUND-IDX.
           PERFORM VARYING STMT-IDX FROM 1 BY 1
               UNTIL STMT-IDX > STMT-COUNT
                  OR STMT-FOUND-IDX IS NOT EQUAL TO ZERO
               IF STMT-STUDENT-ID(STMT-IDX) = BILL-STUDENT-ID
                   MOVE STMT-IDX TO STMT-FOUND-IDX
               END-IF
           END-PERFORM.

           IF STMT-FOUND-IDX IS EQUAL TO ZERO
              AND STMT-COUNT IS LESS THAN 3000
               ADD 1 TO STMT-COUNT
               MOVE STMT-COUNT TO STMT-FOUND-IDX
               MOVE BILL-STUDENT-ID TO STMT-STUDENT-ID(STMT-COUNT)
               IF MASTER-FOUND-SWITCH IS EQUAL TO 'YES'
                   MOVE STM-NAME TO STMT-NAME(STMT-COUNT)
               ELSE
                   MOVE SPACES TO STMT-NAME(STMT-COUNT)
               END-IF
               COMPUTE STMT-BAL-FORWARD(STMT-COUNT) = SA-CURRENT
                   + SA-ONE-TERM + SA-TWO-TERMS + SA-OLDER
           END-IF.

       ADD-ACTIVITY-LINE.
           IF ACT-COUNT IS LESS THAN 20000
              AND STMT-FOUND-IDX IS GREATER THAN ZERO
               ADD 1 TO ACT-COUNT
               MOVE STMT-FOUND-IDX TO ACT-STMT-IDX(ACT-COUNT)
               MOVE CHARGE-DESCRIPTION TO ACT-DESCRIPTION(ACT-COUNT)
               MOVE CHARGE-AMOUNT TO ACT-AMOUNT(ACT-COUNT)
           END-IF.

      *the office's payments, aid and drops, in the order keyed
       POST-TRANSACTIONS.
           OPEN INPUT BURSAR-TRANS-FILE.
           IF TRANS-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'NO BURSAR TRANSACTIONS TO POST THIS RUN'
           ELSE
               MOVE SPACES TO TRANS-EOF-SWITCH
               READ BURSAR-TRANS-FILE
                   AT END MOVE 'YES' TO TRANS-EOF-SWITCH
               END-READ
               PERFORM POST-ONE-TRANSACTION
                   UNTIL TRANS-EOF-SWITCH = 'YES'
               CLOSE BURSAR-TRANS-FILE
               MOVE 'YES' TO TRANS-POSTED-SWITCH
           END-IF.

       POST-ONE-TRANSACTION.
           MOVE SPACES TO REJECT-REASON.
           IF BT-STUDENT-ID IS NOT NUMERIC
               MOVE 'STUDENT ID NOT NUMERIC' TO REJECT-REASON
           ELSE
               MOVE BT-STUDENT-ID TO BILL-STUDENT-ID
               PERFORM FETCH-ACCOUNT
               IF MASTER-FOUND-SWITCH IS NOT EQUAL TO 'YES'
                   MOVE 'STUDENT NOT ON MASTER' TO REJECT-REASON
               END-IF
           END-IF.

           IF REJECT-REASON IS EQUAL TO SPACES
               EVALUATE TRUE
                   WHEN BT-IS-PAYMENT
                       PERFORM POST-CREDIT
                   WHEN BT-IS-AID
                       PERFORM POST-CREDIT
                   WHEN BT-IS-DROP
                       PERFORM POST-DROP
                   WHEN OTHER
                       MOVE 'INVALID TRANSACTION TYPE' TO REJECT-REASON
               END-EVALUATE
           END-IF.

           IF REJECT-REASON IS NOT EQUAL TO SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF.

           READ BURSAR-TRANS-FILE
               AT END MOVE 'YES' TO TRANS-EOF-SWITCH
           END-READ.

      *a payment or an aid award - burned down the buckets oldest
      *first, anything beyond what is owed riding as a credit
       POST-CREDIT.
           IF BT-AMOUNT IS NOT NUMERIC
              OR BT-AMOUNT IS EQUAL TO ZERO
               MOVE 'AMOUNT MISSING' TO REJECT-REASON
           ELSE
               PERFORM START-STATEMENT
               COMPUTE CHARGE-AMOUNT = ZERO - BT-AMOUNT
               MOVE SPACES TO CHARGE-DESCRIPTION
               IF BT-IS-PAYMENT
                   STRING 'PAYMENT '     DELIMITED BY SIZE
                          BT-REFERENCE   DELIMITED BY SIZE
                          INTO CHARGE-DESCRIPTION
                   END-STRING
                   MOVE 'PAYMENT ' TO REG-ACTION
               ELSE
                   STRING 'AID/SCHOLARSHIP '  DELIMITED BY SIZE
                          BT-REFERENCE        DELIMITED BY SIZE
                          INTO CHARGE-DESCRIPTION
                   END-STRING
                   MOVE 'AID     ' TO REG-ACTION
               END-IF
               MOVE BT-AMOUNT TO CREDIT-REMAINING
               PERFORM APPLY-CREDIT
               PERFORM ADD-ACTIVITY-LINE
               PERFORM WRITE-POSTED-LINE
           END-IF.

      *a course dropped inside the refund window gets back the
      *tuition its hours added and its lab fee; the account has to
      *have been billed for the course in the work term
       POST-DROP.
           EVALUATE TRUE
               WHEN REFUND-PARAM-SWITCH IS NOT EQUAL TO 'YES'
                   MOVE 'NO REFUND WINDOW ON FILE' TO REJECT-REASON
               WHEN BT-DATE IS NOT NUMERIC
                   MOVE 'DROP DATE MISSING' TO REJECT-REASON
               WHEN ACCOUNT-FOUND-SWITCH IS NOT EQUAL TO 'YES'
                  OR SA-LAST-TERM-BILLED IS NOT EQUAL TO WORK-TERM
                   MOVE 'NOT BILLED FOR THE TERM' TO REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-DROP-ALLOWED
           END-EVALUATE.

           IF REJECT-REASON IS EQUAL TO SPACES
               MOVE TUITION-AMOUNT TO TUITION-BEFORE
               COMPUTE TUITION-HOURS =
                   SA-BILLED-HOURS - TB-HOURS(TB-IDX)
               PERFORM COMPUTE-TUITION
               COMPUTE CREDIT-REMAINING =
                   TUITION-BEFORE - TUITION-AMOUNT
               PERFORM FIND-CATALOG-COURSE
               IF CATALOG-FOUND-IDX IS GREATER THAN ZERO
                   ADD CAT-T-LAB-FEE(CATALOG-FOUND-IDX)
                       TO CREDIT-REMAINING
               END-IF
               MOVE TUITION-HOURS TO SA-BILLED-HOURS
               MOVE BT-COURSE-ID TO SA-DROPPED-COURSE(DROP-SLOT)
               PERFORM START-STATEMENT
               COMPUTE CHARGE-AMOUNT = ZERO - CREDIT-REMAINING
               MOVE SPACES TO CHARGE-DESCRIPTION
               STRING 'DROP REFUND '  DELIMITED BY SIZE
                      BT-COURSE-ID    DELIMITED BY SIZE
                      INTO CHARGE-DESCRIPTION
               END-STRING
               MOVE 'REFUND  ' TO REG-ACTION
               MOVE CREDIT-REMAINING TO BT-AMOUNT
               PERFORM APPLY-CREDIT
               PERFORM ADD-ACTIVITY-LINE
               PERFORM WRITE-POSTED-LINE
           END-IF.

      *inside the window, billed for the course this term, not
      *already dropped - and the tuition the hours were billed at is
      *worked out first, for the refund to be the difference
       CHECK-DROP-ALLOWED.
           MOVE BT-DATE(1:2) TO DATE-8-YY.
           MOVE BT-DATE(3:2) TO DATE-8-MM.
           MOVE BT-DATE(5:2) TO DATE-8-DD.
           COMPUTE DROP-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DATE-8-NUM).
           COMPUTE DAYS-INTO-TERM =
               DROP-DAY-NUMBER - TERM-START-DAY-NUMBER.
           IF DAYS-INTO-TERM IS GREATER THAN REFUND-DAYS
               MOVE 'DROPPED AFTER REFUND WINDOW' TO REJECT-REASON
           END-IF.

           IF REJECT-REASON IS EQUAL TO SPACES
               MOVE ZERO TO TB-IDX
               PERFORM VARYING TB-SCAN-IDX FROM 1 BY 1
                   UNTIL TB-SCAN-IDX > TB-COUNT
                   IF TB-STUDENT-ID(TB-SCAN-IDX) = BT-STUDENT-ID
                      AND TB-COURSE-ID(TB-SCAN-IDX) = BT-COURSE-ID
                      AND TB-REPEAT-FLAG(TB-SCAN-IDX) = 'N'
                       MOVE TB-SCAN-IDX TO TB-IDX
                   END-IF
               END-PERFORM
               IF TB-IDX IS EQUAL TO ZERO
                   MOVE 'COURSE NOT BILLED THIS TERM' TO REJECT-REASON
               END-IF
           END-IF.

           IF REJECT-REASON IS EQUAL TO SPACES
               MOVE 'NO ' TO DROP-FOUND-SWITCH
               MOVE ZERO TO DROP-SLOT
               PERFORM VARYING DROP-IDX FROM 1 BY 1 UNTIL DROP-IDX > 6
                   IF SA-DROPPED-COURSE(DROP-IDX) = BT-COURSE-ID
                       MOVE 'YES' TO DROP-FOUND-SWITCH
                   END-IF
                   IF SA-DROPPED-COURSE(DROP-IDX) = SPACES
                      AND DROP-SLOT IS EQUAL TO ZERO
                       MOVE DROP-IDX TO DROP-SLOT
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN DROP-FOUND-SWITCH IS EQUAL TO 'YES'
                       MOVE 'COURSE ALREADY DROPPED' TO REJECT-REASON
                   WHEN DROP-SLOT IS EQUAL TO ZERO
                      OR SA-BILLED-HOURS < TB-HOURS(TB-IDX)
                       MOVE 'DROP NEEDS A MANUAL ADJUSTMENT'
                           TO REJECT-REASON
               END-EVALUATE
           END-IF.

           IF REJECT-REASON IS EQUAL TO SPACES
               MOVE SA-BILLED-HOURS TO TUITION-HOURS
               PERFORM COMPUTE-TUITION
           END-IF.

       FIND-CATALOG-COURSE.
           MOVE ZERO TO CATALOG-FOUND-IDX.
           PERFORM VARYING CATALOG-IDX FROM 1 BY 1
               UNTIL CATALOG-IDX > CATALOG-COUNT
               IF CAT-T-COURSE-ID(CATALOG-IDX) = BT-COURSE-ID
                   MOVE CATALOG-IDX TO CATALOG-FOUND-IDX
               END-IF
           END-PERFORM.

      *burns CREDIT-REMAINING down the buckets oldest-first; whatever
      *is left rides on the current bucket as a credit
       APPLY-CREDIT.
           IF CREDIT-REMAINING >= SA-OLDER AND SA-OLDER > ZERO
               SUBTRACT SA-OLDER FROM CREDIT-REMAINING
               MOVE ZERO TO SA-OLDER
           ELSE
               IF SA-OLDER > ZERO
                   SUBTRACT CREDIT-REMAINING FROM SA-OLDER
                   MOVE ZERO TO CREDIT-REMAINING
               END-IF
           END-IF.

           IF CREDIT-REMAINING >= SA-TWO-TERMS AND SA-TWO-TERMS > ZERO
               SUBTRACT SA-TWO-TERMS FROM CREDIT-REMAINING
               MOVE ZERO TO SA-TWO-TERMS
           ELSE
               IF SA-TWO-TERMS > ZERO
                   SUBTRACT CREDIT-REMAINING FROM SA-TWO-TERMS
                   MOVE ZERO TO CREDIT-REMAINING
               END-IF
           END-IF.

           IF CREDIT-REMAINING >= SA-ONE-TERM AND SA-ONE-TERM > ZERO
               SUBTRACT SA-ONE-TERM FROM CREDIT-REMAINING
               MOVE ZERO TO SA-ONE-TERM
           ELSE
               IF SA-ONE-TERM > ZERO
                   SUBTRACT CREDIT-REMAINING FROM SA-ONE-TERM
                   MOVE ZERO TO CREDIT-REMAINING
               END-IF
           END-IF.

           SUBTRACT CREDIT-REMAINING FROM SA-CURRENT.
           MOVE ZERO TO CREDIT-REMAINING.
           PERFORM SAVE-ACCOUNT.

       WRITE-POSTED-LINE.
           MOVE BT-STUDENT-ID TO REG-STUDENT-ID.
           MOVE CHARGE-DESCRIPTION TO REG-DETAIL.
           MOVE BT-AMOUNT TO REG-AMOUNT.
           MOVE REGISTER-LINE TO REGISTER-OUT.
           WRITE REGISTER-OUT.
           ADD 1 TO POSTED-COUNT.
           ADD BT-AMOUNT TO CREDITED-TOTAL.

       WRITE-REJECT-LINE.
           MOVE 'REJECTED' TO REG-ACTION.
           IF BT-STUDENT-ID IS NUMERIC
               MOVE BT-STUDENT-ID TO REG-STUDENT-ID
           ELSE
               MOVE ZERO TO REG-STUDENT-ID
           END-IF.
           MOVE REJECT-REASON TO REG-DETAIL.
           IF BT-AMOUNT IS NUMERIC
               MOVE BT-AMOUNT TO REG-AMOUNT
           ELSE
               MOVE ZERO TO REG-AMOUNT
           END-IF.
           MOVE REGISTER-LINE TO REGISTER-OUT.
           WRITE REGISTER-OUT.
           ADD 1 TO REJECTED-COUNT.

      *every open account in ID order with its buckets, the hold
      *flag reset against the threshold on the way past
       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE RUN-DATE TO AGING-HEAD-DATE.
           MOVE AGING-TITLE TO AGING-OUT.
           WRITE AGING-OUT.
           MOVE AGING-HEADING TO AGING-OUT.
           WRITE AGING-OUT.
           INITIALIZE AGING-TOTALS.

           MOVE SPACES TO ACCOUNT-EOF-SWITCH.
           MOVE ZERO TO SA-STUDENT-ID.
           START STUDENT-ACCOUNT-FILE
               KEY IS GREATER THAN SA-STUDENT-ID
               INVALID KEY MOVE 'YES' TO ACCOUNT-EOF-SWITCH
           END-START.
           PERFORM AGE-REPORT-ONE-ACCOUNT
               UNTIL ACCOUNT-EOF-SWITCH = 'YES'.

           MOVE 'TOTAL' TO AGE-PRINT-ID.
           MOVE AGE-ALL-CURRENT TO AGE-PRINT-CURRENT.
           MOVE AGE-ALL-ONE TO AGE-PRINT-ONE.
           MOVE AGE-ALL-TWO TO AGE-PRINT-TWO.
           MOVE AGE-ALL-OLDER TO AGE-PRINT-OLDER.
           MOVE AGE-ALL-TOTAL TO AGE-PRINT-TOTAL.
           MOVE SPACES TO AGE-PRINT-HOLD.
           MOVE AGING-LINE TO AGING-OUT.
           WRITE AGING-OUT.
           CLOSE AGING-REPORT-FILE.

       AGE-REPORT-ONE-ACCOUNT.
           READ STUDENT-ACCOUNT-FILE NEXT RECORD
               AT END MOVE 'YES' TO ACCOUNT-EOF-SWITCH
               NOT AT END
                   COMPUTE ACCOUNT-TOTAL = SA-CURRENT + SA-ONE-TERM
                       + SA-TWO-TERMS + SA-OLDER
                   IF HOLD-PARAM-SWITCH IS EQUAL TO 'YES'
                      AND ACCOUNT-TOTAL IS GREATER THAN HOLD-THRESHOLD
                       MOVE 'Y' TO SA-HOLD-FLAG
                       ADD 1 TO HOLD-COUNT
                   ELSE
                       MOVE 'N' TO SA-HOLD-FLAG
                   END-IF
                   REWRITE STUDENT-ACCOUNT-RECORD
                   IF ACCOUNT-TOTAL IS NOT EQUAL TO ZERO
                       PERFORM PRINT-AGING-LINE
                   END-IF
           END-READ.

       PRINT-AGING-LINE.
           MOVE SA-STUDENT-ID TO AGE-PRINT-ID.
           MOVE SA-CURRENT TO AGE-PRINT-CURRENT.
           MOVE SA-ONE-TERM TO AGE-PRINT-ONE.
           MOVE SA-TWO-TERMS TO AGE-PRINT-TWO.
           MOVE SA-OLDER TO AGE-PRINT-OLDER.
           MOVE ACCOUNT-TOTAL TO AGE-PRINT-TOTAL.
           IF SA-ON-HOLD
               MOVE 'HOLD' TO AGE-PRINT-HOLD
           ELSE
               MOVE SPACES TO AGE-PRINT-HOLD
           END-IF.
           MOVE AGING-LINE TO AGING-OUT.
           WRITE AGING-OUT.
           ADD SA-CURRENT TO AGE-ALL-CURRENT.
           ADD SA-ONE-TERM TO AGE-ALL-ONE.
           ADD SA-TWO-TERMS TO AGE-ALL-TWO.
           ADD SA-OLDER TO AGE-ALL-OLDER.
           ADD ACCOUNT-TOTAL TO AGE-ALL-TOTAL.

      *one statement per student with activity this run, each on
      *its own page - balance forward, every charge and credit in
      *the order posted, and the balance now owed
       WRITE-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM VARYING STMT-IDX FROM 1 BY 1
               UNTIL STMT-IDX > STMT-COUNT
               PERFORM PRINT-ONE-STATEMENT
           END-PERFORM.
           CLOSE STATEMENT-FILE.

       PRINT-ONE-STATEMENT.
           MOVE STMT-STUDENT-ID(STMT-IDX) TO STMT-PRINT-ID.
           MOVE STMT-NAME(STMT-IDX) TO STMT-PRINT-NAME.
           MOVE WORK-TERM TO STMT-PRINT-TERM.
           MOVE STATEMENT-TITLE TO STATEMENT-OUT.
           WRITE STATEMENT-OUT AFTER ADVANCING PAGE.

           MOVE 'BALANCE FORWARD' TO STMT-PRINT-DESC.
           MOVE STMT-BAL-FORWARD(STMT-IDX) TO STMT-PRINT-AMOUNT.
           MOVE STATEMENT-LINE TO STATEMENT-OUT.
           WRITE STATEMENT-OUT.

           PERFORM VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACT-COUNT
               IF ACT-STMT-IDX(ACT-IDX) = STMT-IDX
                   MOVE ACT-DESCRIPTION(ACT-IDX) TO STMT-PRINT-DESC
                   MOVE ACT-AMOUNT(ACT-IDX) TO STMT-PRINT-AMOUNT
                   MOVE STATEMENT-LINE TO STATEMENT-OUT
                   WRITE STATEMENT-OUT
               END-IF
           END-PERFORM.

           MOVE STMT-STUDENT-ID(STMT-IDX) TO SA-STUDENT-ID.
           READ STUDENT-ACCOUNT-FILE
               INVALID KEY
                   MOVE ZERO TO ACCOUNT-TOTAL
                   MOVE 'N' TO SA-HOLD-FLAG
               NOT INVALID KEY
                   COMPUTE ACCOUNT-TOTAL = SA-CURRENT + SA-ONE-TERM
                       + SA-TWO-TERMS + SA-OLDER
           END-READ.
           MOVE 'NEW BALANCE' TO STMT-PRINT-DESC.
           MOVE ACCOUNT-TOTAL TO STMT-PRINT-AMOUNT.
           MOVE STATEMENT-LINE TO STATEMENT-OUT.
           WRITE STATEMENT-OUT.

           IF SA-ON-HOLD
               MOVE HOLD-THRESHOLD TO STMT-PRINT-THRESHOLD
               MOVE STATEMENT-HOLD-LINE TO STATEMENT-OUT
               WRITE STATEMENT-OUT
           END-IF.
