      ******************************************************************
      * Author: Caleb Ruby
      * Date: 10/15/26
      * Purpose: work the reviewer's decisions on pay PROG3-PAYROLL's
      *          variance review held back - approved deposits go to
      *          the bank in a supplemental deposit file with its own
      *          manifest, approved pay with no bank account gets a
      *          check from the shared sequence, and rejected pay is
      *          closed off for correction through an off-cycle run
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HOLD-RELEASE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *the pay PROG3-PAYROLL held for review, kept across runs
               SELECT HELD-PAY-FILE ASSIGN TO 'held-pay.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HELD-PAY-STATUS.
      *one decision per held row - employee, pay date, and batch
      *name the row, 'A' approves it and 'R' rejects it
               SELECT REVIEW-TRANS-FILE ASSIGN TO 'hold-review.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REVIEW-FILE-STATUS.
      *released deposits, laid out like direct-deposit.txt so the
      *bank loads them the same way
               SELECT SUPP-DEPOSIT-FILE
                   ASSIGN TO 'direct-deposit-supp.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SUPP-MANIFEST-FILE
                   ASSIGN TO 'direct-deposit-supp.mft'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *the supplemental file's own sequence, apart from the regular
      *run's batch number
               SELECT RELEASE-CONTROL-FILE
                   ASSIGN TO 'batchctl-release.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RELEASE-CONTROL-STATUS.
               SELECT CHECK-PRINT-FILE ASSIGN TO 'paychecks-supp.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *the cumulative register CHECK-RECON reconciles
               SELECT CHECK-REGISTER-MASTER
                   ASSIGN TO 'check-register-master.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REGISTER-FILE-STATUS.
      *the next check number, shared with PROG3-PAYROLL and
      *CHECK-RECON so every check stays in one sequence
               SELECT CHECK-NUMBER-FILE
                   ASSIGN TO 'payroll-checknum.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CHECK-NUMBER-STATUS.
               SELECT RELEASE-REPORT-FILE ASSIGN TO 'hold-release.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *status 'H' while held, 'A' once approved and paid, 'R' once
      *rejected
               FD  HELD-PAY-FILE
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS HELD-PAY-RECORD.
       01      HELD-PAY-RECORD.
                   05 HP-EMP-ID        PIC 9(6).
                   05 HP-FIRST-NAME    PIC X(10).
                   05 HP-LAST-NAME     PIC X(15).
                   05 HP-ACCOUNT       PIC 9(6).
                   05 HP-NET-PAY       PIC 9(7)V99.
                   05 HP-PAY-DATE      PIC 9(6).
                   05 HP-BATCH         PIC 9(4).
                   05 HP-REASON        PIC X(20).
                   05 HP-STATUS        PIC X(1).
                   05 HP-REVIEWER      PIC X(3).

               FD  REVIEW-TRANS-FILE
               RECORD CONTAINS 20 CHARACTERS
               DATA RECORD IS REVIEW-TRANS-RECORD.
       01      REVIEW-TRANS-RECORD.
                   05 RT-EMP-ID        PIC 9(6).
                   05 RT-PAY-DATE      PIC 9(6).
                   05 RT-BATCH         PIC 9(4).
                   05 RT-ACTION        PIC X(1).
                       88 RT-IS-APPROVE    VALUE 'A'.
                       88 RT-IS-REJECT     VALUE 'R'.
                   05 RT-REVIEWER      PIC X(3).

               FD  SUPP-DEPOSIT-FILE
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS DD-OUT.
       01      DD-OUT         PIC X(80).

      *shared manifest layout - see copybook
               FD  SUPP-MANIFEST-FILE
               RECORD CONTAINS 61 CHARACTERS
               DATA RECORD IS MANIFEST-RECORD.
               COPY MANIFEST.

               FD  RELEASE-CONTROL-FILE
               RECORD CONTAINS 4 CHARACTERS
               DATA RECORD IS RELEASE-CONTROL-RECORD.
       01      RELEASE-CONTROL-RECORD  PIC 9(4).

               FD  CHECK-PRINT-FILE
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS CHECK-OUT.
       01      CHECK-OUT      PIC X(80).

               FD  CHECK-REGISTER-MASTER
               RECORD CONTAINS 53 CHARACTERS
               DATA RECORD IS CHECK-REGISTER-MASTER-REC.
       01      CHECK-REGISTER-MASTER-REC.
                   05 CRM-CHECK-NO     PIC 9(6).
                   05 CRM-EMP-ID       PIC 9(6).
                   05 CRM-NAME         PIC X(25).
                   05 CRM-AMOUNT       PIC 9(7)V99.
                   05 CRM-DATE         PIC 9(6).
                   05 CRM-STATUS       PIC X(1).

               FD  CHECK-NUMBER-FILE
               RECORD CONTAINS 6 CHARACTERS
               DATA RECORD IS CHECK-NUMBER-RECORD.
       01      CHECK-NUMBER-RECORD  PIC 9(6).

               FD  RELEASE-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS RELEASE-OUT.
       01      RELEASE-OUT    PIC X(80).

           WORKING-STORAGE SECTION.
       01  HELD-PAY-STATUS        PIC XX.
       01  REVIEW-FILE-STATUS     PIC XX.
       01  RELEASE-CONTROL-STATUS PIC XX.
       01  REGISTER-FILE-STATUS   PIC XX.
       01  CHECK-NUMBER-STATUS    PIC XX.
       01  HELD-EOF-SWITCH        PIC XXX.
       01  REVIEW-EOF-SWITCH      PIC XXX.

       01  RUN-DATE               PIC 9(6).
       01  RELEASE-SEQUENCE       PIC 9(4) VALUE ZERO.
       01  NEXT-CHECK-NUMBER      PIC 9(6) VALUE 000001.

      *the held file in storage for the run, written back whole with
      *the decisions marked on it
       01  HELD-COUNT             PIC 9(4) VALUE ZERO.
       01  HELD-IDX               PIC 9(4).
       01  HELD-FOUND-IDX         PIC 9(4).
       01  HELD-FOUND-SWITCH      PIC XXX.

       01  HELD-PAY-TABLE.
           05 HELD-ENTRY OCCURS 2000 TIMES.
               10 HT-EMP-ID       PIC 9(6).
               10 HT-FIRST-NAME   PIC X(10).
               10 HT-LAST-NAME    PIC X(15).
               10 HT-ACCOUNT      PIC 9(6).
               10 HT-NET-PAY      PIC 9(7)V99.
               10 HT-PAY-DATE     PIC 9(6).
               10 HT-BATCH        PIC 9(4).
               10 HT-REASON       PIC X(20).
               10 HT-STATUS       PIC X(1).
               10 HT-REVIEWER     PIC X(3).

       01  DEPOSIT-COUNT          PIC 9(7)    VALUE ZERO.
       01  DEPOSIT-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  CHECK-COUNT            PIC 9(7)    VALUE ZERO.
       01  CHECK-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  REJECT-COUNT           PIC 9(7)    VALUE ZERO.
       01  REJECT-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  STILL-HELD-COUNT       PIC 9(7)    VALUE ZERO.
       01  STILL-HELD-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  EXCEPTION-COUNT        PIC 9(7)    VALUE ZERO.

       01  DD-HEADING             PIC X(40) VALUE
      -    'FirstName LastName       AcctNo Amount'.

       01  DD-DETAIL-LINE.
           08 DD-EMPLOYEE-FIRST-NAME PIC X(10).
           08 DD-EMPLOYEE-LAST-NAME  PIC X(15).
           08 FILLER                 PIC X(1) VALUE SPACE.
           08 DD-ACCOUNT-NUMBER      PIC 9(6).
           08 FILLER                 PIC X(1) VALUE SPACE.
           08 DD-DEPOSIT-AMOUNT      PIC Z(6)9.99.

       01  DD-TRAILER.
           05 FILLER             PIC X(15)   VALUE '*** TRAILER ***'.
           05 FILLER             PIC X(8)    VALUE ' RECORDS'.
           05 TRAIL-DD-COUNT     PIC Z(6)9.
           05 FILLER             PIC X(14)   VALUE ' TOTAL-DEPOSIT'.
           05 TRAIL-DD-TOTAL     PIC Z(7)9.99.

       01  CHECK-TITLE-LINE.
           08 FILLER              PIC X(9)  VALUE 'CHECK NO '.
           08 CHECK-PRINT-NUMBER  PIC 9(6).

       01  CHECK-PAYEE-LINE.
           08 FILLER              PIC X(7)  VALUE 'PAY TO '.
           08 CHECK-PRINT-FIRST   PIC X(10).
           08 FILLER              PIC X(1)  VALUE SPACE.
           08 CHECK-PRINT-LAST    PIC X(15).

       01  CHECK-AMOUNT-LINE.
           08 FILLER              PIC X(7)  VALUE 'AMOUNT '.
           08 CHECK-PRINT-AMOUNT  PIC Z(6)9.99.

       01  RELEASE-HEADING.
           05 FILLER              PIC X(27)
               VALUE 'HELD PAY RELEASE - DATE    '.
           05 RELEASE-HEAD-DATE   PIC 9(6).

       01  RELEASE-DETAIL-LINE.
           05 RELEASE-PRINT-TAG   PIC X(13).
           05 RELEASE-PRINT-ID    PIC 9(6).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 RELEASE-PRINT-LAST  PIC X(15).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 RELEASE-PRINT-DATE  PIC 9(6).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 RELEASE-PRINT-AMT   PIC Z(6)9.99.
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 RELEASE-PRINT-NOTE  PIC X(26).

       01  RELEASE-EXC-LINE.
           05 FILLER              PIC X(11) VALUE 'EXCEPTION: '.
           05 RELEASE-EXC-ID      PIC 9(6).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 RELEASE-EXC-DATE    PIC 9(6).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 RELEASE-EXC-BATCH   PIC 9(4).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 RELEASE-EXC-TEXT    PIC X(40).

       01  RELEASE-TRAILER.
           05 FILLER              PIC X(15) VALUE '*** TRAILER ***'.
           05 FILLER              PIC X(10) VALUE ' DEPOSITS '.
           05 TRAIL-DEPOSITS      PIC Z(3)9.
           05 FILLER              PIC X(8)  VALUE ' CHECKS '.
           05 TRAIL-CHECKS        PIC Z(3)9.
           05 FILLER              PIC X(10) VALUE ' REJECTED '.
           05 TRAIL-REJECTS       PIC Z(3)9.
           05 FILLER              PIC X(12) VALUE ' STILL HELD '.
           05 TRAIL-STILL-HELD    PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.

           PERFORM LOAD-HELD-PAY.
           IF HELD-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO HELD PAY ON FILE - NOTHING TO DO'
               STOP RUN
           END-IF.

           OPEN OUTPUT RELEASE-REPORT-FILE.
           MOVE RUN-DATE TO RELEASE-HEAD-DATE.
           MOVE RELEASE-HEADING TO RELEASE-OUT.
           WRITE RELEASE-OUT.

           PERFORM PROCESS-REVIEW-TRANSACTIONS.
           PERFORM REPORT-STILL-HELD.

           MOVE DEPOSIT-COUNT TO TRAIL-DEPOSITS.
           MOVE CHECK-COUNT TO TRAIL-CHECKS.
           MOVE REJECT-COUNT TO TRAIL-REJECTS.
           MOVE STILL-HELD-COUNT TO TRAIL-STILL-HELD.
           MOVE RELEASE-TRAILER TO RELEASE-OUT.
           WRITE RELEASE-OUT.

           CLOSE RELEASE-REPORT-FILE.

           PERFORM REWRITE-HELD-PAY.

           DISPLAY 'HOLD RELEASE COMPLETE - ' DEPOSIT-COUNT
               ' DEPOSITED ' CHECK-COUNT ' CHECKS ' REJECT-COUNT
               ' REJECTED ' STILL-HELD-COUNT ' STILL HELD'.
           STOP RUN.

       LOAD-HELD-PAY.
           OPEN INPUT HELD-PAY-FILE.
           IF HELD-PAY-STATUS = '00'
               MOVE SPACES TO HELD-EOF-SWITCH
               PERFORM LOAD-ONE-HELD-ROW
                   UNTIL HELD-EOF-SWITCH = 'YES'
               CLOSE HELD-PAY-FILE
           END-IF.

       LOAD-ONE-HELD-ROW.
           READ HELD-PAY-FILE
               AT END MOVE 'YES' TO HELD-EOF-SWITCH
               NOT AT END
                   IF HELD-COUNT IS LESS THAN 2000
                       ADD 1 TO HELD-COUNT
                       MOVE HELD-PAY-RECORD TO HELD-ENTRY(HELD-COUNT)
                   ELSE
                       DISPLAY 'HELD PAY TABLE FULL - ROW DROPPED FOR '
                           HP-EMP-ID
                   END-IF
           END-READ.

      *the released deposits leave in a batch of their own with a
      *manifest the bank can prove, under the next release sequence
       PROCESS-REVIEW-TRANSACTIONS.
           OPEN INPUT REVIEW-TRANS-FILE.
           IF REVIEW-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'No hold review transactions this run.'
           ELSE
               PERFORM LOAD-RELEASE-SEQUENCE
               PERFORM LOAD-CHECK-NUMBER
               OPEN OUTPUT SUPP-DEPOSIT-FILE
                    OUTPUT CHECK-PRINT-FILE
               OPEN EXTEND CHECK-REGISTER-MASTER
               IF REGISTER-FILE-STATUS IS EQUAL TO '35'
                   OPEN OUTPUT CHECK-REGISTER-MASTER
               END-IF
               MOVE DD-HEADING TO DD-OUT
               WRITE DD-OUT

               MOVE SPACES TO REVIEW-EOF-SWITCH
               READ REVIEW-TRANS-FILE
                   AT END MOVE 'YES' TO REVIEW-EOF-SWITCH
               END-READ
               PERFORM APPLY-ONE-DECISION
                   UNTIL REVIEW-EOF-SWITCH = 'YES'
               CLOSE REVIEW-TRANS-FILE

               MOVE DEPOSIT-COUNT TO TRAIL-DD-COUNT
               MOVE DEPOSIT-TOTAL TO TRAIL-DD-TOTAL
               MOVE DD-TRAILER TO DD-OUT
               WRITE DD-OUT
               CLOSE SUPP-DEPOSIT-FILE
                     CHECK-PRINT-FILE
                     CHECK-REGISTER-MASTER

               OPEN OUTPUT SUPP-MANIFEST-FILE
               MOVE 'direct-deposit-supp.txt' TO MFT-FILE-NAME
               MOVE DEPOSIT-COUNT TO MFT-RECORD-COUNT
               MOVE DEPOSIT-TOTAL TO MFT-HASH-TOTAL
               MOVE RUN-DATE TO MFT-CREATE-DATE
               MOVE RELEASE-SEQUENCE TO MFT-SEQUENCE
               WRITE MANIFEST-RECORD
               CLOSE SUPP-MANIFEST-FILE

               PERFORM SAVE-CHECK-NUMBER
               PERFORM SAVE-RELEASE-SEQUENCE
           END-IF.

      *a decision has to name a row still held - one already worked,
      *or one that was never held, is an exception for the office
       APPLY-ONE-DECISION.
           MOVE 'NO ' TO HELD-FOUND-SWITCH.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-COUNT
                  OR HELD-FOUND-SWITCH = 'YES'
               IF HT-EMP-ID(HELD-IDX) = RT-EMP-ID
                  AND HT-PAY-DATE(HELD-IDX) = RT-PAY-DATE
                  AND HT-BATCH(HELD-IDX) = RT-BATCH
                  AND HT-STATUS(HELD-IDX) = 'H'
                   MOVE 'YES' TO HELD-FOUND-SWITCH
                   MOVE HELD-IDX TO HELD-FOUND-IDX
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN HELD-FOUND-SWITCH = 'NO '
                   MOVE 'DECISION NAMES NO HELD PAY'
                       TO RELEASE-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN RT-IS-APPROVE
                   PERFORM RELEASE-ONE-HOLD
               WHEN RT-IS-REJECT
                   PERFORM REJECT-ONE-HOLD
               WHEN OTHER
                   MOVE 'ACTION IS NOT A OR R' TO RELEASE-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE.

           READ REVIEW-TRANS-FILE
               AT END MOVE 'YES' TO REVIEW-EOF-SWITCH
           END-READ.

      *approved pay goes out the way the payroll would have sent it -
      *a deposit to a usable bank account, a check to anyone else
       RELEASE-ONE-HOLD.
           MOVE 'A' TO HT-STATUS(HELD-FOUND-IDX).
           MOVE RT-REVIEWER TO HT-REVIEWER(HELD-FOUND-IDX).

           IF HT-ACCOUNT(HELD-FOUND-IDX) IS GREATER THAN ZERO
               MOVE HT-FIRST-NAME(HELD-FOUND-IDX)
                   TO DD-EMPLOYEE-FIRST-NAME
               MOVE HT-LAST-NAME(HELD-FOUND-IDX)
                   TO DD-EMPLOYEE-LAST-NAME
               MOVE HT-ACCOUNT(HELD-FOUND-IDX) TO DD-ACCOUNT-NUMBER
               MOVE HT-NET-PAY(HELD-FOUND-IDX) TO DD-DEPOSIT-AMOUNT
               MOVE DD-DETAIL-LINE TO DD-OUT
               WRITE DD-OUT
               ADD 1 TO DEPOSIT-COUNT
               ADD HT-NET-PAY(HELD-FOUND-IDX) TO DEPOSIT-TOTAL
               MOVE 'RELEASED DD  ' TO RELEASE-PRINT-TAG
               MOVE SPACES TO RELEASE-PRINT-NOTE
           ELSE
               PERFORM WRITE-RELEASED-CHECK
               MOVE 'RELEASED CHK ' TO RELEASE-PRINT-TAG
               MOVE SPACES TO RELEASE-PRINT-NOTE
               STRING 'CHECK NO ' DELIMITED BY SIZE
                      CHECK-PRINT-NUMBER DELIMITED BY SIZE
                      INTO RELEASE-PRINT-NOTE
               END-STRING
           END-IF.

           PERFORM WRITE-DETAIL-LINE.

      *cuts the check under the next shared number and joins it to
      *the cumulative register outstanding for the reconciliation
       WRITE-RELEASED-CHECK.
           MOVE NEXT-CHECK-NUMBER TO CHECK-PRINT-NUMBER.
           MOVE CHECK-TITLE-LINE TO CHECK-OUT.
           WRITE CHECK-OUT AFTER ADVANCING PAGE.

           MOVE HT-FIRST-NAME(HELD-FOUND-IDX) TO CHECK-PRINT-FIRST.
           MOVE HT-LAST-NAME(HELD-FOUND-IDX) TO CHECK-PRINT-LAST.
           MOVE CHECK-PAYEE-LINE TO CHECK-OUT.
           WRITE CHECK-OUT.

           MOVE HT-NET-PAY(HELD-FOUND-IDX) TO CHECK-PRINT-AMOUNT.
           MOVE CHECK-AMOUNT-LINE TO CHECK-OUT.
           WRITE CHECK-OUT.

           MOVE NEXT-CHECK-NUMBER TO CRM-CHECK-NO.
           MOVE HT-EMP-ID(HELD-FOUND-IDX) TO CRM-EMP-ID.
           MOVE SPACES TO CRM-NAME.
           STRING FUNCTION TRIM(HT-FIRST-NAME(HELD-FOUND-IDX))
                      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(HT-LAST-NAME(HELD-FOUND-IDX))
                      DELIMITED BY SIZE
                  INTO CRM-NAME
           END-STRING.
           MOVE HT-NET-PAY(HELD-FOUND-IDX) TO CRM-AMOUNT.
           MOVE RUN-DATE TO CRM-DATE.
           MOVE 'O' TO CRM-STATUS.
           WRITE CHECK-REGISTER-MASTER-REC.

           ADD 1 TO CHECK-COUNT.
           ADD HT-NET-PAY(HELD-FOUND-IDX) TO CHECK-TOTAL.
           ADD 1 TO NEXT-CHECK-NUMBER.

      *rejected pay is never sent - the run's GL already credited it
      *to net-pay clearing, so the correction goes through an
      *off-cycle run that reverses or re-pays it
       REJECT-ONE-HOLD.
           MOVE 'R' TO HT-STATUS(HELD-FOUND-IDX).
           MOVE RT-REVIEWER TO HT-REVIEWER(HELD-FOUND-IDX).
           MOVE 'REJECTED     ' TO RELEASE-PRINT-TAG.
           MOVE 'NOT PAID - CORRECT OFF-CYC' TO RELEASE-PRINT-NOTE.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO REJECT-COUNT.
           ADD HT-NET-PAY(HELD-FOUND-IDX) TO REJECT-TOTAL.

       WRITE-DETAIL-LINE.
           MOVE HT-EMP-ID(HELD-FOUND-IDX) TO RELEASE-PRINT-ID.
           MOVE HT-LAST-NAME(HELD-FOUND-IDX) TO RELEASE-PRINT-LAST.
           MOVE HT-PAY-DATE(HELD-FOUND-IDX) TO RELEASE-PRINT-DATE.
           MOVE HT-NET-PAY(HELD-FOUND-IDX) TO RELEASE-PRINT-AMT.
           MOVE RELEASE-DETAIL-LINE TO RELEASE-OUT.
           WRITE RELEASE-OUT.

       WRITE-EXCEPTION-LINE.
           MOVE RT-EMP-ID TO RELEASE-EXC-ID.
           MOVE RT-PAY-DATE TO RELEASE-EXC-DATE.
           MOVE RT-BATCH TO RELEASE-EXC-BATCH.
           MOVE RELEASE-EXC-LINE TO RELEASE-OUT.
           WRITE RELEASE-OUT.
           ADD 1 TO EXCEPTION-COUNT.

      *everything still waiting on a reviewer, with why it was held
       REPORT-STILL-HELD.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-COUNT
               IF HT-STATUS(HELD-IDX) = 'H'
                   MOVE HELD-IDX TO HELD-FOUND-IDX
                   MOVE 'STILL HELD   ' TO RELEASE-PRINT-TAG
                   MOVE HT-REASON(HELD-IDX) TO RELEASE-PRINT-NOTE
                   PERFORM WRITE-DETAIL-LINE
                   ADD 1 TO STILL-HELD-COUNT
                   ADD HT-NET-PAY(HELD-IDX) TO STILL-HELD-TOTAL
               END-IF
           END-PERFORM.

       LOAD-RELEASE-SEQUENCE.
           OPEN INPUT RELEASE-CONTROL-FILE.
           IF RELEASE-CONTROL-STATUS = '00'
               READ RELEASE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RELEASE-CONTROL-RECORD TO RELEASE-SEQUENCE
               END-READ
               CLOSE RELEASE-CONTROL-FILE
           END-IF.
           ADD 1 TO RELEASE-SEQUENCE.

       SAVE-RELEASE-SEQUENCE.
           MOVE RELEASE-SEQUENCE TO RELEASE-CONTROL-RECORD.
           OPEN OUTPUT RELEASE-CONTROL-FILE.
           WRITE RELEASE-CONTROL-RECORD.
           CLOSE RELEASE-CONTROL-FILE.

       LOAD-CHECK-NUMBER.
           OPEN INPUT CHECK-NUMBER-FILE.
           IF CHECK-NUMBER-STATUS = '00'
               READ CHECK-NUMBER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CHECK-NUMBER-RECORD TO NEXT-CHECK-NUMBER
               END-READ
               CLOSE CHECK-NUMBER-FILE
           END-IF.

       SAVE-CHECK-NUMBER.
           MOVE NEXT-CHECK-NUMBER TO CHECK-NUMBER-RECORD.
           OPEN OUTPUT CHECK-NUMBER-FILE.
           WRITE CHECK-NUMBER-RECORD.
           CLOSE CHECK-NUMBER-FILE.

      *the held file goes back out whole - decided rows are kept
      *with the decision and reviewer as the record of who let what go
       REWRITE-HELD-PAY.
           OPEN OUTPUT HELD-PAY-FILE.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-COUNT
               MOVE HELD-ENTRY(HELD-IDX) TO HELD-PAY-RECORD
               WRITE HELD-PAY-RECORD
           END-PERFORM.
           CLOSE HELD-PAY-FILE.
