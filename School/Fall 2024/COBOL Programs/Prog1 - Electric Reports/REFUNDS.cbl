      ******************************************************************
      * Author: Caleb Ruby
      * Date:   10/15/26
      * Purpose: pay customers back the credit balances sitting on the
      *          receivables - every closed (moved-out) account in
      *          credit, and any active account whose credit is over
      *          the threshold on refund-params.txt - by printing a
      *          refund check to the customer-master address, zeroing
      *          the credit and keeping the check on a refund register
      *          of its own.  the bank's cleared items are matched
      *          against that register the same way CHECK-RECON does
      *          for payroll, with stale-dating and void/reissue, and
      *          checks never cashed past the dormancy period go on the
      *          unclaimed-property report for escheatment
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-REFUNDS.
       AUTHOR.     CALEB R. & GROUP.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *the receivables ELECTRIC-REPORTS ages - a credit is a negative
      *total across the buckets
           SELECT BALANCE-MASTER-FILE ASSIGN TO 'balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACC-NUMBER
               FILE STATUS IS BAL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'custmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACC-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.
      *active-account credit threshold and the unclaimed-property
      *dormancy period in days
           SELECT REFUND-PARAM-FILE ASSIGN TO 'refund-params.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-FILE-STATUS.
      *every refund check ever cut, with the payee address it went
      *to so a reissue can go out without the customer master row
           SELECT REFUND-REGISTER-MASTER
               ASSIGN TO 'refund-register-master.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
      *refunds draw on their own bank account, so their own number
      *sequence - not payroll's
           SELECT CHECK-NUMBER-FILE ASSIGN TO 'refund-checknum.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-NUMBER-STATUS.
           SELECT REFUND-CHECK-FILE ASSIGN TO 'refund-checks.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *the bank's cleared items on the refund account - check number,
      *amount, cleared date, same layout as payroll's
           SELECT CLEARED-ITEMS-FILE ASSIGN TO 'refund-cleared.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARED-FILE-STATUS.
      *one refund check number per line to void and reissue
           SELECT VOID-TRANS-FILE ASSIGN TO 'refund-voids.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOID-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO 'refund-recon.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNCLAIMED-REPORT-FILE
               ASSIGN TO 'unclaimed-property.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *appended behind the billing run's entry, the way CHECK-RECON
      *appends to payroll's journal
           SELECT GL-JOURNAL-FILE ASSIGN TO 'electric-gl-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *each refund posts to the account transaction journal
      *ELECTRIC-REPORTS keeps, so the history proves past the check
           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO 'acct-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.
           SELECT JOB-AUDIT-LOG-FILE ASSIGN TO 'job-audit-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *same layout ELECTRIC-REPORTS maintains on this master
       FD  BALANCE-MASTER-FILE
           DATA RECORD IS BAL-RECORD.
       01  BAL-RECORD.
           05 BAL-ACC-NUMBER   PIC X(6).
           05 BAL-CURRENT      PIC S9(7)V99.
           05 BAL-OVER-30      PIC S9(7)V99.
           05 BAL-OVER-60      PIC S9(7)V99.
           05 BAL-OVER-90      PIC S9(7)V99.
           05 BAL-LATE-CHARGE  PIC S9(5)V99.

      *customer account master shared with ELECTRIC-REPORTS - see the
      *copybook for the record layout
       FD  CUSTOMER-MASTER-FILE
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  REFUND-PARAM-FILE
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS REFUND-PARAM-RECORD.
       01  REFUND-PARAM-RECORD.
           05 RP-THRESHOLD     PIC 9(5)V99.
           05 RP-DORMANCY-DAYS PIC 9(4).

      *status O outstanding, C cleared, V voided, U turned over as
      *unclaimed property
       FD  REFUND-REGISTER-MASTER
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS REFUND-REGISTER-MASTER-REC.
       01  REFUND-REGISTER-MASTER-REC.
           05 RFM-CHECK-NO     PIC 9(6).
           05 RFM-ACC-NUMBER   PIC X(6).
           05 RFM-NAME         PIC X(25).
           05 RFM-STREET       PIC X(15).
           05 RFM-CITY         PIC X(13).
           05 RFM-STATE        PIC X(2).
           05 RFM-AMOUNT       PIC 9(7)V99.
           05 RFM-DATE         PIC 9(6).
           05 RFM-STATUS       PIC X(1).

       FD  CHECK-NUMBER-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS CHECK-NUMBER-RECORD.
       01  CHECK-NUMBER-RECORD  PIC 9(6).

       FD  REFUND-CHECK-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REFUND-CHECK-OUT.
       01  REFUND-CHECK-OUT  PIC X(80).

       FD  CLEARED-ITEMS-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS CLEARED-ITEM-RECORD.
       01  CLEARED-ITEM-RECORD.
           05 CLR-CHECK-NO     PIC 9(6).
           05 CLR-AMOUNT       PIC 9(7)V99.
           05 CLR-DATE         PIC 9(6).

       FD  VOID-TRANS-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS VOID-TRANS-RECORD.
       01  VOID-TRANS-RECORD.
           05 VT-CHECK-NO      PIC 9(6).

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RECON-OUT.
       01  RECON-OUT  PIC X(80).

       FD  UNCLAIMED-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS UNCLAIMED-OUT.
       01  UNCLAIMED-OUT  PIC X(100).

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-JOURNAL-OUT.
       01  GL-JOURNAL-OUT  PIC X(80).

      *account transaction journal - see the copybook for the layout
       FD  ACCOUNT-JOURNAL-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS ACCT-JOURNAL-RECORD.
           COPY ACCTJRNL.

      *shared job-run audit log - see the copybook for the layout
       FD  JOB-AUDIT-LOG-FILE
           RECORD CONTAINS 181 CHARACTERS
           DATA RECORD IS JOB-AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  BAL-FILE-STATUS      PIC XX.
       01  MASTER-FILE-STATUS   PIC XX.
       01  PARAM-FILE-STATUS    PIC XX.
       01  REGISTER-FILE-STATUS PIC XX.
       01  CHECK-NUMBER-STATUS  PIC XX.
       01  CLEARED-FILE-STATUS  PIC XX.
       01  VOID-FILE-STATUS     PIC XX.
       01  JRNL-FILE-STATUS     PIC XX.
       01  BAL-EOF-SWITCH       PIC XXX.
       01  REGISTER-EOF-SWITCH  PIC XXX.
       01  CLEARED-EOF-SWITCH   PIC XXX.
       01  VOID-EOF-SWITCH      PIC XXX.
       01  CUST-FOUND-SWITCH    PIC XXX.
       01  REFUND-THIS-SWITCH   PIC XXX.

       01  RUN-DATE.
           05 RUN-YEAR          PIC 99.
           05 RUN-MONTH         PIC 99.
           05 RUN-DAY           PIC 99.
       01  JOB-START-TIME       PIC 9(8).

      *with no parameter file only closed accounts are refunded and
      *the dormancy period is the usual three years
       01  ACTIVE-REFUND-SWITCH PIC XXX  VALUE 'NO '.
       01  REFUND-THRESHOLD     PIC 9(5)V99 VALUE ZERO.
       01  DORMANCY-DAYS        PIC 9(4)  VALUE 1095.

      *a check outstanding past this many days is stale-dated
       01  STALE-DAY-LIMIT      PIC 9(3) VALUE 90.

       01  DATE-8-WORK.
           05 FILLER            PIC 9(2) VALUE 20.
           05 DATE-8-YY         PIC 9(2).
           05 DATE-8-MM         PIC 9(2).
           05 DATE-8-DD         PIC 9(2).
       01  DATE-8-NUM REDEFINES DATE-8-WORK  PIC 9(8).
       01  TODAY-DAY-NUMBER     PIC 9(7).
       01  ISSUE-DAY-NUMBER     PIC 9(7).
       01  DAYS-OUTSTANDING     PIC S9(5).

       01  ACCOUNT-TOTAL        PIC S9(8)V99.
       01  REFUND-AMOUNT        PIC 9(7)V99.

       01  PAYEE-NAME-WORK.
           05 PAYEE-FIRST       PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PAYEE-LAST        PIC X(12).

      *the register held in storage for the run and written back
      *whole with the new checks, cleared/void marks and reissues
       01  REG-COUNT            PIC 9(4) VALUE ZERO.
       01  REG-IDX              PIC 9(4).
       01  REG-FOUND-IDX        PIC 9(4).
       01  REG-FOUND-SWITCH     PIC XXX.
       01  CHECK-IDX            PIC 9(4).

       01  REFUND-REGISTER-TABLE.
           05 REG-ENTRY OCCURS 2000 TIMES.
               10 RG-CHECK-NO   PIC 9(6).
               10 RG-ACC-NUMBER PIC X(6).
               10 RG-NAME       PIC X(25).
               10 RG-STREET     PIC X(15).
               10 RG-CITY       PIC X(13).
               10 RG-STATE      PIC X(2).
               10 RG-AMOUNT     PIC 9(7)V99.
               10 RG-DATE       PIC 9(6).
               10 RG-STATUS     PIC X(1).

       01  NEXT-CHECK-NUMBER    PIC 9(6) VALUE 000001.

       01  BALANCES-READ        PIC 9(5)   VALUE ZERO.
       01  ISSUED-COUNT         PIC 9(4)   VALUE ZERO.
       01  ISSUED-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  CLEARED-COUNT        PIC 9(4)   VALUE ZERO.
       01  CLEARED-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  OUTSTANDING-COUNT    PIC 9(4)   VALUE ZERO.
       01  OUTSTANDING-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01  STALE-COUNT          PIC 9(4)   VALUE ZERO.
       01  VOID-COUNT           PIC 9(4)   VALUE ZERO.
       01  VOID-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  UNCLAIMED-COUNT      PIC 9(4)   VALUE ZERO.
       01  UNCLAIMED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  EXCEPTION-COUNT      PIC 9(4)   VALUE ZERO.

       01  CHECK-LINE-1.
           05 FILLER            PIC X(10) VALUE 'CHECK NO  '.
           05 CHK-PRINT-NO      PIC 9(6).
           05 FILLER            PIC X(10) VALUE '    DATE  '.
           05 CHK-PRINT-DATE    PIC 9(6).
           05 FILLER            PIC X(12) VALUE '    ACCOUNT '.
           05 CHK-PRINT-ACC     PIC X(6).

       01  CHECK-LINE-2.
           05 FILLER            PIC X(10) VALUE 'PAY TO    '.
           05 CHK-PRINT-NAME    PIC X(25).

       01  CHECK-LINE-3.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 CHK-PRINT-STREET  PIC X(15).

       01  CHECK-LINE-4.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 CHK-PRINT-CITY    PIC X(13).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 CHK-PRINT-STATE   PIC X(2).

       01  CHECK-LINE-5.
           05 FILLER            PIC X(10) VALUE 'AMOUNT    '.
           05 CHK-PRINT-AMOUNT  PIC $$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CHK-PRINT-MEMO    PIC X(25).

       01  RECON-HEADING.
           05 FILLER            PIC X(33)
               VALUE 'REFUND CHECK RECONCILIATION DATE '.
           05 RECON-HEAD-DATE   PIC 9(6).

       01  RECON-DETAIL-LINE.
           05 RECON-PRINT-TAG   PIC X(12).
           05 RECON-PRINT-CHKNO PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RECON-PRINT-ACC   PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RECON-PRINT-NAME  PIC X(25).
           05 RECON-PRINT-AMT   PIC Z(6)9.99.
           05 FILLER            PIC X(7)  VALUE ' DAYS  '.
           05 RECON-PRINT-DAYS  PIC ZZZZ9.

       01  RECON-EXC-LINE.
           05 FILLER            PIC X(11) VALUE 'EXCEPTION: '.
           05 RECON-EXC-KEY     PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RECON-EXC-TEXT    PIC X(40).

       01  RECON-TRAILER.
           05 FILLER            PIC X(15) VALUE '*** TRAILER ***'.
           05 FILLER            PIC X(8)  VALUE ' ISSUED '.
           05 TRAIL-ISSUED      PIC Z(3)9.
           05 FILLER            PIC X(9)  VALUE ' CLEARED '.
           05 TRAIL-CLEARED     PIC Z(3)9.
           05 FILLER            PIC X(13) VALUE ' OUTSTANDING '.
           05 TRAIL-OUTSTANDING PIC Z(3)9.
           05 FILLER            PIC X(7)  VALUE ' STALE '.
           05 TRAIL-STALE       PIC Z(3)9.
           05 FILLER            PIC X(7)  VALUE ' VOIDS '.
           05 TRAIL-VOIDS       PIC Z(3)9.

       01  UNCLAIMED-HEADING.
           05 FILLER            PIC X(40)
               VALUE 'UNCLAIMED PROPERTY - REFUND CHECKS DATE '.
           05 UNCL-HEAD-DATE    PIC 9(6).
           05 FILLER            PIC X(16) VALUE '  DORMANCY DAYS '.
           05 UNCL-HEAD-DAYS    PIC ZZZ9.

       01  UNCLAIMED-LINE.
           05 UNCL-PRINT-CHKNO  PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 UNCL-PRINT-ACC    PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 UNCL-PRINT-NAME   PIC X(25).
           05 UNCL-PRINT-STREET PIC X(15).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 UNCL-PRINT-CITY   PIC X(13).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 UNCL-PRINT-STATE  PIC X(2).
           05 UNCL-PRINT-AMT    PIC Z(6)9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 UNCL-PRINT-DATE   PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 UNCL-PRINT-DAYS   PIC ZZZZ9.

       01  UNCLAIMED-TRAILER.
           05 FILLER            PIC X(15) VALUE '*** TRAILER ***'.
           05 FILLER            PIC X(8)  VALUE ' CHECKS '.
           05 UNCL-TRAIL-COUNT  PIC Z(3)9.
           05 FILLER            PIC X(8)  VALUE ' AMOUNT '.
           05 UNCL-TRAIL-AMT    PIC Z(8)9.99.

      *same journal line layout ELECTRIC-REPORTS writes
       01  GL-ENTRY-LINE.
           05 GL-PRINT-SIDE     PIC X(3).
           05 GL-PRINT-ACCOUNT  PIC X(20).
           05 GL-PRINT-AMOUNT   PIC Z(8)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GL-PRINT-MEMO     PIC X(25).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT JOB-START-TIME FROM TIME.
           ACCEPT RUN-DATE FROM DATE.
           MOVE RUN-YEAR TO DATE-8-YY.
           MOVE RUN-MONTH TO DATE-8-MM.
           MOVE RUN-DAY TO DATE-8-DD.
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DATE-8-NUM).

           PERFORM READ-REFUND-PARAM.
           PERFORM LOAD-REFUND-REGISTER.
           PERFORM LOAD-CHECK-NUMBER.

           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE RUN-DATE TO RECON-HEAD-DATE.
           MOVE RECON-HEADING TO RECON-OUT.
           WRITE RECON-OUT.

           OPEN OUTPUT REFUND-CHECK-FILE.

      *the billing run creates and seeds the journal - before it has
      *ever run there is nothing to prove against, so no rows here
           OPEN EXTEND ACCOUNT-JOURNAL-FILE.
           IF JRNL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'No account journal yet - refunds not journaled.'
           END-IF.

           PERFORM ISSUE-REFUND-CHECKS.
           PERFORM MATCH-CLEARED-ITEMS.
           PERFORM PROCESS-VOID-TRANSACTIONS.

           OPEN OUTPUT UNCLAIMED-REPORT-FILE.
           MOVE RUN-DATE TO UNCL-HEAD-DATE.
           MOVE DORMANCY-DAYS TO UNCL-HEAD-DAYS.
           MOVE UNCLAIMED-HEADING TO UNCLAIMED-OUT.
           WRITE UNCLAIMED-OUT.

           PERFORM REPORT-OUTSTANDING-CHECKS.

           MOVE UNCLAIMED-COUNT TO UNCL-TRAIL-COUNT.
           MOVE UNCLAIMED-TOTAL TO UNCL-TRAIL-AMT.
           MOVE UNCLAIMED-TRAILER TO UNCLAIMED-OUT.
           WRITE UNCLAIMED-OUT.

           MOVE ISSUED-COUNT TO TRAIL-ISSUED.
           MOVE CLEARED-COUNT TO TRAIL-CLEARED.
           MOVE OUTSTANDING-COUNT TO TRAIL-OUTSTANDING.
           MOVE STALE-COUNT TO TRAIL-STALE.
           MOVE VOID-COUNT TO TRAIL-VOIDS.
           MOVE RECON-TRAILER TO RECON-OUT.
           WRITE RECON-OUT.

           CLOSE RECON-REPORT-FILE
                 REFUND-CHECK-FILE
                 UNCLAIMED-REPORT-FILE.
           IF JRNL-FILE-STATUS IS EQUAL TO '00'
               CLOSE ACCOUNT-JOURNAL-FILE
           END-IF.

           PERFORM REWRITE-REFUND-REGISTER.
           PERFORM SAVE-CHECK-NUMBER.
           PERFORM WRITE-REFUND-GL-LINES.
           PERFORM WRITE-JOB-AUDIT-LOG-ENTRY.

           DISPLAY 'REFUNDS COMPLETE - ' ISSUED-COUNT ' ISSUED '
               CLEARED-COUNT ' CLEARED ' VOID-COUNT
               ' VOIDED/REISSUED ' UNCLAIMED-COUNT ' UNCLAIMED'.
      *GOBACK, not STOP RUN, so the NIGHTRUN sequencer that CALLs
      *this program gets control back to record the step's outcome
           GOBACK.

      *picks up the active-account credit threshold and the dormancy
      *period; a zero threshold also leaves active accounts alone
       READ-REFUND-PARAM.
           OPEN INPUT REFUND-PARAM-FILE.
           IF PARAM-FILE-STATUS = '00'
               READ REFUND-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RP-THRESHOLD TO REFUND-THRESHOLD
                       IF RP-THRESHOLD IS GREATER THAN ZERO
                           MOVE 'YES' TO ACTIVE-REFUND-SWITCH
                       END-IF
                       IF RP-DORMANCY-DAYS IS GREATER THAN ZERO
                           MOVE RP-DORMANCY-DAYS TO DORMANCY-DAYS
                       END-IF
               END-READ
               CLOSE REFUND-PARAM-FILE
           ELSE
               DISPLAY 'No refund parameters - closed accounts only.'
           END-IF.

       LOAD-REFUND-REGISTER.
           OPEN INPUT REFUND-REGISTER-MASTER.
           IF REGISTER-FILE-STATUS = '00'
               MOVE SPACES TO REGISTER-EOF-SWITCH
               PERFORM LOAD-ONE-REGISTER-ROW
                   UNTIL REGISTER-EOF-SWITCH = 'YES'
               CLOSE REFUND-REGISTER-MASTER
           END-IF.

       LOAD-ONE-REGISTER-ROW.
           READ REFUND-REGISTER-MASTER
               AT END MOVE 'YES' TO REGISTER-EOF-SWITCH
               NOT AT END
                   IF REG-COUNT IS LESS THAN 2000
                       ADD 1 TO REG-COUNT
                       MOVE RFM-CHECK-NO TO RG-CHECK-NO(REG-COUNT)
                       MOVE RFM-ACC-NUMBER TO RG-ACC-NUMBER(REG-COUNT)
                       MOVE RFM-NAME TO RG-NAME(REG-COUNT)
                       MOVE RFM-STREET TO RG-STREET(REG-COUNT)
                       MOVE RFM-CITY TO RG-CITY(REG-COUNT)
                       MOVE RFM-STATE TO RG-STATE(REG-COUNT)
                       MOVE RFM-AMOUNT TO RG-AMOUNT(REG-COUNT)
                       MOVE RFM-DATE TO RG-DATE(REG-COUNT)
                       MOVE RFM-STATUS TO RG-STATUS(REG-COUNT)
                   END-IF
           END-READ.

      *walks the whole receivables master for accounts in credit -
      *a closed account is paid whatever it is owed, an active one
      *only when its credit is over the threshold
       ISSUE-REFUND-CHECKS.
           OPEN I-O BALANCE-MASTER-FILE.
           IF BAL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'No balance master - no refunds this run.'
           ELSE
               OPEN I-O CUSTOMER-MASTER-FILE
               MOVE SPACES TO BAL-EOF-SWITCH
               MOVE LOW-VALUES TO BAL-ACC-NUMBER
               START BALANCE-MASTER-FILE
                   KEY IS GREATER THAN BAL-ACC-NUMBER
                   INVALID KEY MOVE 'YES' TO BAL-EOF-SWITCH
               END-START
               IF BAL-EOF-SWITCH IS NOT EQUAL TO 'YES'
                   PERFORM READ-NEXT-BALANCE
               END-IF
               PERFORM CHECK-ONE-BALANCE
                   UNTIL BAL-EOF-SWITCH = 'YES'
               CLOSE BALANCE-MASTER-FILE
                     CUSTOMER-MASTER-FILE
           END-IF.

       READ-NEXT-BALANCE.
           READ BALANCE-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO BAL-EOF-SWITCH
               NOT AT END ADD 1 TO BALANCES-READ
           END-READ.

       CHECK-ONE-BALANCE.
      *the late charge is only a memo of what current already holds
           COMPUTE ACCOUNT-TOTAL = BAL-CURRENT + BAL-OVER-30
               + BAL-OVER-60 + BAL-OVER-90.

           IF ACCOUNT-TOTAL IS LESS THAN ZERO
               PERFORM SELECT-CREDIT-ACCOUNT
           END-IF.

           PERFORM READ-NEXT-BALANCE.

      *a credit with no customer master row has nowhere to be
      *mailed - the office works it from the exception line
       SELECT-CREDIT-ACCOUNT.
           COMPUTE REFUND-AMOUNT = ZERO - ACCOUNT-TOTAL.
           MOVE 'NO ' TO REFUND-THIS-SWITCH.

           MOVE BAL-ACC-NUMBER TO CUST-ACC-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY MOVE 'NO ' TO CUST-FOUND-SWITCH
               NOT INVALID KEY MOVE 'YES' TO CUST-FOUND-SWITCH
           END-READ.

           EVALUATE TRUE
               WHEN CUST-FOUND-SWITCH = 'NO '
                   MOVE BAL-ACC-NUMBER TO RECON-EXC-KEY
                   MOVE 'CREDIT BALANCE WITH NO CUSTOMER MASTER'
                       TO RECON-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN CUST-IS-CLOSED
                   MOVE 'YES' TO REFUND-THIS-SWITCH
               WHEN ACTIVE-REFUND-SWITCH = 'YES'
                AND REFUND-AMOUNT IS GREATER THAN REFUND-THRESHOLD
                   MOVE 'YES' TO REFUND-THIS-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF REFUND-THIS-SWITCH = 'YES'
               IF REG-COUNT IS LESS THAN 2000
                   PERFORM ISSUE-ONE-REFUND
               ELSE
                   MOVE BAL-ACC-NUMBER TO RECON-EXC-KEY
                   MOVE 'REFUND REGISTER FULL - NOT REFUNDED'
                       TO RECON-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

      *the refund zeroes the credit on the receivables; a closed
      *account has nothing left to carry, so both of its rows retire
       ISSUE-ONE-REFUND.
           MOVE CUST-FIRST-NAME TO PAYEE-FIRST.
           MOVE CUST-LAST-NAME TO PAYEE-LAST.

           ADD 1 TO REG-COUNT.
           MOVE NEXT-CHECK-NUMBER TO RG-CHECK-NO(REG-COUNT).
           MOVE BAL-ACC-NUMBER TO RG-ACC-NUMBER(REG-COUNT).
           MOVE PAYEE-NAME-WORK TO RG-NAME(REG-COUNT).
           MOVE CUST-STREET-ADDRESS TO RG-STREET(REG-COUNT).
           MOVE CUST-CITY TO RG-CITY(REG-COUNT).
           MOVE CUST-STATE TO RG-STATE(REG-COUNT).
           MOVE REFUND-AMOUNT TO RG-AMOUNT(REG-COUNT).
           MOVE RUN-DATE TO RG-DATE(REG-COUNT).
           MOVE 'O' TO RG-STATUS(REG-COUNT).
           ADD 1 TO NEXT-CHECK-NUMBER.

           IF CUST-IS-CLOSED
               DELETE BALANCE-MASTER-FILE RECORD
                   INVALID KEY
                       DISPLAY 'BALANCE ROW NOT RETIRED ' BAL-ACC-NUMBER
               END-DELETE
               DELETE CUSTOMER-MASTER-FILE RECORD
                   INVALID KEY
                       DISPLAY 'CUSTOMER ROW NOT RETIRED '
                           CUST-ACC-NUMBER
               END-DELETE
               MOVE 'CLOSED ACCOUNT CREDIT' TO CHK-PRINT-MEMO
           ELSE
               MOVE ZERO TO BAL-CURRENT BAL-OVER-30 BAL-OVER-60
                            BAL-OVER-90 BAL-LATE-CHARGE
               REWRITE BAL-RECORD
                   INVALID KEY
                       DISPLAY 'BALANCE ROW NOT ZEROED ' BAL-ACC-NUMBER
               END-REWRITE
               MOVE 'CREDIT BALANCE REFUND' TO CHK-PRINT-MEMO
           END-IF.

           MOVE REG-COUNT TO CHECK-IDX.
           PERFORM PRINT-REFUND-CHECK.

      *the check takes the credit back to zero on the receivables
           IF JRNL-FILE-STATUS IS EQUAL TO '00'
               MOVE BAL-ACC-NUMBER TO JRNL-ACC-NUMBER
               MOVE RUN-DATE TO JRNL-DATE
               MOVE JOB-START-TIME TO JRNL-TIME
               MOVE 'RF' TO JRNL-TYPE
               MOVE 'A' TO JRNL-LEDGER
               MOVE REFUND-AMOUNT TO JRNL-AMOUNT
               MOVE SPACES TO JRNL-REFERENCE
               MOVE RG-CHECK-NO(REG-COUNT) TO JRNL-REFERENCE(1:6)
               WRITE ACCT-JOURNAL-RECORD
           END-IF.

           MOVE 'ISSUED      ' TO RECON-PRINT-TAG.
           MOVE RG-CHECK-NO(REG-COUNT) TO RECON-PRINT-CHKNO.
           MOVE RG-ACC-NUMBER(REG-COUNT) TO RECON-PRINT-ACC.
           MOVE RG-NAME(REG-COUNT) TO RECON-PRINT-NAME.
           MOVE REFUND-AMOUNT TO RECON-PRINT-AMT.
           MOVE ZERO TO RECON-PRINT-DAYS.
           MOVE RECON-DETAIL-LINE TO RECON-OUT.
           WRITE RECON-OUT.

           ADD 1 TO ISSUED-COUNT.
           ADD REFUND-AMOUNT TO ISSUED-TOTAL.

      *one check image for the register row at CHECK-IDX, memo set
      *by the caller
       PRINT-REFUND-CHECK.
           MOVE RG-CHECK-NO(CHECK-IDX) TO CHK-PRINT-NO.
           MOVE RG-DATE(CHECK-IDX) TO CHK-PRINT-DATE.
           MOVE RG-ACC-NUMBER(CHECK-IDX) TO CHK-PRINT-ACC.
           MOVE CHECK-LINE-1 TO REFUND-CHECK-OUT.
           WRITE REFUND-CHECK-OUT.

           MOVE RG-NAME(CHECK-IDX) TO CHK-PRINT-NAME.
           MOVE CHECK-LINE-2 TO REFUND-CHECK-OUT.
           WRITE REFUND-CHECK-OUT.

           MOVE RG-STREET(CHECK-IDX) TO CHK-PRINT-STREET.
           MOVE CHECK-LINE-3 TO REFUND-CHECK-OUT.
           WRITE REFUND-CHECK-OUT.

           MOVE RG-CITY(CHECK-IDX) TO CHK-PRINT-CITY.
           MOVE RG-STATE(CHECK-IDX) TO CHK-PRINT-STATE.
           MOVE CHECK-LINE-4 TO REFUND-CHECK-OUT.
           WRITE REFUND-CHECK-OUT.

           MOVE RG-AMOUNT(CHECK-IDX) TO CHK-PRINT-AMOUNT.
           MOVE CHECK-LINE-5 TO REFUND-CHECK-OUT.
           WRITE REFUND-CHECK-OUT.

           MOVE SPACES TO REFUND-CHECK-OUT.
           WRITE REFUND-CHECK-OUT.

      *each cleared item has to name an outstanding refund check for
      *its exact amount - anything else is an exception
       MATCH-CLEARED-ITEMS.
           OPEN INPUT CLEARED-ITEMS-FILE.
           IF CLEARED-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'No refund cleared-items file this run.'
           ELSE
               MOVE SPACES TO CLEARED-EOF-SWITCH
               READ CLEARED-ITEMS-FILE
                   AT END MOVE 'YES' TO CLEARED-EOF-SWITCH
               END-READ
               PERFORM MATCH-ONE-CLEARED-ITEM
                   UNTIL CLEARED-EOF-SWITCH = 'YES'
               CLOSE CLEARED-ITEMS-FILE
           END-IF.

       MATCH-ONE-CLEARED-ITEM.
           PERFORM FIND-OUTSTANDING-CHECK.

           EVALUATE TRUE
               WHEN REG-FOUND-SWITCH = 'NO '
                   MOVE CLR-CHECK-NO TO RECON-EXC-KEY
                   MOVE 'CLEARED ITEM MATCHES NO CHECK'
                       TO RECON-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN CLR-AMOUNT NOT = RG-AMOUNT(REG-FOUND-IDX)
                   MOVE CLR-CHECK-NO TO RECON-EXC-KEY
                   MOVE 'CLEARED FOR THE WRONG AMOUNT'
                       TO RECON-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   MOVE 'C' TO RG-STATUS(REG-FOUND-IDX)
                   ADD 1 TO CLEARED-COUNT
                   ADD CLR-AMOUNT TO CLEARED-TOTAL
           END-EVALUATE.

           READ CLEARED-ITEMS-FILE
               AT END MOVE 'YES' TO CLEARED-EOF-SWITCH
           END-READ.

       FIND-OUTSTANDING-CHECK.
           MOVE 'NO ' TO REG-FOUND-SWITCH.
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               IF RG-CHECK-NO(REG-IDX) = CLR-CHECK-NO
                  AND RG-STATUS(REG-IDX) = 'O'
                   MOVE 'YES' TO REG-FOUND-SWITCH
                   MOVE REG-IDX TO REG-FOUND-IDX
               END-IF
           END-PERFORM.

      *a void reverses the original refund check and prints its
      *replacement under the next refund number to the address the
      *original went to
       PROCESS-VOID-TRANSACTIONS.
           OPEN INPUT VOID-TRANS-FILE.
           IF VOID-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'No refund void/reissue transactions this run.'
           ELSE
               MOVE SPACES TO VOID-EOF-SWITCH
               READ VOID-TRANS-FILE
                   AT END MOVE 'YES' TO VOID-EOF-SWITCH
               END-READ
               PERFORM APPLY-ONE-VOID
                   UNTIL VOID-EOF-SWITCH = 'YES'
               CLOSE VOID-TRANS-FILE
           END-IF.

       APPLY-ONE-VOID.
           MOVE 'NO ' TO REG-FOUND-SWITCH.
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               IF RG-CHECK-NO(REG-IDX) = VT-CHECK-NO
                  AND RG-STATUS(REG-IDX) = 'O'
                   MOVE 'YES' TO REG-FOUND-SWITCH
                   MOVE REG-IDX TO REG-FOUND-IDX
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN REG-FOUND-SWITCH = 'NO '
                   MOVE VT-CHECK-NO TO RECON-EXC-KEY
                   MOVE 'VOID NAMES NO OUTSTANDING CHECK'
                       TO RECON-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN REG-COUNT IS NOT LESS THAN 2000
                   MOVE VT-CHECK-NO TO RECON-EXC-KEY
                   MOVE 'REFUND REGISTER FULL - NOT REISSUED'
                       TO RECON-EXC-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM VOID-AND-REISSUE
           END-EVALUATE.

           READ VOID-TRANS-FILE
               AT END MOVE 'YES' TO VOID-EOF-SWITCH
           END-READ.

       VOID-AND-REISSUE.
           MOVE 'V' TO RG-STATUS(REG-FOUND-IDX).

           ADD 1 TO REG-COUNT.
           MOVE NEXT-CHECK-NUMBER TO RG-CHECK-NO(REG-COUNT).
           MOVE RG-ACC-NUMBER(REG-FOUND-IDX)
               TO RG-ACC-NUMBER(REG-COUNT).
           MOVE RG-NAME(REG-FOUND-IDX) TO RG-NAME(REG-COUNT).
           MOVE RG-STREET(REG-FOUND-IDX) TO RG-STREET(REG-COUNT).
           MOVE RG-CITY(REG-FOUND-IDX) TO RG-CITY(REG-COUNT).
           MOVE RG-STATE(REG-FOUND-IDX) TO RG-STATE(REG-COUNT).
           MOVE RG-AMOUNT(REG-FOUND-IDX) TO RG-AMOUNT(REG-COUNT).
           MOVE RUN-DATE TO RG-DATE(REG-COUNT).
           MOVE 'O' TO RG-STATUS(REG-COUNT).
           ADD 1 TO NEXT-CHECK-NUMBER.

           MOVE REG-COUNT TO CHECK-IDX.
           MOVE 'REPLACES CHECK NO' TO CHK-PRINT-MEMO.
           MOVE RG-CHECK-NO(REG-FOUND-IDX) TO CHK-PRINT-MEMO(19:6).
           PERFORM PRINT-REFUND-CHECK.

           MOVE 'VOID/REISS  ' TO RECON-PRINT-TAG.
           MOVE RG-CHECK-NO(REG-FOUND-IDX) TO RECON-PRINT-CHKNO.
           MOVE RG-ACC-NUMBER(REG-FOUND-IDX) TO RECON-PRINT-ACC.
           MOVE RG-NAME(REG-FOUND-IDX) TO RECON-PRINT-NAME.
           MOVE RG-AMOUNT(REG-FOUND-IDX) TO RECON-PRINT-AMT.
           MOVE ZERO TO RECON-PRINT-DAYS.
           MOVE RECON-DETAIL-LINE TO RECON-OUT.
           WRITE RECON-OUT.

           ADD 1 TO VOID-COUNT.
           ADD RG-AMOUNT(REG-FOUND-IDX) TO VOID-TOTAL.

      *everything still outstanding, with its age - stale-dated
      *checks are called out for the office to chase, and a check
      *past the dormancy period is turned over as unclaimed property
       REPORT-OUTSTANDING-CHECKS.
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               IF RG-STATUS(REG-IDX) = 'O'
                   PERFORM REPORT-ONE-OUTSTANDING
               END-IF
           END-PERFORM.

       REPORT-ONE-OUTSTANDING.
           MOVE RG-DATE(REG-IDX)(1:2) TO DATE-8-YY.
           MOVE RG-DATE(REG-IDX)(3:2) TO DATE-8-MM.
           MOVE RG-DATE(REG-IDX)(5:2) TO DATE-8-DD.
           COMPUTE ISSUE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DATE-8-NUM).
           COMPUTE DAYS-OUTSTANDING =
               TODAY-DAY-NUMBER - ISSUE-DAY-NUMBER.
           IF DAYS-OUTSTANDING IS LESS THAN ZERO
               MOVE ZERO TO DAYS-OUTSTANDING
           END-IF.

           EVALUATE TRUE
               WHEN DAYS-OUTSTANDING IS GREATER THAN DORMANCY-DAYS
                   MOVE 'UNCLAIMED   ' TO RECON-PRINT-TAG
                   PERFORM TURN-OVER-UNCLAIMED
               WHEN DAYS-OUTSTANDING IS GREATER THAN STALE-DAY-LIMIT
                   MOVE 'STALE-DATED ' TO RECON-PRINT-TAG
                   ADD 1 TO STALE-COUNT
                   ADD 1 TO OUTSTANDING-COUNT
                   ADD RG-AMOUNT(REG-IDX) TO OUTSTANDING-TOTAL
               WHEN OTHER
                   MOVE 'OUTSTANDING ' TO RECON-PRINT-TAG
                   ADD 1 TO OUTSTANDING-COUNT
                   ADD RG-AMOUNT(REG-IDX) TO OUTSTANDING-TOTAL
           END-EVALUATE.

           MOVE RG-CHECK-NO(REG-IDX) TO RECON-PRINT-CHKNO.
           MOVE RG-ACC-NUMBER(REG-IDX) TO RECON-PRINT-ACC.
           MOVE RG-NAME(REG-IDX) TO RECON-PRINT-NAME.
           MOVE RG-AMOUNT(REG-IDX) TO RECON-PRINT-AMT.
           MOVE DAYS-OUTSTANDING TO RECON-PRINT-DAYS.
           MOVE RECON-DETAIL-LINE TO RECON-OUT.
           WRITE RECON-OUT.

      *the check comes off the outstanding list for good - the state
      *holds the money for the customer from here on
       TURN-OVER-UNCLAIMED.
           MOVE 'U' TO RG-STATUS(REG-IDX).

           MOVE RG-CHECK-NO(REG-IDX) TO UNCL-PRINT-CHKNO.
           MOVE RG-ACC-NUMBER(REG-IDX) TO UNCL-PRINT-ACC.
           MOVE RG-NAME(REG-IDX) TO UNCL-PRINT-NAME.
           MOVE RG-STREET(REG-IDX) TO UNCL-PRINT-STREET.
           MOVE RG-CITY(REG-IDX) TO UNCL-PRINT-CITY.
           MOVE RG-STATE(REG-IDX) TO UNCL-PRINT-STATE.
           MOVE RG-AMOUNT(REG-IDX) TO UNCL-PRINT-AMT.
           MOVE RG-DATE(REG-IDX) TO UNCL-PRINT-DATE.
           MOVE DAYS-OUTSTANDING TO UNCL-PRINT-DAYS.
           MOVE UNCLAIMED-LINE TO UNCLAIMED-OUT.
           WRITE UNCLAIMED-OUT.

           ADD 1 TO UNCLAIMED-COUNT.
           ADD RG-AMOUNT(REG-IDX) TO UNCLAIMED-TOTAL.

       WRITE-EXCEPTION-LINE.
           MOVE RECON-EXC-LINE TO RECON-OUT.
           WRITE RECON-OUT.
           ADD 1 TO EXCEPTION-COUNT.

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

      *the register goes back out whole - new checks, cleared, void
      *and unclaimed marks kept, reissue rows included
       REWRITE-REFUND-REGISTER.
           OPEN OUTPUT REFUND-REGISTER-MASTER.
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               MOVE RG-CHECK-NO(REG-IDX) TO RFM-CHECK-NO
               MOVE RG-ACC-NUMBER(REG-IDX) TO RFM-ACC-NUMBER
               MOVE RG-NAME(REG-IDX) TO RFM-NAME
               MOVE RG-STREET(REG-IDX) TO RFM-STREET
               MOVE RG-CITY(REG-IDX) TO RFM-CITY
               MOVE RG-STATE(REG-IDX) TO RFM-STATE
               MOVE RG-AMOUNT(REG-IDX) TO RFM-AMOUNT
               MOVE RG-DATE(REG-IDX) TO RFM-DATE
               MOVE RG-STATUS(REG-IDX) TO RFM-STATUS
               WRITE REFUND-REGISTER-MASTER-REC
           END-PERFORM.
           CLOSE REFUND-REGISTER-MASTER.

      *each movement goes to the journal as its own balanced pair -
      *refunds paid out of receivables, void and reissue both sides
      *of the refund cash account, and escheated checks moved to the
      *unclaimed-property liability
       WRITE-REFUND-GL-LINES.
           OPEN EXTEND GL-JOURNAL-FILE.

           IF ISSUED-TOTAL IS GREATER THAN ZERO
               MOVE 'DR ' TO GL-PRINT-SIDE
               MOVE 'ACCTS-RECEIVABLE    ' TO GL-PRINT-ACCOUNT
               MOVE ISSUED-TOTAL TO GL-PRINT-AMOUNT
               MOVE 'CREDIT REFUNDS ISSUED' TO GL-PRINT-MEMO
               PERFORM WRITE-GL-LINE
               MOVE 'CR ' TO GL-PRINT-SIDE
               MOVE 'CASH-REFUND-CHECKS  ' TO GL-PRINT-ACCOUNT
               PERFORM WRITE-GL-LINE
           END-IF.

           IF VOID-TOTAL IS GREATER THAN ZERO
               MOVE 'DR ' TO GL-PRINT-SIDE
               MOVE 'CASH-REFUND-CHECKS  ' TO GL-PRINT-ACCOUNT
               MOVE VOID-TOTAL TO GL-PRINT-AMOUNT
               MOVE 'REFUND CHECKS VOIDED' TO GL-PRINT-MEMO
               PERFORM WRITE-GL-LINE
               MOVE 'CR ' TO GL-PRINT-SIDE
               MOVE 'REFUND CHECKS REISSUED' TO GL-PRINT-MEMO
               PERFORM WRITE-GL-LINE
           END-IF.

           IF UNCLAIMED-TOTAL IS GREATER THAN ZERO
               MOVE 'DR ' TO GL-PRINT-SIDE
               MOVE 'CASH-REFUND-CHECKS  ' TO GL-PRINT-ACCOUNT
               MOVE UNCLAIMED-TOTAL TO GL-PRINT-AMOUNT
               MOVE 'REFUNDS TO UNCLAIMED' TO GL-PRINT-MEMO
               PERFORM WRITE-GL-LINE
               MOVE 'CR ' TO GL-PRINT-SIDE
               MOVE 'UNCLAIMED-PROP-PAY  ' TO GL-PRINT-ACCOUNT
               PERFORM WRITE-GL-LINE
           END-IF.

           CLOSE GL-JOURNAL-FILE.

       WRITE-GL-LINE.
           MOVE GL-ENTRY-LINE TO GL-JOURNAL-OUT.
           WRITE GL-JOURNAL-OUT.

      *appends one line to the shared job-run audit log
       WRITE-JOB-AUDIT-LOG-ENTRY.
           MOVE 'CUSTOMER-REFUNDS' TO AUDIT-PROGRAM-NAME.
           ACCEPT AUDIT-RUN-DATE FROM DATE.
           MOVE JOB-START-TIME TO AUDIT-START-TIME.
           ACCEPT AUDIT-END-TIME FROM TIME.
           MOVE BALANCES-READ TO AUDIT-INPUT-COUNT.

           MOVE 'REFUNDS-ISSUED' TO AUDIT-OUTPUT-LABEL(1).
           MOVE ISSUED-COUNT     TO AUDIT-OUTPUT-COUNT(1).
           MOVE 'CLEARED'        TO AUDIT-OUTPUT-LABEL(2).
           MOVE CLEARED-COUNT    TO AUDIT-OUTPUT-COUNT(2).
           MOVE 'OUTSTANDING'    TO AUDIT-OUTPUT-LABEL(3).
           MOVE OUTSTANDING-COUNT TO AUDIT-OUTPUT-COUNT(3).
           MOVE 'VOID-REISSUE'   TO AUDIT-OUTPUT-LABEL(4).
           MOVE VOID-COUNT       TO AUDIT-OUTPUT-COUNT(4).
           MOVE 'UNCLAIMED'      TO AUDIT-OUTPUT-LABEL(5).
           MOVE UNCLAIMED-COUNT  TO AUDIT-OUTPUT-COUNT(5).
           MOVE 'EXCEPTIONS'     TO AUDIT-OUTPUT-LABEL(6).
           MOVE EXCEPTION-COUNT  TO AUDIT-OUTPUT-COUNT(6).

           OPEN EXTEND JOB-AUDIT-LOG-FILE.
           WRITE JOB-AUDIT-LOG-RECORD.
           CLOSE JOB-AUDIT-LOG-FILE.
