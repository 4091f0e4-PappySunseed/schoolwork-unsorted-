      ******************************************************************
      * Author: Caleb Ruby
      * Date:   10/15/26
      * Purpose: customer account history for a disputed balance -
      *          takes a list of accounts, each with a date range, and
      *          prints every posting the account transaction journal
      *          holds for it with a running balance, then proves the
      *          journal's totals back to what balances.dat (plus any
      *          open payment arrangement), deposits.dat and
      *          writeoff.dat hold for the account today
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-HISTORY.
       AUTHOR.     CALEB R. & GROUP.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *one account per line - account number, from date, to date
      *(YYMMDD); a blank from date means the start of the journal and
      *a blank to date means through today
           SELECT INQUIRY-FILE ASSIGN TO 'history-inquiry.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQUIRY-FILE-STATUS.
           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO 'acct-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.
           SELECT HISTORY-REPORT-FILE ASSIGN TO 'acct-history.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *the masters the journal is proven against - read only
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'custmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACC-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT BALANCE-MASTER-FILE ASSIGN TO 'balances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACC-NUMBER
               FILE STATUS IS BAL-FILE-STATUS.
           SELECT ARRANGEMENT-MASTER-FILE ASSIGN TO 'arrange.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-ACC-NUMBER
               FILE STATUS IS ARR-FILE-STATUS.
           SELECT DEPOSIT-MASTER-FILE ASSIGN TO 'deposits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ACC-NUMBER
               FILE STATUS IS DEP-FILE-STATUS.
           SELECT WRITEOFF-MASTER-FILE ASSIGN TO 'writeoff.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOM-ACC-NUMBER
               FILE STATUS IS WOM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS INQUIRY-RECORD.
       01  INQUIRY-RECORD.
           05 INQ-ACC-NUMBER    PIC X(6).
           05 INQ-FROM-DATE     PIC 9(6).
           05 INQ-TO-DATE       PIC 9(6).

      *account transaction journal - see the copybook for the layout
       FD  ACCOUNT-JOURNAL-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS ACCT-JOURNAL-RECORD.
           COPY ACCTJRNL.

       FD  HISTORY-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HISTORY-REPORT-OUT.
       01  HISTORY-REPORT-OUT  PIC X(100).

      *customer account master - see the copybook for the layout
       FD  CUSTOMER-MASTER-FILE
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

      *same layouts ELECTRIC-REPORTS maintains on these masters -
      *only read here, never written
       FD  BALANCE-MASTER-FILE
           DATA RECORD IS BAL-RECORD.
       01  BAL-RECORD.
           05 BAL-ACC-NUMBER   PIC X(6).
           05 BAL-CURRENT      PIC S9(7)V99.
           05 BAL-OVER-30      PIC S9(7)V99.
           05 BAL-OVER-60      PIC S9(7)V99.
           05 BAL-OVER-90      PIC S9(7)V99.
           05 BAL-LATE-CHARGE  PIC S9(5)V99.

       FD  ARRANGEMENT-MASTER-FILE
           DATA RECORD IS ARR-RECORD.
       01  ARR-RECORD.
           05 ARR-ACC-NUMBER        PIC X(6).
           05 ARR-STATUS            PIC X(1).
               88 ARR-IS-ACTIVE         VALUE 'A'.
               88 ARR-IS-BROKEN         VALUE 'B'.
               88 ARR-IS-COMPLETE       VALUE 'C'.
           05 ARR-STATUS-DATE       PIC 9(6).
           05 ARR-AGREED-AMOUNT     PIC 9(7)V99.
           05 ARR-REMAINING         PIC 9(7)V99.
           05 ARR-INSTALLMENTS      PIC 9(2).
           05 ARR-INSTALLMENTS-LEFT PIC 9(2).
           05 ARR-INSTALLMENT-AMT   PIC 9(7)V99.
           05 ARR-DUE-DATE          PIC 9(6).
           05 ARR-PAID-THIS-CYCLE   PIC 9(7)V99.

       FD  DEPOSIT-MASTER-FILE
           DATA RECORD IS DEP-RECORD.
       01  DEP-RECORD.
           05 DEP-ACC-NUMBER   PIC X(6).
           05 DEP-PRINCIPAL    PIC 9(7)V99.
           05 DEP-INTEREST     PIC 9(5)V99.
           05 DEP-DATE         PIC 9(6).

       FD  WRITEOFF-MASTER-FILE
           DATA RECORD IS WOM-RECORD.
       01  WOM-RECORD.
           05 WOM-ACC-NUMBER   PIC X(6).
           05 WOM-AMOUNT       PIC S9(7)V99.
           05 WOM-DATE         PIC 9(6).
           05 WOM-RECOVERED    PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  INQUIRY-FILE-STATUS  PIC XX.
       01  JRNL-FILE-STATUS     PIC XX.
       01  MASTER-FILE-STATUS   PIC XX.
       01  BAL-FILE-STATUS      PIC XX.
       01  ARR-FILE-STATUS      PIC XX.
       01  DEP-FILE-STATUS      PIC XX.
       01  WOM-FILE-STATUS      PIC XX.
       01  INQUIRY-EOF-SWITCH   PIC XXX.
       01  JRNL-EOF-SWITCH      PIC XXX.
       01  OPENING-DONE-SWITCH  PIC XXX.

      *a master that has never been built reads as holding nothing
       01  MASTER-OPEN-SWITCH   PIC XXX.
       01  BAL-OPEN-SWITCH      PIC XXX.
       01  ARR-OPEN-SWITCH      PIC XXX.
       01  DEP-OPEN-SWITCH      PIC XXX.
       01  WOM-OPEN-SWITCH      PIC XXX.

       01  RUN-DATE             PIC 9(6).
       01  RANGE-FROM-DATE      PIC 9(6).
       01  RANGE-TO-DATE        PIC 9(6).

      *one set per ledger - what posted before the range opened, the
      *running figure through the range, and the whole journal's
      *total that is proven against the master
       01  AR-OPENING           PIC S9(8)V99.
       01  AR-RUNNING           PIC S9(8)V99.
       01  AR-JOURNAL-TOTAL     PIC S9(8)V99.
       01  AR-MASTER-TOTAL      PIC S9(8)V99.
       01  DEP-OPENING          PIC S9(8)V99.
       01  DEP-RUNNING          PIC S9(8)V99.
       01  DEP-JOURNAL-TOTAL    PIC S9(8)V99.
       01  DEP-MASTER-TOTAL     PIC S9(8)V99.
       01  WO-OPENING           PIC S9(8)V99.
       01  WO-RUNNING           PIC S9(8)V99.
       01  WO-JOURNAL-TOTAL     PIC S9(8)V99.
       01  WO-MASTER-TOTAL      PIC S9(8)V99.
       01  ACCOUNT-PROVEN-SWITCH PIC XXX.

       01  ROWS-IN-RANGE        PIC 9(5).
       01  ACCOUNT-COUNT        PIC 9(5) VALUE ZERO.
       01  PROVEN-COUNT         PIC 9(5) VALUE ZERO.
       01  UNPROVEN-COUNT       PIC 9(5) VALUE ZERO.

       01  HISTORY-HEADING.
           05 FILLER            PIC X(31)
               VALUE 'CUSTOMER ACCOUNT HISTORY - RUN '.
           05 HIST-HEAD-DATE    PIC 9(6).

       01  ACCOUNT-HEADING-LINE.
           05 FILLER            PIC X(8)  VALUE 'ACCOUNT '.
           05 ACCH-PRINT-ACC    PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 ACCH-PRINT-FIRST  PIC X(12).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 ACCH-PRINT-LAST   PIC X(12).
           05 FILLER            PIC X(6)  VALUE ' FROM '.
           05 ACCH-PRINT-FROM   PIC 9(6).
           05 FILLER            PIC X(4)  VALUE ' TO '.
           05 ACCH-PRINT-TO     PIC 9(6).

       01  COLUMN-HEADING-LINE.
           05 FILLER            PIC X(40)
               VALUE 'DATE   TY DESCRIPTION          LEDGER   '.
           05 FILLER            PIC X(40)
               VALUE '   REFERENCE      AMOUNT       BALANCE  '.

       01  HISTORY-DETAIL-LINE.
           05 HD-PRINT-DATE     PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 HD-PRINT-TYPE     PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 HD-PRINT-DESC     PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 HD-PRINT-LEDGER   PIC X(11).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 HD-PRINT-REF      PIC X(10).
           05 HD-PRINT-AMOUNT   PIC -(7)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 HD-PRINT-BALANCE  PIC -(8)9.99.

       01  BALANCE-LINE.
           05 BL-PRINT-LABEL    PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 BL-PRINT-DATE     PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 BL-PRINT-LEDGER   PIC X(11).
           05 FILLER            PIC X(25) VALUE SPACES.
           05 BL-PRINT-BALANCE  PIC -(8)9.99.

       01  PROOF-LINE.
           05 FILLER            PIC X(6)  VALUE 'PROOF '.
           05 PF-PRINT-LEDGER   PIC X(11).
           05 FILLER            PIC X(9)  VALUE ' JOURNAL '.
           05 PF-PRINT-JOURNAL  PIC -(8)9.99.
           05 FILLER            PIC X(8)  VALUE ' MASTER '.
           05 PF-PRINT-MASTER   PIC -(8)9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PF-PRINT-RESULT   PIC X(12).

       01  HISTORY-TRAILER.
           05 FILLER            PIC X(15) VALUE '*** TRAILER ***'.
           05 FILLER            PIC X(10) VALUE ' ACCOUNTS '.
           05 TRAIL-ACCOUNTS    PIC Z(4)9.
           05 FILLER            PIC X(8)  VALUE ' PROVEN '.
           05 TRAIL-PROVEN      PIC Z(4)9.
           05 FILLER            PIC X(14) VALUE ' OUT OF PROOF '.
           05 TRAIL-UNPROVEN    PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.

           OPEN INPUT INQUIRY-FILE.
           IF INQUIRY-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'NO HISTORY INQUIRY FILE - NOTHING TO DO'
               STOP RUN
           END-IF.

           PERFORM OPEN-PROOF-MASTERS.

           OPEN OUTPUT HISTORY-REPORT-FILE.
           MOVE RUN-DATE TO HIST-HEAD-DATE.
           MOVE HISTORY-HEADING TO HISTORY-REPORT-OUT.
           WRITE HISTORY-REPORT-OUT.

           MOVE SPACES TO INQUIRY-EOF-SWITCH.
           READ INQUIRY-FILE
               AT END MOVE 'YES' TO INQUIRY-EOF-SWITCH
           END-READ.
           PERFORM PRINT-ONE-ACCOUNT-HISTORY
               UNTIL INQUIRY-EOF-SWITCH = 'YES'.

           MOVE ACCOUNT-COUNT TO TRAIL-ACCOUNTS.
           MOVE PROVEN-COUNT TO TRAIL-PROVEN.
           MOVE UNPROVEN-COUNT TO TRAIL-UNPROVEN.
           MOVE HISTORY-TRAILER TO HISTORY-REPORT-OUT.
           WRITE HISTORY-REPORT-OUT.

           CLOSE INQUIRY-FILE
                 HISTORY-REPORT-FILE.
           PERFORM CLOSE-PROOF-MASTERS.

           DISPLAY 'ACCOUNT HISTORY COMPLETE - ' ACCOUNT-COUNT
               ' ACCOUNTS ' UNPROVEN-COUNT ' OUT OF PROOF'.
           STOP RUN.

       OPEN-PROOF-MASTERS.
           MOVE 'NO ' TO MASTER-OPEN-SWITCH BAL-OPEN-SWITCH
                         ARR-OPEN-SWITCH DEP-OPEN-SWITCH
                         WOM-OPEN-SWITCH.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF MASTER-FILE-STATUS IS EQUAL TO '00'
               MOVE 'YES' TO MASTER-OPEN-SWITCH
           END-IF.
           OPEN INPUT BALANCE-MASTER-FILE.
           IF BAL-FILE-STATUS IS EQUAL TO '00'
               MOVE 'YES' TO BAL-OPEN-SWITCH
           END-IF.
           OPEN INPUT ARRANGEMENT-MASTER-FILE.
           IF ARR-FILE-STATUS IS EQUAL TO '00'
               MOVE 'YES' TO ARR-OPEN-SWITCH
           END-IF.
           OPEN INPUT DEPOSIT-MASTER-FILE.
           IF DEP-FILE-STATUS IS EQUAL TO '00'
               MOVE 'YES' TO DEP-OPEN-SWITCH
           END-IF.
           OPEN INPUT WRITEOFF-MASTER-FILE.
           IF WOM-FILE-STATUS IS EQUAL TO '00'
               MOVE 'YES' TO WOM-OPEN-SWITCH
           END-IF.

       CLOSE-PROOF-MASTERS.
           IF MASTER-OPEN-SWITCH = 'YES'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF BAL-OPEN-SWITCH = 'YES'
               CLOSE BALANCE-MASTER-FILE
           END-IF.
           IF ARR-OPEN-SWITCH = 'YES'
               CLOSE ARRANGEMENT-MASTER-FILE
           END-IF.
           IF DEP-OPEN-SWITCH = 'YES'
               CLOSE DEPOSIT-MASTER-FILE
           END-IF.
           IF WOM-OPEN-SWITCH = 'YES'
               CLOSE WRITEOFF-MASTER-FILE
           END-IF.

      *one account: heading, a pass of the whole journal for its
      *rows, the closing balances, then the proof against the masters
       PRINT-ONE-ACCOUNT-HISTORY.
           MOVE ZERO TO AR-OPENING AR-RUNNING AR-JOURNAL-TOTAL
                        DEP-OPENING DEP-RUNNING DEP-JOURNAL-TOTAL
                        WO-OPENING WO-RUNNING WO-JOURNAL-TOTAL
                        ROWS-IN-RANGE.
           MOVE 'NO ' TO OPENING-DONE-SWITCH.

           IF INQ-FROM-DATE IS NUMERIC
               MOVE INQ-FROM-DATE TO RANGE-FROM-DATE
           ELSE
               MOVE ZERO TO RANGE-FROM-DATE
           END-IF.
           IF INQ-TO-DATE IS NUMERIC AND INQ-TO-DATE > ZERO
               MOVE INQ-TO-DATE TO RANGE-TO-DATE
           ELSE
               MOVE RUN-DATE TO RANGE-TO-DATE
           END-IF.

           PERFORM WRITE-ACCOUNT-HEADING.
           PERFORM SCAN-ACCOUNT-JOURNAL.

      *an account with nothing in the range still shows where it
      *stood going in
           IF OPENING-DONE-SWITCH = 'NO '
               PERFORM WRITE-OPENING-BALANCES
           END-IF.

           MOVE 'BALANCE AT          ' TO BL-PRINT-LABEL.
           MOVE RANGE-TO-DATE TO BL-PRINT-DATE.
           MOVE 'RECEIVABLE ' TO BL-PRINT-LEDGER.
           MOVE AR-RUNNING TO BL-PRINT-BALANCE.
           PERFORM WRITE-BALANCE-LINE.
           IF DEP-RUNNING IS NOT EQUAL TO ZERO
               MOVE 'DEPOSIT    ' TO BL-PRINT-LEDGER
               MOVE DEP-RUNNING TO BL-PRINT-BALANCE
               PERFORM WRITE-BALANCE-LINE
           END-IF.
           IF WO-RUNNING IS NOT EQUAL TO ZERO
               MOVE 'WRITTEN-OFF' TO BL-PRINT-LEDGER
               MOVE WO-RUNNING TO BL-PRINT-BALANCE
               PERFORM WRITE-BALANCE-LINE
           END-IF.

           PERFORM PROVE-ACCOUNT-JOURNAL.

           MOVE SPACES TO HISTORY-REPORT-OUT.
           WRITE HISTORY-REPORT-OUT.
           ADD 1 TO ACCOUNT-COUNT.

           READ INQUIRY-FILE
               AT END MOVE 'YES' TO INQUIRY-EOF-SWITCH
           END-READ.

       WRITE-ACCOUNT-HEADING.
           MOVE INQ-ACC-NUMBER TO CUST-ACC-NUMBER.
           MOVE SPACES TO ACCH-PRINT-FIRST ACCH-PRINT-LAST.
           IF MASTER-OPEN-SWITCH = 'YES'
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 'NOT ON THE' TO ACCH-PRINT-FIRST
                       MOVE 'MASTER' TO ACCH-PRINT-LAST
                   NOT INVALID KEY
                       MOVE CUST-FIRST-NAME TO ACCH-PRINT-FIRST
                       MOVE CUST-LAST-NAME TO ACCH-PRINT-LAST
               END-READ
           END-IF.
           MOVE INQ-ACC-NUMBER TO ACCH-PRINT-ACC.
           MOVE RANGE-FROM-DATE TO ACCH-PRINT-FROM.
           MOVE RANGE-TO-DATE TO ACCH-PRINT-TO.
           MOVE ACCOUNT-HEADING-LINE TO HISTORY-REPORT-OUT.
           WRITE HISTORY-REPORT-OUT.
           MOVE COLUMN-HEADING-LINE TO HISTORY-REPORT-OUT.
           WRITE HISTORY-REPORT-OUT.

      *the journal is in posting order, so everything before the
      *range has been added into the opening figures by the time the
      *first row inside it turns up
       SCAN-ACCOUNT-JOURNAL.
           OPEN INPUT ACCOUNT-JOURNAL-FILE.
           IF JRNL-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'NO ACCOUNT JOURNAL ON FILE'
           ELSE
               MOVE SPACES TO JRNL-EOF-SWITCH
               READ ACCOUNT-JOURNAL-FILE
                   AT END MOVE 'YES' TO JRNL-EOF-SWITCH
               END-READ
               PERFORM SCAN-ONE-JOURNAL-ROW
                   UNTIL JRNL-EOF-SWITCH = 'YES'
               CLOSE ACCOUNT-JOURNAL-FILE
           END-IF.

       SCAN-ONE-JOURNAL-ROW.
           IF JRNL-ACC-NUMBER = INQ-ACC-NUMBER
               PERFORM ADD-TO-JOURNAL-TOTALS
               EVALUATE TRUE
                   WHEN JRNL-DATE < RANGE-FROM-DATE
                       PERFORM ADD-TO-OPENING
                   WHEN JRNL-DATE > RANGE-TO-DATE
                       CONTINUE
                   WHEN OTHER
                       IF OPENING-DONE-SWITCH = 'NO '
                           PERFORM WRITE-OPENING-BALANCES
                       END-IF
                       PERFORM WRITE-HISTORY-DETAIL
               END-EVALUATE
           END-IF.

           READ ACCOUNT-JOURNAL-FILE
               AT END MOVE 'YES' TO JRNL-EOF-SWITCH
           END-READ.

       ADD-TO-JOURNAL-TOTALS.
           EVALUATE TRUE
               WHEN JRNL-ON-RECEIVABLES
                   ADD JRNL-AMOUNT TO AR-JOURNAL-TOTAL
               WHEN JRNL-ON-DEPOSIT
                   ADD JRNL-AMOUNT TO DEP-JOURNAL-TOTAL
               WHEN JRNL-ON-WRITEOFF
                   ADD JRNL-AMOUNT TO WO-JOURNAL-TOTAL
           END-EVALUATE.

       ADD-TO-OPENING.
           EVALUATE TRUE
               WHEN JRNL-ON-RECEIVABLES
                   ADD JRNL-AMOUNT TO AR-OPENING
               WHEN JRNL-ON-DEPOSIT
                   ADD JRNL-AMOUNT TO DEP-OPENING
               WHEN JRNL-ON-WRITEOFF
                   ADD JRNL-AMOUNT TO WO-OPENING
           END-EVALUATE.

      *balance forward into the range - receivable always, the other
      *two ledgers only when the account had something on them
       WRITE-OPENING-BALANCES.
           MOVE 'YES' TO OPENING-DONE-SWITCH.
           MOVE AR-OPENING TO AR-RUNNING.
           MOVE DEP-OPENING TO DEP-RUNNING.
           MOVE WO-OPENING TO WO-RUNNING.

           MOVE 'BALANCE FORWARD FROM' TO BL-PRINT-LABEL.
           MOVE RANGE-FROM-DATE TO BL-PRINT-DATE.
           MOVE 'RECEIVABLE ' TO BL-PRINT-LEDGER.
           MOVE AR-OPENING TO BL-PRINT-BALANCE.
           PERFORM WRITE-BALANCE-LINE.
           IF DEP-OPENING IS NOT EQUAL TO ZERO
               MOVE 'DEPOSIT    ' TO BL-PRINT-LEDGER
               MOVE DEP-OPENING TO BL-PRINT-BALANCE
               PERFORM WRITE-BALANCE-LINE
           END-IF.
           IF WO-OPENING IS NOT EQUAL TO ZERO
               MOVE 'WRITTEN-OFF' TO BL-PRINT-LEDGER
               MOVE WO-OPENING TO BL-PRINT-BALANCE
               PERFORM WRITE-BALANCE-LINE
           END-IF.

       WRITE-BALANCE-LINE.
           MOVE BALANCE-LINE TO HISTORY-REPORT-OUT.
           WRITE HISTORY-REPORT-OUT.

      *one posting inside the range, carried on the running balance
      *of the ledger it moved
       WRITE-HISTORY-DETAIL.
           EVALUATE TRUE
               WHEN JRNL-ON-RECEIVABLES
                   ADD JRNL-AMOUNT TO AR-RUNNING
                   MOVE 'RECEIVABLE ' TO HD-PRINT-LEDGER
                   MOVE AR-RUNNING TO HD-PRINT-BALANCE
               WHEN JRNL-ON-DEPOSIT
                   ADD JRNL-AMOUNT TO DEP-RUNNING
                   MOVE 'DEPOSIT    ' TO HD-PRINT-LEDGER
                   MOVE DEP-RUNNING TO HD-PRINT-BALANCE
               WHEN OTHER
                   ADD JRNL-AMOUNT TO WO-RUNNING
                   MOVE 'WRITTEN-OFF' TO HD-PRINT-LEDGER
                   MOVE WO-RUNNING TO HD-PRINT-BALANCE
           END-EVALUATE.

           PERFORM SET-TYPE-DESCRIPTION.
           MOVE JRNL-DATE TO HD-PRINT-DATE.
           MOVE JRNL-TYPE TO HD-PRINT-TYPE.
           MOVE JRNL-REFERENCE TO HD-PRINT-REF.
           MOVE JRNL-AMOUNT TO HD-PRINT-AMOUNT.
           MOVE HISTORY-DETAIL-LINE TO HISTORY-REPORT-OUT.
           WRITE HISTORY-REPORT-OUT.
           ADD 1 TO ROWS-IN-RANGE.

       SET-TYPE-DESCRIPTION.
           EVALUATE TRUE
               WHEN JRNL-IS-OPENING
                   MOVE 'OPENING BALANCE' TO HD-PRINT-DESC
               WHEN JRNL-IS-BILLED
                   MOVE 'BILLED CHARGE' TO HD-PRINT-DESC
               WHEN JRNL-IS-OFFICE-PAYMENT
                   MOVE 'OFFICE PAYMENT' TO HD-PRINT-DESC
               WHEN JRNL-IS-LOCKBOX-PAYMENT
                   MOVE 'LOCKBOX PAYMENT' TO HD-PRINT-DESC
               WHEN JRNL-IS-LATE-CHARGE
                   MOVE 'LATE CHARGE' TO HD-PRINT-DESC
               WHEN JRNL-IS-LATE-WAIVER
                   MOVE 'LATE CHARGE WAIVED' TO HD-PRINT-DESC
               WHEN JRNL-IS-GEN-CREDIT
                   MOVE 'GENERATION CREDIT' TO HD-PRINT-DESC
               WHEN JRNL-IS-DEP-RECEIPT
                   MOVE 'DEPOSIT RECEIVED' TO HD-PRINT-DESC
               WHEN JRNL-IS-DEP-INTEREST
                   MOVE 'DEPOSIT INTEREST' TO HD-PRINT-DESC
               WHEN JRNL-IS-DEP-CLOSED
                   MOVE 'DEPOSIT CLOSED' TO HD-PRINT-DESC
               WHEN JRNL-IS-DEP-APPLIED
                   MOVE 'DEPOSIT APPLIED' TO HD-PRINT-DESC
               WHEN JRNL-IS-DEP-REFUND
                   MOVE 'DEPOSIT REFUND CREDIT' TO HD-PRINT-DESC
               WHEN JRNL-IS-EXCHANGE-BILL
                   MOVE 'METER EXCHANGE BILL' TO HD-PRINT-DESC
               WHEN JRNL-IS-FINAL-BILL
                   MOVE 'FINAL BILL' TO HD-PRINT-DESC
               WHEN JRNL-IS-WRITE-OFF
                   MOVE 'WRITE-OFF' TO HD-PRINT-DESC
               WHEN JRNL-IS-RECOVERY
                   MOVE 'AGENCY RECOVERY' TO HD-PRINT-DESC
               WHEN JRNL-IS-REFUND-CHECK
                   MOVE 'REFUND CHECK' TO HD-PRINT-DESC
               WHEN JRNL-IS-TRANSFER-OUT
                   MOVE 'TRANSFERRED OUT' TO HD-PRINT-DESC
               WHEN JRNL-IS-TRANSFER-IN
                   MOVE 'TRANSFERRED IN' TO HD-PRINT-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN TYPE' TO HD-PRINT-DESC
           END-EVALUATE.

      *the whole journal, not just the range, has to add back to the
      *masters - receivables are the aged buckets plus whatever an
      *open arrangement has carved out of them and is still owed
       PROVE-ACCOUNT-JOURNAL.
           MOVE 'YES' TO ACCOUNT-PROVEN-SWITCH.
           MOVE ZERO TO AR-MASTER-TOTAL DEP-MASTER-TOTAL
                        WO-MASTER-TOTAL.

           IF BAL-OPEN-SWITCH = 'YES'
               MOVE INQ-ACC-NUMBER TO BAL-ACC-NUMBER
               READ BALANCE-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE AR-MASTER-TOTAL = BAL-CURRENT
                           + BAL-OVER-30 + BAL-OVER-60 + BAL-OVER-90
               END-READ
           END-IF.
           IF ARR-OPEN-SWITCH = 'YES'
               MOVE INQ-ACC-NUMBER TO ARR-ACC-NUMBER
               READ ARRANGEMENT-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ARR-IS-ACTIVE
                           ADD ARR-REMAINING TO AR-MASTER-TOTAL
                       END-IF
               END-READ
           END-IF.
           IF DEP-OPEN-SWITCH = 'YES'
               MOVE INQ-ACC-NUMBER TO DEP-ACC-NUMBER
               READ DEPOSIT-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE DEP-MASTER-TOTAL =
                           DEP-PRINCIPAL + DEP-INTEREST
               END-READ
           END-IF.
           IF WOM-OPEN-SWITCH = 'YES'
               MOVE INQ-ACC-NUMBER TO WOM-ACC-NUMBER
               READ WRITEOFF-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WOM-AMOUNT TO WO-MASTER-TOTAL
               END-READ
           END-IF.

           MOVE 'RECEIVABLE ' TO PF-PRINT-LEDGER.
           MOVE AR-JOURNAL-TOTAL TO PF-PRINT-JOURNAL.
           MOVE AR-MASTER-TOTAL TO PF-PRINT-MASTER.
           IF AR-JOURNAL-TOTAL IS EQUAL TO AR-MASTER-TOTAL
               MOVE 'PROVEN' TO PF-PRINT-RESULT
           ELSE
               MOVE 'OUT OF PROOF' TO PF-PRINT-RESULT
               MOVE 'NO ' TO ACCOUNT-PROVEN-SWITCH
           END-IF.
           PERFORM WRITE-PROOF-LINE.

           MOVE 'DEPOSIT    ' TO PF-PRINT-LEDGER.
           MOVE DEP-JOURNAL-TOTAL TO PF-PRINT-JOURNAL.
           MOVE DEP-MASTER-TOTAL TO PF-PRINT-MASTER.
           IF DEP-JOURNAL-TOTAL IS EQUAL TO DEP-MASTER-TOTAL
               MOVE 'PROVEN' TO PF-PRINT-RESULT
           ELSE
               MOVE 'OUT OF PROOF' TO PF-PRINT-RESULT
               MOVE 'NO ' TO ACCOUNT-PROVEN-SWITCH
           END-IF.
           PERFORM WRITE-PROOF-LINE.

           MOVE 'WRITTEN-OFF' TO PF-PRINT-LEDGER.
           MOVE WO-JOURNAL-TOTAL TO PF-PRINT-JOURNAL.
           MOVE WO-MASTER-TOTAL TO PF-PRINT-MASTER.
           IF WO-JOURNAL-TOTAL IS EQUAL TO WO-MASTER-TOTAL
               MOVE 'PROVEN' TO PF-PRINT-RESULT
           ELSE
               MOVE 'OUT OF PROOF' TO PF-PRINT-RESULT
               MOVE 'NO ' TO ACCOUNT-PROVEN-SWITCH
           END-IF.
           PERFORM WRITE-PROOF-LINE.

           IF ACCOUNT-PROVEN-SWITCH = 'YES'
               ADD 1 TO PROVEN-COUNT
           ELSE
               ADD 1 TO UNPROVEN-COUNT
           END-IF.

       WRITE-PROOF-LINE.
           MOVE PROOF-LINE TO HISTORY-REPORT-OUT.
           WRITE HISTORY-REPORT-OUT.
