      * Purpose: apply add/change/delete transactions to the customer
      *          account master that ELECTRIC-REPORTS bills from, and
      *          write an audit trail of every change applied or
      *          rejected so the office can see exactly what moved.
      *          a transfer of service opens the customer's new account
      *          and queues the old one's final bill on the move-out
      *          file for ELECTRIC-REPORTS to carry the balance across
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MAINT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ACC-NUMBER
               FILE STATUS IS DEP-FILE-STATUS.
      *the office's move-out batch ELECTRIC-REPORTS works - a transfer
      *adds its old account's final bill to it
           SELECT MOVE-OUT-TRANS-FILE ASSIGN TO 'moveouts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVE-OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *one maintenance transaction per line - an action code followed
      *by a full customer-master image (only the account number needs
      *to be filled in on a delete).  a transfer carries the NEW
      *account and address in the image - a blank name or rate class
      *is taken from the old account - then the old account, the
      *move date and the crew's final reading at the old premise
       FD  MAINT-TRANS-FILE
           RECORD CONTAINS 82 CHARACTERS
           DATA RECORD IS MAINT-TRANS-RECORD.
       01  MAINT-TRANS-RECORD.
           05  TRANS-ACTION-CODE     PIC X(1).
               88  TRANS-IS-ADD      VALUE 'A'.
               88  TRANS-IS-CHANGE   VALUE 'C'.
               88  TRANS-IS-DELETE   VALUE 'D'.
               88  TRANS-IS-TRANSFER VALUE 'T'.
           05  TRANS-ACC-NUMBER      PIC X(6).
           05  TRANS-FIRST-NAME      PIC X(12).
           05  TRANS-LAST-NAME       PIC X(12).
           05  TRANS-RATE-CLASS      PIC X(2).
           05  TRANS-BUDGET-FLAG     PIC X(1).
           05  TRANS-NET-METER-FLAG  PIC X(1).
           05  TRANS-FROM-ACC-NUMBER PIC X(6).
           05  TRANS-MOVE-DATE       PIC X(6).
           05  TRANS-FINAL-READING   PIC X(5).

      *customer account master shared with ELECTRIC-REPORTS - see the
      *copybook for the record layout
           05 DEP-INTEREST     PIC 9(5)V99.
           05 DEP-DATE         PIC 9(6).

      *same layout ELECTRIC-REPORTS reads - the transfer-to account
      *is what turns its move-out into a transfer of service
       FD  MOVE-OUT-TRANS-FILE
           DATA RECORD IS MOVE-OUT-RECORD.
       01  MOVE-OUT-RECORD.
           05 MO-ACC-NUMBER    PIC X(6).
           05 MO-DATE          PIC 9(6).
           05 MO-FINAL-READING PIC X(5).
           05 MO-TRANSFER-TO   PIC X(6).

       WORKING-STORAGE SECTION.
       01  EOF-SWITCH          PIC XXX  VALUE SPACES.
       01  TRANS-FILE-STATUS   PIC XX.
       01  DEP-FILE-STATUS     PIC XX.
       01  BAL-TOTAL-OWED      PIC S9(8)V99.
       01  DELETE-OK-SWITCH    PIC XXX.
       01  MOVE-OUT-FILE-STATUS PIC XX.
       01  TRANSFER-OK-SWITCH  PIC XXX.

      *the old account's row, held while the new one is built from it
       01  TRANSFER-OLD-MASTER.
           05 OLD-FIRST-NAME       PIC X(12).
           05 OLD-LAST-NAME        PIC X(12).
           05 OLD-RATE-CLASS       PIC X(2).
           05 OLD-BUDGET-FLAG      PIC X(1).

       01  RUN-DATE            PIC 9(6).

           OPEN INPUT BALANCE-MASTER-FILE.
           OPEN INPUT DEPOSIT-MASTER-FILE.

      *transfers are appended behind whatever the office has already
      *keyed for tonight's move-outs
           OPEN EXTEND MOVE-OUT-TRANS-FILE.
           IF MOVE-OUT-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT MOVE-OUT-TRANS-FILE
           END-IF.

           OPEN OUTPUT MAINT-AUDIT-FILE.
           MOVE RUN-DATE TO AUDIT-HEAD-DATE.
           MOVE AUDIT-HEADING TO MAINT-AUDIT-OUT.
           END-IF.

           CLOSE MAINT-AUDIT-FILE
                 CUSTOMER-MASTER-FILE
                 MOVE-OUT-TRANS-FILE.

           DISPLAY 'CUSTOMER-MAINT COMPLETE - APPLIED ' APPLIED-COUNT
               ' REJECTED ' REJECTED-COUNT.
                   PERFORM APPLY-CHANGE
               WHEN TRANS-IS-DELETE
                   PERFORM APPLY-DELETE
               WHEN TRANS-IS-TRANSFER
                   PERFORM APPLY-TRANSFER
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO AUDIT-DETAIL
                   PERFORM WRITE-REJECT-LINE
      *master is rejected rather than silently overwriting it
       APPLY-ADD.
           PERFORM MOVE-TRANS-TO-MASTER.
           MOVE SPACE TO CUST-ACCOUNT-STATUS.
           MOVE SPACES TO CUST-TRANSFERRED-FROM.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT ALREADY ON MASTER' TO AUDIT-DETAIL
               END-READ
           END-IF.

      *a customer moving within the territory keeps one history: the
      *new account opens here linked back to the old one, and the old
      *account's final bill goes on the move-out file naming the new
      *account so ELECTRIC-REPORTS carries the aged balance, deposit
      *and notice stage across instead of closing them out
       APPLY-TRANSFER.
           PERFORM CHECK-TRANSFER-ALLOWED.
           IF TRANSFER-OK-SWITCH IS EQUAL TO 'YES'
               PERFORM MOVE-TRANS-TO-MASTER
               IF TRANS-FIRST-NAME IS EQUAL TO SPACES
                  AND TRANS-LAST-NAME IS EQUAL TO SPACES
                   MOVE OLD-FIRST-NAME TO CUST-FIRST-NAME
                   MOVE OLD-LAST-NAME TO CUST-LAST-NAME
               END-IF
               IF TRANS-RATE-CLASS IS EQUAL TO SPACES
                   MOVE OLD-RATE-CLASS TO CUST-RATE-CLASS
               END-IF
               IF TRANS-BUDGET-FLAG IS EQUAL TO SPACE
                   MOVE OLD-BUDGET-FLAG TO CUST-BUDGET-FLAG
               END-IF
               MOVE SPACE TO CUST-ACCOUNT-STATUS
               MOVE TRANS-FROM-ACC-NUMBER TO CUST-TRANSFERRED-FROM
               WRITE CUSTOMER-MASTER-RECORD
                   INVALID KEY
                       MOVE 'ACCOUNT ALREADY ON MASTER' TO AUDIT-DETAIL
                       PERFORM WRITE-REJECT-LINE
                   NOT INVALID KEY
                       PERFORM QUEUE-TRANSFER-MOVE-OUT
               END-WRITE
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      *the old account has to be open on the master, and the move
      *date and final reading have to be there for the final bill
       CHECK-TRANSFER-ALLOWED.
           MOVE 'YES' TO TRANSFER-OK-SWITCH.
           MOVE SPACES TO TRANSFER-OLD-MASTER.

           IF TRANS-FROM-ACC-NUMBER IS EQUAL TO TRANS-ACC-NUMBER
               MOVE 'TRANSFER TO THE SAME ACCOUNT' TO AUDIT-DETAIL
               MOVE 'NO ' TO TRANSFER-OK-SWITCH
           END-IF.

           IF TRANSFER-OK-SWITCH IS EQUAL TO 'YES'
              AND (TRANS-MOVE-DATE IS NOT NUMERIC
                OR TRANS-FINAL-READING IS NOT NUMERIC)
               MOVE 'MOVE DATE OR FINAL READING MISSING'
                   TO AUDIT-DETAIL
               MOVE 'NO ' TO TRANSFER-OK-SWITCH
           END-IF.

           IF TRANSFER-OK-SWITCH IS EQUAL TO 'YES'
               MOVE TRANS-FROM-ACC-NUMBER TO CUST-ACC-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 'OLD ACCOUNT NOT ON MASTER' TO AUDIT-DETAIL
                       MOVE 'NO ' TO TRANSFER-OK-SWITCH
                   NOT INVALID KEY
                       IF CUST-IS-CLOSED
                           MOVE 'OLD ACCOUNT ALREADY CLOSED'
                               TO AUDIT-DETAIL
                           MOVE 'NO ' TO TRANSFER-OK-SWITCH
                       ELSE
                           MOVE CUST-FIRST-NAME TO OLD-FIRST-NAME
                           MOVE CUST-LAST-NAME TO OLD-LAST-NAME
                           MOVE CUST-RATE-CLASS TO OLD-RATE-CLASS
                           MOVE CUST-BUDGET-FLAG TO OLD-BUDGET-FLAG
                       END-IF
               END-READ
           END-IF.

      *the TRANSFER line carries both account numbers - the old one
      *in the account column, the new one and its address in detail
       QUEUE-TRANSFER-MOVE-OUT.
           MOVE TRANS-FROM-ACC-NUMBER TO MO-ACC-NUMBER.
           MOVE TRANS-MOVE-DATE TO MO-DATE.
           MOVE TRANS-FINAL-READING TO MO-FINAL-READING.
           MOVE TRANS-ACC-NUMBER TO MO-TRANSFER-TO.
           WRITE MOVE-OUT-RECORD.

           MOVE 'TRANSFER' TO AUDIT-ACTION.
           MOVE TRANS-FROM-ACC-NUMBER TO AUDIT-ACC.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'TO '                DELIMITED BY SIZE
                  TRANS-ACC-NUMBER     DELIMITED BY SIZE
                  ' ON '               DELIMITED BY SIZE
                  TRANS-MOVE-DATE      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  TRANS-STREET-ADDRESS DELIMITED BY SIZE
                  TRANS-CITY           DELIMITED BY SIZE
                  TRANS-STATE          DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE AUDIT-LINE TO MAINT-AUDIT-OUT.
           WRITE MAINT-AUDIT-OUT.
           ADD 1 TO APPLIED-COUNT.

       MOVE-TRANS-TO-MASTER.
           MOVE TRANS-ACC-NUMBER TO CUST-ACC-NUMBER.
           MOVE TRANS-FIRST-NAME TO CUST-FIRST-NAME.
