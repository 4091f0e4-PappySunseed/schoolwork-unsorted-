      *           service address that used to ride along on every
      *           meter-reading input record, so a move is corrected
      *           once here instead of waiting on the readers' export
      * Used by:  ELECTRIC-REPORTS, CUSTOMER-MAINT, CUSTOMER-REFUNDS,
      *           INTEGRITY-AUDIT
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ACC-NUMBER       PIC X(6).
      *credit instead of tripping the tamper checks
           05  CUST-NET-METER-FLAG   PIC X(1).
               88  CUST-IS-NET-METERED     VALUE 'Y'.
      *a move-out that leaves the account in credit keeps its row,
      *marked closed, so the refund check has a name and address to
      *go to - the refund run retires the row once the credit is paid
           05  CUST-ACCOUNT-STATUS   PIC X(1).
               88  CUST-IS-CLOSED          VALUE 'C'.
      *set on an account opened by a transfer of service - the old
      *account whose balance, deposit and notice stage it took over
           05  CUST-TRANSFERRED-FROM PIC X(6).
