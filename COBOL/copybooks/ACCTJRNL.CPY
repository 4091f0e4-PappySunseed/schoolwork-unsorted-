      ******************************************************************
      * Copybook: ACCTJRNL
      * Purpose:  permanent dated account transaction journal - one
      *           row for every dollar that posts to a customer's
      *           receivable, deposit or written-off ledger, appended
      *           to acct-journal.txt and never rewritten, so a
      *           disputed balance can be walked from the first row
      *           forward to what balances.dat holds today
      * Used by:  ELECTRIC-REPORTS, CUSTOMER-REFUNDS, ACCOUNT-HISTORY
      ******************************************************************
       01  ACCT-JOURNAL-RECORD.
           05  JRNL-ACC-NUMBER       PIC X(6).
           05  JRNL-DATE             PIC 9(6).
      *start time of the run that posted the row - rows from one run
      *share it, and file order within the run is posting order
           05  JRNL-TIME             PIC 9(8).
           05  JRNL-TYPE             PIC X(2).
               88  JRNL-IS-OPENING         VALUE 'OB'.
               88  JRNL-IS-BILLED          VALUE 'BL'.
               88  JRNL-IS-OFFICE-PAYMENT  VALUE 'OP'.
               88  JRNL-IS-LOCKBOX-PAYMENT VALUE 'LB'.
               88  JRNL-IS-LATE-CHARGE     VALUE 'LC'.
               88  JRNL-IS-LATE-WAIVER     VALUE 'LW'.
               88  JRNL-IS-GEN-CREDIT      VALUE 'GC'.
               88  JRNL-IS-DEP-RECEIPT     VALUE 'DR'.
               88  JRNL-IS-DEP-INTEREST    VALUE 'DI'.
               88  JRNL-IS-DEP-CLOSED      VALUE 'DC'.
               88  JRNL-IS-DEP-APPLIED     VALUE 'DA'.
               88  JRNL-IS-DEP-REFUND      VALUE 'DF'.
               88  JRNL-IS-EXCHANGE-BILL   VALUE 'ME'.
               88  JRNL-IS-FINAL-BILL      VALUE 'FB'.
               88  JRNL-IS-WRITE-OFF       VALUE 'WO'.
               88  JRNL-IS-RECOVERY        VALUE 'RC'.
               88  JRNL-IS-REFUND-CHECK    VALUE 'RF'.
      *transfer of service - the pair moving a ledger from the old
      *account to the new one, the reference naming the other side
               88  JRNL-IS-TRANSFER-OUT    VALUE 'TO'.
               88  JRNL-IS-TRANSFER-IN     VALUE 'TI'.
      *which of the account's ledgers the amount moves - receivables
      *(balances.dat plus any open arrangement), the deposit held on
      *deposits.dat, or the written-off ledger on writeoff.dat
           05  JRNL-LEDGER           PIC X(1).
               88  JRNL-ON-RECEIVABLES     VALUE 'A'.
               88  JRNL-ON-DEPOSIT         VALUE 'D'.
               88  JRNL-ON-WRITEOFF        VALUE 'W'.
      *signed as it moves that ledger - a payment is negative on the
      *receivables, a deposit receipt positive on the deposit
           05  JRNL-AMOUNT           PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
      *route, payment source, approver or check number behind it
           05  JRNL-REFERENCE        PIC X(10).
