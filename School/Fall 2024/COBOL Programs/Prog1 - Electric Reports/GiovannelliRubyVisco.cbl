           SELECT SERVICE-ORDER-FILE
               ASSIGN TO 'disconnect-orders.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *deferred payment arrangements the credit desk has agreed, one
      *row per account - the dollars carved out of the aged buckets
      *and the installment schedule that pays them back; while an
      *arrangement is kept the notice sequence stands down for it
           SELECT ARRANGEMENT-MASTER-FILE ASSIGN TO 'arrange.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-ACC-NUMBER
               FILE STATUS IS ARR-FILE-STATUS.
      *new arrangements keyed by the credit desk - account, agreed
      *amount, number of installments, and the first due date
           SELECT ARRANGEMENT-TRANS-FILE ASSIGN TO 'arrange-trans.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARR-TRANS-STATUS.
      *kept, broken, and completed arrangements for the credit desk
           SELECT ARRANGEMENT-REPORT-FILE
               ASSIGN TO 'arrangements.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *balanced journal entry for finance's general-ledger import -
      *billed revenue by rate class, penalties, cash, deposits and
      *write-offs against receivables; withheld when out of balance
           SELECT GL-JOURNAL-FILE
               ASSIGN TO 'electric-gl-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *the permanent account transaction journal - every posting to
      *a customer's receivable, deposit or written-off ledger is
      *appended here with its type code and never rewritten
           SELECT ACCOUNT-JOURNAL-FILE ASSIGN TO 'acct-journal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.
      *customers, kWh and revenue by rate class and by route for the
      *regulator's monthly sales filing and the load forecast
           SELECT SALES-STATISTICS-REPORT
               ASSIGN TO 'sales-stats.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *security deposits held per account, keyed by account like
      *balances.dat - principal and the interest accrued on it, so
      *the commission's annual audit reads from a master instead of
      *move-outs keyed by the office - account, the move-out date,
      *and the final meter reading the crew took; each one bills a
      *prorated closing statement, settles against the deposit, and
      *only then retires the account.  a transfer of service queued
      *by CUSTOMER-MAINT rides the same file naming the new account
           SELECT MOVE-OUT-TRANS-FILE ASSIGN TO 'moveouts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVE-OUT-FILE-STATUS.
               ASSIGN TO 'batchctl-electric.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-CONTROL-STATUS.
      *the night's route checkpoint - which routes have fully billed,
      *how far the route in progress got, and the run's running
      *totals, so a rerun after an abend picks up where the failed
      *run stopped instead of billing a route a second time
           SELECT RUN-CONTROL-FILE ASSIGN TO 'route-runctl.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT JOB-AUDIT-LOG-FILE ASSIGN TO 'job-audit-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *account - the meter readers' export only carries the account
      *number, the two readings, and a reading code ('E' marks an
      *office-submitted no-read whose bill is estimated from history)
      *plus the demand register's peak kW for a demand-billed class
       FD  INPUT-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS IN-RECORD.
       01  IN-RECORD.
           05  ACC-NUMBER            PIC X(6).
           05  CURRENT-READING            PIC X(5).
           05  READING-CODE            PIC X(1).
               88  READING-IS-ESTIMATE  VALUE 'E'.
           05  DEMAND-READING          PIC X(5).
           05  DEMAND-READING-KW REDEFINES DEMAND-READING
                                       PIC 9(4)V9.

       FD  BAD-REPORT
           RECORD CONTAINS 80 CHARACTERS
       01  TAMPER-OUT   PIC X(80).

       FD  GOOD-REPORT-CSV
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS GOOD-OUT-CSV.
       01  GOOD-OUT-CSV PIC X(100).

      *shared manifest layout - see the copybook
       FD  GOOD-CSV-MANIFEST
      *how many cycles this account has billed on its budget plan -
      *the twelfth is the true-up statement and resets the count
           05 HIST-BUDGET-MONTHS  PIC 9(2).
      *peak kW the demand register caught each cycle, kept in step
      *with the usage ring so the ratchet can look back eleven months
           05 HIST-DEMAND-HISTORY.
               10 HIST-DEMAND-MONTH OCCURS 12 TIMES PIC 9(4)V9.

      *customer account master maintained by CUSTOMER-MAINT - the name
      *and service address printed on the good report come from here,
           DATA RECORD IS NOTICE-OUT.
       01  NOTICE-OUT   PIC X(80).

      *one row per account with a payment arrangement - what was
      *carved out of the buckets, what is still owed on it, and the
      *installment the account has to meet by each due date; broken
      *and completed rows stay on file until a new arrangement for
      *the same account replaces them
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
      *what the account's payments have put toward the installment
      *since the last due date was checked
           05 ARR-PAID-THIS-CYCLE   PIC 9(7)V99.

       FD  ARRANGEMENT-TRANS-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS ARRANGEMENT-TRANS-RECORD.
       01  ARRANGEMENT-TRANS-RECORD.
           05 ARRT-ACC-NUMBER       PIC X(6).
           05 ARRT-AMOUNT           PIC 9(6)V99.
           05 ARRT-INSTALLMENTS     PIC 9(2).
           05 ARRT-DUE-DATE         PIC 9(6).

       FD  ARRANGEMENT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARRANGEMENT-REPORT-OUT.
       01  ARRANGEMENT-REPORT-OUT  PIC X(80).

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-JOURNAL-OUT.
       01  GL-JOURNAL-OUT       PIC X(80).

      *account transaction journal shared with CUSTOMER-REFUNDS and
      *ACCOUNT-HISTORY - see the copybook for the record layout
       FD  ACCOUNT-JOURNAL-FILE
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS ACCT-JOURNAL-RECORD.
           COPY ACCTJRNL.

       FD  SALES-STATISTICS-REPORT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SALES-STATISTICS-OUT.
       01  SALES-STATISTICS-OUT  PIC X(80).

      *one row per account holding a deposit - the principal, the
      *interest accrued so far, and when the deposit was taken
       FD  DEPOSIT-MASTER-FILE
       01  DEPOSIT-LEDGER-OUT  PIC X(80).

       FD  MOVE-OUT-TRANS-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS MOVE-OUT-RECORD.
       01  MOVE-OUT-RECORD.
           05 MO-ACC-NUMBER    PIC X(6).
           05 MO-DATE          PIC 9(6).
           05 MO-FINAL-READING PIC X(5).
      *blank on an ordinary move-out - on a transfer of service the
      *account the unpaid balance, deposit and notice stage follow
           05 MO-TRANSFER-TO   PIC X(6).

      *details carry the account from the remittance stub and the
      *dollars received; the HDR line (matched by position, like
      *one tariff schedule per line - rate class, season ('S' summer,
      *'W' winter), tier-one limit, and the two tier rates - so a
      *rate change or a new class is a file update, not a recompile
      *a class billed on demand also carries its per-kW rate, the
      *minimum kW it bills, and the ratchet percent of its eleven-
      *month peak; rows without them bill energy only
       FD  TARIFF-PARAM-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS TARIFF-PARAM-RECORD.
       01  TARIFF-PARAM-RECORD.
           05 TARIFF-PARAM-CLASS    PIC X(2).
           05 TARIFF-PARAM-T1-LIMIT PIC 9(5).
           05 TARIFF-PARAM-T1-RATE  PIC 9V999.
           05 TARIFF-PARAM-T2-RATE  PIC 9V999.
           05 TARIFF-PARAM-DEMAND-RATE PIC 99V99.
           05 TARIFF-PARAM-MIN-DEMAND  PIC 9(4)V9.
           05 TARIFF-PARAM-RATCHET-PCT PIC 9(3).

      *every meter that should appear on each route - one line per
      *route/account pair, so a reader skipping a meter shows up as
      *an unread exception instead of a customer calling about a
      *missing bill
       FD  METER-INVENTORY-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS METER-INVENTORY-RECORD.
       01  METER-INVENTORY-RECORD.
           05 MI-ROUTE-ID       PIC X(10).
      *which physical meter sits at the service point - refreshed
      *by the meter-exchange pass when the crew swaps one out
           05 MI-METER-NUMBER   PIC X(8).
      *the reader's walk order within the route - maintained by the
      *office for ROUTE-SHEETS, carried through untouched here
           05 MI-WALK-SEQ       PIC 9(4).

       FD  UNREAD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BATCH-CONTROL-RECORD.
       01  BATCH-CONTROL-RECORD  PIC 9(4).

      *one row per route keyed by route id, plus a '*RUN*' row that
      *holds the run's own totals as they stood at the last commit -
      *a row belongs to the run whose start date and time it carries
       FD  RUN-CONTROL-FILE
           DATA RECORD IS RUN-CONTROL-RECORD.
       01  RUN-CONTROL-RECORD.
           05 RC-KEY                PIC X(10).
           05 RC-RUN-DATE           PIC 9(6).
           05 RC-START-TIME         PIC 9(8).
           05 RC-STATUS             PIC X.
               88 RC-ROUTE-STARTED      VALUE 'S'.
               88 RC-ROUTE-COMPLETE     VALUE 'C'.
               88 RC-RUN-IN-PROGRESS    VALUE 'P'.
               88 RC-RUN-ENDED          VALUE 'E'.
           05 RC-BATCH-NUMBER       PIC 9(4).
           05 RC-INPUT-NAME         PIC X(30).
      *run row only - how far the night got: 'P' still posting ahead
      *of the routes, 'R' on the routes (spaces on a row written
      *before the phase was kept), then 'M' move-outs, 'W' write-offs
      *and recoveries, 'N' notices posted and 'F' run reports written
           05 RC-RUN-PHASE REDEFINES RC-INPUT-NAME PIC X(1).
      *details committed so far and the last account among them
           05 RC-DETAILS-DONE       PIC 9(7).
           05 RC-LAST-ACC-NUMBER    PIC X(6).
      *the route's control totals as of that commit
           05 RC-GOOD-COUNT         PIC 9(7).
           05 RC-BAD-COUNT          PIC 9(7).
           05 RC-TAMPER-COUNT       PIC 9(7).
           05 RC-BILL-COUNT         PIC 9(7).
           05 RC-UNITS-BILLED       PIC 9(10).
           05 RC-CSV-HASH-TOTAL     PIC S9(11)V99.
      *run row only - see RUN-STATE-IMAGE
           05 RC-RUN-STATE          PIC X(8400).

      *shared job-run audit log, common to all four batch programs -
      *see the copybook for the record layout
       FD  JOB-AUDIT-LOG-FILE
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SO-PRINT-AMOUNT   PIC Z(6)9.99.

      *payment-arrangement machinery - an arrangement's dollars sit
      *on arrange.dat instead of the aged buckets, so they draw no
      *late charge and the notice sequence stands down while the
      *installments are kept; a missed installment puts what is
      *left back in the over-90 bucket and the account goes
      *straight to the final notice
       01  ARR-FILE-STATUS      PIC XX.
       01  ARR-TRANS-STATUS     PIC XX.
       01  ARR-TRANS-EOF        PIC XXX.
       01  ARR-EOF-SWITCH       PIC XXX.
       01  ARR-FOUND-SWITCH     PIC XXX.
       01  ARR-KEPT-SWITCH      PIC XXX.
       01  ARR-BROKEN-SWITCH    PIC XXX.
       01  ARR-TODAY            PIC 9(6).
       01  ARR-APPLY-AMOUNT     PIC 9(7)V99.
       01  ARR-STILL-OWED       PIC 9(7)V99.
       01  ARR-AGED-AVAILABLE   PIC S9(8)V99.
       01  ARR-NEW-COUNT        PIC 9(5) VALUE ZERO.
       01  ARR-KEPT-COUNT       PIC 9(5) VALUE ZERO.
       01  ARR-BROKEN-COUNT     PIC 9(5) VALUE ZERO.
       01  ARR-COMPLETE-COUNT   PIC 9(5) VALUE ZERO.
       01  ARR-REJECT-COUNT     PIC 9(5) VALUE ZERO.
       01  ARR-RETURNED-TOTAL   PIC 9(8)V99 VALUE ZERO.
       01  ARR-DUE-WORK.
           05 ARR-DUE-YY        PIC 9(2).
           05 ARR-DUE-MM        PIC 9(2).
           05 ARR-DUE-DD        PIC 9(2).
       01  ARR-DUE-NUM REDEFINES ARR-DUE-WORK  PIC 9(6).
       01  ARR-MONTH-MAX-DAY    PIC 99.

       01  ARRANGEMENT-HEADING  PIC X(80) VALUE
           'ACTION     ACCT    INSTALLMENT  PAID CYCLE    REMAINING  LEF
      -    'T  DUE    NOTE'.

       01  ARRANGEMENT-LINE.
           05 ARR-PRINT-ACTION  PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 ARR-PRINT-ACC     PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ARR-PRINT-INSTALL PIC Z(6)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ARR-PRINT-PAID    PIC Z(6)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ARR-PRINT-REMAIN  PIC Z(7)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ARR-PRINT-LEFT    PIC Z9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ARR-PRINT-DUE     PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 ARR-PRINT-REASON  PIC X(12).

       01  ARRANGEMENT-TRAILER.
           05 FILLER            PIC X(15) VALUE '*** TRAILER ***'.
           05 FILLER            PIC X(5)  VALUE ' NEW '.
           05 TRAIL-ARR-NEW     PIC ZZZZ9.
           05 FILLER            PIC X(6)  VALUE ' KEPT '.
           05 TRAIL-ARR-KEPT    PIC ZZZZ9.
           05 FILLER            PIC X(8)  VALUE ' BROKEN '.
           05 TRAIL-ARR-BROKEN  PIC ZZZZ9.
           05 FILLER            PIC X(6)  VALUE ' DONE '.
           05 TRAIL-ARR-DONE    PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE ' RETURNED '.
           05 TRAIL-ARR-RETURN  PIC Z(7)9.99.

      *general-ledger machinery - every posting this run adds to one
      *of these as it happens, and the journal is built from them at
      *the end; debits and credits are totalled separately so a
      *posting that only made it to one side withholds the extract
      *instead of reaching finance
       01  GL-CLASS-COUNT       PIC 9(2) VALUE ZERO.
       01  GL-CLASS-IDX         PIC 9(2).
       01  GL-CLASS-FOUND-SWITCH PIC XXX.

       01  GL-CLASS-TABLE.
           05 GL-CLASS-ENTRY OCCURS 20 TIMES.
               10 GL-CLASS-CODE     PIC X(2).
               10 GL-CLASS-REVENUE  PIC 9(9)V99.

       01  GL-BILLED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  GL-WAIVED-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  GL-OFFICE-CASH-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  GL-LOCKBOX-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01  GL-GEN-CREDIT-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01  GL-DEP-RECEIPT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  GL-DEP-INT-TOTAL     PIC 9(9)V99 VALUE ZERO.
       01  GL-DEP-APPLIED-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  GL-DEP-REFUND-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01  GL-DEBIT-TOTAL       PIC 9(10)V99 VALUE ZERO.
       01  GL-CREDIT-TOTAL      PIC 9(10)V99 VALUE ZERO.
       01  GL-DIFFERENCE        PIC S9(10)V99.

       01  GL-ENTRY-LINE.
           05 GL-PRINT-SIDE     PIC X(3).
           05 GL-PRINT-ACCOUNT  PIC X(20).
           05 GL-PRINT-AMOUNT   PIC Z(8)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GL-PRINT-MEMO     PIC X(25).

       01  GL-TOTALS-LINE.
           05 FILLER            PIC X(10) VALUE 'DEBITS    '.
           05 GL-PRINT-DEBITS   PIC Z(9)9.99.
           05 FILLER            PIC X(9)  VALUE ' CREDITS '.
           05 GL-PRINT-CREDITS  PIC Z(9)9.99.

      *account-journal machinery - the charge path is shared by the
      *routes, meter exchanges and move-outs, so the caller names
      *which kind of bill it is before the balance master posts it
       01  JRNL-FILE-STATUS     PIC XX.
       01  JRNL-SEED-EOF        PIC XXX.
       01  JRNL-SEED-STATUS     PIC XX.
       01  JRNL-WRITE-COUNT     PIC 9(7) VALUE ZERO.
       01  JOURNAL-BILL-TYPE    PIC X(2)  VALUE 'BL'.

      *sales statistics gathered as the routes bill - by rate class
      *(this run's season), by route, and for the whole run, with the
      *same cycle a year ago taken from each account's usage ring
       01  STAT-CLASS-COUNT     PIC 9(2) VALUE ZERO.
       01  STAT-CLASS-IDX       PIC 9(2).
       01  STAT-CLASS-HIT       PIC 9(2).
       01  STAT-ROUTE-COUNT     PIC 9(3) VALUE ZERO.
       01  STAT-ROUTE-IDX       PIC 9(3).
       01  STAT-ROUTE-HIT       PIC 9(3).
       01  STAT-ENERGY-AMOUNT   PIC S9(7)V99.
       01  STAT-ESTIMATE-SWITCH PIC XXX.
       01  LAST-YEAR-SWITCH     PIC XXX VALUE 'NO '.
       01  LAST-YEAR-UNITS      PIC 9(6).
       01  STAT-AVG-WORK        PIC 9(7).
       01  STAT-CHANGE-PCT      PIC S9(5)V9.

       01  STAT-CLASS-TABLE.
           05 STAT-CLASS-ENTRY OCCURS 20 TIMES.
               10 STC-CLASS          PIC X(2).
               10 STC-CUSTOMERS      PIC 9(7).
               10 STC-UNITS          PIC 9(11).
               10 STC-ENERGY-REV     PIC 9(9)V99.
               10 STC-DEMAND-REV     PIC 9(8)V99.
               10 STC-ACTUAL-COUNT   PIC 9(6).
               10 STC-EST-COUNT      PIC 9(6).
      *accounts with a full year on file, what they used a year ago,
      *and what those same accounts used this cycle
               10 STC-LY-CUSTOMERS   PIC 9(7).
               10 STC-LY-UNITS       PIC 9(11).
               10 STC-COMP-UNITS     PIC 9(11).

       01  STAT-ROUTE-TABLE.
           05 STAT-ROUTE-ENTRY OCCURS 100 TIMES.
               10 STR-ROUTE-ID       PIC X(10).
               10 STR-CUSTOMERS      PIC 9(7).
               10 STR-UNITS          PIC 9(11).
               10 STR-ENERGY-REV     PIC 9(9)V99.
               10 STR-DEMAND-REV     PIC 9(8)V99.
               10 STR-ACTUAL-COUNT   PIC 9(6).
               10 STR-EST-COUNT      PIC 9(6).

       01  STAT-TOTALS.
           05 STT-CUSTOMERS      PIC 9(7)     VALUE ZERO.
           05 STT-UNITS          PIC 9(11)    VALUE ZERO.
           05 STT-ENERGY-REV     PIC 9(9)V99  VALUE ZERO.
           05 STT-DEMAND-REV     PIC 9(8)V99  VALUE ZERO.
           05 STT-ACTUAL-COUNT   PIC 9(6)     VALUE ZERO.
           05 STT-EST-COUNT      PIC 9(6)     VALUE ZERO.
           05 STT-LY-CUSTOMERS   PIC 9(7)     VALUE ZERO.
           05 STT-LY-UNITS       PIC 9(11)    VALUE ZERO.
           05 STT-COMP-UNITS     PIC 9(11)    VALUE ZERO.

      *what the net-metered accounts pushed back onto the grid
       01  STAT-GEN-ACCOUNTS    PIC 9(6)     VALUE ZERO.
       01  STAT-GEN-UNITS       PIC 9(11)    VALUE ZERO.
       01  STAT-GEN-CREDIT      PIC 9(8)V99  VALUE ZERO.

       01  STAT-HEADING.
           05 FILLER            PIC X(30)
               VALUE 'ENERGY SALES STATISTICS - RUN '.
           05 STAT-HEAD-DATE    PIC X(6).
           05 FILLER            PIC X(8)  VALUE ' SEASON '.
           05 STAT-HEAD-SEASON  PIC X(1).

       01  STAT-CLASS-TITLE     PIC X(40) VALUE
           'BY RATE CLASS AND SEASON'.
       01  STAT-ROUTE-TITLE     PIC X(40) VALUE
           'BY ROUTE'.
       01  STAT-LAST-YEAR-TITLE PIC X(40) VALUE
           'SAME CYCLE LAST YEAR BY RATE CLASS'.

       01  STAT-COLUMN-HEADING.
           05 FILLER            PIC X(35)
               VALUE 'CLASS      S    CUST         KWH   '.
           05 FILLER            PIC X(45)
               VALUE 'ENERGY-REV  DEMAND-REV AVG-USE ACTUAL    EST '.

       01  STAT-DETAIL-LINE.
           05 SD-LABEL          PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-SEASON         PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-CUSTOMERS      PIC Z(6)9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-UNITS          PIC Z(10)9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-ENERGY-REV     PIC Z(8)9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-DEMAND-REV     PIC Z(7)9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-AVG-USE        PIC Z(6)9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-ACTUAL         PIC Z(5)9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-EST            PIC Z(5)9.

       01  STAT-LAST-YEAR-HEADING.
           05 FILLER            PIC X(30)
               VALUE 'CLASS         CUST         KWH'.
           05 FILLER            PIC X(30)
               VALUE ' LY-CUST      LY-KWH  CHANGE% '.

       01  STAT-LAST-YEAR-LINE.
           05 SL-LABEL          PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SL-CUSTOMERS      PIC Z(6)9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SL-UNITS          PIC Z(10)9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SL-LY-CUSTOMERS   PIC Z(6)9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SL-LY-UNITS       PIC Z(10)9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SL-CHANGE-PCT     PIC -(5)9.9.

       01  STAT-GENERATION-LINE.
           05 FILLER            PIC X(32)
               VALUE 'NET-METERED GENERATION EXPORTED '.
           05 SG-ACCOUNTS       PIC Z(5)9.
           05 FILLER            PIC X(10) VALUE ' ACCOUNTS '.
           05 SG-UNITS          PIC Z(10)9.
           05 FILLER            PIC X(12) VALUE ' KWH CREDIT '.
           05 SG-CREDIT         PIC Z(7)9.99.

       01  STAT-TRAILER.
           05 FILLER            PIC X(15) VALUE '*** TRAILER ***'.
           05 FILLER            PIC X(9)  VALUE ' CLASSES '.
           05 TRAIL-STAT-CLASSES PIC Z9.
           05 FILLER            PIC X(8)  VALUE ' ROUTES '.
           05 TRAIL-STAT-ROUTES PIC ZZ9.
           05 FILLER            PIC X(11) VALUE ' CUSTOMERS '.
           05 TRAIL-STAT-CUSTOMERS PIC Z(6)9.

      *deposit-ledger machinery - interest accrues monthly at one
      *twelfth of the annual rate from depositrate.txt; a missing
      *rate file means deposits are held without interest
       01  MOVE-OUT-MONTH-DAYS  PIC 99.
       01  MOVE-OUT-COUNT       PIC 9(5) VALUE ZERO.

      *transfer-of-service machinery - the old premise final-bills
      *as a move-out, then its aged buckets, deposit with interest,
      *open arrangement and notice stage move to the new account
       01  TRANSFER-SWITCH      PIC XXX VALUE 'NO '.
       01  TRANSFER-OK-SWITCH   PIC XXX.
       01  TRANSFER-ARR-SWITCH  PIC XXX.
       01  TRANSFER-COUNT       PIC 9(5) VALUE ZERO.
       01  TRANSFER-ARR-SAVE    PIC X(59).
       01  TRANSFER-WORK.
           05 TRANSFER-CURRENT      PIC S9(7)V99.
           05 TRANSFER-OVER-30      PIC S9(7)V99.
           05 TRANSFER-OVER-60      PIC S9(7)V99.
           05 TRANSFER-OVER-90      PIC S9(7)V99.
           05 TRANSFER-LATE-CHARGE  PIC S9(5)V99.
           05 TRANSFER-RECEIVABLE   PIC S9(7)V99.
           05 TRANSFER-DEP-PRIN     PIC 9(7)V99.
           05 TRANSFER-DEP-INT      PIC 9(5)V99.
           05 TRANSFER-DEP-DATE     PIC 9(6).
           05 TRANSFER-DEPOSIT      PIC S9(7)V99.
           05 TRANSFER-DN-STAGE     PIC X(1).
           05 TRANSFER-DN-DATE      PIC 9(6).
           05 TRANSFER-DN-AMOUNT    PIC S9(7)V99.

       01  BILL-TRANSFER-LINE.
           05 FILLER            PIC X(23)
               VALUE 'SERVICE TRANSFERRED TO '.
           05 BILL-TRANSFER-ACC PIC X(6).
           05 FILLER            PIC X(10) VALUE ' BALANCE  '.
           05 BILL-TRANSFER-BAL PIC -(6)9.99.
           05 FILLER            PIC X(10) VALUE ' DEPOSIT  '.
           05 BILL-TRANSFER-DEP PIC Z(6)9.99.

       01  BILL-FINAL-LINE.
           05 FILLER            PIC X(31)
               VALUE 'FINAL STATEMENT - SERVICE ENDED'.
               10 TAR-T1-LIMIT  PIC 9(5).
               10 TAR-T1-RATE   PIC 9V999.
               10 TAR-T2-RATE   PIC 9V999.
               10 TAR-DEMAND-RATE  PIC 99V99.
               10 TAR-MIN-DEMAND   PIC 9(4)V9.
               10 TAR-RATCHET-PCT  PIC 9(3).

      *which season's tariff rows apply to this run, from the run month
       01  RUN-SEASON           PIC X(1).
           05 EFF-TIER-ONE-LIMIT PIC 9(5).
           05 EFF-TIER-ONE-RATE  PIC 9V999.
           05 EFF-TIER-TWO-RATE  PIC 9V999.
           05 EFF-DEMAND-RATE    PIC 99V99.
           05 EFF-MIN-DEMAND     PIC 9(4)V9.
           05 EFF-RATCHET-PCT    PIC 9(3).

      *the meter inventory loaded at run start - each entry is marked
      *read as its route's input is processed, so what is left
               10 INV-ROUTE-ID   PIC X(10).
               10 INV-ACC-NUMBER PIC X(6).
               10 INV-METER-NUMBER PIC X(8).
               10 INV-WALK-SEQ   PIC X(4).
               10 INV-SEEN-FLAG  PIC X(1).

      *set when a meter exchange changes an inventory entry, so the
           05 TIER-TWO-UNITS    PIC 9(10).
           05 ACCOUNT-CHARGE    PIC 9(7)V99.

      *demand billing for the account being priced - the kW the
      *register read, the kW actually billed after the class minimum
      *and the ratchet, and the charge kept apart from the energy
       01  DEMAND-WORK.
           05 METERED-DEMAND       PIC 9(4)V9.
           05 RATCHET-DEMAND       PIC 9(4)V9.
           05 DEMAND-HIGH-WATER    PIC 9(4)V9.
           05 BILLED-DEMAND        PIC 9(4)V9.
           05 ENERGY-CHARGE        PIC 9(7)V99.
           05 DEMAND-CHARGE-AMOUNT PIC 9(7)V99.
           05 DEMAND-BASIS         PIC X(7).
           05 DEMAND-CURRENT-SLOT  PIC 9(2).
           05 DEMAND-SLOT-IDX      PIC 9(2).
       01  DEMAND-BILLED-SWITCH    PIC XXX VALUE 'NO '.

      *statement framework for the bill print file - the bill date is
      *this run's date, the due date a month after it
       01  RUN-DATE.
           05 FILLER            PIC X(3)  VALUE ' = '.
           05 BILL-T2-AMOUNT    PIC Z(5)9.99.

      *a demand-billed account sees its energy subtotal and the
      *demand charge on separate lines ahead of the current charges
       01  BILL-ENERGY-LINE.
           05 FILLER            PIC X(16)
               VALUE 'ENERGY CHARGES  '.
           05 BILL-PRINT-ENERGY PIC Z(5)9.99.

       01  BILL-DEMAND-LINE.
           05 FILLER            PIC X(7)  VALUE 'DEMAND '.
           05 BILL-DEM-METERED  PIC ZZZ9.9.
           05 FILLER            PIC X(12) VALUE ' KW  BILLED '.
           05 BILL-DEM-BILLED   PIC ZZZ9.9.
           05 FILLER            PIC X(6)  VALUE ' KW @ '.
           05 BILL-DEM-RATE     PIC Z9.99.
           05 FILLER            PIC X(3)  VALUE ' = '.
           05 BILL-DEM-AMOUNT   PIC Z(5)9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 BILL-DEM-BASIS    PIC X(7).

       01  BILL-CURRENT-LINE.
           05 FILLER            PIC X(16)
               VALUE 'CURRENT CHARGES '.
               VALUE 'DEPOSIT HELD    '.
           05 BILL-PRINT-DEPOSIT PIC Z(5)9.99.

      *an account on a payment arrangement is reminded of the
      *installment it has to keep - owed on top of the total due
       01  BILL-ARRANGE-LINE.
           05 FILLER            PIC X(16)
               VALUE 'ARRANGEMENT DUE '.
           05 BILL-PRINT-INSTALL PIC Z(5)9.99.
           05 FILLER            PIC X(11) VALUE '  BALANCE  '.
           05 BILL-PRINT-ARR-BAL PIC Z(6)9.99.

       01  BILL-TOTAL-LINE.
           05 FILLER            PIC X(10) VALUE 'TOTAL DUE '.
           05 BILL-PRINT-CHARGE PIC Z(5)9.99-.
           05 FILLER             PIC X(12)   VALUE ' STATEMENTS '.
           05 TRAIL-BILL-COUNT   PIC Z(6)9.

       01  CSV-HEADING       PIC X(100) VALUE
           'LAST-NAME,FIRST-NAME,ACC-NUMBER,ADDRESS,UNITS-USED,CHARGE,FL
      -    'AG,DEMAND-KW,DEMAND-CHARGE'.

       01  CSV-CHARGE-EDIT   PIC Z(5)9.99.
       01  CSV-DEMAND-EDIT   PIC ZZZ9.9.
       01  CSV-DEMAND-CHG-EDIT PIC Z(5)9.99.

      *the dollars on this route's CSV, summed for its manifest
       01  CSV-HASH-TOTAL    PIC S9(11)V99.
       01  JOB-TAMPER-COUNT      PIC 9(7)     VALUE ZERO.
       01  JOB-START-TIME        PIC 9(8).

      *route checkpoint and restart - see OPEN-RUN-CONTROL
       01  RUN-CONTROL-STATUS    PIC XX.
       01  RUN-RESTART-SWITCH    PIC XXX VALUE 'NO '.
      *the phase the run row is written with - a restart skips every
      *pass after the routes that the interrupted run already posted
       01  RUN-PHASE             PIC X(1) VALUE 'P'.
           88 RUN-PHASE-PRE-ROUTE    VALUE 'P'.
           88 MOVE-OUTS-POSTED       VALUE 'M' 'W' 'N' 'F'.
           88 WRITEOFFS-POSTED       VALUE 'W' 'N' 'F'.
           88 NOTICES-POSTED         VALUE 'N' 'F'.
           88 RUN-REPORTS-WRITTEN    VALUE 'F'.
       01  RUN-START-DATE        PIC 9(6).
       01  ROUTE-RESUME-SWITCH   PIC XXX VALUE 'NO '.
       01  ROUTE-DONE-SWITCH     PIC XXX VALUE 'NO '.
       01  ROUTE-CHECKPOINT-STATUS PIC X.
       01  ROUTE-DETAILS-DONE    PIC 9(7).
       01  ROUTE-LAST-ACC        PIC X(6).
       01  ROUTE-SKIP-COUNT      PIC 9(7).
       01  RESUME-BATCH-NUMBER   PIC 9(4).
       01  RESUME-DETAILS-DONE   PIC 9(7).
       01  RESUME-LAST-ACC       PIC X(6).

      *every run-level total a restart has to carry forward - the
      *audit entry, the GL journal, the sales statistics and the
      *arrangement and receivables trailers all report the whole
      *night, not just the part after the restart
       01  RUN-STATE-IMAGE.
           05 RS-JOB-INPUT-COUNT    PIC 9(7).
           05 RS-JOB-GOOD-COUNT     PIC 9(7).
           05 RS-JOB-BAD-COUNT      PIC 9(7).
           05 RS-JOB-TAMPER-COUNT   PIC 9(7).
           05 RS-JRNL-WRITE-COUNT   PIC 9(7).
           05 RS-GL-CLASS-COUNT     PIC 9(2).
           05 RS-GL-CLASS-TABLE     PIC X(260).
           05 RS-GL-BILLED-TOTAL    PIC 9(9)V99.
           05 RS-GL-WAIVED-TOTAL    PIC 9(9)V99.
           05 RS-GL-OFFICE-CASH-TOTAL PIC 9(9)V99.
           05 RS-GL-LOCKBOX-TOTAL   PIC 9(9)V99.
           05 RS-GL-GEN-CREDIT-TOTAL PIC 9(9)V99.
           05 RS-GL-DEP-RECEIPT-TOTAL PIC 9(9)V99.
           05 RS-GL-DEP-INT-TOTAL   PIC 9(9)V99.
           05 RS-GL-DEP-APPLIED-TOTAL PIC 9(9)V99.
           05 RS-GL-DEP-REFUND-TOTAL PIC 9(9)V99.
           05 RS-LATE-ASSESSED-COUNT PIC 9(5).
           05 RS-LATE-ASSESSED-TOTAL PIC 9(8)V99.
           05 RS-LATE-WAIVED-COUNT  PIC 9(5).
           05 RS-LOCKBOX-POSTED-COUNT PIC 9(5).
           05 RS-UNAPPLIED-COUNT    PIC 9(5).
           05 RS-UNAPPLIED-TOTAL    PIC 9(8)V99.
           05 RS-ARR-NEW-COUNT      PIC 9(5).
           05 RS-ARR-KEPT-COUNT     PIC 9(5).
           05 RS-ARR-BROKEN-COUNT   PIC 9(5).
           05 RS-ARR-COMPLETE-COUNT PIC 9(5).
           05 RS-ARR-REJECT-COUNT   PIC 9(5).
           05 RS-ARR-RETURNED-TOTAL PIC 9(8)V99.
           05 RS-METER-EX-COUNT     PIC 9(5).
           05 RS-STAT-CLASS-COUNT   PIC 9(2).
           05 RS-STAT-ROUTE-COUNT   PIC 9(3).
           05 RS-STAT-CLASS-TABLE   PIC X(1640).
           05 RS-STAT-ROUTE-TABLE   PIC X(6100).
           05 RS-STAT-TOTALS        PIC X(80).
           05 RS-STAT-GEN-ACCOUNTS  PIC 9(6).
           05 RS-STAT-GEN-UNITS     PIC 9(11).
           05 RS-STAT-GEN-CREDIT    PIC 9(8)V99.
           05 RS-WRITEOFF-COUNT     PIC 9(5).
           05 RS-WRITEOFF-TOTAL     PIC 9(9)V99.
           05 RS-RECOVERY-COUNT     PIC 9(5).
           05 RS-RECOVERY-TOTAL     PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Program starting...".
           ACCEPT JOB-START-TIME FROM TIME.
           PERFORM SET-BILLING-DATES.
           MOVE RUN-DATE TO ARR-TODAY.
           PERFORM LOAD-LAST-BATCH-NUMBER.
           PERFORM READ-TARIFF-MASTER.
           PERFORM READ-NET-METER-PARAM.
               OPEN I-O SUSPENSE-MASTER-FILE
           END-IF.

      *tamper exceptions persist across runs
           OPEN I-O TAMPER-EXCEPTION-FILE.
           IF TAMPEX-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT TAMPER-EXCEPTION-FILE
               CLOSE TAMPER-EXCEPTION-FILE
               OPEN I-O TAMPER-EXCEPTION-FILE
           END-IF.

      *the office's payments come off each account's balance before
      *any new charges are billed on top of it
               CLOSE BALANCE-MASTER-FILE
               OPEN I-O BALANCE-MASTER-FILE
           END-IF.

           OPEN I-O ARRANGEMENT-MASTER-FILE.
           IF ARR-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT ARRANGEMENT-MASTER-FILE
               CLOSE ARRANGEMENT-MASTER-FILE
               OPEN I-O ARRANGEMENT-MASTER-FILE
           END-IF.

      *the account journal is opened before the first dollar posts -
      *the very first run seeds it with every account's standing
      *balances so the history always proves back to the masters
           PERFORM OPEN-ACCOUNT-JOURNAL.

           OPEN I-O DEPOSIT-MASTER-FILE.
           IF DEP-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT DEPOSIT-MASTER-FILE
               CLOSE DEPOSIT-MASTER-FILE
               OPEN I-O DEPOSIT-MASTER-FILE
           END-IF.
           PERFORM READ-DEPOSIT-RATE-PARAM.
           PERFORM READ-LATE-CHARGE-PARAM.
           PERFORM LOAD-LATE-WAIVERS.

      *the postings ahead of the routes are made once a night - a
      *rerun of an interrupted night finds them already on the
      *masters, so it only reopens the run-level reports they began.
      *the run row goes down in progress before the first of them
      *posts, so a run that dies partway through them is caught -
      *those postings cannot be told apart from the ones not made,
      *so that night is refused until its masters are restored
           PERFORM OPEN-RUN-CONTROL.
           IF RUN-RESTART-SWITCH IS EQUAL TO 'YES'
              AND RUN-PHASE-PRE-ROUTE
               PERFORM REFUSE-PRE-ROUTE-RESTART
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF RUN-RESTART-SWITCH IS EQUAL TO 'YES'
               PERFORM REOPEN-PRE-ROUTE-REPORTS
           ELSE
               MOVE 'P' TO RUN-PHASE
               PERFORM SAVE-RUN-CHECKPOINT
               PERFORM POST-PRE-ROUTE-TRANSACTIONS
               PERFORM CHECKPOINT-PRE-ROUTE-POSTINGS
           END-IF.

           PERFORM PROCESS-ROUTE-LIST.
           PERFORM RUN-REWORK-PASS.

      *every route and the rework pass have billed - the month's
      *sales statistics are complete
           PERFORM WRITE-SALES-STATISTICS.

      *move-outs bill their prorated last month through the same
      *charge path as a route reading, settle the deposit, and only
      *then retire the account - after the routes so a final reading
      *keyed the same night as the route file still wins.  each pass
      *after the routes that posts is committed on the run row once
      *it finishes, and a restart passes over those already posted
           IF NOT MOVE-OUTS-POSTED
               PERFORM PROCESS-MOVE-OUTS
               MOVE 'M' TO RUN-PHASE
               PERFORM CHECKPOINT-RUN-PHASE
           END-IF.

           PERFORM WRITE-SUSPENSE-REPORT.
           PERFORM WRITE-TAMPER-AGING-REPORT.
      *approved write-offs move off the receivables and agency
      *recoveries post against the written-off ledger before the
      *receivables report prints what is genuinely still active
           IF NOT WRITEOFFS-POSTED
               OPEN I-O WRITEOFF-MASTER-FILE
               IF WOM-FILE-STATUS IS EQUAL TO '35'
                   OPEN OUTPUT WRITEOFF-MASTER-FILE
                   CLOSE WRITEOFF-MASTER-FILE
                   OPEN I-O WRITEOFF-MASTER-FILE
               END-IF
               PERFORM READ-WRITEOFF-PARAM
               PERFORM PROCESS-WRITEOFFS
               CLOSE WRITEOFF-MASTER-FILE
               MOVE 'W' TO RUN-PHASE
               PERFORM CHECKPOINT-RUN-PHASE
           END-IF.

           PERFORM WRITE-RECEIVABLES-REPORT.

      *with the receivables settled for the cycle, walk the over-90
      *accounts through the legal notice sequence
           IF NOT NOTICES-POSTED
               OPEN I-O DISCONNECT-NOTICE-FILE
               IF DN-FILE-STATUS IS EQUAL TO '35'
                   OPEN OUTPUT DISCONNECT-NOTICE-FILE
                   CLOSE DISCONNECT-NOTICE-FILE
                   OPEN I-O DISCONNECT-NOTICE-FILE
               END-IF
               PERFORM PROCESS-DISCONNECT-NOTICES
               CLOSE DISCONNECT-NOTICE-FILE
               MOVE 'N' TO RUN-PHASE
               PERFORM CHECKPOINT-RUN-PHASE
           END-IF.

      *the arrangement trailer and the deposit ledger listing go on
      *the end of reports a restart reopened for extend, so they are
      *written once - the ledger listing proves, account by account,
      *what is held and what interest has been paid - the
      *commission's audit page
           IF NOT RUN-REPORTS-WRITTEN
               PERFORM WRITE-ARRANGEMENT-TRAILER
               PERFORM WRITE-DEPOSIT-LEDGER-REPORT
           END-IF.
           CLOSE ARRANGEMENT-REPORT-FILE
                 ARRANGEMENT-MASTER-FILE.
           CLOSE DEPOSIT-LEDGER-REPORT
                 DEPOSIT-MASTER-FILE.

                 CUSTOMER-MASTER-FILE
                 SUSPENSE-MASTER-FILE
                 TAMPER-EXCEPTION-FILE
                 BALANCE-MASTER-FILE
                 ACCOUNT-JOURNAL-FILE.
           MOVE 'F' TO RUN-PHASE.
           PERFORM CHECKPOINT-RUN-PHASE.
           PERFORM WRITE-GL-JOURNAL.
           PERFORM WRITE-JOB-AUDIT-LOG-ENTRY.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "program complete.".
      *GOBACK, not STOP RUN, so the NIGHTRUN sequencer that CALLs
      *this program gets control back to record the step's outcome
           GOBACK.

      *everything the night posts before the first route bills, in
      *the order it has always posted
       POST-PRE-ROUTE-TRANSACTIONS.
      *the field team's dispositions are applied before any route is
      *processed so a cleared account bills normally this very run
           PERFORM APPLY-TAMPER-DISPOSITIONS.

      *payment arrangements are set up before the payments post, so
      *a payment made the day the desk agreed the plan counts toward
      *its first installment
           OPEN OUTPUT ARRANGEMENT-REPORT-FILE.
           MOVE ARRANGEMENT-HEADING TO ARRANGEMENT-REPORT-OUT.
           WRITE ARRANGEMENT-REPORT-OUT.
           PERFORM POST-ARRANGEMENT-TRANSACTIONS.

           PERFORM POST-PAYMENTS.

      *the bank's lockbox file posts alongside the office's keyed
      *payments, proven against its own deposit total first
           PERFORM PROCESS-LOCKBOX-FILE.

      *with every payment in, each arrangement whose due date has
      *come is checked for its installment - a miss puts the dollars
      *back in the buckets ahead of the late-charge pass
           PERFORM CHECK-ARRANGEMENT-INSTALLMENTS.

      *deposits post and accrue their month's interest right after
      *payments, so a closure this run settles against the balance
      *the payments just left
           OPEN OUTPUT DEPOSIT-LEDGER-REPORT.
      *the heading goes down before any closure line can - the
      *closure pass writes its CLOSED/REFUND rows as it posts
           MOVE DEPOSIT-LEDGER-HEADING TO DEPOSIT-LEDGER-OUT.
           WRITE DEPOSIT-LEDGER-OUT.
           PERFORM POST-DEPOSIT-TRANSACTIONS.
           PERFORM ACCRUE-DEPOSIT-INTEREST.

      *with payments applied, anything still sitting in the aged
      *buckets draws this month's penalty before new charges bill
           PERFORM ASSESS-LATE-CHARGES.

      *the crew's meter swaps bill their old-meter closing usage and
      *rebase the history before the routes read the new meters, so
      *an exchanged meter never reaches the tamper queue
           PERFORM PROCESS-METER-EXCHANGES.

      *a restarted night carries on writing the arrangement and
      *deposit ledger reports the failed run started - the unapplied
      *cash report and the exchange bills are already complete
       REOPEN-PRE-ROUTE-REPORTS.
           OPEN EXTEND ARRANGEMENT-REPORT-FILE.
           OPEN EXTEND DEPOSIT-LEDGER-REPORT.
           DISPLAY 'PRE-ROUTE POSTINGS MADE BY THE INTERRUPTED RUN'
               ' - NOT REPEATED'.

      *the interrupted run died in the postings ahead of the routes -
      *everything opened so far is closed again and the operator is
      *sent to restore the step's masters before the night is rerun
       REFUSE-PRE-ROUTE-RESTART.
           DISPLAY 'INTERRUPTED RUN OF ' RC-RUN-DATE ' ' RC-START-TIME
               ' DIED IN THE PRE-ROUTE POSTINGS - RUN REFUSED'.
           DISPLAY 'RESTORE THIS STEP''S MASTERS, route-runctl.dat '
               'AMONG THEM, WITH NIGHT-ROLLBACK BEFORE RERUNNING'.
           CLOSE CUSTOMER-HISTORY-FILE
                 CUSTOMER-MASTER-FILE
                 SUSPENSE-MASTER-FILE
                 TAMPER-EXCEPTION-FILE
                 BALANCE-MASTER-FILE
                 ARRANGEMENT-MASTER-FILE
                 ACCOUNT-JOURNAL-FILE
                 DEPOSIT-MASTER-FILE
                 RUN-CONTROL-FILE.

      *finds out whether tonight is a fresh run or a rerun of one
      *that died partway - a '*RUN*' row still in progress and dated
      *today means the latter, and its totals are taken back up so
      *the run reports as one; an interrupted run from an earlier
      *day is not resumed, its batches would be refused as stale -
      *unless it died in the pre-route postings, which is taken up
      *whatever its date so that the run is refused
       OPEN-RUN-CONTROL.
           MOVE 'NO ' TO RUN-RESTART-SWITCH.
           ACCEPT RUN-START-DATE FROM DATE.
           OPEN I-O RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS IS EQUAL TO '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.

           MOVE '*RUN*' TO RC-KEY.
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RC-RUN-IN-PROGRESS
                       IF RC-RUN-DATE IS EQUAL TO RUN-START-DATE
                          OR RC-RUN-PHASE IS EQUAL TO 'P'
                           MOVE 'YES' TO RUN-RESTART-SWITCH
                       ELSE
                           DISPLAY 'INTERRUPTED RUN OF ' RC-RUN-DATE
                               ' NOT RESUMED - STARTING A NEW RUN'
                       END-IF
                   END-IF
           END-READ.

           IF RUN-RESTART-SWITCH IS EQUAL TO 'YES'
               MOVE RC-START-TIME TO JOB-START-TIME
               MOVE RC-RUN-PHASE TO RUN-PHASE
               IF RUN-PHASE IS EQUAL TO SPACE
                   MOVE 'R' TO RUN-PHASE
               END-IF
               MOVE RC-RUN-STATE TO RUN-STATE-IMAGE
               PERFORM RESTORE-RUN-STATE
               DISPLAY 'RESTARTING RUN STARTED ' RC-RUN-DATE ' '
                   RC-START-TIME
           END-IF.

      *the pre-route postings are on the masters - the inventory
      *goes out now too, so a restart loads the exchanges' new meter
      *numbers, and the run row is written in progress
       CHECKPOINT-PRE-ROUTE-POSTINGS.
           MOVE 'R' TO RUN-PHASE.
           PERFORM CHECKPOINT-RUN-PHASE.

      *commits the phase in RUN-PHASE - a move-out can retire a meter
      *from the inventory, so it is written out with the run row
       CHECKPOINT-RUN-PHASE.
           PERFORM REWRITE-METER-INVENTORY.
           MOVE 'NO ' TO INVENTORY-DIRTY-SWITCH.
           PERFORM SAVE-RUN-CHECKPOINT.

      *the run row, carrying the run's totals as they stand now
       SAVE-RUN-CHECKPOINT.
           PERFORM SAVE-RUN-STATE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE '*RUN*' TO RC-KEY.
           MOVE RUN-START-DATE TO RC-RUN-DATE.
           MOVE JOB-START-TIME TO RC-START-TIME.
           MOVE 'P' TO RC-STATUS.
           MOVE ZERO TO RC-BATCH-NUMBER RC-DETAILS-DONE
                        RC-GOOD-COUNT RC-BAD-COUNT RC-TAMPER-COUNT
                        RC-BILL-COUNT RC-UNITS-BILLED
                        RC-CSV-HASH-TOTAL.
           MOVE RUN-STATE-IMAGE TO RC-RUN-STATE.
           MOVE RUN-PHASE TO RC-RUN-PHASE.
           PERFORM PUT-RUN-CONTROL-RECORD.

      *a route row as it stands now, status in ROUTE-CHECKPOINT-STATUS
       SAVE-ROUTE-CHECKPOINT.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE ROUTE-ID TO RC-KEY.
           MOVE RUN-START-DATE TO RC-RUN-DATE.
           MOVE JOB-START-TIME TO RC-START-TIME.
           MOVE ROUTE-CHECKPOINT-STATUS TO RC-STATUS.
           MOVE BATCH-NUMBER TO RC-BATCH-NUMBER.
           MOVE ROUTE-INPUT-NAME TO RC-INPUT-NAME.
           MOVE ROUTE-DETAILS-DONE TO RC-DETAILS-DONE.
           MOVE ROUTE-LAST-ACC TO RC-LAST-ACC-NUMBER.
           MOVE GOOD-COUNT TO RC-GOOD-COUNT.
           MOVE BAD-COUNT TO RC-BAD-COUNT.
           MOVE TAMPER-COUNT TO RC-TAMPER-COUNT.
           MOVE BILL-COUNT TO RC-BILL-COUNT.
           MOVE TOTAL-UNITS-BILLED TO RC-UNITS-BILLED.
           MOVE CSV-HASH-TOTAL TO RC-CSV-HASH-TOTAL.
           PERFORM PUT-RUN-CONTROL-RECORD.

       PUT-RUN-CONTROL-RECORD.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   WRITE RUN-CONTROL-RECORD
           END-REWRITE.

      *copies the run-level totals out to the checkpoint image
       SAVE-RUN-STATE.
           MOVE JOB-INPUT-COUNT      TO RS-JOB-INPUT-COUNT.
           MOVE JOB-GOOD-COUNT       TO RS-JOB-GOOD-COUNT.
           MOVE JOB-BAD-COUNT        TO RS-JOB-BAD-COUNT.
           MOVE JOB-TAMPER-COUNT     TO RS-JOB-TAMPER-COUNT.
           MOVE JRNL-WRITE-COUNT     TO RS-JRNL-WRITE-COUNT.
           MOVE GL-CLASS-COUNT       TO RS-GL-CLASS-COUNT.
           MOVE GL-CLASS-TABLE       TO RS-GL-CLASS-TABLE.
           MOVE GL-BILLED-TOTAL      TO RS-GL-BILLED-TOTAL.
           MOVE GL-WAIVED-TOTAL      TO RS-GL-WAIVED-TOTAL.
           MOVE GL-OFFICE-CASH-TOTAL TO RS-GL-OFFICE-CASH-TOTAL.
           MOVE GL-LOCKBOX-TOTAL     TO RS-GL-LOCKBOX-TOTAL.
           MOVE GL-GEN-CREDIT-TOTAL  TO RS-GL-GEN-CREDIT-TOTAL.
           MOVE GL-DEP-RECEIPT-TOTAL TO RS-GL-DEP-RECEIPT-TOTAL.
           MOVE GL-DEP-INT-TOTAL     TO RS-GL-DEP-INT-TOTAL.
           MOVE GL-DEP-APPLIED-TOTAL TO RS-GL-DEP-APPLIED-TOTAL.
           MOVE GL-DEP-REFUND-TOTAL  TO RS-GL-DEP-REFUND-TOTAL.
           MOVE LATE-ASSESSED-COUNT  TO RS-LATE-ASSESSED-COUNT.
           MOVE LATE-ASSESSED-TOTAL  TO RS-LATE-ASSESSED-TOTAL.
           MOVE LATE-WAIVED-COUNT    TO RS-LATE-WAIVED-COUNT.
           MOVE LOCKBOX-POSTED-COUNT TO RS-LOCKBOX-POSTED-COUNT.
           MOVE UNAPPLIED-COUNT      TO RS-UNAPPLIED-COUNT.
           MOVE UNAPPLIED-TOTAL      TO RS-UNAPPLIED-TOTAL.
           MOVE ARR-NEW-COUNT        TO RS-ARR-NEW-COUNT.
           MOVE ARR-KEPT-COUNT       TO RS-ARR-KEPT-COUNT.
           MOVE ARR-BROKEN-COUNT     TO RS-ARR-BROKEN-COUNT.
           MOVE ARR-COMPLETE-COUNT   TO RS-ARR-COMPLETE-COUNT.
           MOVE ARR-REJECT-COUNT     TO RS-ARR-REJECT-COUNT.
           MOVE ARR-RETURNED-TOTAL   TO RS-ARR-RETURNED-TOTAL.
           MOVE METER-EX-COUNT       TO RS-METER-EX-COUNT.
           MOVE STAT-CLASS-COUNT     TO RS-STAT-CLASS-COUNT.
           MOVE STAT-ROUTE-COUNT     TO RS-STAT-ROUTE-COUNT.
           MOVE STAT-CLASS-TABLE     TO RS-STAT-CLASS-TABLE.
           MOVE STAT-ROUTE-TABLE     TO RS-STAT-ROUTE-TABLE.
           MOVE STAT-TOTALS          TO RS-STAT-TOTALS.
           MOVE STAT-GEN-ACCOUNTS    TO RS-STAT-GEN-ACCOUNTS.
           MOVE STAT-GEN-UNITS       TO RS-STAT-GEN-UNITS.
           MOVE STAT-GEN-CREDIT      TO RS-STAT-GEN-CREDIT.
           MOVE WRITEOFF-COUNT       TO RS-WRITEOFF-COUNT.
           MOVE WRITEOFF-TOTAL       TO RS-WRITEOFF-TOTAL.
           MOVE RECOVERY-COUNT       TO RS-RECOVERY-COUNT.
           MOVE RECOVERY-TOTAL       TO RS-RECOVERY-TOTAL.

      *and back again when a restart picks the run up
       RESTORE-RUN-STATE.
           MOVE RS-JOB-INPUT-COUNT      TO JOB-INPUT-COUNT.
           MOVE RS-JOB-GOOD-COUNT       TO JOB-GOOD-COUNT.
           MOVE RS-JOB-BAD-COUNT        TO JOB-BAD-COUNT.
           MOVE RS-JOB-TAMPER-COUNT     TO JOB-TAMPER-COUNT.
           MOVE RS-JRNL-WRITE-COUNT     TO JRNL-WRITE-COUNT.
           MOVE RS-GL-CLASS-COUNT       TO GL-CLASS-COUNT.
           MOVE RS-GL-CLASS-TABLE       TO GL-CLASS-TABLE.
           MOVE RS-GL-BILLED-TOTAL      TO GL-BILLED-TOTAL.
           MOVE RS-GL-WAIVED-TOTAL      TO GL-WAIVED-TOTAL.
           MOVE RS-GL-OFFICE-CASH-TOTAL TO GL-OFFICE-CASH-TOTAL.
           MOVE RS-GL-LOCKBOX-TOTAL     TO GL-LOCKBOX-TOTAL.
           MOVE RS-GL-GEN-CREDIT-TOTAL  TO GL-GEN-CREDIT-TOTAL.
           MOVE RS-GL-DEP-RECEIPT-TOTAL TO GL-DEP-RECEIPT-TOTAL.
           MOVE RS-GL-DEP-INT-TOTAL     TO GL-DEP-INT-TOTAL.
           MOVE RS-GL-DEP-APPLIED-TOTAL TO GL-DEP-APPLIED-TOTAL.
           MOVE RS-GL-DEP-REFUND-TOTAL  TO GL-DEP-REFUND-TOTAL.
           MOVE RS-LATE-ASSESSED-COUNT  TO LATE-ASSESSED-COUNT.
           MOVE RS-LATE-ASSESSED-TOTAL  TO LATE-ASSESSED-TOTAL.
           MOVE RS-LATE-WAIVED-COUNT    TO LATE-WAIVED-COUNT.
           MOVE RS-LOCKBOX-POSTED-COUNT TO LOCKBOX-POSTED-COUNT.
           MOVE RS-UNAPPLIED-COUNT      TO UNAPPLIED-COUNT.
           MOVE RS-UNAPPLIED-TOTAL      TO UNAPPLIED-TOTAL.
           MOVE RS-ARR-NEW-COUNT        TO ARR-NEW-COUNT.
           MOVE RS-ARR-KEPT-COUNT       TO ARR-KEPT-COUNT.
           MOVE RS-ARR-BROKEN-COUNT     TO ARR-BROKEN-COUNT.
           MOVE RS-ARR-COMPLETE-COUNT   TO ARR-COMPLETE-COUNT.
           MOVE RS-ARR-REJECT-COUNT     TO ARR-REJECT-COUNT.
           MOVE RS-ARR-RETURNED-TOTAL   TO ARR-RETURNED-TOTAL.
           MOVE RS-METER-EX-COUNT       TO METER-EX-COUNT.
           MOVE RS-STAT-CLASS-COUNT     TO STAT-CLASS-COUNT.
           MOVE RS-STAT-ROUTE-COUNT     TO STAT-ROUTE-COUNT.
           MOVE RS-STAT-CLASS-TABLE     TO STAT-CLASS-TABLE.
           MOVE RS-STAT-ROUTE-TABLE     TO STAT-ROUTE-TABLE.
           MOVE RS-STAT-TOTALS          TO STAT-TOTALS.
           MOVE RS-STAT-GEN-ACCOUNTS    TO STAT-GEN-ACCOUNTS.
           MOVE RS-STAT-GEN-UNITS       TO STAT-GEN-UNITS.
           MOVE RS-STAT-GEN-CREDIT      TO STAT-GEN-CREDIT.
      *an image saved before the write-off totals were carried has
      *spaces there - the totals stay at zero
           IF RS-WRITEOFF-COUNT IS NUMERIC
               MOVE RS-WRITEOFF-COUNT   TO WRITEOFF-COUNT
               MOVE RS-WRITEOFF-TOTAL   TO WRITEOFF-TOTAL
               MOVE RS-RECOVERY-COUNT   TO RECOVERY-COUNT
               MOVE RS-RECOVERY-TOTAL   TO RECOVERY-TOTAL
           END-IF.

      *the night finished - the run row is marked ended so tomorrow,
      *or a second run tonight, starts fresh
       CLOSE-RUN-CONTROL.
           MOVE '*RUN*' TO RC-KEY.
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO RC-STATUS
                   REWRITE RUN-CONTROL-RECORD
           END-READ.
           CLOSE RUN-CONTROL-FILE.

      *applies the field team's dispositions to the exception master -
      *an account they cleared bills normally on the next reading
      *instead of being re-flagged by the same history comparison
           END-IF.

       POST-ONE-PAYMENT.
      *an arrangement's installment is met first - only what is left
      *of the payment goes on to the aged buckets
           ADD PAY-AMOUNT TO GL-OFFICE-CASH-TOTAL.
           MOVE PAY-AMOUNT TO PAYMENT-REMAINING.
           MOVE PAY-ACC-NUMBER TO ARR-ACC-NUMBER.
           PERFORM APPLY-PAYMENT-TO-ARRANGEMENT.

           MOVE PAY-ACC-NUMBER TO BAL-ACC-NUMBER.
           READ BALANCE-MASTER-FILE
               INVALID KEY
               MOVE PAY-ACC-NUMBER TO BAL-ACC-NUMBER
               MOVE ZERO TO BAL-CURRENT BAL-OVER-30
                            BAL-OVER-60 BAL-OVER-90
               SUBTRACT PAYMENT-REMAINING FROM BAL-CURRENT
               MOVE ZERO TO PAYMENT-REMAINING
               WRITE BAL-RECORD
           ELSE
               PERFORM PAY-DOWN-BUCKETS
               REWRITE BAL-RECORD
           END-IF.

           MOVE PAY-ACC-NUMBER TO JRNL-ACC-NUMBER.
           MOVE 'OP' TO JRNL-TYPE.
           MOVE 'A' TO JRNL-LEDGER.
           COMPUTE JRNL-AMOUNT = ZERO - PAY-AMOUNT.
           MOVE 'OFFICE' TO JRNL-REFERENCE.
           PERFORM WRITE-JOURNAL-ENTRY.

           READ PAYMENT-FILE
               AT END MOVE 'YES' TO PAYMENT-EOF-SWITCH
           END-READ.
      *same posting the office's keyed payments get - oldest bucket
      *first, and an account with no balance row carries a credit
       POST-LOCKBOX-PAYMENT.
           ADD LBX-AMOUNT TO GL-LOCKBOX-TOTAL.
           MOVE LBX-AMOUNT TO PAYMENT-REMAINING.
           MOVE LBX-ACC-NUMBER TO ARR-ACC-NUMBER.
           PERFORM APPLY-PAYMENT-TO-ARRANGEMENT.

           MOVE LBX-ACC-NUMBER TO BAL-ACC-NUMBER.
           READ BALANCE-MASTER-FILE
               INVALID KEY
               MOVE ZERO TO BAL-CURRENT BAL-OVER-30
                            BAL-OVER-60 BAL-OVER-90
                            BAL-LATE-CHARGE
               SUBTRACT PAYMENT-REMAINING FROM BAL-CURRENT
               MOVE ZERO TO PAYMENT-REMAINING
               WRITE BAL-RECORD
           ELSE
               PERFORM PAY-DOWN-BUCKETS
               REWRITE BAL-RECORD
           END-IF.

           MOVE LBX-ACC-NUMBER TO JRNL-ACC-NUMBER.
           MOVE 'LB' TO JRNL-TYPE.
           MOVE 'A' TO JRNL-LEDGER.
           COMPUTE JRNL-AMOUNT = ZERO - LBX-AMOUNT.
           MOVE 'LOCKBOX' TO JRNL-REFERENCE.
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-UNAPPLIED-LINE.
           MOVE LBX-ACC-NUMBER TO UNAP-PRINT-ACC.
           IF LBX-AMOUNT IS NUMERIC
           WRITE UNAPPLIED-CASH-OUT.
           ADD 1 TO UNAPPLIED-COUNT.

      *sets up the arrangements the credit desk agreed since the last
      *run - a missing file just means no new plans this cycle
       POST-ARRANGEMENT-TRANSACTIONS.
           OPEN INPUT ARRANGEMENT-TRANS-FILE.
           IF ARR-TRANS-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'No new payment arrangements this run.'
           ELSE
               MOVE SPACES TO ARR-TRANS-EOF
               READ ARRANGEMENT-TRANS-FILE
                   AT END MOVE 'YES' TO ARR-TRANS-EOF
               END-READ
               PERFORM SET-UP-ONE-ARRANGEMENT
                   UNTIL ARR-TRANS-EOF = 'YES'
               CLOSE ARRANGEMENT-TRANS-FILE
           END-IF.

      *one new arrangement: the agreed amount has to be covered by
      *what is actually sitting in the aged buckets, and an account
      *can only carry one open plan at a time - the dollars come out
      *of the buckets oldest-first, exactly the way a payment would
      *take them, and the installment is the amount spread evenly
       SET-UP-ONE-ARRANGEMENT.
           MOVE SPACES TO ARR-PRINT-REASON.
           MOVE ARRT-ACC-NUMBER TO ARR-ACC-NUMBER.
           READ ARRANGEMENT-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO ARR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO ARR-FOUND-SWITCH
           END-READ.

           MOVE ARRT-ACC-NUMBER TO BAL-ACC-NUMBER.
           READ BALANCE-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO BAL-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO BAL-FOUND-SWITCH
                   COMPUTE ARR-AGED-AVAILABLE = BAL-OVER-30
                       + BAL-OVER-60 + BAL-OVER-90
           END-READ.

           EVALUATE TRUE
               WHEN ARRT-AMOUNT IS NOT NUMERIC
                 OR ARRT-AMOUNT IS EQUAL TO ZERO
                   MOVE 'BAD AMOUNT' TO ARR-PRINT-REASON
               WHEN ARRT-INSTALLMENTS IS NOT NUMERIC
                 OR ARRT-INSTALLMENTS IS EQUAL TO ZERO
                   MOVE 'BAD COUNT' TO ARR-PRINT-REASON
               WHEN ARRT-DUE-DATE IS NOT NUMERIC
                 OR ARRT-DUE-DATE IS NOT GREATER THAN ARR-TODAY
                   MOVE 'BAD DUE DATE' TO ARR-PRINT-REASON
               WHEN ARR-FOUND-SWITCH = 'YES' AND ARR-IS-ACTIVE
                   MOVE 'ALREADY OPEN' TO ARR-PRINT-REASON
               WHEN BAL-FOUND-SWITCH = 'NO '
                   MOVE 'NO BALANCE' TO ARR-PRINT-REASON
               WHEN ARRT-AMOUNT IS GREATER THAN ARR-AGED-AVAILABLE
                   MOVE 'OVER AGED' TO ARR-PRINT-REASON
           END-EVALUATE.

           IF ARR-PRINT-REASON IS NOT EQUAL TO SPACES
               MOVE 'REJECTED' TO ARR-PRINT-ACTION
               MOVE ARRT-ACC-NUMBER TO ARR-PRINT-ACC
               MOVE ZERO TO ARR-PRINT-INSTALL ARR-PRINT-PAID
                            ARR-PRINT-REMAIN ARR-PRINT-LEFT
               MOVE SPACES TO ARR-PRINT-DUE
               MOVE ARRANGEMENT-LINE TO ARRANGEMENT-REPORT-OUT
               WRITE ARRANGEMENT-REPORT-OUT
               ADD 1 TO ARR-REJECT-COUNT
           ELSE
               MOVE ARRT-AMOUNT TO PAYMENT-REMAINING
               PERFORM PAY-DOWN-BUCKETS
               REWRITE BAL-RECORD

               MOVE ARRT-ACC-NUMBER TO ARR-ACC-NUMBER
               MOVE 'A' TO ARR-STATUS
               MOVE ARR-TODAY TO ARR-STATUS-DATE
               MOVE ARRT-AMOUNT TO ARR-AGREED-AMOUNT ARR-REMAINING
               MOVE ARRT-INSTALLMENTS TO ARR-INSTALLMENTS
                                         ARR-INSTALLMENTS-LEFT
               COMPUTE ARR-INSTALLMENT-AMT ROUNDED =
                   ARRT-AMOUNT / ARRT-INSTALLMENTS
               MOVE ARRT-DUE-DATE TO ARR-DUE-DATE
               MOVE ZERO TO ARR-PAID-THIS-CYCLE
               IF ARR-FOUND-SWITCH IS EQUAL TO 'YES'
                   REWRITE ARR-RECORD
               ELSE
                   WRITE ARR-RECORD
               END-IF
               MOVE 'NEW' TO ARR-PRINT-ACTION
               PERFORM WRITE-ARRANGEMENT-LINE
               ADD 1 TO ARR-NEW-COUNT
           END-IF.

           READ ARRANGEMENT-TRANS-FILE
               AT END MOVE 'YES' TO ARR-TRANS-EOF
           END-READ.

      *a payment for an account on an open arrangement goes toward
      *the installment first - PAYMENT-REMAINING comes back holding
      *whatever is left for the aged buckets
       APPLY-PAYMENT-TO-ARRANGEMENT.
           READ ARRANGEMENT-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO ARR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO ARR-FOUND-SWITCH
           END-READ.

           IF ARR-FOUND-SWITCH IS EQUAL TO 'YES' AND ARR-IS-ACTIVE
               PERFORM SET-ARRANGEMENT-STILL-OWED
               IF PAYMENT-REMAINING IS GREATER THAN ARR-STILL-OWED
                   MOVE ARR-STILL-OWED TO ARR-APPLY-AMOUNT
               ELSE
                   MOVE PAYMENT-REMAINING TO ARR-APPLY-AMOUNT
               END-IF
               ADD ARR-APPLY-AMOUNT TO ARR-PAID-THIS-CYCLE
               SUBTRACT ARR-APPLY-AMOUNT FROM ARR-REMAINING
                                              PAYMENT-REMAINING
               REWRITE ARR-RECORD
           END-IF.

      *what the account still has to pay before this cycle's due
      *date - the last installment sweeps up whatever the even
      *split left behind, so the plan always pays out to the penny
       SET-ARRANGEMENT-STILL-OWED.
           EVALUATE TRUE
               WHEN ARR-INSTALLMENTS-LEFT IS NOT GREATER THAN 1
                   MOVE ARR-REMAINING TO ARR-STILL-OWED
               WHEN ARR-PAID-THIS-CYCLE
                   IS NOT LESS THAN ARR-INSTALLMENT-AMT
                   MOVE ZERO TO ARR-STILL-OWED
               WHEN OTHER
                   COMPUTE ARR-STILL-OWED =
                       ARR-INSTALLMENT-AMT - ARR-PAID-THIS-CYCLE
           END-EVALUATE.
           IF ARR-STILL-OWED IS GREATER THAN ARR-REMAINING
               MOVE ARR-REMAINING TO ARR-STILL-OWED
           END-IF.

      *walks every open arrangement once the cycle's payments are
      *in - a plan paid out completes, a due date with its
      *installment met rolls to next month, a due date missed breaks
      *the arrangement; plans not yet due are listed as still open
       CHECK-ARRANGEMENT-INSTALLMENTS.
           MOVE SPACES TO ARR-EOF-SWITCH.
           MOVE LOW-VALUES TO ARR-ACC-NUMBER.
           START ARRANGEMENT-MASTER-FILE
               KEY IS GREATER THAN ARR-ACC-NUMBER
               INVALID KEY MOVE 'YES' TO ARR-EOF-SWITCH
           END-START.

           PERFORM CHECK-ONE-ARRANGEMENT
               UNTIL ARR-EOF-SWITCH = 'YES'.

           DISPLAY 'ARRANGEMENTS: ' ARR-KEPT-COUNT ' KEPT '
               ARR-BROKEN-COUNT ' BROKEN '
               ARR-COMPLETE-COUNT ' COMPLETED'.

       CHECK-ONE-ARRANGEMENT.
           READ ARRANGEMENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO ARR-EOF-SWITCH
               NOT AT END
                   IF ARR-IS-ACTIVE
                       PERFORM CHECK-ARRANGEMENT-CYCLE
                   END-IF
           END-READ.

       CHECK-ARRANGEMENT-CYCLE.
           MOVE SPACES TO ARR-PRINT-REASON.
           PERFORM SET-ARRANGEMENT-STILL-OWED.

           EVALUATE TRUE
               WHEN ARR-REMAINING IS EQUAL TO ZERO
                   MOVE 'C' TO ARR-STATUS
                   MOVE ARR-TODAY TO ARR-STATUS-DATE
                   MOVE ZERO TO ARR-INSTALLMENTS-LEFT
                   REWRITE ARR-RECORD
                   MOVE 'COMPLETED' TO ARR-PRINT-ACTION
                   PERFORM WRITE-ARRANGEMENT-LINE
                   ADD 1 TO ARR-COMPLETE-COUNT
               WHEN ARR-DUE-DATE IS GREATER THAN ARR-TODAY
                   MOVE 'OPEN' TO ARR-PRINT-ACTION
                   PERFORM WRITE-ARRANGEMENT-LINE
               WHEN ARR-STILL-OWED IS EQUAL TO ZERO
                   MOVE 'KEPT' TO ARR-PRINT-ACTION
                   PERFORM WRITE-ARRANGEMENT-LINE
                   SUBTRACT 1 FROM ARR-INSTALLMENTS-LEFT
                   MOVE ZERO TO ARR-PAID-THIS-CYCLE
                   PERFORM ADVANCE-ARRANGEMENT-DUE-DATE
                   REWRITE ARR-RECORD
                   ADD 1 TO ARR-KEPT-COUNT
               WHEN OTHER
                   MOVE 'BROKEN' TO ARR-PRINT-ACTION
                   MOVE 'MISSED' TO ARR-PRINT-REASON
                   PERFORM BREAK-ONE-ARRANGEMENT
           END-EVALUATE.

      *the next installment falls due the same day next month,
      *clamped to the month's last day the way the bill due date is
       ADVANCE-ARRANGEMENT-DUE-DATE.
           MOVE ARR-DUE-DATE TO ARR-DUE-NUM.
           IF ARR-DUE-MM IS EQUAL TO 12
               MOVE 01 TO ARR-DUE-MM
               ADD 1 TO ARR-DUE-YY
           ELSE
               ADD 1 TO ARR-DUE-MM
           END-IF.
           EVALUATE TRUE
               WHEN ARR-DUE-MM = 02
                   MOVE 28 TO ARR-MONTH-MAX-DAY
               WHEN ARR-DUE-MM = 04 OR ARR-DUE-MM = 06
                 OR ARR-DUE-MM = 09 OR ARR-DUE-MM = 11
                   MOVE 30 TO ARR-MONTH-MAX-DAY
               WHEN OTHER
                   MOVE 31 TO ARR-MONTH-MAX-DAY
           END-EVALUATE.
           IF ARR-DUE-DD IS GREATER THAN ARR-MONTH-MAX-DAY
               MOVE ARR-MONTH-MAX-DAY TO ARR-DUE-DD
           END-IF.
           MOVE ARR-DUE-NUM TO ARR-DUE-DATE.

      *ends an open arrangement with money still owed on it - the
      *remaining dollars go back in the over-90 bucket, where the
      *late-charge pass and the notice sequence will find them; the
      *row keeps the returned amount and the date it broke, which
      *is how the notice pass knows to restart at the final notice
       BREAK-ONE-ARRANGEMENT.
           MOVE ARR-ACC-NUMBER TO BAL-ACC-NUMBER.
           READ BALANCE-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO BAL-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO BAL-FOUND-SWITCH
           END-READ.

           IF BAL-FOUND-SWITCH IS EQUAL TO 'NO '
               MOVE ARR-ACC-NUMBER TO BAL-ACC-NUMBER
               MOVE ZERO TO BAL-CURRENT BAL-OVER-30
                            BAL-OVER-60 BAL-OVER-90
                            BAL-LATE-CHARGE
               ADD ARR-REMAINING TO BAL-OVER-90
               WRITE BAL-RECORD
           ELSE
               ADD ARR-REMAINING TO BAL-OVER-90
               REWRITE BAL-RECORD
           END-IF.

           ADD ARR-REMAINING TO ARR-RETURNED-TOTAL.
           MOVE 'B' TO ARR-STATUS.
           MOVE ARR-TODAY TO ARR-STATUS-DATE.
           REWRITE ARR-RECORD.
           PERFORM WRITE-ARRANGEMENT-LINE.
           ADD 1 TO ARR-BROKEN-COUNT.

       WRITE-ARRANGEMENT-LINE.
           MOVE ARR-ACC-NUMBER TO ARR-PRINT-ACC.
           MOVE ARR-INSTALLMENT-AMT TO ARR-PRINT-INSTALL.
           MOVE ARR-PAID-THIS-CYCLE TO ARR-PRINT-PAID.
           MOVE ARR-REMAINING TO ARR-PRINT-REMAIN.
           MOVE ARR-INSTALLMENTS-LEFT TO ARR-PRINT-LEFT.
           MOVE ARR-DUE-DATE TO ARR-PRINT-DUE.
           MOVE ARRANGEMENT-LINE TO ARRANGEMENT-REPORT-OUT.
           WRITE ARRANGEMENT-REPORT-OUT.

       WRITE-ARRANGEMENT-TRAILER.
           MOVE ARR-NEW-COUNT TO TRAIL-ARR-NEW.
           MOVE ARR-KEPT-COUNT TO TRAIL-ARR-KEPT.
           MOVE ARR-BROKEN-COUNT TO TRAIL-ARR-BROKEN.
           MOVE ARR-COMPLETE-COUNT TO TRAIL-ARR-DONE.
           MOVE ARR-RETURNED-TOTAL TO TRAIL-ARR-RETURN.
           MOVE ARRANGEMENT-TRAILER TO ARRANGEMENT-REPORT-OUT.
           WRITE ARRANGEMENT-REPORT-OUT.

      *the notice pass asks whether an account is on a plan it is
      *keeping (stand down) or one that broke this run (final notice)
       CHECK-ARRANGEMENT-STANDING.
           MOVE 'NO ' TO ARR-KEPT-SWITCH ARR-BROKEN-SWITCH.
           MOVE BAL-ACC-NUMBER TO ARR-ACC-NUMBER.
           READ ARRANGEMENT-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO ARR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO ARR-FOUND-SWITCH
           END-READ.
           IF ARR-FOUND-SWITCH IS EQUAL TO 'YES'
               IF ARR-IS-ACTIVE
                   MOVE 'YES' TO ARR-KEPT-SWITCH
               END-IF
               IF ARR-IS-BROKEN AND ARR-STATUS-DATE = ARR-TODAY
                   MOVE 'YES' TO ARR-BROKEN-SWITCH
               END-IF
           END-IF.

      *picks up the annual deposit interest rate from depositrate.txt;
      *when the file is missing deposits are held without interest
      *and the commission report will show exactly that
                   MOVE 'YES' TO DEP-FOUND-SWITCH
           END-READ.

           ADD DEPT-AMOUNT TO GL-DEP-RECEIPT-TOTAL.
           IF DEP-FOUND-SWITCH IS EQUAL TO 'YES'
               ADD DEPT-AMOUNT TO DEP-PRINCIPAL
               REWRITE DEP-RECORD
               WRITE DEP-RECORD
           END-IF.

           MOVE DEPT-ACC-NUMBER TO JRNL-ACC-NUMBER.
           MOVE 'DR' TO JRNL-TYPE.
           MOVE 'D' TO JRNL-LEDGER.
           MOVE DEPT-AMOUNT TO JRNL-AMOUNT.
           MOVE 'OFFICE' TO JRNL-REFERENCE.
           PERFORM WRITE-JOURNAL-ENTRY.

      *closure: deposit plus interest pays down what the account
      *owes, oldest bucket first; whatever the balance didn't need
      *is left on the account as a credit for the refund run to pay
       APPLY-DEPOSIT-CLOSE.
           MOVE DEPT-ACC-NUMBER TO DEP-ACC-NUMBER.
           READ DEPOSIT-MASTER-FILE

               COMPUTE DEPOSIT-REFUND-AMT =
                   DEPOSIT-HELD-AMOUNT - DEPOSIT-APPLY-AMOUNT
               ADD DEPOSIT-APPLY-AMOUNT TO GL-DEP-APPLIED-TOTAL
               ADD DEPOSIT-REFUND-AMT TO GL-DEP-REFUND-TOTAL

               IF DEPOSIT-REFUND-AMT IS GREATER THAN ZERO
                   IF BAL-FOUND-SWITCH IS EQUAL TO 'YES'
                       SUBTRACT DEPOSIT-REFUND-AMT FROM BAL-CURRENT
                       REWRITE BAL-RECORD
                   ELSE
                       MOVE DEPT-ACC-NUMBER TO BAL-ACC-NUMBER
                       MOVE ZERO TO BAL-CURRENT BAL-OVER-30
                                    BAL-OVER-60 BAL-OVER-90
                                    BAL-LATE-CHARGE
                       SUBTRACT DEPOSIT-REFUND-AMT FROM BAL-CURRENT
                       WRITE BAL-RECORD
                   END-IF
               END-IF

               PERFORM JOURNAL-DEPOSIT-CLOSE

               MOVE DEPT-ACC-NUMBER TO DEPCLS-PRINT-ACC
               MOVE DEPOSIT-APPLY-AMOUNT TO DEPCLS-PRINT-APPL
                       (DEP-PRINCIPAL + DEP-INTEREST)
                       * DEPOSIT-ANNUAL-RATE / 12
                   ADD DEP-MONTH-INTEREST TO DEP-INTEREST
                   ADD DEP-MONTH-INTEREST TO GL-DEP-INT-TOTAL
                   REWRITE DEP-RECORD
                   MOVE DEP-ACC-NUMBER TO JRNL-ACC-NUMBER
                   MOVE 'DI' TO JRNL-TYPE
                   MOVE 'D' TO JRNL-LEDGER
                   MOVE DEP-MONTH-INTEREST TO JRNL-AMOUNT
                   MOVE 'INTEREST' TO JRNL-REFERENCE
                   PERFORM WRITE-JOURNAL-ENTRY
           END-READ.

      *account-by-account listing of what is held and what interest
                           IF BAL-LATE-CHARGE IS GREATER THAN ZERO
                               SUBTRACT BAL-LATE-CHARGE
                                   FROM BAL-CURRENT
                               ADD BAL-LATE-CHARGE TO GL-WAIVED-TOTAL
                               ADD 1 TO LATE-WAIVED-COUNT
                               MOVE 'LW' TO JRNL-TYPE
                               COMPUTE JRNL-AMOUNT =
                                   ZERO - BAL-LATE-CHARGE
                               PERFORM JOURNAL-LATE-CHARGE
                           END-IF
                           MOVE ZERO TO BAL-LATE-CHARGE
                           REWRITE BAL-RECORD
                               ADD 1 TO LATE-ASSESSED-COUNT
                               ADD LATE-CHARGE-AMOUNT
                                   TO LATE-ASSESSED-TOTAL
                               MOVE 'LC' TO JRNL-TYPE
                               MOVE LATE-CHARGE-AMOUNT TO JRNL-AMOUNT
                               PERFORM JOURNAL-LATE-CHARGE
                           ELSE
                               MOVE ZERO TO BAL-LATE-CHARGE
                           END-IF
                       MOVE MI-ACC-NUMBER TO INV-ACC-NUMBER(INV-COUNT)
                       MOVE MI-METER-NUMBER
                           TO INV-METER-NUMBER(INV-COUNT)
                       MOVE MI-WALK-SEQ TO INV-WALK-SEQ(INV-COUNT)
                       MOVE 'N' TO INV-SEEN-FLAG(INV-COUNT)
                   END-IF
           END-READ.
                       TO MI-ACC-NUMBER
                   MOVE INV-METER-NUMBER(INV-SEARCH-IDX)
                       TO MI-METER-NUMBER
                   MOVE INV-WALK-SEQ(INV-SEARCH-IDX) TO MI-WALK-SEQ
                   WRITE METER-INVENTORY-RECORD
               END-PERFORM
               CLOSE METER-INVENTORY-FILE
                           TO TAR-T1-RATE(TARIFF-COUNT)
                       MOVE TARIFF-PARAM-T2-RATE
                           TO TAR-T2-RATE(TARIFF-COUNT)
                       PERFORM LOAD-TARIFF-DEMAND-TERMS
                   END-IF
           END-READ.

      *an energy-only row written before the demand terms existed
      *reads as blanks there, which bills no demand at all
       LOAD-TARIFF-DEMAND-TERMS.
           IF TARIFF-PARAM-DEMAND-RATE IS NUMERIC
              AND TARIFF-PARAM-MIN-DEMAND IS NUMERIC
              AND TARIFF-PARAM-RATCHET-PCT IS NUMERIC
               MOVE TARIFF-PARAM-DEMAND-RATE
                   TO TAR-DEMAND-RATE(TARIFF-COUNT)
               MOVE TARIFF-PARAM-MIN-DEMAND
                   TO TAR-MIN-DEMAND(TARIFF-COUNT)
               MOVE TARIFF-PARAM-RATCHET-PCT
                   TO TAR-RATCHET-PCT(TARIFF-COUNT)
           ELSE
               MOVE ZERO TO TAR-DEMAND-RATE(TARIFF-COUNT)
                            TAR-MIN-DEMAND(TARIFF-COUNT)
                            TAR-RATCHET-PCT(TARIFF-COUNT)
           END-IF.

      *the month's sales statistics: rate class within this run's
      *season, then route, then the same cycle a year ago for the
      *accounts that have a year on file, and the solar export line
       WRITE-SALES-STATISTICS.
           OPEN OUTPUT SALES-STATISTICS-REPORT.
           MOVE RUN-DATE TO STAT-HEAD-DATE.
           MOVE RUN-SEASON TO STAT-HEAD-SEASON.
           MOVE STAT-HEADING TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.

           MOVE SPACES TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.
           MOVE STAT-CLASS-TITLE TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.
           MOVE STAT-COLUMN-HEADING TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.
           PERFORM WRITE-ONE-CLASS-STATISTIC
               VARYING STAT-CLASS-IDX FROM 1 BY 1
               UNTIL STAT-CLASS-IDX > STAT-CLASS-COUNT.
           MOVE RUN-SEASON TO SD-SEASON.
           PERFORM WRITE-STATISTIC-TOTAL.

           MOVE SPACES TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.
           MOVE STAT-ROUTE-TITLE TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.
           MOVE STAT-COLUMN-HEADING TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.
           PERFORM WRITE-ONE-ROUTE-STATISTIC
               VARYING STAT-ROUTE-IDX FROM 1 BY 1
               UNTIL STAT-ROUTE-IDX > STAT-ROUTE-COUNT.
           MOVE SPACE TO SD-SEASON.
           PERFORM WRITE-STATISTIC-TOTAL.

           MOVE SPACES TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.
           MOVE STAT-LAST-YEAR-TITLE TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.
           MOVE STAT-LAST-YEAR-HEADING TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.
           PERFORM WRITE-ONE-CLASS-LAST-YEAR
               VARYING STAT-CLASS-IDX FROM 1 BY 1
               UNTIL STAT-CLASS-IDX > STAT-CLASS-COUNT.
           MOVE 'TOTAL' TO SL-LABEL.
           MOVE STT-CUSTOMERS TO SL-CUSTOMERS.
           MOVE STT-UNITS TO SL-UNITS.
           MOVE STT-LY-CUSTOMERS TO SL-LY-CUSTOMERS.
           MOVE STT-LY-UNITS TO SL-LY-UNITS.
           MOVE ZERO TO STAT-CHANGE-PCT.
           IF STT-LY-UNITS IS GREATER THAN ZERO
               COMPUTE STAT-CHANGE-PCT ROUNDED =
                   (STT-COMP-UNITS - STT-LY-UNITS) * 100
                   / STT-LY-UNITS
           END-IF.
           MOVE STAT-CHANGE-PCT TO SL-CHANGE-PCT.
           MOVE STAT-LAST-YEAR-LINE TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.

           MOVE SPACES TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.
           MOVE STAT-GEN-ACCOUNTS TO SG-ACCOUNTS.
           MOVE STAT-GEN-UNITS TO SG-UNITS.
           MOVE STAT-GEN-CREDIT TO SG-CREDIT.
           MOVE STAT-GENERATION-LINE TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.

           MOVE STAT-CLASS-COUNT TO TRAIL-STAT-CLASSES.
           MOVE STAT-ROUTE-COUNT TO TRAIL-STAT-ROUTES.
           MOVE STT-CUSTOMERS TO TRAIL-STAT-CUSTOMERS.
           MOVE STAT-TRAILER TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.
           CLOSE SALES-STATISTICS-REPORT.

       WRITE-ONE-CLASS-STATISTIC.
           MOVE STC-CLASS(STAT-CLASS-IDX) TO SD-LABEL.
           MOVE RUN-SEASON TO SD-SEASON.
           MOVE STC-CUSTOMERS(STAT-CLASS-IDX) TO SD-CUSTOMERS.
           MOVE STC-UNITS(STAT-CLASS-IDX) TO SD-UNITS.
           MOVE STC-ENERGY-REV(STAT-CLASS-IDX) TO SD-ENERGY-REV.
           MOVE STC-DEMAND-REV(STAT-CLASS-IDX) TO SD-DEMAND-REV.
           MOVE STC-ACTUAL-COUNT(STAT-CLASS-IDX) TO SD-ACTUAL.
           MOVE STC-EST-COUNT(STAT-CLASS-IDX) TO SD-EST.
           MOVE ZERO TO STAT-AVG-WORK.
           IF STC-CUSTOMERS(STAT-CLASS-IDX) IS GREATER THAN ZERO
               COMPUTE STAT-AVG-WORK ROUNDED =
                   STC-UNITS(STAT-CLASS-IDX)
                   / STC-CUSTOMERS(STAT-CLASS-IDX)
           END-IF.
           MOVE STAT-AVG-WORK TO SD-AVG-USE.
           MOVE STAT-DETAIL-LINE TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.

       WRITE-ONE-ROUTE-STATISTIC.
           MOVE STR-ROUTE-ID(STAT-ROUTE-IDX) TO SD-LABEL.
           MOVE SPACE TO SD-SEASON.
           MOVE STR-CUSTOMERS(STAT-ROUTE-IDX) TO SD-CUSTOMERS.
           MOVE STR-UNITS(STAT-ROUTE-IDX) TO SD-UNITS.
           MOVE STR-ENERGY-REV(STAT-ROUTE-IDX) TO SD-ENERGY-REV.
           MOVE STR-DEMAND-REV(STAT-ROUTE-IDX) TO SD-DEMAND-REV.
           MOVE STR-ACTUAL-COUNT(STAT-ROUTE-IDX) TO SD-ACTUAL.
           MOVE STR-EST-COUNT(STAT-ROUTE-IDX) TO SD-EST.
           MOVE ZERO TO STAT-AVG-WORK.
           IF STR-CUSTOMERS(STAT-ROUTE-IDX) IS GREATER THAN ZERO
               COMPUTE STAT-AVG-WORK ROUNDED =
                   STR-UNITS(STAT-ROUTE-IDX)
                   / STR-CUSTOMERS(STAT-ROUTE-IDX)
           END-IF.
           MOVE STAT-AVG-WORK TO SD-AVG-USE.
           MOVE STAT-DETAIL-LINE TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.

      *the run totals close out both the class and route sections -
      *the caller sets the season column
       WRITE-STATISTIC-TOTAL.
           MOVE 'TOTAL' TO SD-LABEL.
           MOVE STT-CUSTOMERS TO SD-CUSTOMERS.
           MOVE STT-UNITS TO SD-UNITS.
           MOVE STT-ENERGY-REV TO SD-ENERGY-REV.
           MOVE STT-DEMAND-REV TO SD-DEMAND-REV.
           MOVE STT-ACTUAL-COUNT TO SD-ACTUAL.
           MOVE STT-EST-COUNT TO SD-EST.
           MOVE ZERO TO STAT-AVG-WORK.
           IF STT-CUSTOMERS IS GREATER THAN ZERO
               COMPUTE STAT-AVG-WORK ROUNDED =
                   STT-UNITS / STT-CUSTOMERS
           END-IF.
           MOVE STAT-AVG-WORK TO SD-AVG-USE.
           MOVE STAT-DETAIL-LINE TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.

      *the change compares like with like - only the accounts that
      *were on file a year ago, against what they used then
       WRITE-ONE-CLASS-LAST-YEAR.
           MOVE STC-CLASS(STAT-CLASS-IDX) TO SL-LABEL.
           MOVE STC-CUSTOMERS(STAT-CLASS-IDX) TO SL-CUSTOMERS.
           MOVE STC-UNITS(STAT-CLASS-IDX) TO SL-UNITS.
           MOVE STC-LY-CUSTOMERS(STAT-CLASS-IDX) TO SL-LY-CUSTOMERS.
           MOVE STC-LY-UNITS(STAT-CLASS-IDX) TO SL-LY-UNITS.
           MOVE ZERO TO STAT-CHANGE-PCT.
           IF STC-LY-UNITS(STAT-CLASS-IDX) IS GREATER THAN ZERO
               COMPUTE STAT-CHANGE-PCT ROUNDED =
                   (STC-COMP-UNITS(STAT-CLASS-IDX)
                    - STC-LY-UNITS(STAT-CLASS-IDX)) * 100
                   / STC-LY-UNITS(STAT-CLASS-IDX)
           END-IF.
           MOVE STAT-CHANGE-PCT TO SL-CHANGE-PCT.
           MOVE STAT-LAST-YEAR-LINE TO SALES-STATISTICS-OUT.
           WRITE SALES-STATISTICS-OUT.

      *appends one line to the audit log shared by all four batch
      *programs, summarizing this whole run (every route processed)
       WRITE-JOB-AUDIT-LOG-ENTRY.
           WRITE JOB-AUDIT-LOG-RECORD.
           CLOSE JOB-AUDIT-LOG-FILE.

      *totals the run's postings into one journal entry and releases
      *it only when debits equal credits - an out-of-balance run is
      *reported and the extract withheld, the same rule payroll's
      *journal follows
       WRITE-GL-JOURNAL.
           MOVE ZERO TO GL-DEBIT-TOTAL GL-CREDIT-TOTAL.

           COMPUTE GL-DEBIT-TOTAL = GL-BILLED-TOTAL
               + LATE-ASSESSED-TOTAL + GL-WAIVED-TOTAL
               + GL-OFFICE-CASH-TOTAL + GL-LOCKBOX-TOTAL
               + UNAPPLIED-TOTAL + GL-GEN-CREDIT-TOTAL
               + GL-DEP-RECEIPT-TOTAL + GL-DEP-INT-TOTAL
               + GL-DEP-APPLIED-TOTAL + GL-DEP-REFUND-TOTAL
               + WRITEOFF-TOTAL + RECOVERY-TOTAL.

           PERFORM VARYING GL-CLASS-IDX FROM 1 BY 1
               UNTIL GL-CLASS-IDX > GL-CLASS-COUNT
               ADD GL-CLASS-REVENUE(GL-CLASS-IDX) TO GL-CREDIT-TOTAL
           END-PERFORM.
           COMPUTE GL-CREDIT-TOTAL = GL-CREDIT-TOTAL
               + LATE-ASSESSED-TOTAL + GL-WAIVED-TOTAL
               + GL-OFFICE-CASH-TOTAL + GL-LOCKBOX-TOTAL
               + UNAPPLIED-TOTAL + GL-GEN-CREDIT-TOTAL
               + GL-DEP-RECEIPT-TOTAL + GL-DEP-INT-TOTAL
               + GL-DEP-APPLIED-TOTAL + GL-DEP-REFUND-TOTAL
               + WRITEOFF-TOTAL + RECOVERY-TOTAL.

           OPEN OUTPUT GL-JOURNAL-FILE.

           IF GL-DEBIT-TOTAL IS EQUAL TO GL-CREDIT-TOTAL
               PERFORM RELEASE-GL-JOURNAL
           ELSE
               COMPUTE GL-DIFFERENCE =
                   GL-DEBIT-TOTAL - GL-CREDIT-TOTAL
               DISPLAY 'GL JOURNAL OUT OF BALANCE BY ' GL-DIFFERENCE
                   ' - EXTRACT WITHHELD'
           END-IF.

           CLOSE GL-JOURNAL-FILE.

      *debits first, then credits - each posting stream keeps its
      *own pair of lines so finance can tie every one back to the
      *report it came from
       RELEASE-GL-JOURNAL.
           MOVE 'DR ' TO GL-PRINT-SIDE.
           MOVE 'ACCTS-RECEIVABLE    ' TO GL-PRINT-ACCOUNT.
           MOVE GL-BILLED-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'BILLED CHARGES' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'ACCTS-RECEIVABLE    ' TO GL-PRINT-ACCOUNT.
           MOVE LATE-ASSESSED-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'LATE CHARGES ASSESSED' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'PENALTY-INCOME      ' TO GL-PRINT-ACCOUNT.
           MOVE GL-WAIVED-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'LATE CHARGES WAIVED' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'CASH-OFFICE         ' TO GL-PRINT-ACCOUNT.
           MOVE GL-OFFICE-CASH-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'OFFICE PAYMENTS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'CASH-LOCKBOX        ' TO GL-PRINT-ACCOUNT.
           MOVE GL-LOCKBOX-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'LOCKBOX PAYMENTS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'CASH-LOCKBOX        ' TO GL-PRINT-ACCOUNT.
           MOVE UNAPPLIED-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'LOCKBOX UNAPPLIED' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'GENERATION-CREDITS  ' TO GL-PRINT-ACCOUNT.
           MOVE GL-GEN-CREDIT-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'NET-METER CREDITS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'CASH-DEPOSITS       ' TO GL-PRINT-ACCOUNT.
           MOVE GL-DEP-RECEIPT-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'DEPOSIT RECEIPTS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'DEPOSIT-INTEREST-EXP' TO GL-PRINT-ACCOUNT.
           MOVE GL-DEP-INT-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'DEPOSIT INTEREST' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'CUSTOMER-DEPOSITS   ' TO GL-PRINT-ACCOUNT.
           MOVE GL-DEP-APPLIED-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'DEPOSITS APPLIED' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'CUSTOMER-DEPOSITS   ' TO GL-PRINT-ACCOUNT.
           MOVE GL-DEP-REFUND-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'DEPOSIT REFUNDS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'BAD-DEBT-EXPENSE    ' TO GL-PRINT-ACCOUNT.
           MOVE WRITEOFF-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'WRITE-OFFS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'CASH-RECOVERIES     ' TO GL-PRINT-ACCOUNT.
           MOVE RECOVERY-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'AGENCY RECOVERIES' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'CR ' TO GL-PRINT-SIDE.
           PERFORM VARYING GL-CLASS-IDX FROM 1 BY 1
               UNTIL GL-CLASS-IDX > GL-CLASS-COUNT
               MOVE SPACES TO GL-PRINT-ACCOUNT
               STRING 'REVENUE-' DELIMITED BY SIZE
                      GL-CLASS-CODE(GL-CLASS-IDX) DELIMITED BY SIZE
                      INTO GL-PRINT-ACCOUNT
               END-STRING
               MOVE GL-CLASS-REVENUE(GL-CLASS-IDX) TO GL-PRINT-AMOUNT
               MOVE 'BILLED CHARGES' TO GL-PRINT-MEMO
               PERFORM WRITE-GL-LINE
           END-PERFORM.

           MOVE 'PENALTY-INCOME      ' TO GL-PRINT-ACCOUNT.
           MOVE LATE-ASSESSED-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'LATE CHARGES ASSESSED' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'ACCTS-RECEIVABLE    ' TO GL-PRINT-ACCOUNT.
           MOVE GL-WAIVED-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'LATE CHARGES WAIVED' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'ACCTS-RECEIVABLE    ' TO GL-PRINT-ACCOUNT.
           MOVE GL-OFFICE-CASH-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'OFFICE PAYMENTS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'ACCTS-RECEIVABLE    ' TO GL-PRINT-ACCOUNT.
           MOVE GL-LOCKBOX-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'LOCKBOX PAYMENTS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'UNAPPLIED-CASH      ' TO GL-PRINT-ACCOUNT.
           MOVE UNAPPLIED-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'LOCKBOX UNAPPLIED' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'ACCTS-RECEIVABLE    ' TO GL-PRINT-ACCOUNT.
           MOVE GL-GEN-CREDIT-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'NET-METER CREDITS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'CUSTOMER-DEPOSITS   ' TO GL-PRINT-ACCOUNT.
           MOVE GL-DEP-RECEIPT-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'DEPOSIT RECEIPTS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'CUSTOMER-DEPOSITS   ' TO GL-PRINT-ACCOUNT.
           MOVE GL-DEP-INT-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'DEPOSIT INTEREST' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'ACCTS-RECEIVABLE    ' TO GL-PRINT-ACCOUNT.
           MOVE GL-DEP-APPLIED-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'DEPOSITS APPLIED' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'ACCTS-RECEIVABLE    ' TO GL-PRINT-ACCOUNT.
           MOVE GL-DEP-REFUND-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'DEPOSIT REFUNDS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'ACCTS-RECEIVABLE    ' TO GL-PRINT-ACCOUNT.
           MOVE WRITEOFF-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'WRITE-OFFS' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE 'BAD-DEBT-RECOVERY   ' TO GL-PRINT-ACCOUNT.
           MOVE RECOVERY-TOTAL TO GL-PRINT-AMOUNT.
           MOVE 'AGENCY RECOVERIES' TO GL-PRINT-MEMO.
           PERFORM WRITE-GL-LINE.

           MOVE GL-DEBIT-TOTAL TO GL-PRINT-DEBITS.
           MOVE GL-CREDIT-TOTAL TO GL-PRINT-CREDITS.
           MOVE GL-TOTALS-LINE TO GL-JOURNAL-OUT.
           WRITE GL-JOURNAL-OUT.

       WRITE-GL-LINE.
           MOVE GL-ENTRY-LINE TO GL-JOURNAL-OUT.
           WRITE GL-JOURNAL-OUT.

      *the journal only ever grows - when it does not exist yet it
      *is created and seeded with an opening row per ledger for every
      *account already carrying a balance, a deposit, or a written-
      *off amount, so the history proves from the first run on
       OPEN-ACCOUNT-JOURNAL.
           OPEN EXTEND ACCOUNT-JOURNAL-FILE.
           IF JRNL-FILE-STATUS IS EQUAL TO '35'
               OPEN OUTPUT ACCOUNT-JOURNAL-FILE
               PERFORM SEED-ACCOUNT-JOURNAL
           END-IF.

       SEED-ACCOUNT-JOURNAL.
           MOVE SPACES TO JRNL-SEED-EOF.
           MOVE LOW-VALUES TO BAL-ACC-NUMBER.
           START BALANCE-MASTER-FILE
               KEY IS GREATER THAN BAL-ACC-NUMBER
               INVALID KEY MOVE 'YES' TO JRNL-SEED-EOF
           END-START.
           PERFORM SEED-ONE-BALANCE
               UNTIL JRNL-SEED-EOF = 'YES'.

           OPEN INPUT DEPOSIT-MASTER-FILE.
           IF DEP-FILE-STATUS IS EQUAL TO '00'
               MOVE SPACES TO JRNL-SEED-EOF
               MOVE LOW-VALUES TO DEP-ACC-NUMBER
               START DEPOSIT-MASTER-FILE
                   KEY IS GREATER THAN DEP-ACC-NUMBER
                   INVALID KEY MOVE 'YES' TO JRNL-SEED-EOF
               END-START
               PERFORM SEED-ONE-DEPOSIT
                   UNTIL JRNL-SEED-EOF = 'YES'
               CLOSE DEPOSIT-MASTER-FILE
           END-IF.

           OPEN INPUT WRITEOFF-MASTER-FILE.
           IF WOM-FILE-STATUS IS EQUAL TO '00'
               MOVE SPACES TO JRNL-SEED-EOF
               MOVE LOW-VALUES TO WOM-ACC-NUMBER
               START WRITEOFF-MASTER-FILE
                   KEY IS GREATER THAN WOM-ACC-NUMBER
                   INVALID KEY MOVE 'YES' TO JRNL-SEED-EOF
               END-START
               PERFORM SEED-ONE-WRITEOFF
                   UNTIL JRNL-SEED-EOF = 'YES'
               CLOSE WRITEOFF-MASTER-FILE
           END-IF.

           DISPLAY 'ACCOUNT JOURNAL STARTED - ' JRNL-WRITE-COUNT
               ' OPENING ROWS'.

      *an open arrangement's dollars were carved out of the buckets
      *but are still owed, so they belong in the opening receivable
       SEED-ONE-BALANCE.
           READ BALANCE-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO JRNL-SEED-EOF
               NOT AT END
                   COMPUTE JRNL-AMOUNT = BAL-CURRENT + BAL-OVER-30
                       + BAL-OVER-60 + BAL-OVER-90
                   MOVE BAL-ACC-NUMBER TO ARR-ACC-NUMBER
                   READ ARRANGEMENT-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF ARR-IS-ACTIVE
                               ADD ARR-REMAINING TO JRNL-AMOUNT
                           END-IF
                   END-READ
                   MOVE BAL-ACC-NUMBER TO JRNL-ACC-NUMBER
                   MOVE 'OB' TO JRNL-TYPE
                   MOVE 'A' TO JRNL-LEDGER
                   MOVE 'CONVERSION' TO JRNL-REFERENCE
                   PERFORM WRITE-JOURNAL-ENTRY
           END-READ.

       SEED-ONE-DEPOSIT.
           READ DEPOSIT-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO JRNL-SEED-EOF
               NOT AT END
                   MOVE DEP-ACC-NUMBER TO JRNL-ACC-NUMBER
                   MOVE 'OB' TO JRNL-TYPE
                   MOVE 'D' TO JRNL-LEDGER
                   MOVE 'CONVERSION' TO JRNL-REFERENCE
                   COMPUTE JRNL-AMOUNT = DEP-PRINCIPAL + DEP-INTEREST
                   PERFORM WRITE-JOURNAL-ENTRY
           END-READ.

       SEED-ONE-WRITEOFF.
           READ WRITEOFF-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO JRNL-SEED-EOF
               NOT AT END
                   MOVE WOM-ACC-NUMBER TO JRNL-ACC-NUMBER
                   MOVE 'OB' TO JRNL-TYPE
                   MOVE 'W' TO JRNL-LEDGER
                   MOVE 'CONVERSION' TO JRNL-REFERENCE
                   MOVE WOM-AMOUNT TO JRNL-AMOUNT
                   PERFORM WRITE-JOURNAL-ENTRY
           END-READ.

      *the caller fills in account, type, ledger, amount and
      *reference - the run's date and start time stamp every row
       WRITE-JOURNAL-ENTRY.
           MOVE RUN-DATE TO JRNL-DATE.
           MOVE JOB-START-TIME TO JRNL-TIME.
           WRITE ACCT-JOURNAL-RECORD.
           ADD 1 TO JRNL-WRITE-COUNT.

      *the late-charge pass has the balance row in hand - type and
      *signed amount are set by the assessment or the waiver
       JOURNAL-LATE-CHARGE.
           MOVE BAL-ACC-NUMBER TO JRNL-ACC-NUMBER.
           MOVE 'A' TO JRNL-LEDGER.
           MOVE 'LATE-PASS' TO JRNL-REFERENCE.
           PERFORM WRITE-JOURNAL-ENTRY.

      *a closure empties the deposit ledger, and whatever came off
      *it lands on the receivables - part paying the bill, the rest
      *a credit waiting on the refund run
       JOURNAL-DEPOSIT-CLOSE.
           MOVE DEPT-ACC-NUMBER TO JRNL-ACC-NUMBER.
           MOVE 'DC' TO JRNL-TYPE.
           MOVE 'D' TO JRNL-LEDGER.
           COMPUTE JRNL-AMOUNT = ZERO - DEPOSIT-HELD-AMOUNT.
           MOVE 'CLOSED' TO JRNL-REFERENCE.
           PERFORM WRITE-JOURNAL-ENTRY.

           IF DEPOSIT-APPLY-AMOUNT IS GREATER THAN ZERO
               MOVE DEPT-ACC-NUMBER TO JRNL-ACC-NUMBER
               MOVE 'DA' TO JRNL-TYPE
               MOVE 'A' TO JRNL-LEDGER
               COMPUTE JRNL-AMOUNT = ZERO - DEPOSIT-APPLY-AMOUNT
               MOVE 'DEPOSIT' TO JRNL-REFERENCE
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

           IF DEPOSIT-REFUND-AMT IS GREATER THAN ZERO
               MOVE DEPT-ACC-NUMBER TO JRNL-ACC-NUMBER
               MOVE 'DF' TO JRNL-TYPE
               MOVE 'A' TO JRNL-LEDGER
               COMPUTE JRNL-AMOUNT = ZERO - DEPOSIT-REFUND-AMT
               MOVE 'DEPOSIT' TO JRNL-REFERENCE
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

      *reads routes.txt, a list of routes to process this run, and
      *runs one good/bad/tamper report set per route so route night
      *doesn't mean a separate manual invocation per route - if there
      *is no route list, falls back to a single default run
       PROCESS-ROUTE-LIST.
           OPEN INPUT ROUTE-CONTROL-FILE.
           IF ROUTE-FILE-STATUS IS NOT EQUAL TO '00'
               PERFORM RUN-DEFAULT-ROUTE
           ELSE
               READ ROUTE-CONTROL-FILE
                   AT END MOVE 'YES' TO ROUTE-EOF-SWITCH
       RUN-ONE-ROUTE.
           MOVE SPACES TO EOF-SWITCH.
           MOVE ZERO TO GOOD-COUNT BAD-COUNT TAMPER-COUNT
                        TOTAL-UNITS-BILLED CSV-HASH-TOTAL BILL-COUNT.
           PERFORM CHECK-ROUTE-CHECKPOINT.

      *a route whose input file won't open, or whose batch header and
      *trailer don't prove out, is skipped with an operator message
      *rather than quietly poisoning the good output
           IF ROUTE-DONE-SWITCH = 'YES'
               DISPLAY 'ROUTE ' ROUTE-ID ' COMPLETED BY THE '
                   'INTERRUPTED RUN - ' RC-GOOD-COUNT ' GOOD '
                   RC-BAD-COUNT ' BAD ' RC-TAMPER-COUNT ' TAMPER '
                   RC-UNITS-BILLED ' UNITS - SKIPPED'
           ELSE
               OPEN INPUT INPUT-FILE
               IF INPUT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'ROUTE INPUT ' ROUTE-INPUT-NAME
                       ' COULD NOT BE OPENED - ROUTE SKIPPED'
               ELSE
                   PERFORM VALIDATE-INPUT-BATCH
                   IF BATCH-OK-SWITCH = 'YES'
                       OPEN INPUT INPUT-FILE
                       PERFORM RUN-ROUTE-REPORTS
      *the route is marked complete ahead of the high-water mark - a
      *run that dies between the two skips the route on its rerun
      *rather than billing it again
                       MOVE 'C' TO ROUTE-CHECKPOINT-STATUS
                       PERFORM SAVE-ROUTE-CHECKPOINT
                       PERFORM SAVE-RUN-CHECKPOINT
      *the number only becomes the high-water mark once the route
      *has actually billed, so a run that dies mid-route can be
      *rerun the same day without being refused
                       PERFORM SAVE-LAST-BATCH-NUMBER
                   ELSE
                       DISPLAY 'ROUTE INPUT ' ROUTE-INPUT-NAME
                           ' REFUSED - BATCH NOT ACCEPTED'
                   END-IF
               END-IF
           END-IF.

      *on a restart, looks up this route's row from the interrupted
      *run - a completed route is skipped outright, a started one is
      *resumed with its control totals as they stood at its last
      *committed reading
       CHECK-ROUTE-CHECKPOINT.
           MOVE 'NO ' TO ROUTE-RESUME-SWITCH ROUTE-DONE-SWITCH.
           IF RUN-RESTART-SWITCH = 'YES'
               MOVE ROUTE-ID TO RC-KEY
               READ RUN-CONTROL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RC-RUN-DATE = RUN-START-DATE
                          AND RC-START-TIME = JOB-START-TIME
                           PERFORM TAKE-UP-ROUTE-CHECKPOINT
                       END-IF
               END-READ
           END-IF.

       TAKE-UP-ROUTE-CHECKPOINT.
           IF RC-ROUTE-COMPLETE
               MOVE 'YES' TO ROUTE-DONE-SWITCH
           ELSE
               MOVE 'YES' TO ROUTE-RESUME-SWITCH
               MOVE RC-BATCH-NUMBER TO RESUME-BATCH-NUMBER
               MOVE RC-DETAILS-DONE TO RESUME-DETAILS-DONE
               MOVE RC-LAST-ACC-NUMBER TO RESUME-LAST-ACC
               MOVE RC-GOOD-COUNT TO GOOD-COUNT
               MOVE RC-BAD-COUNT TO BAD-COUNT
               MOVE RC-TAMPER-COUNT TO TAMPER-COUNT
               MOVE RC-BILL-COUNT TO BILL-COUNT
               MOVE RC-UNITS-BILLED TO TOTAL-UNITS-BILLED
               MOVE RC-CSV-HASH-TOTAL TO CSV-HASH-TOTAL
           END-IF.

      *proves the route file's bracketing before it is processed: a
      *header dated today with a fresh batch number, and a trailer
      *whose count matches the details actually present - the file
                       DISPLAY 'BATCH ' BATCH-NUMBER
                           ' ALREADY PROCESSED - LAST ACCEPTED '
                           LAST-BATCH-NUMBER
      *a route being resumed must be the very batch that was
      *interrupted, or the committed count means nothing
                   WHEN ROUTE-RESUME-SWITCH = 'YES'
                    AND BATCH-NUMBER NOT = RESUME-BATCH-NUMBER
                       DISPLAY 'BATCH ' BATCH-NUMBER
                           ' IS NOT THE INTERRUPTED BATCH '
                           RESUME-BATCH-NUMBER
                   WHEN OTHER
                       MOVE 'YES' TO BATCH-OK-SWITCH
               END-EVALUATE
      *the full report cycle for one route - only reached once the
      *route's input file is known to be open
       RUN-ROUTE-REPORTS.
           IF ROUTE-RESUME-SWITCH = 'YES'
               PERFORM REOPEN-ROUTE-REPORTS
           ELSE
               PERFORM START-ROUTE-REPORTS
           END-IF.

      *process the input file
           DISPLAY "Processing data...".



      *a fresh route - new report files with their headings, and the
      *route's row goes on the run control before the first reading
       START-ROUTE-REPORTS.
           OPEN OUTPUT GOOD-REPORT
                OUTPUT BAD-REPORT
                OUTPUT TAMPER-REPORT
                OUTPUT GOOD-REPORT-CSV
                OUTPUT BILL-PRINT-FILE.

           DISPLAY "EOF-SWITCH before READ: " EOF-SWITCH.
           PERFORM READ-ROUTE-RECORD.
           DISPLAY "EOF-SWITCH after READ: " EOF-SWITCH.

           MOVE GOOD-HEADING TO GOOD-OUT.
           WRITE GOOD-OUT.

           MOVE BAD-HEADING TO BAD-OUT.
           WRITE BAD-OUT.

           MOVE TAMPER-HEADING TO TAMPER-OUT.
           WRITE TAMPER-OUT.

           MOVE CSV-HEADING TO GOOD-OUT-CSV.
           WRITE GOOD-OUT-CSV.

           DISPLAY "Headings created".

           MOVE ZERO TO ROUTE-DETAILS-DONE.
           MOVE SPACES TO ROUTE-LAST-ACC.
           MOVE 'S' TO ROUTE-CHECKPOINT-STATUS.
           PERFORM SAVE-ROUTE-CHECKPOINT.

      *the route the failed run was partway through - its reports so
      *far are kept and added to, and the readings it had committed
      *are read past (still ticked off the inventory) so not one of
      *them bills a second time
       REOPEN-ROUTE-REPORTS.
           OPEN EXTEND GOOD-REPORT
                       BAD-REPORT
                       TAMPER-REPORT
                       GOOD-REPORT-CSV
                       BILL-PRINT-FILE.

           MOVE RESUME-DETAILS-DONE TO ROUTE-DETAILS-DONE.
           MOVE RESUME-LAST-ACC TO ROUTE-LAST-ACC.
           MOVE 'S' TO ROUTE-CHECKPOINT-STATUS.
           MOVE ZERO TO ROUTE-SKIP-COUNT.
           PERFORM READ-ROUTE-RECORD.
           PERFORM SKIP-COMMITTED-DETAIL
               UNTIL ROUTE-SKIP-COUNT = RESUME-DETAILS-DONE
                  OR EOF-SWITCH = 'YES'.
           DISPLAY 'ROUTE ' ROUTE-ID ' RESUMED AFTER '
               ROUTE-SKIP-COUNT ' COMMITTED READINGS - LAST ACCOUNT '
               ROUTE-LAST-ACC.

       SKIP-COMMITTED-DETAIL.
           ADD 1 TO ROUTE-SKIP-COUNT.
           PERFORM MARK-METER-READ.
           IF ROUTE-SKIP-COUNT = RESUME-DETAILS-DONE
              AND ACC-NUMBER IS NOT EQUAL TO RESUME-LAST-ACC
               DISPLAY 'RESTART POSITION WARNING - ROUTE ' ROUTE-ID
                   ' EXPECTED ' RESUME-LAST-ACC ' FOUND ' ACC-NUMBER
           END-IF.
           PERFORM READ-ROUTE-RECORD.

      *one reading has gone all the way through to the masters - the
      *route row and the run totals are committed with it, so a
      *restart resumes at the reading after this one
       COMMIT-ROUTE-CHECKPOINT.
           ADD 1 TO ROUTE-DETAILS-DONE.
           MOVE ACC-NUMBER TO ROUTE-LAST-ACC.
           PERFORM SAVE-ROUTE-CHECKPOINT.
           PERFORM SAVE-RUN-CHECKPOINT.

      *ticks this account off the route's meter inventory - any entry
      *still unticked at route end is a meter the reader skipped
       MARK-METER-READ.
           ADD 1 TO JOB-INPUT-COUNT.
           PERFORM MARK-METER-READ.
           PERFORM DATA-CHECK.
           PERFORM COMMIT-ROUTE-CHECKPOINT.

           DISPLAY "EOF-SWITCH before READ: " EOF-SWITCH.
           PERFORM READ-ROUTE-RECORD.
      *checks for bad data
       DATA-CHECK.
           MOVE SPACES TO PRINT-BILL-FLAG.
           MOVE ZERO TO METERED-DEMAND.
           DISPLAY 'checking input: ' ACC-NUMBER.
           IF ACC-NUMBER IS NUMERIC
               DISPLAY ACC-NUMBER 'Is numeric'
                   MOVE 'YES' TO MASTER-FOUND-SWITCH
           END-READ.

      *a closed row is only kept for its refund address - a reading
      *against it is an exception, not a bill
           IF MASTER-FOUND-SWITCH IS EQUAL TO 'YES'
              AND NOT CUST-IS-CLOSED
               IF READING-IS-ESTIMATE
                   PERFORM PROCESS-ESTIMATED-READING
               ELSE
                   PERFORM CHECK-DEMAND-READING
               END-IF
           ELSE
               IF MASTER-FOUND-SWITCH IS EQUAL TO 'YES'
                   MOVE 'ACCOUNT CLOSED' TO PRINT-BAD-REASON
               ELSE
                   MOVE 'ACCOUNT NOT ON MASTER' TO PRINT-BAD-REASON
               END-IF
               PERFORM WRITE-BAD
           END-IF.

      *a class the tariff bills on demand has to bring a usable
      *demand register reading with it, or its bill would go out
      *short the demand charge - that is a bad reading like any other
       CHECK-DEMAND-READING.
           PERFORM FIND-TARIFF-RATES.
           IF DEMAND-READING IS NUMERIC
               MOVE DEMAND-READING-KW TO METERED-DEMAND
               PERFORM CHECK-FOR-TAMPERING
           ELSE
               IF EFF-DEMAND-RATE IS GREATER THAN ZERO
                   MOVE 'MISSING OR BAD DEMAND READING'
                       TO PRINT-BAD-REASON
                   PERFORM WRITE-BAD
               ELSE
                   PERFORM CHECK-FOR-TAMPERING
               END-IF
           END-IF.

      *bills a no-read account at its own last usage from custhist,
      *building synthetic readings so the statement still shows a
      *meter range - the account is flagged on the good report/CSV
               MOVE EST-UNITS TO HIST-LAST-UNITS
               MOVE EST-CURR-5 TO HIST-LAST-READING
               MOVE 'Y' TO HIST-EST-FLAG
               PERFORM SET-ESTIMATED-DEMAND
               PERFORM RECORD-USAGE-HISTORY
               REWRITE HIST-RECORD




      *a no-read brings no demand register reading either - the peak
      *the account recorded last cycle stands in for it
       SET-ESTIMATED-DEMAND.
           IF HIST-NEXT-SLOT IS GREATER THAN 1
              AND HIST-NEXT-SLOT IS NOT GREATER THAN 12
               SUBTRACT 1 FROM HIST-NEXT-SLOT
                   GIVING DEMAND-CURRENT-SLOT
           ELSE
               MOVE 12 TO DEMAND-CURRENT-SLOT
           END-IF.
           IF HIST-DEMAND-HISTORY IS NUMERIC
               MOVE HIST-DEMAND-MONTH(DEMAND-CURRENT-SLOT)
                   TO METERED-DEMAND
           END-IF.

      *a current reading below the previous reading is normally a
      *meter rollover, but if the drop is bigger than a single meter
      *could plausibly roll over it gets routed to TAMPER-REPORT
           ADD 1 TO GOOD-COUNT.
           ADD 1 TO JOB-GOOD-COUNT.

      *still a customer billed this cycle, and its export is the
      *solar line on the sales statistics
           PERFORM ACCUMULATE-SALES-STATISTICS.
           ADD 1 TO STAT-GEN-ACCOUNTS.
           ADD NET-GENERATED-UNITS TO STAT-GEN-UNITS.
           ADD NET-CREDIT-AMOUNT TO STAT-GEN-CREDIT.

           PERFORM CLEAR-SUSPENSE.
           PERFORM WRITE-GOOD-CSV.

           MOVE BAL-OVER-30 TO BAL-OVER-60.
           MOVE BAL-CURRENT TO BAL-OVER-30.
           COMPUTE BAL-CURRENT = ZERO - NET-CREDIT-AMOUNT.
           ADD NET-CREDIT-AMOUNT TO GL-GEN-CREDIT-TOTAL.

           MOVE ACC-NUMBER TO JRNL-ACC-NUMBER.
           MOVE 'GC' TO JRNL-TYPE.
           MOVE 'A' TO JRNL-LEDGER.
           COMPUTE JRNL-AMOUNT = ZERO - NET-CREDIT-AMOUNT.
           MOVE ROUTE-ID TO JRNL-REFERENCE.
           PERFORM WRITE-JOURNAL-ENTRY.

           IF BAL-FOUND-SWITCH IS EQUAL TO 'YES'
               REWRITE BAL-RECORD
               PERFORM VARYING BUDGET-MONTH-IDX FROM 1 BY 1
                   UNTIL BUDGET-MONTH-IDX > 12
                   MOVE ZERO TO HIST-USAGE-MONTH(BUDGET-MONTH-IDX)
                   MOVE ZERO TO HIST-DEMAND-MONTH(BUDGET-MONTH-IDX)
               END-PERFORM
           END-IF.
           IF HIST-NEXT-SLOT IS LESS THAN 1
              OR HIST-NEXT-SLOT IS GREATER THAN 12
               MOVE 1 TO HIST-NEXT-SLOT
           END-IF.
      *rows written before the demand ring existed carry no peaks
           IF HIST-DEMAND-HISTORY IS NOT NUMERIC
               PERFORM VARYING BUDGET-MONTH-IDX FROM 1 BY 1
                   UNTIL BUDGET-MONTH-IDX > 12
                   MOVE ZERO TO HIST-DEMAND-MONTH(BUDGET-MONTH-IDX)
               END-PERFORM
           END-IF.

      *a full ring means the slot about to be reused holds this same
      *cycle a year ago - kept aside for the sales statistics
           IF HIST-MONTHS-ON-FILE IS EQUAL TO 12
               MOVE 'YES' TO LAST-YEAR-SWITCH
               MOVE HIST-USAGE-MONTH(HIST-NEXT-SLOT) TO LAST-YEAR-UNITS
           ELSE
               MOVE 'NO ' TO LAST-YEAR-SWITCH
               MOVE ZERO TO LAST-YEAR-UNITS
           END-IF.

           MOVE PRINT-UNITS TO HIST-USAGE-MONTH(HIST-NEXT-SLOT).
           MOVE METERED-DEMAND TO HIST-DEMAND-MONTH(HIST-NEXT-SLOT).
           ADD 1 TO HIST-NEXT-SLOT.
           IF HIST-NEXT-SLOT IS GREATER THAN 12
               MOVE 1 TO HIST-NEXT-SLOT
           ADD 1 TO GOOD-COUNT.
           ADD 1 TO JOB-GOOD-COUNT.
           ADD PRINT-UNITS TO TOTAL-UNITS-BILLED.
           PERFORM ACCUMULATE-SALES-STATISTICS.

           PERFORM CLEAR-SUSPENSE.
           PERFORM WRITE-GOOD-CSV.
           COMPUTE TOTAL-DUE-AMOUNT =
               BALANCE-FORWARD + ACCOUNT-CHARGE.

           MOVE ACC-NUMBER TO JRNL-ACC-NUMBER.
           MOVE JOURNAL-BILL-TYPE TO JRNL-TYPE.
           MOVE 'A' TO JRNL-LEDGER.
           MOVE ACCOUNT-CHARGE TO JRNL-AMOUNT.
           EVALUATE JOURNAL-BILL-TYPE
               WHEN 'ME'
                   MOVE 'METER-EX' TO JRNL-REFERENCE
               WHEN 'FB'
                   MOVE 'MOVE-OUT' TO JRNL-REFERENCE
               WHEN OTHER
                   MOVE ROUTE-ID TO JRNL-REFERENCE
           END-EVALUATE.
           PERFORM WRITE-JOURNAL-ENTRY.

           PERFORM ACCUMULATE-GL-REVENUE.

      *every charge that lands on a balance is billed revenue for the
      *rate class it was priced under, debited to receivables
       ACCUMULATE-GL-REVENUE.
           ADD ACCOUNT-CHARGE TO GL-BILLED-TOTAL.

           MOVE 'NO ' TO GL-CLASS-FOUND-SWITCH.
           PERFORM VARYING GL-CLASS-IDX FROM 1 BY 1
               UNTIL GL-CLASS-IDX > GL-CLASS-COUNT
               IF GL-CLASS-CODE(GL-CLASS-IDX) = CUST-RATE-CLASS
                   ADD ACCOUNT-CHARGE TO GL-CLASS-REVENUE(GL-CLASS-IDX)
                   MOVE 'YES' TO GL-CLASS-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF GL-CLASS-FOUND-SWITCH IS EQUAL TO 'NO '
              AND GL-CLASS-COUNT IS LESS THAN 20
               ADD 1 TO GL-CLASS-COUNT
               MOVE CUST-RATE-CLASS TO GL-CLASS-CODE(GL-CLASS-COUNT)
               MOVE ACCOUNT-CHARGE TO GL-CLASS-REVENUE(GL-CLASS-COUNT)
           END-IF.

      *every account a route bills adds into its rate class, its
      *route, and the run totals - energy revenue is the charge less
      *whatever part of it was billed on demand
       ACCUMULATE-SALES-STATISTICS.
           COMPUTE STAT-ENERGY-AMOUNT =
               ACCOUNT-CHARGE - DEMAND-CHARGE-AMOUNT.
           IF PRINT-BILL-FLAG IS EQUAL TO 'ESTIMATED'
               MOVE 'YES' TO STAT-ESTIMATE-SWITCH
           ELSE
               MOVE 'NO ' TO STAT-ESTIMATE-SWITCH
           END-IF.

           PERFORM ADD-CLASS-STATISTICS.
           PERFORM ADD-ROUTE-STATISTICS.

           ADD 1 TO STT-CUSTOMERS.
           ADD PRINT-UNITS TO STT-UNITS.
           ADD STAT-ENERGY-AMOUNT TO STT-ENERGY-REV.
           ADD DEMAND-CHARGE-AMOUNT TO STT-DEMAND-REV.
           IF STAT-ESTIMATE-SWITCH IS EQUAL TO 'YES'
               ADD 1 TO STT-EST-COUNT
           ELSE
               ADD 1 TO STT-ACTUAL-COUNT
           END-IF.
           IF LAST-YEAR-SWITCH IS EQUAL TO 'YES'
               ADD 1 TO STT-LY-CUSTOMERS
               ADD LAST-YEAR-UNITS TO STT-LY-UNITS
               ADD PRINT-UNITS TO STT-COMP-UNITS
           END-IF.

       ADD-CLASS-STATISTICS.
           MOVE ZERO TO STAT-CLASS-HIT.
           PERFORM VARYING STAT-CLASS-IDX FROM 1 BY 1
               UNTIL STAT-CLASS-IDX > STAT-CLASS-COUNT
               IF STC-CLASS(STAT-CLASS-IDX) = CUST-RATE-CLASS
                   MOVE STAT-CLASS-IDX TO STAT-CLASS-HIT
               END-IF
           END-PERFORM.

           IF STAT-CLASS-HIT IS EQUAL TO ZERO
              AND STAT-CLASS-COUNT IS LESS THAN 20
               ADD 1 TO STAT-CLASS-COUNT
               MOVE STAT-CLASS-COUNT TO STAT-CLASS-HIT
               MOVE CUST-RATE-CLASS TO STC-CLASS(STAT-CLASS-HIT)
               MOVE ZERO TO STC-CUSTOMERS(STAT-CLASS-HIT)
                            STC-UNITS(STAT-CLASS-HIT)
                            STC-ENERGY-REV(STAT-CLASS-HIT)
                            STC-DEMAND-REV(STAT-CLASS-HIT)
                            STC-ACTUAL-COUNT(STAT-CLASS-HIT)
                            STC-EST-COUNT(STAT-CLASS-HIT)
                            STC-LY-CUSTOMERS(STAT-CLASS-HIT)
                            STC-LY-UNITS(STAT-CLASS-HIT)
                            STC-COMP-UNITS(STAT-CLASS-HIT)
           END-IF.

           IF STAT-CLASS-HIT IS GREATER THAN ZERO
               ADD 1 TO STC-CUSTOMERS(STAT-CLASS-HIT)
               ADD PRINT-UNITS TO STC-UNITS(STAT-CLASS-HIT)
               ADD STAT-ENERGY-AMOUNT TO STC-ENERGY-REV(STAT-CLASS-HIT)
               ADD DEMAND-CHARGE-AMOUNT
                   TO STC-DEMAND-REV(STAT-CLASS-HIT)
               IF STAT-ESTIMATE-SWITCH IS EQUAL TO 'YES'
                   ADD 1 TO STC-EST-COUNT(STAT-CLASS-HIT)
               ELSE
                   ADD 1 TO STC-ACTUAL-COUNT(STAT-CLASS-HIT)
               END-IF
               IF LAST-YEAR-SWITCH IS EQUAL TO 'YES'
                   ADD 1 TO STC-LY-CUSTOMERS(STAT-CLASS-HIT)
                   ADD LAST-YEAR-UNITS TO STC-LY-UNITS(STAT-CLASS-HIT)
                   ADD PRINT-UNITS TO STC-COMP-UNITS(STAT-CLASS-HIT)
               END-IF
           END-IF.

       ADD-ROUTE-STATISTICS.
           MOVE ZERO TO STAT-ROUTE-HIT.
           PERFORM VARYING STAT-ROUTE-IDX FROM 1 BY 1
               UNTIL STAT-ROUTE-IDX > STAT-ROUTE-COUNT
               IF STR-ROUTE-ID(STAT-ROUTE-IDX) = ROUTE-ID
                   MOVE STAT-ROUTE-IDX TO STAT-ROUTE-HIT
               END-IF
           END-PERFORM.

           IF STAT-ROUTE-HIT IS EQUAL TO ZERO
              AND STAT-ROUTE-COUNT IS LESS THAN 100
               ADD 1 TO STAT-ROUTE-COUNT
               MOVE STAT-ROUTE-COUNT TO STAT-ROUTE-HIT
               MOVE ROUTE-ID TO STR-ROUTE-ID(STAT-ROUTE-HIT)
               MOVE ZERO TO STR-CUSTOMERS(STAT-ROUTE-HIT)
                            STR-UNITS(STAT-ROUTE-HIT)
                            STR-ENERGY-REV(STAT-ROUTE-HIT)
                            STR-DEMAND-REV(STAT-ROUTE-HIT)
                            STR-ACTUAL-COUNT(STAT-ROUTE-HIT)
                            STR-EST-COUNT(STAT-ROUTE-HIT)
           END-IF.

           IF STAT-ROUTE-HIT IS GREATER THAN ZERO
               ADD 1 TO STR-CUSTOMERS(STAT-ROUTE-HIT)
               ADD PRINT-UNITS TO STR-UNITS(STAT-ROUTE-HIT)
               ADD STAT-ENERGY-AMOUNT TO STR-ENERGY-REV(STAT-ROUTE-HIT)
               ADD DEMAND-CHARGE-AMOUNT
                   TO STR-DEMAND-REV(STAT-ROUTE-HIT)
               IF STAT-ESTIMATE-SWITCH IS EQUAL TO 'YES'
                   ADD 1 TO STR-EST-COUNT(STAT-ROUTE-HIT)
               ELSE
                   ADD 1 TO STR-ACTUAL-COUNT(STAT-ROUTE-HIT)
               END-IF
           END-IF.

      *lays out one formatted statement for this account from the
      *figures CALCULATE-CHARGE just produced - each statement starts
      *on a fresh page so the print shop can burst the file
               WRITE BILL-OUT
           END-IF.

      *a transfer's final statement shows where the balance and the
      *deposit went, since its own total due is now zero
           IF FINAL-BILL-SWITCH IS EQUAL TO 'YES'
              AND TRANSFER-SWITCH IS EQUAL TO 'YES'
               MOVE MO-TRANSFER-TO TO BILL-TRANSFER-ACC
               MOVE TRANSFER-RECEIVABLE TO BILL-TRANSFER-BAL
               MOVE TRANSFER-DEPOSIT TO BILL-TRANSFER-DEP
               MOVE BILL-TRANSFER-LINE TO BILL-OUT
               WRITE BILL-OUT
           END-IF.

           MOVE CUST-FIRST-NAME TO BILL-PRINT-FIRST.
           MOVE CUST-LAST-NAME TO BILL-PRINT-LAST.
           MOVE BILL-NAME-LINE TO BILL-OUT.
           MOVE BILL-TIER-TWO-LINE TO BILL-OUT.
           WRITE BILL-OUT.

           IF DEMAND-BILLED-SWITCH IS EQUAL TO 'YES'
               MOVE ENERGY-CHARGE TO BILL-PRINT-ENERGY
               MOVE BILL-ENERGY-LINE TO BILL-OUT
               WRITE BILL-OUT
               MOVE METERED-DEMAND TO BILL-DEM-METERED
               MOVE BILLED-DEMAND TO BILL-DEM-BILLED
               MOVE EFF-DEMAND-RATE TO BILL-DEM-RATE
               MOVE DEMAND-CHARGE-AMOUNT TO BILL-DEM-AMOUNT
               MOVE DEMAND-BASIS TO BILL-DEM-BASIS
               MOVE BILL-DEMAND-LINE TO BILL-OUT
               WRITE BILL-OUT
           END-IF.

           MOVE ACCOUNT-CHARGE TO BILL-PRINT-CURCHG.
           MOVE BILL-CURRENT-LINE TO BILL-OUT.
           WRITE BILL-OUT.
               WRITE BILL-OUT
           END-IF.

           MOVE ACC-NUMBER TO ARR-ACC-NUMBER.
           READ ARRANGEMENT-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO ARR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO ARR-FOUND-SWITCH
           END-READ.
           IF ARR-FOUND-SWITCH IS EQUAL TO 'YES' AND ARR-IS-ACTIVE
               PERFORM SET-ARRANGEMENT-STILL-OWED
               MOVE ARR-STILL-OWED TO BILL-PRINT-INSTALL
               MOVE ARR-REMAINING TO BILL-PRINT-ARR-BAL
               MOVE BILL-ARRANGE-LINE TO BILL-OUT
               WRITE BILL-OUT
           END-IF.

      *a budget account pays its level amount while the real charges
      *accrue against the balance - except on the twelfth statement,
      *which trues the plan up by collecting the full balance
      *billing system to load, instead of a fixed-width print line
       WRITE-GOOD-CSV.
           MOVE ACCOUNT-CHARGE TO CSV-CHARGE-EDIT.
           MOVE BILLED-DEMAND TO CSV-DEMAND-EDIT.
           MOVE DEMAND-CHARGE-AMOUNT TO CSV-DEMAND-CHG-EDIT.
           ADD ACCOUNT-CHARGE TO CSV-HASH-TOTAL.

           STRING FUNCTION TRIM(CUST-LAST-NAME) DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-CHARGE-EDIT) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(PRINT-BILL-FLAG) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-DEMAND-EDIT) DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(CSV-DEMAND-CHG-EDIT) DELIMITED BY SIZE
                  INTO GOOD-OUT-CSV
           END-STRING.

               INVALID KEY CONTINUE
           END-DELETE.

      *the same dollars leave the receivables and land on the
      *written-off ledger - one journal row on each
           MOVE WOT-ACC-NUMBER TO JRNL-ACC-NUMBER.
           MOVE 'WO' TO JRNL-TYPE.
           MOVE 'A' TO JRNL-LEDGER.
           COMPUTE JRNL-AMOUNT = ZERO - WRITEOFF-AMOUNT.
           MOVE WOT-APPROVER TO JRNL-REFERENCE.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE WOT-ACC-NUMBER TO JRNL-ACC-NUMBER.
           MOVE 'WO' TO JRNL-TYPE.
           MOVE 'W' TO JRNL-LEDGER.
           MOVE WRITEOFF-AMOUNT TO JRNL-AMOUNT.
           MOVE WOT-APPROVER TO JRNL-REFERENCE.
           PERFORM WRITE-JOURNAL-ENTRY.

      *the agency's extract line - name from the master when the
      *account still exists, blank for long-closed accounts
           MOVE WOT-ACC-NUMBER TO CUST-ACC-NUMBER.
               MOVE SPACES TO WREG-PRINT-DETAIL
               ADD 1 TO RECOVERY-COUNT
               ADD RCV-AMOUNT TO RECOVERY-TOTAL
               MOVE RCV-ACC-NUMBER TO JRNL-ACC-NUMBER
               MOVE 'RC' TO JRNL-TYPE
               MOVE 'W' TO JRNL-LEDGER
               COMPUTE JRNL-AMOUNT = ZERO - RCV-AMOUNT
               MOVE 'AGENCY' TO JRNL-REFERENCE
               PERFORM WRITE-JOURNAL-ENTRY
           ELSE
               MOVE 'REJECTED  ' TO WREG-PRINT-ACTION
               MOVE 'NOT ON WRITE-OFF LEDGER' TO WREG-PRINT-DETAIL
           END-READ.

           IF MASTER-FOUND-SWITCH IS EQUAL TO 'YES'
              AND NOT CUST-IS-CLOSED
               PERFORM APPLY-ONE-METER-EXCHANGE
           ELSE
               DISPLAY 'METER EXCHANGE FOR UNKNOWN ACCOUNT: '
               MOVE EST-PREV-5 TO PREV-READING
               MOVE ME-OLD-FINAL TO CURRENT-READING
               PERFORM TOTAL-USED
      *the old meter's closing bill is energy only - its demand
      *register is billed with the route reading on the new meter
               PERFORM FIND-TARIFF-RATES
               PERFORM APPLY-TIER-RATES
               MOVE 'ME' TO JOURNAL-BILL-TYPE
               PERFORM UPDATE-BALANCE-MASTER
               MOVE 'BL' TO JOURNAL-BILL-TYPE
               PERFORM WRITE-BILL
           ELSE
               DISPLAY 'EXCHANGE WITHOUT HISTORY - BASELINE ONLY: '
               PERFORM VARYING BUDGET-MONTH-IDX FROM 1 BY 1
                   UNTIL BUDGET-MONTH-IDX > 12
                   MOVE ZERO TO HIST-USAGE-MONTH(BUDGET-MONTH-IDX)
                   MOVE ZERO TO HIST-DEMAND-MONTH(BUDGET-MONTH-IDX)
               END-PERFORM
               WRITE HIST-RECORD
           END-IF.
           ELSE
               MOVE 'bills-final.txt' TO ROUTE-BILL-NAME
               OPEN OUTPUT BILL-PRINT-FILE
      *a transfer carries the old account's notice stage across, so
      *the notice master is open for the length of the batch
               OPEN I-O DISCONNECT-NOTICE-FILE
               IF DN-FILE-STATUS IS EQUAL TO '35'
                   OPEN OUTPUT DISCONNECT-NOTICE-FILE
                   CLOSE DISCONNECT-NOTICE-FILE
                   OPEN I-O DISCONNECT-NOTICE-FILE
               END-IF
               MOVE SPACES TO MOVE-OUT-EOF-SWITCH
               READ MOVE-OUT-TRANS-FILE
                   AT END MOVE 'YES' TO MOVE-OUT-EOF-SWITCH
                   UNTIL MOVE-OUT-EOF-SWITCH = 'YES'
               CLOSE MOVE-OUT-TRANS-FILE
                     BILL-PRINT-FILE
                     DISCONNECT-NOTICE-FILE
               DISPLAY 'MOVE-OUTS PROCESSED: ' MOVE-OUT-COUNT
               DISPLAY 'TRANSFERS PROCESSED: ' TRANSFER-COUNT
           END-IF.

       PROCESS-ONE-MOVE-OUT.
      *the new account is looked at first - the old account's master
      *row has to be the one in the record area for the final bill
           PERFORM CHECK-TRANSFER-ACCOUNT.

           MOVE MO-ACC-NUMBER TO CUST-ACC-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
           END-READ.

           IF MASTER-FOUND-SWITCH IS EQUAL TO 'YES'
              AND NOT CUST-IS-CLOSED
              AND TRANSFER-OK-SWITCH IS EQUAL TO 'YES'
               PERFORM CLOSE-ONE-ACCOUNT
           ELSE
               IF TRANSFER-OK-SWITCH IS EQUAL TO 'NO '
                   DISPLAY 'TRANSFER TO UNKNOWN ACCOUNT - HELD: '
                       MO-ACC-NUMBER ' TO ' MO-TRANSFER-TO
               ELSE
                   DISPLAY 'MOVE-OUT FOR UNKNOWN ACCOUNT: '
                       MO-ACC-NUMBER
               END-IF
           END-IF.
           MOVE 'NO ' TO TRANSFER-SWITCH.

           READ MOVE-OUT-TRANS-FILE
               AT END MOVE 'YES' TO MOVE-OUT-EOF-SWITCH
               EFF-TIER-ONE-LIMIT * DATE-8-DD / MOVE-OUT-MONTH-DAYS.
           PERFORM APPLY-TIER-RATES.

           MOVE 'FB' TO JOURNAL-BILL-TYPE.
           PERFORM UPDATE-BALANCE-MASTER.
           MOVE 'BL' TO JOURNAL-BILL-TYPE.

           MOVE ZERO TO TRANSFER-RECEIVABLE TRANSFER-DEPOSIT.

      *an open payment arrangement ends with the service - what is
      *left of it goes back on the receivables ahead of the deposit.
      *a transfer keeps the customer on the plan under the new account
           MOVE MO-ACC-NUMBER TO ARR-ACC-NUMBER.
           READ ARRANGEMENT-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO ARR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO ARR-FOUND-SWITCH
           END-READ.
           IF ARR-FOUND-SWITCH IS EQUAL TO 'YES' AND ARR-IS-ACTIVE
               IF TRANSFER-SWITCH IS EQUAL TO 'YES'
                   PERFORM CARRY-ARRANGEMENT
               ELSE
                   MOVE 'BROKEN' TO ARR-PRINT-ACTION
                   MOVE 'MOVE-OUT' TO ARR-PRINT-REASON
                   PERFORM BREAK-ONE-ARRANGEMENT
               END-IF
           END-IF.

      *the deposit settles before the statement prints, so the total
      *due on the final bill is what is genuinely left to collect
                   MOVE 'YES' TO DEP-FOUND-SWITCH
           END-READ.
           IF DEP-FOUND-SWITCH IS EQUAL TO 'YES'
               IF TRANSFER-SWITCH IS EQUAL TO 'YES'
                   PERFORM CARRY-DEPOSIT
               ELSE
                   MOVE MO-ACC-NUMBER TO DEPT-ACC-NUMBER
                   PERFORM APPLY-DEPOSIT-CLOSE
               END-IF
           END-IF.

      *a transfer empties the old account's receivables onto the
      *new one bucket for bucket, and the notice stage goes with
      *the debt - what is left here to bill is zero
           IF TRANSFER-SWITCH IS EQUAL TO 'YES'
               PERFORM CARRY-AGED-BALANCE
               PERFORM CARRY-NOTICE-STAGE
               PERFORM JOURNAL-TRANSFER-RECEIVABLE
               ADD 1 TO TRANSFER-COUNT
           END-IF.

           MOVE MO-ACC-NUMBER TO BAL-ACC-NUMBER.
               END-DELETE
           END-IF.

      *an account the move-out leaves in credit keeps its master
      *row, marked closed, so the refund run has a name and address
      *to send the check to - it retires the row once it has paid
           MOVE MO-ACC-NUMBER TO CUST-ACC-NUMBER.
           IF BAL-FOUND-SWITCH IS EQUAL TO 'YES'
              AND TOTAL-DUE-AMOUNT IS LESS THAN ZERO
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO CUST-ACCOUNT-STATUS
                       REWRITE CUSTOMER-MASTER-RECORD
               END-READ
           ELSE
               DELETE CUSTOMER-MASTER-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

           IF BAL-FOUND-SWITCH IS EQUAL TO 'YES'
              AND TOTAL-DUE-AMOUNT IS EQUAL TO ZERO

           ADD 1 TO MOVE-OUT-COUNT.

      *a transfer row is only worked when the account it names is on
      *the master and open - otherwise the old account is left alone
      *rather than final-billed with nowhere for its balance to go
       CHECK-TRANSFER-ACCOUNT.
           MOVE 'NO ' TO TRANSFER-SWITCH.
           MOVE 'YES' TO TRANSFER-OK-SWITCH.
           IF MO-TRANSFER-TO IS NOT EQUAL TO SPACES
               MOVE 'NO ' TO TRANSFER-OK-SWITCH
               MOVE MO-TRANSFER-TO TO CUST-ACC-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CUST-IS-CLOSED
                          AND MO-TRANSFER-TO NOT = MO-ACC-NUMBER
                           MOVE 'YES' TO TRANSFER-OK-SWITCH
                           MOVE 'YES' TO TRANSFER-SWITCH
                       END-IF
               END-READ
           END-IF.

      *the open arrangement is re-keyed to the new account with its
      *schedule intact - unless the new account somehow already has
      *a plan running, in which case the old one breaks here and its
      *remainder rides across in OVER-90 with the other buckets
       CARRY-ARRANGEMENT.
           MOVE ARR-RECORD TO TRANSFER-ARR-SAVE.
           MOVE 'YES' TO TRANSFER-ARR-SWITCH.
           MOVE MO-TRANSFER-TO TO ARR-ACC-NUMBER.
           READ ARRANGEMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ARR-IS-ACTIVE
                       MOVE 'NO ' TO TRANSFER-ARR-SWITCH
                   ELSE
                       DELETE ARRANGEMENT-MASTER-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
           END-READ.
           MOVE TRANSFER-ARR-SAVE TO ARR-RECORD.

           IF TRANSFER-ARR-SWITCH IS EQUAL TO 'NO '
               MOVE 'BROKEN' TO ARR-PRINT-ACTION
               MOVE 'TRANSFER' TO ARR-PRINT-REASON
               PERFORM BREAK-ONE-ARRANGEMENT
           ELSE
               DELETE ARRANGEMENT-MASTER-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE TRANSFER-ARR-SAVE TO ARR-RECORD
               MOVE MO-TRANSFER-TO TO ARR-ACC-NUMBER
               WRITE ARR-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               ADD ARR-REMAINING TO TRANSFER-RECEIVABLE
               MOVE 'MOVED' TO ARR-PRINT-ACTION
               MOVE SPACES TO ARR-PRINT-REASON
               STRING 'FROM ' DELIMITED BY SIZE
                      MO-ACC-NUMBER DELIMITED BY SIZE
                      INTO ARR-PRINT-REASON
               END-STRING
               PERFORM WRITE-ARRANGEMENT-LINE
           END-IF.

      *principal, accrued interest and the original deposit date all
      *move, so interest keeps accruing as if the customer never
      *left - added to a deposit the new account already holds
       CARRY-DEPOSIT.
           MOVE DEP-PRINCIPAL TO TRANSFER-DEP-PRIN.
           MOVE DEP-INTEREST TO TRANSFER-DEP-INT.
           MOVE DEP-DATE TO TRANSFER-DEP-DATE.
           COMPUTE TRANSFER-DEPOSIT = DEP-PRINCIPAL + DEP-INTEREST.
           DELETE DEPOSIT-MASTER-FILE
               INVALID KEY CONTINUE
           END-DELETE.

           MOVE MO-TRANSFER-TO TO DEP-ACC-NUMBER.
           READ DEPOSIT-MASTER-FILE
               INVALID KEY
                   MOVE MO-TRANSFER-TO TO DEP-ACC-NUMBER
                   MOVE TRANSFER-DEP-PRIN TO DEP-PRINCIPAL
                   MOVE TRANSFER-DEP-INT TO DEP-INTEREST
                   MOVE TRANSFER-DEP-DATE TO DEP-DATE
                   WRITE DEP-RECORD
               NOT INVALID KEY
                   ADD TRANSFER-DEP-PRIN TO DEP-PRINCIPAL
                   ADD TRANSFER-DEP-INT TO DEP-INTEREST
                   REWRITE DEP-RECORD
           END-READ.

           MOVE MO-ACC-NUMBER TO JRNL-ACC-NUMBER.
           MOVE 'TO' TO JRNL-TYPE.
           MOVE 'D' TO JRNL-LEDGER.
           COMPUTE JRNL-AMOUNT = ZERO - TRANSFER-DEPOSIT.
           MOVE MO-TRANSFER-TO TO JRNL-REFERENCE.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE MO-TRANSFER-TO TO JRNL-ACC-NUMBER.
           MOVE 'TI' TO JRNL-TYPE.
           MOVE TRANSFER-DEPOSIT TO JRNL-AMOUNT.
           MOVE MO-ACC-NUMBER TO JRNL-REFERENCE.
           PERFORM WRITE-JOURNAL-ENTRY.

      *each aged bucket lands in the same bucket on the new account,
      *so the over-90 debt is still over-90 at the new address
       CARRY-AGED-BALANCE.
           MOVE MO-ACC-NUMBER TO BAL-ACC-NUMBER.
           READ BALANCE-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO BAL-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO BAL-FOUND-SWITCH
           END-READ.

           IF BAL-FOUND-SWITCH IS EQUAL TO 'YES'
               MOVE BAL-CURRENT TO TRANSFER-CURRENT
               MOVE BAL-OVER-30 TO TRANSFER-OVER-30
               MOVE BAL-OVER-60 TO TRANSFER-OVER-60
               MOVE BAL-OVER-90 TO TRANSFER-OVER-90
               MOVE BAL-LATE-CHARGE TO TRANSFER-LATE-CHARGE
               MOVE ZERO TO BAL-CURRENT BAL-OVER-30
                            BAL-OVER-60 BAL-OVER-90
                            BAL-LATE-CHARGE
               REWRITE BAL-RECORD
               COMPUTE TRANSFER-RECEIVABLE = TRANSFER-RECEIVABLE
                   + TRANSFER-CURRENT + TRANSFER-OVER-30
                   + TRANSFER-OVER-60 + TRANSFER-OVER-90

               MOVE MO-TRANSFER-TO TO BAL-ACC-NUMBER
               READ BALANCE-MASTER-FILE
                   INVALID KEY
                       MOVE MO-TRANSFER-TO TO BAL-ACC-NUMBER
                       MOVE TRANSFER-CURRENT TO BAL-CURRENT
                       MOVE TRANSFER-OVER-30 TO BAL-OVER-30
                       MOVE TRANSFER-OVER-60 TO BAL-OVER-60
                       MOVE TRANSFER-OVER-90 TO BAL-OVER-90
                       MOVE TRANSFER-LATE-CHARGE TO BAL-LATE-CHARGE
                       WRITE BAL-RECORD
                   NOT INVALID KEY
                       ADD TRANSFER-CURRENT TO BAL-CURRENT
                       ADD TRANSFER-OVER-30 TO BAL-OVER-30
                       ADD TRANSFER-OVER-60 TO BAL-OVER-60
                       ADD TRANSFER-OVER-90 TO BAL-OVER-90
                       ADD TRANSFER-LATE-CHARGE TO BAL-LATE-CHARGE
                       REWRITE BAL-RECORD
               END-READ
           END-IF.

      *the disconnect sequence follows the debt, not the address - a
      *reminder or final notice already served keeps its stage and
      *date under the new account instead of starting over
       CARRY-NOTICE-STAGE.
           MOVE MO-ACC-NUMBER TO DN-ACC-NUMBER.
           READ DISCONNECT-NOTICE-FILE
               INVALID KEY
                   MOVE 'NO ' TO DN-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO DN-FOUND-SWITCH
           END-READ.

           IF DN-FOUND-SWITCH IS EQUAL TO 'YES'
               MOVE DN-STAGE TO TRANSFER-DN-STAGE
               MOVE DN-STAGE-DATE TO TRANSFER-DN-DATE
               MOVE DN-AMOUNT TO TRANSFER-DN-AMOUNT
               DELETE DISCONNECT-NOTICE-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE MO-TRANSFER-TO TO DN-ACC-NUMBER
               MOVE TRANSFER-DN-STAGE TO DN-STAGE
               MOVE TRANSFER-DN-DATE TO DN-STAGE-DATE
               MOVE TRANSFER-DN-AMOUNT TO DN-AMOUNT
               WRITE DN-RECORD
                   INVALID KEY
                       REWRITE DN-RECORD
               END-WRITE
           END-IF.

      *the receivable leaves the old account and arrives on the new
      *one as a matched pair, each naming the other account - the
      *buckets and any arrangement remainder together
       JOURNAL-TRANSFER-RECEIVABLE.
           IF TRANSFER-RECEIVABLE IS NOT EQUAL TO ZERO
               MOVE MO-ACC-NUMBER TO JRNL-ACC-NUMBER
               MOVE 'TO' TO JRNL-TYPE
               MOVE 'A' TO JRNL-LEDGER
               COMPUTE JRNL-AMOUNT = ZERO - TRANSFER-RECEIVABLE
               MOVE MO-TRANSFER-TO TO JRNL-REFERENCE
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE MO-TRANSFER-TO TO JRNL-ACC-NUMBER
               MOVE 'TI' TO JRNL-TYPE
               MOVE TRANSFER-RECEIVABLE TO JRNL-AMOUNT
               MOVE MO-ACC-NUMBER TO JRNL-REFERENCE
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

      *walks the balance master and carries every over-90 account
      *through the legal notice sequence - reminder, final notice
      *ten days later, then the disconnect order ten days after
      *notice sequence stands down (and any stage already reached
      *drops the moment the account opts in)
                   PERFORM CHECK-BUDGET-EXEMPT
      *an account keeping a payment arrangement stands down the
      *same way for as long as the installments keep coming
                   PERFORM CHECK-ARRANGEMENT-STANDING
                   EVALUATE TRUE
                       WHEN ARR-KEPT-SWITCH = 'YES'
                           PERFORM CLEAR-NOTICE-ROW
                       WHEN BAL-OVER-90 IS GREATER THAN ZERO
                        AND BUDGET-EXEMPT-SWITCH NOT = 'YES'
                           PERFORM ADVANCE-NOTICE-SEQUENCE
                       WHEN OTHER
                           PERFORM CLEAR-NOTICE-ROW
                   END-EVALUATE
           END-READ.

      *one delinquent account: a newcomer gets the reminder, a
                   TODAY-DAY-NUMBER - STAGE-DAY-NUMBER
           END-IF.

      *a broken payment arrangement has already had its reminder -
      *the sequence restarts at the final notice the day it breaks
           EVALUATE TRUE
               WHEN ARR-BROKEN-SWITCH = 'YES'
                   MOVE BAL-ACC-NUMBER TO DN-ACC-NUMBER
                   MOVE 'F' TO DN-STAGE
                   MOVE RUN-DATE TO DN-STAGE-DATE
                   MOVE BAL-OVER-90 TO DN-AMOUNT
                   PERFORM PRINT-FINAL-NOTICE
                   IF DN-FOUND-SWITCH IS EQUAL TO 'YES'
                       REWRITE DN-RECORD
                   ELSE
                       WRITE DN-RECORD
                   END-IF
                   ADD 1 TO FINAL-NOTICE-COUNT
               WHEN DN-FOUND-SWITCH = 'NO '
                   MOVE BAL-ACC-NUMBER TO DN-ACC-NUMBER
                   MOVE 'R' TO DN-STAGE
       CALCULATE-CHARGE.
           PERFORM FIND-TARIFF-RATES.
           PERFORM APPLY-TIER-RATES.
           PERFORM APPLY-DEMAND-CHARGE.

      *the tier split and pricing against whatever is sitting in the
      *effective rates - the move-out pass prorates the tier-one

           MOVE ACCOUNT-CHARGE TO PRINT-CHARGE.

      *a demand-billed class pays for the peak kW the register caught
      *this cycle on top of its energy - never less than the class
      *minimum, nor less than the ratchet share of the account's
      *highest peak over the eleven cycles before this one
       APPLY-DEMAND-CHARGE.
           MOVE ACCOUNT-CHARGE TO ENERGY-CHARGE.
           IF EFF-DEMAND-RATE IS GREATER THAN ZERO
               MOVE 'YES' TO DEMAND-BILLED-SWITCH
               MOVE METERED-DEMAND TO BILLED-DEMAND
               MOVE SPACES TO DEMAND-BASIS
               IF BILLED-DEMAND IS LESS THAN EFF-MIN-DEMAND
                   MOVE EFF-MIN-DEMAND TO BILLED-DEMAND
                   MOVE 'MINIMUM' TO DEMAND-BASIS
               END-IF
               PERFORM FIND-RATCHET-DEMAND
               IF BILLED-DEMAND IS LESS THAN RATCHET-DEMAND
                   MOVE RATCHET-DEMAND TO BILLED-DEMAND
                   MOVE 'RATCHET' TO DEMAND-BASIS
               END-IF
               COMPUTE DEMAND-CHARGE-AMOUNT ROUNDED =
                   BILLED-DEMAND * EFF-DEMAND-RATE
               ADD DEMAND-CHARGE-AMOUNT TO ACCOUNT-CHARGE
               MOVE ACCOUNT-CHARGE TO PRINT-CHARGE
           END-IF.

      *the history row already holds this cycle's peak in the slot
      *just behind the next one, so the other eleven slots are the
      *eleven cycles before it
       FIND-RATCHET-DEMAND.
           MOVE ZERO TO DEMAND-HIGH-WATER RATCHET-DEMAND.
           IF HIST-NEXT-SLOT IS GREATER THAN 1
              AND HIST-NEXT-SLOT IS NOT GREATER THAN 12
               SUBTRACT 1 FROM HIST-NEXT-SLOT
                   GIVING DEMAND-CURRENT-SLOT
           ELSE
               MOVE 12 TO DEMAND-CURRENT-SLOT
           END-IF.
           PERFORM VARYING DEMAND-SLOT-IDX FROM 1 BY 1
               UNTIL DEMAND-SLOT-IDX > 12
               IF DEMAND-SLOT-IDX NOT = DEMAND-CURRENT-SLOT
                  AND HIST-DEMAND-MONTH(DEMAND-SLOT-IDX) >
                      DEMAND-HIGH-WATER
                   MOVE HIST-DEMAND-MONTH(DEMAND-SLOT-IDX)
                       TO DEMAND-HIGH-WATER
               END-IF
           END-PERFORM.
           COMPUTE RATCHET-DEMAND ROUNDED =
               DEMAND-HIGH-WATER * EFF-RATCHET-PCT / 100.

      *picks the tariff row for this account's rate class and the
      *season being billed; accounts with no matching row (or no
      *class keyed on the master) bill on the fallback schedule
           MOVE TIER-ONE-LIMIT TO EFF-TIER-ONE-LIMIT.
           MOVE TIER-ONE-RATE TO EFF-TIER-ONE-RATE.
           MOVE TIER-TWO-RATE TO EFF-TIER-TWO-RATE.
           MOVE ZERO TO EFF-DEMAND-RATE EFF-MIN-DEMAND EFF-RATCHET-PCT.
      *nothing is billed on demand until APPLY-DEMAND-CHARGE says so
           MOVE ZERO TO BILLED-DEMAND DEMAND-CHARGE-AMOUNT.
           MOVE 'NO ' TO DEMAND-BILLED-SWITCH.

           PERFORM VARYING TARIFF-SEARCH-IDX FROM 1 BY 1
               UNTIL TARIFF-SEARCH-IDX > TARIFF-COUNT
                       TO EFF-TIER-ONE-RATE
                   MOVE TAR-T2-RATE(TARIFF-SEARCH-IDX)
                       TO EFF-TIER-TWO-RATE
                   MOVE TAR-DEMAND-RATE(TARIFF-SEARCH-IDX)
                       TO EFF-DEMAND-RATE
                   MOVE TAR-MIN-DEMAND(TARIFF-SEARCH-IDX)
                       TO EFF-MIN-DEMAND
                   MOVE TAR-RATCHET-PCT(TARIFF-SEARCH-IDX)
                       TO EFF-RATCHET-PCT
               END-IF
           END-PERFORM.

