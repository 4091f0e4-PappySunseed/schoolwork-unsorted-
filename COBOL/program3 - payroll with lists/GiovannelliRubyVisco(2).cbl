                   ASSIGN TO 'batchctl-payroll.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BATCH-CONTROL-STATUS.
      *off-cycle transactions - final pay on a termination, a bonus
      *paid on its own, a check already written by hand - inside
      *the same HDR/TRL bracketing as input.txt; a run that finds
      *one is an off-cycle run and leaves input.txt alone, and its
      *batch numbers are remembered apart from the regular run's
               SELECT OFF-CYCLE-FILE ASSIGN TO 'offcycle.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OFF-CYCLE-STATUS.
               SELECT OFF-CYCLE-CONTROL-FILE
                   ASSIGN TO 'batchctl-offcycle.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OFF-CYCLE-CONTROL-STATUS.
      *permanent employee master keyed by employee ID, maintained by
      *EMPLOYEE-MAINT - the per-run input is down to ID plus hours
               SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'empmaster.dat'
      *employee, land here instead of paying
               SELECT REJECT-REPORT ASSIGN TO 'payroll-rejects.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *per-employee voluntary deductions (401k, insurance, and the
      *like) applied between gross and net - kept in a file
      *the office can edit, written back each run with what was
      *taken and what fell into arrears
               SELECT DEDUCTION-MASTER-FILE
               SELECT DEDUCTION-REGISTER
                   ASSIGN TO 'deduction-register.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *court and agency wage orders - child support, tax levies,
      *creditor garnishments - taken ahead of the voluntary
      *deductions under the disposable-earnings limits, and written
      *back each run like the deduction master; the register shows
      *every order worked and the shortfall on any not fully met
               SELECT GARNISHMENT-ORDER-FILE
                   ASSIGN TO 'garnishment-orders.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GARNISHMENT-FILE-STATUS.
               SELECT GARNISHMENT-REGISTER
                   ASSIGN TO 'garnishment-register.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *what was withheld on each order this run, for cutting the
      *checks to each court or agency, with the same figures
      *printed grouped by agency and case number
               SELECT GARNISHMENT-REMIT-FILE
                   ASSIGN TO 'garnishment-remit.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT GARNISHMENT-REMIT-REPORT
                   ASSIGN TO 'garnishment-remit-report.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *the run's tax liability, employee and employer side, by tax
      *and jurisdiction with the date each deposit falls due
               SELECT TAX-DEPOSIT-SCHEDULE
                   ASSIGN TO 'tax-deposit-schedule.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *one printed statement per employee per run, page-broken, so
      *questions at the pay window get answered from paper instead
      *of from someone reading raw files
               SELECT COMMISSION-UNMATCHED-REPORT
                   ASSIGN TO 'commission-unmatched.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *the guaranteed draw each salesperson on one is paid per pay
      *period against commission, keyed by sales ID - an office-kept
      *file like the deduction master
               SELECT DRAW-PLAN-FILE
                   ASSIGN TO 'draw-plans.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DRAW-PLAN-STATUS.
      *the draw advanced and not yet earned back, carried per
      *salesperson across runs and written back whole each run -
      *COMMISSION-STATEMENT prints the deficit from it
               SELECT DRAW-BALANCE-FILE
                   ASSIGN TO 'draw-balance.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DRAW-BALANCE-STATUS.
               SELECT DRAW-BALANCE-REPORT
                   ASSIGN TO 'draw-balance-report.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OUTPUT-FILE       ASSIGN TO 'output.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *lists every employee who hit overtime this run, their
      *the manifest that rides beside the deposit batch to the bank
               SELECT DD-MANIFEST-FILE ASSIGN TO 'direct-deposit.mft'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *pay held back from the deposit batch and the checks for a
      *reviewer's decision - kept across runs, released or rejected
      *by HOLD-RELEASE off the reviewer's transactions
               SELECT HELD-PAY-FILE ASSIGN TO 'held-pay.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HELD-PAY-STATUS.
      *the variance thresholds - percent change from the employee's
      *own prior runs, and the most net one check may carry
               SELECT VARIANCE-POLICY-FILE
                   ASSIGN TO 'variance-policy.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VARIANCE-POLICY-STATUS.
      *everyone held this run and why, for the reviewer
               SELECT VARIANCE-REPORT
                   ASSIGN TO 'payroll-variance.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *holds one record per employee for the run - keyed by EMP-ID so
      *the roster is no longer capped by an OCCURS table size, and so
      *a later pass (bonus, overtime report, direct deposit) can walk
               SELECT LEAVE-POLICY-FILE ASSIGN TO 'leave-policy.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEAVE-POLICY-STATUS.
      *the departments and job codes hours may be charged to - an
      *input line naming a pair not on it is refused
               SELECT LABOR-CODE-FILE ASSIGN TO 'labor-codes.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LABOR-CODE-STATUS.
      *hours and dollars by department and job, the reallocation
      *finance used to build by hand every month
               SELECT LABOR-DIST-REPORT
                   ASSIGN TO 'labor-distribution.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *shared job-run audit log, common to all four batch programs -
      *see the copybook for the record layout
               SELECT JOB-AUDIT-LOG-FILE ASSIGN TO 'job-audit-log.txt'
      *name, rate, and bank account now live on the employee master -
      *the per-run input is just who worked and for how long, inside
      *the sending system's HDR/TRL batch bracketing (the record is
      *sized to the detail line; the HDR line is 13 bytes)
      *the hours now carry a type code - 'V' vacation and 'S' sick
      *pay from the leave balances at straight time, 'R' regular
      *pays straight time with no premium, anything else is
      *overtime-eligible exactly as the input always behaved
      *each line charges its hours to a department and job code -
      *an employee who split time sends consecutive lines, one per
      *charge, paid as one check on their total; a blank department
      *charges the home department on the master
               FD INPUT-FILE
               RECORD CONTAINS 19 CHARACTERS
               DATA RECORD IS IN-RECORD.
           01  EMPLOYEE-DATA.
                   08  IN-EMP-ID   PIC 9(6).
                       88  HOURS-ARE-VACATION  VALUE 'V'.
                       88  HOURS-ARE-SICK      VALUE 'S'.
                       88  HOURS-ARE-REGULAR   VALUE 'R'.
                   08  IN-DEPARTMENT PIC X(4).
                   08  IN-JOB-CODE   PIC X(4).

      *type 'F' final pay - the hours worked since the last run,
      *with the vacation bank paid out beside them; 'B' a bonus of
      *the amount field, withheld federal at the flat supplemental
      *rate; 'M' a check already written by hand for the gross in
      *the amount field, recorded under its check number - the net
      *it was written for has to agree with the withholding here
               FD OFF-CYCLE-FILE
               RECORD CONTAINS 33 CHARACTERS
               DATA RECORD IS OFF-CYCLE-RECORD.
       01      OFF-CYCLE-RECORD.
                   08 OC-EMP-ID        PIC 9(6).
                   08 OC-TRAN-TYPE     PIC X(1).
                       88 OC-IS-FINAL-PAY     VALUE 'F'.
                       88 OC-IS-BONUS         VALUE 'B'.
                       88 OC-IS-MANUAL-CHECK  VALUE 'M'.
                   08 OC-HOURS         PIC 99V99.
                   08 OC-AMOUNT        PIC 9(6)V99.
                   08 OC-NET-AMOUNT    PIC 9(6)V99.
                   08 OC-CHECK-NUMBER  PIC 9(6).

               FD  OFF-CYCLE-CONTROL-FILE
               RECORD CONTAINS 4 CHARACTERS
               DATA RECORD IS OFF-CYCLE-CONTROL-RECORD.
       01      OFF-CYCLE-CONTROL-RECORD  PIC 9(4).

      *employee master shared with EMPLOYEE-MAINT - see the copybook
      *for the record layout
               DATA RECORD IS DEDUCTION-REGISTER-OUT.
       01      DEDUCTION-REGISTER-OUT  PIC X(80).

      *one order per line - type 'S' child support, 'L' tax levy,
      *'C' creditor garnishment; method 'F' a flat amount, 'P' a
      *percent of disposable earnings; the limit is the most of
      *disposable earnings the order may reach, counting what the
      *orders ahead of it already took (zero takes the standard
      *for the type); a goal of zero means it runs until released;
      *received date ranks orders of one type first in time; status
      *'A' active, 'R' released - taken-to-date and arrears are
      *maintained by this program
               FD  GARNISHMENT-ORDER-FILE
               RECORD CONTAINS 94 CHARACTERS
               DATA RECORD IS GARNISHMENT-ORDER-RECORD.
       01      GARNISHMENT-ORDER-RECORD.
                   08 GO-EMP-ID        PIC 9(6).
                   08 GO-ORDER-TYPE    PIC X(1).
                   08 GO-CASE-NUMBER   PIC X(12).
                   08 GO-AGENCY        PIC X(15).
                   08 GO-PAYEE         PIC X(20).
                   08 GO-METHOD        PIC X(1).
                   08 GO-AMOUNT        PIC 9(4)V99.
                   08 GO-LIMIT-PCT     PIC 9(2).
                   08 GO-GOAL          PIC 9(6)V99.
                   08 GO-TAKEN-TO-DATE PIC 9(6)V99.
                   08 GO-ARREARS       PIC 9(6)V99.
                   08 GO-RECEIVED-DATE PIC 9(6).
                   08 GO-STATUS        PIC X(1).

               FD  GARNISHMENT-REGISTER
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS GARNISHMENT-REGISTER-OUT.
       01      GARNISHMENT-REGISTER-OUT  PIC X(80).

               FD  GARNISHMENT-REMIT-FILE
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS GARNISHMENT-REMIT-RECORD.
       01      GARNISHMENT-REMIT-RECORD.
                   08 GRM-AGENCY       PIC X(15).
                   08 GRM-CASE-NUMBER  PIC X(12).
                   08 GRM-PAYEE        PIC X(20).
                   08 GRM-EMP-ID       PIC 9(6).
                   08 GRM-ORDER-TYPE   PIC X(1).
                   08 GRM-AMOUNT       PIC 9(6)V99.
                   08 GRM-RUN-DATE     PIC 9(6).
                   08 FILLER           PIC X(12).

               FD  GARNISHMENT-REMIT-REPORT
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS GARNISHMENT-REMIT-OUT.
       01      GARNISHMENT-REMIT-OUT  PIC X(80).

               FD  TAX-DEPOSIT-SCHEDULE
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS DEPOSIT-OUT.
       01      DEPOSIT-OUT    PIC X(80).

               FD  PAY-STUB-FILE
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS STUB-OUT.
               DATA RECORD IS COMMISSION-UNMATCHED-OUT.
       01      COMMISSION-UNMATCHED-OUT  PIC X(80).

      *one draw plan per salesperson - a flag of 'Y' makes the draw
      *recoverable from later commission, anything else makes it a
      *straight guarantee that is never earned back
               FD  DRAW-PLAN-FILE
               RECORD CONTAINS 22 CHARACTERS
               DATA RECORD IS DRAW-PLAN-RECORD.
       01      DRAW-PLAN-RECORD.
                   05 DP-SALES-ID       PIC X(10).
                   05 DP-BRANCH         PIC 9(4).
                   05 DP-DRAW-AMOUNT    PIC 9(5)V99.
                   05 DP-RECOVERABLE    PIC X(1).

      *status 'A' while the deficit is open, 'W' once it has been
      *written off on termination - the written-off figure stays on
      *the row so the statement can show where the deficit went
               FD  DRAW-BALANCE-FILE
               RECORD CONTAINS 45 CHARACTERS
               DATA RECORD IS DRAW-BALANCE-RECORD.
       01      DRAW-BALANCE-RECORD.
                   05 DB-SALES-ID       PIC X(10).
                   05 DB-EMP-ID         PIC 9(6).
                   05 DB-BRANCH         PIC 9(4).
                   05 DB-DEFICIT        PIC 9(7)V99.
                   05 DB-LAST-DATE      PIC 9(6).
                   05 DB-STATUS         PIC X(1).
                   05 DB-WRITTEN-OFF    PIC 9(7)V99.

               FD  DRAW-BALANCE-REPORT
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS DRAW-REPORT-OUT.
       01      DRAW-REPORT-OUT  PIC X(80).

               FD  OUTPUT-FILE
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS OUT-RECORD.
               DATA RECORD IS DD-OUT.
       01      DD-OUT         PIC X(80).

      *status 'H' while held, 'A' once approved and paid, 'R' once
      *rejected - the pay date and batch tie the row to its run
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
                       88 HP-IS-HELD       VALUE 'H'.
                       88 HP-IS-APPROVED   VALUE 'A'.
                       88 HP-IS-REJECTED   VALUE 'R'.
                   05 HP-REVIEWER      PIC X(3).

               FD  VARIANCE-POLICY-FILE
               RECORD CONTAINS 11 CHARACTERS
               DATA RECORD IS VARIANCE-POLICY-RECORD.
       01      VARIANCE-POLICY-RECORD.
                   05 VP-PERCENT       PIC 9(3).
                   05 VP-NET-CEILING   PIC 9(6)V99.

               FD  VARIANCE-REPORT
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS VARIANCE-OUT.
       01      VARIANCE-OUT   PIC X(80).

      *one row per employee, keyed by EMP-ID so headcount growth
      *doesn't quietly run off the end of a fixed-size table
               FD  EMPLOYEE-WORK-FILE
               RECORD CONTAINS 296 CHARACTERS
               DATA RECORD IS EMPLOYEE-WORK-RECORD.
       01      EMPLOYEE-WORK-RECORD.
               08  EMP-ID              PIC 9(6).
               08  EMP-VAC-BAL         PIC 9(3)V99.
               08  EMP-SICK-BAL        PIC 9(3)V99.
               08  EMP-HOURS-TYPE      PIC X(1).
      *what the draw did to the commission element - the top-up to
      *the draw when positive, the deficit recovered when negative
               08  EMP-DRAW-ADJUST     PIC S9(6)V99.
      *state and local withholding by jurisdiction - the state
      *taxing the wages first (the work state, or the home state
      *where the two have reciprocity), the home state's top-up
      *past the credit it allows for the work state's tax, and
      *the city wage tax
               08  EMP-STATE1-CODE     PIC X(2).
               08  EMP-STATE1-WH       PIC 9(6)V99.
               08  EMP-STATE2-CODE     PIC X(2).
               08  EMP-STATE2-WH       PIC 9(6)V99.
               08  EMP-LOCAL-CODE      PIC X(4).
               08  EMP-LOCAL-WH        PIC 9(6)V99.
      *the part of EMP-DEDUCTION-TOTAL taken on garnishment orders,
      *credited to its own payable in the GL journal
               08  EMP-GARNISH-TOTAL   PIC 9(6)V99.
      *the employer's own taxes on this pay - the FICA match and
      *federal and state unemployment, the state being the one
      *the wages were earned in - expensed in the GL journal
               08  EMP-ER-FICA         PIC 9(6)V99.
               08  EMP-ER-FUTA         PIC 9(6)V99.
               08  EMP-ER-SUTA         PIC 9(6)V99.
               08  EMP-SUTA-STATE      PIC X(2).
      *what kind of pay the row is - blank for the regular run, else
      *the off-cycle transaction type - with the vacation bank paid
      *out on it and the number of a check written by hand, which
      *the run records rather than prints
               08  EMP-PAY-KIND        PIC X(1).
                   88  EMP-IS-FINAL-PAY       VALUE 'F'.
                   88  EMP-IS-OFF-CYCLE-BONUS VALUE 'B'.
                   88  EMP-IS-MANUAL-CHECK    VALUE 'M'.
               08  EMP-LEAVE-PAYOUT    PIC 9(6)V99.
               08  EMP-MANUAL-CHECK    PIC 9(6).
      *the departments and jobs the hours were charged to, merged
      *by department and job - the GL and the labor distribution
      *spread the row's dollars across them by hours; a row with
      *none charges everything to EMP-DEPARTMENT
               08  EMP-LABOR-COUNT     PIC 9.
               08  EMP-LABOR-LINE OCCURS 6 TIMES.
                   12  EMP-LABOR-DEPT  PIC X(4).
                   12  EMP-LABOR-JOB   PIC X(4).
                   12  EMP-LABOR-HOURS PIC 99V99.
      *'Y' when a second set of lines for the employee came later in
      *the same batch - the second is refused and the first held
               08  EMP-PAID-TWICE      PIC X(1).

      *one row per employee, accumulated across every run this year,
      *with taxable wages and the withholding actually taken broken
      *out per quarter so the filings stop being rebuilt by hand
      *from a pile of old pay-stub files
               FD  YTD-MASTER-FILE
               RECORD CONTAINS 605 CHARACTERS
               DATA RECORD IS YTD-RECORD.
       01      YTD-RECORD.
               08  YTD-EMPLOYEE-KEY    PIC 9(6).
                   12  YTD-QTR-GROSS   PIC 9(7)V99.
                   12  YTD-QTR-FED     PIC 9(6)V99.
                   12  YTD-QTR-FICA    PIC 9(6)V99.
      *state and local wages and withholding per quarter, one slot
      *per jurisdiction - a slot is claimed by the first run that
      *withholds for that state or city, so a mid-year move keeps
      *both states' figures apart for their own filings
               08  YTD-STATE-ENTRY OCCURS 3 TIMES.
                   12  YTD-STATE-CODE      PIC X(2).
                   12  YTD-STATE-QTR OCCURS 4 TIMES.
                       16  YTD-STATE-WAGES PIC 9(7)V99.
                       16  YTD-STATE-WH    PIC 9(6)V99.
               08  YTD-LOCAL-ENTRY OCCURS 2 TIMES.
                   12  YTD-LOCAL-CODE      PIC X(4).
                   12  YTD-LOCAL-QTR OCCURS 4 TIMES.
                       16  YTD-LOCAL-WAGES PIC 9(7)V99.
                       16  YTD-LOCAL-WH    PIC 9(6)V99.
      *the employer's tax on the same wages, quarter by quarter -
      *the unemployment wage bases are measured against YTD-GROSS
               08  YTD-ER-QTR OCCURS 4 TIMES.
                   12  YTD-ER-FICA         PIC 9(6)V99.
                   12  YTD-ER-FUTA         PIC 9(6)V99.
                   12  YTD-ER-SUTA         PIC 9(6)V99.

      *one record holding the number of input records handled as of
      *the last checkpoint, which batch they belonged to, and how
      *many of them rejected - the batch number keeps a restart from
      *skipping into a different batch, and the reject count keeps
      *the audit entry balancing across a restart; the run-mode
      *byte keeps an off-cycle checkpoint from resuming a regular
      *batch of the same number, or the other way round
               FD  CHECKPOINT-FILE
               RECORD CONTAINS 18 CHARACTERS
               DATA RECORD IS CHECKPOINT-OUT.
       01      CHECKPOINT-OUT.
               08  CHK-RECORDS-DONE    PIC 9(6).
               08  CHK-BATCH-NUMBER    PIC 9(4).
               08  CHK-REJECT-COUNT    PIC 9(7).
               08  CHK-RUN-MODE        PIC X(1).

               FD  LEAVE-BALANCE-FILE
               DATA RECORD IS LEAVE-BALANCE-RECORD.
                   05 LP-VAC-CAP       PIC 999V99.
                   05 LP-SICK-CAP      PIC 999V99.

      *gross and net ride on the row for the variance review - rows
      *written before they were carried read as blanks there; so
      *does the kind of pay, blank for the regular run, else the
      *off-cycle type or 'L' for a termination leave payout
               FD  PAY-HISTORY-FILE
               RECORD CONTAINS 39 CHARACTERS
               DATA RECORD IS PAY-HISTORY-RECORD.
       01      PAY-HISTORY-RECORD.
                   05 PH-EMP-ID        PIC 9(6).
                   05 PH-PAY-DATE      PIC 9(6).
                   05 PH-HOURS         PIC 99V99.
                   05 PH-RATE          PIC 99V99.
                   05 PH-GROSS         PIC 9(7)V99.
                   05 PH-NET           PIC 9(7)V99.
                   05 PH-PAY-KIND      PIC X(1).

      *one parameter row per line - 'B' rows are percentage-method
      *brackets (filing status, floor, base tax, rate over floor),
      *the 'A' row the per-allowance amount, the 'F' row the FICA
      *rate with the annual wage base in the floor field
      *state and local rows name their jurisdiction and carry the
      *finer state rate, since state and city rates run to
      *hundredths of a percent - 'S' rows are a state's brackets
      *(a blank filing status serves every status, as a flat-rate
      *state needs), the 'T' row a state's per-allowance amount in
      *the floor field, 'L' rows a city's flat wage-tax rate, and
      *an 'R' row says the work state in the jurisdiction field
      *leaves residents of the other state to their home state
      *employer-paid unemployment rows are type 'U' - jurisdiction
      *'FUTA' for the federal tax, a state code for that state's,
      *with the wage base in the floor field and the rate in the
      *state rate field - and the 'D' row's status byte gives the
      *federal deposit schedule, 'M' monthly or 'S' semiweekly
      *the 'P' row's rate is the flat federal rate on supplemental
      *wages paid apart from a regular check
               FD  TAX-TABLE-PARAM-FILE
               RECORD CONTAINS 36 CHARACTERS
               DATA RECORD IS TAX-TABLE-RECORD.
       01      TAX-TABLE-RECORD.
                   05 TT-ROW-TYPE      PIC X(1).
                       88 TT-IS-BRACKET    VALUE 'B'.
                       88 TT-IS-ALLOWANCE  VALUE 'A'.
                       88 TT-IS-FICA       VALUE 'F'.
                       88 TT-IS-STATE-BRACKET VALUE 'S'.
                       88 TT-IS-STATE-ALLOWANCE VALUE 'T'.
                       88 TT-IS-LOCAL-RATE VALUE 'L'.
                       88 TT-IS-RECIPROCITY VALUE 'R'.
                       88 TT-IS-UNEMPLOYMENT VALUE 'U'.
                       88 TT-IS-DEPOSIT-SCHEDULE VALUE 'D'.
                       88 TT-IS-SUPPLEMENTAL VALUE 'P'.
                   05 TT-STATUS        PIC X(1).
                   05 TT-FLOOR         PIC 9(7)V99.
                   05 TT-BASE-TAX      PIC 9(7)V99.
                   05 TT-RATE          PIC 9V999.
                   05 TT-JURISDICTION  PIC X(4).
                   05 TT-OTHER-STATE   PIC X(2).
                   05 TT-STATE-RATE    PIC 9V9(5).

      *one line per department and job code hours may be charged to
               FD  LABOR-CODE-FILE
               RECORD CONTAINS 28 CHARACTERS
               DATA RECORD IS LABOR-CODE-RECORD.
       01      LABOR-CODE-RECORD.
                   05 LC-DEPARTMENT    PIC X(4).
                   05 LC-JOB-CODE      PIC X(4).
                   05 LC-DESCRIPTION   PIC X(20).

      *the labor distribution by department and job, print lines
               FD  LABOR-DIST-REPORT
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS LABOR-DIST-OUT.
       01      LABOR-DIST-OUT   PIC X(80).

      *shared job-run audit log, common to all four batch programs -
      *see the copybook for the record layout
       01  MASTER-FOUND-SWITCH      PIC XXX.
       01  INPUT-FILE-STATUS        PIC XX.

      *one employee's consecutive input lines gathered before the
      *pay - the line that starts the next employee is held until
      *the next pass, and LABOR-LINES-READ is what the checkpoint
      *counts so a restart still skips exact input lines
       01  INPUT-HELD-SWITCH        PIC XXX  VALUE 'NO '.
       01  INPUT-HELD-LINE          PIC X(19).
       01  LABOR-GROUP-DONE         PIC XXX.
       01  LABOR-EMP-ID             PIC 9(6).
       01  LABOR-HOURS-TYPE         PIC X(1).
       01  LABOR-TOTAL-HOURS        PIC 9(3)V99.
       01  LABOR-LINES-READ         PIC 9(3).
       01  LABOR-REJECT-REASON      PIC X(30).
       01  LABOR-PAIR-COUNT         PIC 9.
       01  LABOR-PAIR-IDX           PIC 9.
       01  LABOR-PAIR-FOUND         PIC XXX.
       01  LABOR-PAIR-TABLE.
           05 LABOR-PAIR OCCURS 6 TIMES.
               10 LP-DEPARTMENT     PIC X(4).
               10 LP-JOB-CODE       PIC X(4).
               10 LP-HOURS          PIC 9(3)V99.

      *the department/job code table from labor-codes.txt
       01  LABOR-CODE-STATUS        PIC XX.
       01  LABOR-CODE-EOF           PIC XXX.
       01  LABOR-CODE-COUNT         PIC 9(3) VALUE ZERO.
       01  LABOR-CODE-IDX           PIC 9(3).
       01  LABOR-CODE-FOUND         PIC XXX.
       01  LABOR-CODE-TABLE.
           05 LABOR-CODE-ENTRY OCCURS 300 TIMES.
               10 LCT-DEPARTMENT    PIC X(4).
               10 LCT-JOB-CODE      PIC X(4).
               10 LCT-DESCRIPTION   PIC X(20).

      *the sending system brackets each input with an HDR record
      *(creation date and batch number) and a TRL record (expected
      *detail count) - the whole batch is refused up front when the
       01  BATCH-TRAILER-SEEN   PIC XXX.
       01  TODAYS-DATE          PIC 9(6).

      *an off-cycle run is proven and numbered apart from the regular
      *batch, so neither's batch number can refuse the other's - the
      *run-mode byte ('O' off-cycle) rides on the checkpoint
       01  OFF-CYCLE-STATUS         PIC XX.
       01  OFF-CYCLE-CONTROL-STATUS PIC XX.
       01  OFF-CYCLE-RUN            PIC XXX VALUE 'NO '.
       01  OFF-CYCLE-DUP-SWITCH     PIC XXX.
       01  OFF-CYCLE-PAID-COUNT     PIC 9(7) VALUE ZERO.
       01  RUN-MODE-FLAG            PIC X(1) VALUE SPACE.

      *the deduction master held in storage for the run - taken and
      *arrears figures are updated as each employee pays and the
      *whole file is written back at end of run
           08 FILLER                PIC X(1) VALUE SPACE.
           08 DEDREG-PRINT-ARREARS  PIC Z(6)9.99.

      *the garnishment orders held in storage for the run, written
      *back at end of run the way the deduction master is
       01  GARNISHMENT-FILE-STATUS  PIC XX.
       01  GARNISHMENT-EOF-SWITCH   PIC XXX.
       01  GARN-COUNT               PIC 9(3) VALUE ZERO.
       01  GARN-IDX                 PIC 9(3).
       01  GARN-BEST                PIC 9(3).
       01  GARN-PRINT-IDX           PIC 9(3).

       01  GARNISHMENT-TABLE.
           05 GAR-ENTRY OCCURS 200 TIMES.
               10 GAR-EMP-ID        PIC 9(6).
               10 GAR-ORDER-TYPE    PIC X(1).
               10 GAR-CASE-NUMBER   PIC X(12).
               10 GAR-AGENCY        PIC X(15).
               10 GAR-PAYEE         PIC X(20).
               10 GAR-METHOD        PIC X(1).
               10 GAR-AMOUNT        PIC 9(4)V99.
               10 GAR-LIMIT-PCT     PIC 9(2).
               10 GAR-GOAL          PIC 9(6)V99.
               10 GAR-TAKEN-TO-DATE PIC 9(6)V99.
               10 GAR-ARREARS       PIC 9(6)V99.
               10 GAR-RECEIVED-DATE PIC 9(6).
               10 GAR-STATUS        PIC X(1).
               10 GAR-TAKEN-THIS-RUN PIC 9(6)V99.
               10 GAR-DONE-SWITCH   PIC XXX.
               10 GAR-PRINTED-SWITCH PIC XXX.

      *the legal ordering: support first, then levies, then
      *creditors - one pass per type
       01  GARN-TYPE-ORDER          PIC X(3) VALUE 'SLC'.
       01  GARN-TYPE-IDX            PIC 9.
       01  GARN-CURRENT-TYPE        PIC X(1).
       01  GARN-MORE-SWITCH         PIC XXX.

      *standard limits as a percent of disposable earnings when the
      *order gives none, and the weekly floor a creditor garnishment
      *may never reach into - thirty times the federal minimum wage
       01  GARN-SUPPORT-PCT         PIC 9(2)     VALUE 60.
       01  GARN-LEVY-PCT            PIC 9(3)     VALUE 100.
       01  GARN-CREDITOR-PCT        PIC 9(2)     VALUE 25.
       01  GARN-WAGE-FLOOR          PIC 9(4)V99  VALUE 217.50.

       01  DISPOSABLE-EARNINGS      PIC 9(7)V99.
       01  GARN-TOTAL               PIC 9(6)V99.
       01  GARN-LIMIT-PCT           PIC 9(3).
       01  GARN-LIMIT               PIC S9(7)V99.
       01  GARN-FLOOR-LIMIT         PIC S9(7)V99.
       01  GARN-DUE                 PIC 9(6)V99.
       01  GARN-TAKE                PIC 9(6)V99.
       01  GARN-SHORTFALL           PIC 9(6)V99.
       01  GARN-GOAL-REMAINING      PIC S9(6)V99.
       01  GARN-SHORT-COUNT         PIC 9(5)     VALUE ZERO.

       01  GARNISHMENT-REG-HEADING.
           08 FILLER                PIC X(32) VALUE
               'EMP-ID T CASE NUMBER         DUE'.
           08 FILLER                PIC X(33) VALUE
               '      LIMIT      TAKEN  SHORTFALL'.

       01  GARNISHMENT-REG-LINE.
           08 GARNREG-PRINT-ID      PIC 9(6).
           08 FILLER                PIC X(1) VALUE SPACE.
           08 GARNREG-PRINT-TYPE    PIC X(1).
           08 FILLER                PIC X(1) VALUE SPACE.
           08 GARNREG-PRINT-CASE    PIC X(12).
           08 FILLER                PIC X(1) VALUE SPACE.
           08 GARNREG-PRINT-DUE     PIC Z(6)9.99.
           08 FILLER                PIC X(1) VALUE SPACE.
           08 GARNREG-PRINT-LIMIT   PIC Z(6)9.99.
           08 FILLER                PIC X(1) VALUE SPACE.
           08 GARNREG-PRINT-TAKEN   PIC Z(6)9.99.
           08 FILLER                PIC X(1) VALUE SPACE.
           08 GARNREG-PRINT-SHORT   PIC Z(6)9.99.
           08 FILLER                PIC X(1) VALUE SPACE.
           08 GARNREG-PRINT-FLAG    PIC X(5).

       01  GARNISHMENT-REG-TRAILER.
           08 FILLER                PIC X(15) VALUE '*** TRAILER ***'.
           08 FILLER                PIC X(15) VALUE ' ORDERS SHORT '.
           08 GARNREG-TRAIL-SHORT   PIC Z(4)9.

       01  REMIT-REPORT-HEADING     PIC X(60) VALUE
      -    'GARNISHMENT REMITTANCE BY AGENCY AND CASE'.

       01  REMIT-AGENCY-LINE.
           08 FILLER                PIC X(8) VALUE 'AGENCY: '.
           08 REMIT-PRINT-AGENCY    PIC X(15).

       01  REMIT-CASE-LINE.
           08 FILLER                PIC X(2) VALUE SPACES.
           08 REMIT-PRINT-CASE      PIC X(12).
           08 FILLER                PIC X(1) VALUE SPACE.
           08 REMIT-PRINT-PAYEE     PIC X(20).
           08 FILLER                PIC X(1) VALUE SPACE.
           08 REMIT-PRINT-EMP-ID    PIC 9(6).
           08 FILLER                PIC X(1) VALUE SPACE.
           08 REMIT-PRINT-AMOUNT    PIC Z(6)9.99.

       01  REMIT-AGENCY-TOTAL-LINE.
           08 FILLER                PIC X(2) VALUE SPACES.
           08 FILLER                PIC X(41)
               VALUE 'AGENCY TOTAL'.
           08 REMIT-PRINT-AGY-TOTAL PIC Z(6)9.99.

       01  REMIT-REPORT-TRAILER.
           08 FILLER                PIC X(15) VALUE '*** TRAILER ***'.
           08 FILLER                PIC X(8)  VALUE ' ORDERS '.
           08 REMIT-TRAIL-COUNT     PIC Z(4)9.
           08 FILLER                PIC X(7)  VALUE ' TOTAL '.
           08 REMIT-TRAIL-TOTAL     PIC Z(8)9.99.

       01  REMIT-AGENCY-TOTAL       PIC 9(7)V99.
       01  REMIT-GRAND-TOTAL        PIC 9(9)V99  VALUE ZERO.
       01  REMIT-COUNT              PIC 9(5)     VALUE ZERO.

       01  REJECT-HEADING  PIC X(40) VALUE
      -    'REJECTED INPUT - EMP-ID HOURS REASON'.

       01  FICA-TABLE-RATE      PIC 9V999   VALUE 0.076.
      *no cap until a real wage base arrives on the 'F' row
       01  FICA-WAGE-BASE       PIC 9(8)V99 VALUE 99999999.99.
      *the flat federal rate on a bonus paid on its own, until a
      *'P' row says otherwise
       01  SUPPLEMENTAL-RATE    PIC 9V999   VALUE 0.220.

      *state and local tables off the same file - a state with no
      *brackets on file levies no income tax, and an employee with
      *no work state on the master withholds federal only, as
      *everyone did before the state rows existed
       01  STATE-BRACKET-COUNT  PIC 9(3) VALUE ZERO.
       01  STATE-BRACKET-IDX    PIC 9(3).
       01  STATE-BRACKET-BEST   PIC 9(3).

       01  STATE-BRACKET-TABLE.
           05 STATE-BRACKET-ENTRY OCCURS 150 TIMES.
               10 SB-STATE      PIC X(2).
               10 SB-STATUS     PIC X(1).
               10 SB-FLOOR      PIC 9(7)V99.
               10 SB-BASE-TAX   PIC 9(7)V99.
               10 SB-RATE       PIC 9V9(5).

       01  STATE-ALLOW-COUNT    PIC 9(2) VALUE ZERO.
       01  STATE-ALLOW-IDX      PIC 9(2).

       01  STATE-ALLOW-TABLE.
           05 STATE-ALLOW-ENTRY OCCURS 60 TIMES.
               10 SA-STATE      PIC X(2).
               10 SA-AMOUNT     PIC 9(7)V99.

       01  LOCAL-RATE-COUNT     PIC 9(2) VALUE ZERO.
       01  LOCAL-RATE-IDX       PIC 9(2).

       01  LOCAL-RATE-TABLE.
           05 LOCAL-RATE-ENTRY OCCURS 30 TIMES.
               10 LR-CODE       PIC X(4).
               10 LR-RATE       PIC 9V9(5).

       01  RECIP-COUNT          PIC 9(2) VALUE ZERO.
       01  RECIP-IDX            PIC 9(2).
       01  RECIP-FOUND-SWITCH   PIC XXX.
       01  LOCAL-FOUND-SWITCH   PIC XXX.

       01  RECIP-TABLE.
           05 RECIP-ENTRY OCCURS 60 TIMES.
               10 RC-WORK-STATE PIC X(2).
               10 RC-HOME-STATE PIC X(2).

      *one state's tax on the gross for the state in STATE-CALC-CODE
       01  STATE-CALC-CODE      PIC X(2).
       01  STATE-CALC-TAXABLE   PIC S9(7)V99.
       01  STATE-CALC-ALLOWANCE PIC 9(7)V99.
       01  STATE-CALC-AMOUNT    PIC 9(6)V99.
       01  STATE-WORK-TAX       PIC 9(6)V99.

      *what this employee withholds for each jurisdiction this pay
       01  STATE1-CODE          PIC X(2).
       01  STATE1-WH-AMOUNT     PIC 9(6)V99.
       01  STATE2-CODE          PIC X(2).
       01  STATE2-WH-AMOUNT     PIC 9(6)V99.
       01  LOCAL-CODE           PIC X(4).
       01  LOCAL-WH-AMOUNT      PIC 9(6)V99.
       01  STATE-LOCAL-WH-TOTAL PIC 9(7)V99.

      *what one posting adds to the YTD jurisdiction slots - the
      *run's figures, or just the bonus and its withholding swing
       01  POST-WAGES           PIC S9(7)V99.
       01  POST-STATE1-WH       PIC S9(6)V99.
       01  POST-STATE2-WH       PIC S9(6)V99.
       01  POST-LOCAL-WH        PIC S9(6)V99.
       01  POST-STATE-CODE      PIC X(2).
       01  POST-STATE-WH        PIC S9(6)V99.
       01  YTD-SLOT-IDX         PIC 9.
       01  YTD-SLOT-FOUND       PIC 9.

      *withholding work fields - the prior YTD gross is what the
      *wage-base cap measures against
       01  RUN-QUARTER          PIC 9.
       01  QTR-IDX              PIC 9.

      *employer taxes - FUTA defaults to the standing federal rate
      *and wage base until a 'FUTA' row says otherwise, and a state
      *with no 'U' row on file charges no state unemployment
       01  FUTA-RATE            PIC 9V9(5)  VALUE 0.006.
       01  FUTA-WAGE-BASE       PIC 9(7)V99 VALUE 7000.00.
       01  UNEMP-COUNT          PIC 9(2)    VALUE ZERO.
       01  UNEMP-IDX            PIC 9(2).
       01  UNEMP-TABLE.
           05 UNEMP-ENTRY OCCURS 60 TIMES.
               10 UT-STATE      PIC X(2).
               10 UT-WAGE-BASE  PIC 9(7)V99.
               10 UT-RATE       PIC 9V9(5).
       01  ER-ROOM              PIC S9(8)V99.
       01  ER-ELIGIBLE          PIC 9(7)V99.
       01  ER-FICA-AMOUNT       PIC 9(6)V99.
       01  ER-FUTA-AMOUNT       PIC 9(6)V99.
       01  ER-SUTA-AMOUNT       PIC 9(6)V99.
       01  ER-SUTA-STATE        PIC X(2).
       01  BONUS-ER-FICA-DELTA  PIC S9(6)V99.
       01  BONUS-ER-FUTA-DELTA  PIC S9(6)V99.
       01  BONUS-ER-SUTA-DELTA  PIC S9(6)V99.

      *deposit schedule - the federal deposit (income tax and both
      *halves of FICA) is due the 15th of next month for a monthly
      *depositor, or for a semiweekly one the Wednesday after a
      *Wednesday-to-Friday payday and the Friday after any other;
      *unemployment is due the last day of the month after the
      *quarter (FUTA only once the quarter's liability passes the
      *carry-forward limit), state and city withholding the 15th
      *of next month
       01  DEPOSIT-SCHEDULE-TYPE PIC X(1)    VALUE 'M'.
       01  RUN-DAY-OF-WEEK      PIC 9.
       01  FUTA-CARRY-LIMIT     PIC 9(3)V99 VALUE 500.00.
       01  DEP-FUTA-QTD         PIC 9(9)V99.
       01  DEP-941-TOTAL        PIC 9(9)V99.
       01  DEP-RUN-TOTAL        PIC 9(10)V99.
       01  DEP-YTD-EOF          PIC XXX.
       01  DEP-ADD-DAYS         PIC 9.

       01  DUE-DATE.
           05 DUE-YY            PIC 99.
           05 DUE-MM            PIC 99.
           05 DUE-DD            PIC 99.
       01  FED-DUE-DATE         PIC X(6).
       01  MONTH-DUE-DATE       PIC X(6).
       01  QTR-DUE-DATE         PIC X(6).
       01  DUE-MONTH-DAYS       PIC 99.
       01  DUE-LEAP-QUOTIENT    PIC 99.
       01  DUE-LEAP-REMAINDER   PIC 9.
       01  DAYS-IN-MONTH-VALUES PIC X(24)
               VALUE '312831303130313130313031'.
       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           05 DAYS-IN-MONTH     PIC 99 OCCURS 12 TIMES.

       01  DEP-TITLE-LINE.
           08 FILLER            PIC X(35)
               VALUE 'PAYROLL TAX DEPOSIT SCHEDULE - RUN '.
           08 DEP-TITLE-DATE.
               10 DEP-TITLE-MM  PIC 99.
               10 FILLER        PIC X(1)  VALUE '/'.
               10 DEP-TITLE-DD  PIC 99.
               10 FILLER        PIC X(1)  VALUE '/'.
               10 DEP-TITLE-YY  PIC 99.
           08 FILLER            PIC X(11) VALUE '  FEDERAL: '.
           08 DEP-TITLE-SCHEDULE PIC X(10).

       01  DEP-HEADING.
           08 FILLER            PIC X(38) VALUE
               'TAX                  JURIS   LIABILITY'.
           08 FILLER            PIC X(14) VALUE
               ' DUE DATE NOTE'.

       01  DEP-LINE.
           08 DEP-PRINT-TAX     PIC X(20).
           08 FILLER            PIC X(1)  VALUE SPACE.
           08 DEP-PRINT-JURIS   PIC X(4).
           08 FILLER            PIC X(1)  VALUE SPACE.
           08 DEP-PRINT-AMOUNT  PIC Z(8)9.99.
           08 FILLER            PIC X(1)  VALUE SPACE.
           08 DEP-PRINT-DUE.
               10 DEP-PRINT-MM  PIC 99.
               10 FILLER        PIC X(1)  VALUE '/'.
               10 DEP-PRINT-DD  PIC 99.
               10 FILLER        PIC X(1)  VALUE '/'.
               10 DEP-PRINT-YY  PIC 99.
           08 FILLER            PIC X(1)  VALUE SPACE.
           08 DEP-PRINT-NOTE    PIC X(20).

       01  DEP-TRAILER.
           08 FILLER            PIC X(15) VALUE '*** TRAILER ***'.
           08 FILLER            PIC X(17) VALUE ' TOTAL LIABILITY '.
           08 DEP-TRAIL-TOTAL   PIC Z(9)9.99.

      *what the bonus rework changed the withholding by, so the
      *quarter accumulators move with the stub and the GL
       01  BONUS-FED-DELTA      PIC S9(6)V99.
       01  BONUS-FICA-DELTA     PIC S9(6)V99.
       01  BONUS-STATE1-DELTA   PIC S9(6)V99.
       01  BONUS-STATE2-DELTA   PIC S9(6)V99.
       01  BONUS-LOCAL-DELTA    PIC S9(6)V99.

      *leave machinery - policy rates default to zero (no accrual,
      *the pre-subsystem behavior) when leave-policy.txt is missing
               10 PH-T-DATE     PIC 9(6).
               10 PH-T-HOURS    PIC 99V99.
               10 PH-T-RATE     PIC 99V99.
               10 PH-T-GROSS    PIC X(9).
               10 PH-T-GROSS-N REDEFINES PH-T-GROSS PIC 9(7)V99.
               10 PH-T-NET      PIC X(9).
               10 PH-T-NET-N REDEFINES PH-T-NET PIC 9(7)V99.
               10 PH-T-PAY-KIND PIC X(1).

      *retro work fields - the hours already paid at the old rate
      *since the raise's effective date, times the rate difference
       01  RETRO-RATE-DIFF      PIC S99V99.
       01  RETRO-PAY-AMOUNT     PIC S9(6)V99.

       01  STUB-KIND-LINE.
           08 STUB-KIND-LABEL     PIC X(20).
           08 STUB-PRINT-KIND-NO  PIC Z(5)9 BLANK WHEN ZERO.

       01  STUB-PAYOUT-LINE.
           08 FILLER              PIC X(20)
               VALUE 'LEAVE PAYOUT        '.
           08 STUB-PRINT-PAYOUT   PIC Z(6)9.99.

       01  STUB-RETRO-LINE.
           08 FILLER            PIC X(20)
               VALUE 'RETRO               '.

       01  GL-RETRO-TOTAL       PIC 9(9)V99  VALUE ZERO.


       01  WH-TAXABLE           PIC S9(7)V99.
       01  FED-WH-AMOUNT        PIC 9(6)V99.
               VALUE 'COMMISSION          '.
           08 STUB-PRINT-COMM     PIC Z(6)9.99-.

       01  STUB-COMM-EARNED       PIC S9(7)V99.

       01  STUB-DRAW-LINE.
           08 STUB-DRAW-LABEL     PIC X(20).
           08 STUB-PRINT-DRAW     PIC Z(6)9.99.

       01  STUB-DEFICIT-LINE.
           08 FILLER              PIC X(20)
               VALUE 'DRAW DEFICIT        '.
           08 STUB-PRINT-DEFICIT  PIC Z(6)9.99.

       01  STUB-GROSS-LINE.
           08 FILLER              PIC X(20)
               VALUE 'GROSS PAY           '.
               VALUE 'FICA WITHHOLDING    '.
           08 STUB-PRINT-FICA     PIC Z(6)9.99.

       01  STUB-JURIS-LINE.
           08 STUB-JURIS-LABEL    PIC X(9).
           08 STUB-PRINT-JURIS    PIC X(4).
           08 FILLER              PIC X(7)  VALUE SPACES.
           08 STUB-PRINT-JURIS-WH PIC Z(6)9.99.

       01  STUB-DED-ITEM-LINE.
           08 FILLER              PIC X(2)  VALUE SPACES.
           08 STUB-PRINT-DED-TYPE PIC X(10).
           08 FILLER              PIC X(8)  VALUE SPACES.
           08 STUB-PRINT-DED-AMT  PIC Z(6)9.99.

       01  STUB-GARN-ITEM-LINE.
           08 FILLER              PIC X(2)  VALUE SPACES.
           08 FILLER              PIC X(6)  VALUE 'ORDER '.
           08 STUB-PRINT-GARN-CASE PIC X(12).
           08 STUB-PRINT-GARN-AMT PIC Z(6)9.99.

       01  STUB-DED-LINE.
           08 FILLER              PIC X(20)
               VALUE 'DEDUCTIONS          '.
       01  TOTAL-NET-PAY          PIC 9(9)V99  VALUE ZERO.
       01  DISBURSED-TOTAL        PIC 9(9)V99.

      *pre-release variance review - each employee's gross, net,
      *and hours against the average of their own prior runs on the
      *pay history; anyone flagged is held out of the deposit batch
      *and the checks until a reviewer releases or rejects the pay
       01  HELD-PAY-STATUS        PIC XX.
       01  VARIANCE-POLICY-STATUS PIC XX.
       01  VARIANCE-PERCENT       PIC 9(3)     VALUE 25.
       01  VARIANCE-NET-CEILING   PIC 9(6)V99  VALUE 5000.00.
       01  HELD-COUNT             PIC 9(7)     VALUE ZERO.
       01  HELD-TOTAL-AMOUNT      PIC 9(9)V99  VALUE ZERO.
       01  REVIEW-HOLD-SWITCH     PIC XXX.
       01  REVIEW-GROSS           PIC 9(7)V99.
       01  PRIOR-RUN-COUNT        PIC 9(4).
       01  PRIOR-HOURS-COUNT      PIC 9(4).
       01  PRIOR-AMOUNT-COUNT     PIC 9(4).
       01  HISTORY-PAY-KIND       PIC X(1).
       01  PRIOR-HOURS-SUM        PIC 9(7)V99.
       01  PRIOR-GROSS-SUM        PIC 9(9)V99.
       01  PRIOR-NET-SUM          PIC 9(9)V99.
       01  PRIOR-AVG-HOURS        PIC 9(5)V99.
       01  PRIOR-AVG-GROSS        PIC 9(7)V99.
       01  PRIOR-AVG-NET          PIC 9(7)V99.
       01  REVIEW-CURRENT         PIC 9(7)V99.
       01  REVIEW-PRIOR           PIC 9(7)V99.
       01  REVIEW-PCT             PIC S9(5).
       01  REVIEW-OVER-SWITCH     PIC XXX.
       01  REVIEW-REASON-COUNT    PIC 9.
       01  REVIEW-REASON-IDX      PIC 9.
       01  REVIEW-REASON-TEXT     PIC X(20).
       01  REVIEW-REASON-HAS-PCT  PIC X(1).
       01  REVIEW-REASON-TABLE.
           05 REVIEW-REASON-ENTRY OCCURS 7 TIMES.
               10 RR-TEXT         PIC X(20).
               10 RR-PCT          PIC S9(5).
               10 RR-HAS-PCT      PIC X(1).

       01  VARIANCE-TITLE         PIC X(60) VALUE
      -    'PAYROLL VARIANCE REVIEW - PAY HELD FOR APPROVAL'.

       01  VARIANCE-HEADING.
           08 FILLER              PIC X(40) VALUE
               'EMP-ID LAST NAME            GROSS  PRIOR'.
           08 FILLER              PIC X(40) VALUE
               ' AVG        NET  PRIOR AVG HOURS PRIOR'.

       01  VARIANCE-LINE.
           08 VARRPT-EMP-ID       PIC 9(6).
           08 FILLER              PIC X(1) VALUE SPACE.
           08 VARRPT-LAST-NAME    PIC X(15).
           08 FILLER              PIC X(1) VALUE SPACE.
           08 VARRPT-GROSS        PIC Z(6)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 VARRPT-PRIOR-GROSS  PIC Z(6)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 VARRPT-NET          PIC Z(6)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 VARRPT-PRIOR-NET    PIC Z(6)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 VARRPT-HOURS        PIC Z9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 VARRPT-PRIOR-HOURS  PIC Z9.99.

       01  VARIANCE-REASON-LINE.
           08 FILLER              PIC X(7)  VALUE SPACES.
           08 FILLER              PIC X(6)  VALUE 'HELD: '.
           08 VARRPT-REASON       PIC X(20).
           08 FILLER              PIC X(1)  VALUE SPACE.
           08 VARRPT-PCT-AREA.
               10 VARRPT-PCT      PIC +ZZZZ9.
               10 VARRPT-PCT-SIGN PIC X(1).

       01  VARIANCE-TRAILER.
           08 FILLER              PIC X(15) VALUE '*** TRAILER ***'.
           08 FILLER              PIC X(6)  VALUE ' HELD '.
           08 TRAIL-HELD-COUNT    PIC Z(6)9.
           08 FILLER              PIC X(7)  VALUE ' TOTAL '.
           08 TRAIL-HELD-TOTAL    PIC Z(7)9.99.

       01  HELD-BALANCE-LINE.
           08 FILLER              PIC X(16) VALUE 'HELD FOR REVIEW '.
           08 BAL-PRINT-HELD-COUNT PIC Z(6)9.
           08 FILLER              PIC X(7)  VALUE ' TOTAL '.
           08 BAL-PRINT-HELD      PIC Z(7)9.99.

       01  CHECK-TITLE-LINE.
           08 FILLER              PIC X(9)  VALUE 'CHECK NO '.
           08 CHECK-PRINT-NUMBER  PIC 9(6).
               10 CT-EMP-ID       PIC 9(6).
               10 CT-AMOUNT       PIC S9(7)V99.
               10 CT-PAID-FLAG    PIC X(1).
      *the draw-balance row this payee's draw settles against
               10 CT-DRAW-IDX     PIC 9(3).

       01  SALESMAP-COUNT         PIC 9(3) VALUE ZERO.
       01  SALESMAP-IDX           PIC 9(3).
               10 SMAP-EMP-ID     PIC 9(6).
               10 SMAP-SALES-ID   PIC X(10).

      *draw plans and carried deficits, one row per salesperson
      *on a draw or still owing one - the plan fields and this run's
      *figures are filled in storage, the rest persists on the file
       01  DRAW-PLAN-STATUS       PIC XX.
       01  DRAW-BALANCE-STATUS    PIC XX.
       01  DRAW-EOF-SWITCH        PIC XXX.
       01  DRAW-FOUND-SWITCH      PIC XXX.
       01  DRAW-BAL-COUNT         PIC 9(3) VALUE ZERO.
       01  DRAW-BAL-IDX           PIC 9(3).
       01  DRAW-ADJUST            PIC S9(7)V99.
       01  DRAW-EXCESS            PIC S9(7)V99.
       01  DRAW-RECOVERY          PIC 9(7)V99.

       01  DRAW-BALANCE-TABLE.
           05 DRAW-BAL-ENTRY OCCURS 500 TIMES.
               10 DBT-SALES-ID     PIC X(10).
               10 DBT-EMP-ID       PIC 9(6).
               10 DBT-BRANCH       PIC 9(4).
               10 DBT-DEFICIT      PIC 9(7)V99.
               10 DBT-LAST-DATE    PIC 9(6).
               10 DBT-STATUS       PIC X(1).
               10 DBT-WRITTEN-OFF  PIC 9(7)V99.
               10 DBT-HAS-PLAN     PIC XXX.
               10 DBT-DRAW-AMOUNT  PIC 9(5)V99.
               10 DBT-RECOVERABLE  PIC X(1).
               10 DBT-PAID-SWITCH  PIC XXX.
               10 DBT-EARNED       PIC S9(7)V99.
               10 DBT-ADVANCED     PIC 9(7)V99.
               10 DBT-RECOVERED    PIC 9(7)V99.
               10 DBT-OFF-THIS-RUN PIC 9(7)V99.

      *the branch report walks the table lowest branch first, one
      *branch per pass, since the rows arrive in no order
       01  DRAW-LAST-BRANCH       PIC S9(5).
       01  DRAW-NEXT-BRANCH       PIC S9(5).
       01  DRAW-REPORT-DONE       PIC XXX.
       01  DRAW-BRANCH-WORK       PIC 9(4).
       01  DRAW-BR-ADVANCED       PIC 9(8)V99.
       01  DRAW-BR-RECOVERED      PIC 9(8)V99.
       01  DRAW-BR-DEFICIT        PIC 9(8)V99.
       01  DRAW-BR-WRITTEN-OFF    PIC 9(8)V99.
       01  DRAW-ALL-ADVANCED      PIC 9(8)V99 VALUE ZERO.
       01  DRAW-ALL-RECOVERED     PIC 9(8)V99 VALUE ZERO.
       01  DRAW-ALL-DEFICIT       PIC 9(8)V99 VALUE ZERO.
       01  DRAW-ALL-WRITTEN-OFF   PIC 9(8)V99 VALUE ZERO.

       01  DRAW-REPORT-TITLE      PIC X(60) VALUE
      -    'DRAW AGAINST COMMISSION - BALANCES BY BRANCH'.

       01  DRAW-REPORT-HEADING.
           08 FILLER              PIC X(40) VALUE
               'BRCH SALES-ID   EMP-ID     DRAW    EARNE'.
           08 FILLER              PIC X(40) VALUE
               'D   ADVANCED RECOVERED    DEFICIT NOTE'.

       01  DRAW-REPORT-LINE.
           08 DRAWRPT-BRANCH      PIC 9(4).
           08 FILLER              PIC X(1) VALUE SPACE.
           08 DRAWRPT-SALES-ID    PIC X(10).
           08 FILLER              PIC X(1) VALUE SPACE.
           08 DRAWRPT-EMP-ID      PIC 9(6).
           08 FILLER              PIC X(1) VALUE SPACE.
           08 DRAWRPT-DRAW        PIC Z(4)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 DRAWRPT-EARNED      PIC Z(5)9.99-.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 DRAWRPT-ADVANCED    PIC Z(5)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 DRAWRPT-RECOVERED   PIC Z(5)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 DRAWRPT-DEFICIT     PIC Z(6)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 DRAWRPT-NOTE        PIC X(6).

       01  DRAW-TOTAL-LINE.
           08 DRAWTOT-LABEL       PIC X(12).
           08 DRAWTOT-BRANCH      PIC X(4).
           08 FILLER              PIC X(27) VALUE SPACES.
           08 DRAWTOT-ADVANCED    PIC Z(5)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 DRAWTOT-RECOVERED   PIC Z(5)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 DRAWTOT-DEFICIT     PIC Z(6)9.99.

       01  DRAW-WRITEOFF-LINE.
           08 FILLER              PIC X(43)
               VALUE '    WRITTEN OFF ON TERMINATION'.
           08 DRAWWO-AMOUNT       PIC Z(6)9.99.

       01  UNMATCHED-HEADING      PIC X(60) VALUE
      -    'COMMISSION PAYOUT LINES NOT PAID THIS RUN'.

           08 FILLER              PIC X(1) VALUE SPACE.
           08 UNMATCHED-REASON    PIC X(30).

      *general-ledger journal accumulators - wages, retro, and the
      *employer's tax debited to the departments the hours were
      *charged to, liabilities credited in total; the withholding
      *figure is derived as gross less deductions less net so the
      *entry provably balances, with the federal/FICA split
      *recomputed from the rates for the ledger
       01  GL-DEPT-COUNT          PIC 9(2)     VALUE ZERO.
       01  GL-DEPT-IDX            PIC 9(2).
       01  GL-DEPT-FOUND-SWITCH   PIC XXX.

       01  GL-DEPT-TABLE.
           05 GL-DEPT-ENTRY OCCURS 50 TIMES.
               10 GL-DEPT-CODE    PIC X(4).
               10 GL-DEPT-GROSS   PIC 9(9)V99.
               10 GL-DEPT-RETRO   PIC 9(9)V99.
               10 GL-DEPT-ER-TAX  PIC 9(9)V99.

       01  GL-EMP-GROSS           PIC 9(7)V99.
       01  GL-EMP-WITHHOLDING     PIC S9(7)V99.
       01  GL-EMP-FED             PIC 9(7)V99.
       01  GL-FED-TOTAL           PIC 9(9)V99  VALUE ZERO.
      *state and city withholding credited to each jurisdiction's
      *own payable - kind 'S' state, 'L' local
       01  GL-JURIS-COUNT         PIC 9(2)     VALUE ZERO.
       01  GL-JURIS-IDX           PIC 9(2).
       01  GL-JURIS-FOUND-SWITCH  PIC XXX.
       01  GL-JURIS-WORK-KIND     PIC X(1).
       01  GL-JURIS-WORK-CODE     PIC X(4).
       01  GL-JURIS-WORK-AMOUNT   PIC 9(7)V99.
       01  GL-JURIS-GRAND-TOTAL   PIC 9(9)V99  VALUE ZERO.

       01  GL-JURIS-TABLE.
           05 GL-JURIS-ENTRY OCCURS 30 TIMES.
               10 GJ-KIND         PIC X(1).
               10 GJ-CODE         PIC X(4).
               10 GJ-TOTAL        PIC 9(9)V99.

       01  GL-JURIS-ACCOUNT.
           08 GL-JURIS-LABEL      PIC X(13).
           08 GL-JURIS-CODE       PIC X(4).
           08 FILLER              PIC X(3)  VALUE SPACES.

       01  GL-FICA-TOTAL          PIC 9(9)V99  VALUE ZERO.
       01  GL-DED-TOTAL           PIC 9(9)V99  VALUE ZERO.
       01  GL-GARN-TOTAL          PIC 9(9)V99  VALUE ZERO.
      *the employer's tax expense and what it owes on it
       01  GL-ER-FICA-TOTAL       PIC 9(9)V99  VALUE ZERO.
       01  GL-ER-FUTA-TOTAL       PIC 9(9)V99  VALUE ZERO.
       01  GL-ER-SUTA-TOTAL       PIC 9(9)V99  VALUE ZERO.
       01  GL-ER-TAX-TOTAL        PIC 9(9)V99  VALUE ZERO.
       01  GL-SUTA-COUNT          PIC 9(2)     VALUE ZERO.
       01  GL-SUTA-IDX            PIC 9(2).
       01  GL-SUTA-FOUND-SWITCH   PIC XXX.
       01  GL-SUTA-TABLE.
           05 GL-SUTA-ENTRY OCCURS 30 TIMES.
               10 GS-STATE        PIC X(2).
               10 GS-TOTAL        PIC 9(9)V99.
       01  GL-SUTA-ACCOUNT.
           08 FILLER              PIC X(13) VALUE 'SUTA-PAYABLE-'.
           08 GL-SUTA-CODE        PIC X(2).
           08 FILLER              PIC X(5)  VALUE SPACES.

       01  GL-NET-TOTAL           PIC 9(9)V99  VALUE ZERO.
       01  GL-DEBIT-TOTAL         PIC 9(10)V99 VALUE ZERO.
       01  GL-CREDIT-TOTAL        PIC 9(10)V99 VALUE ZERO.
       01  GL-DIFFERENCE          PIC S9(10)V99.

       01  GL-DEBIT-LINE.
           08 GL-PRINT-DR-ACCOUNT PIC X(15).
           08 GL-PRINT-DEPT       PIC X(4).
           08 FILLER              PIC X(1)  VALUE SPACE.
           08 GL-PRINT-DR-AMT     PIC Z(8)9.99.
           08 FILLER              PIC X(1)  VALUE SPACE.
           08 BAL-PRINT-VERDICT   PIC X(14).

      *one employee's dollars spread over their labor lines by
      *hours - the last line takes what is left so the rounding
      *never loses or invents a cent; the overtime premium is the
      *half-time past forty on overtime-eligible hours
       01  LD-EMP-WAGES           PIC 9(7)V99.
       01  LD-EMP-OT-PREMIUM      PIC 9(7)V99.
       01  LD-LEFT-WAGES          PIC 9(7)V99.
       01  LD-LEFT-RETRO          PIC 9(7)V99.
       01  LD-LEFT-ER-TAX         PIC 9(7)V99.
       01  LD-LEFT-OT-PREMIUM     PIC 9(7)V99.
       01  LD-SHARE-WAGES         PIC 9(7)V99.
       01  LD-SHARE-RETRO         PIC 9(7)V99.
       01  LD-SHARE-ER-TAX        PIC 9(7)V99.
       01  LD-SHARE-OT-PREMIUM    PIC 9(7)V99.
       01  LD-SHARE-HOURS         PIC 99V99.
       01  LD-LINE-IDX            PIC 9.
       01  LD-WORK-KEY.
           05 LD-WORK-DEPT        PIC X(4).
           05 LD-WORK-JOB         PIC X(4).

      *the run's totals by department and job for the report
       01  LD-COUNT               PIC 9(3)     VALUE ZERO.
       01  LD-IDX                 PIC 9(3).
       01  LD-FOUND-SWITCH        PIC XXX.
       01  LD-TABLE.
           05 LD-ENTRY OCCURS 200 TIMES.
               10 LD-KEY.
                   15 LD-DEPT     PIC X(4).
                   15 LD-JOB      PIC X(4).
               10 LD-HOURS        PIC 9(5)V99.
               10 LD-WAGES        PIC 9(8)V99.
               10 LD-OT-PREMIUM   PIC 9(8)V99.
               10 LD-ER-TAX       PIC 9(8)V99.

      *the report walks the table lowest department and job first,
      *one entry per pass, subtotalling each department
       01  LD-LAST-KEY            PIC X(8).
       01  LD-NEXT-KEY            PIC X(8).
       01  LD-NEXT-IDX            PIC 9(3).
       01  LD-CURRENT-DEPT        PIC X(4).
       01  LD-REPORT-DONE         PIC XXX.
       01  LD-DEPT-HOURS          PIC 9(5)V99.
       01  LD-DEPT-WAGES          PIC 9(8)V99.
       01  LD-DEPT-OT-PREMIUM     PIC 9(8)V99.
       01  LD-DEPT-ER-TAX         PIC 9(8)V99.
       01  LD-ALL-HOURS           PIC 9(5)V99  VALUE ZERO.
       01  LD-ALL-WAGES           PIC 9(8)V99  VALUE ZERO.
       01  LD-ALL-OT-PREMIUM      PIC 9(8)V99  VALUE ZERO.
       01  LD-ALL-ER-TAX          PIC 9(8)V99  VALUE ZERO.

       01  LD-REPORT-TITLE        PIC X(60) VALUE
      -    'LABOR DISTRIBUTION BY DEPARTMENT AND JOB CODE'.

       01  LD-REPORT-HEADING.
           08 FILLER              PIC X(40) VALUE
               'DEPT JOB  DESCRIPTION             HOURS '.
           08 FILLER              PIC X(40) VALUE
               '       WAGES OT PREMIUM EMPLOYER TAX'.

       01  LD-REPORT-LINE.
           08 LDRPT-DEPT          PIC X(4).
           08 FILLER              PIC X(1) VALUE SPACE.
           08 LDRPT-JOB           PIC X(4).
           08 FILLER              PIC X(1) VALUE SPACE.
           08 LDRPT-DESCRIPTION   PIC X(20).
           08 FILLER              PIC X(1) VALUE SPACE.
           08 LDRPT-HOURS         PIC Z(4)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 LDRPT-WAGES         PIC Z(8)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 LDRPT-OT-PREMIUM    PIC Z(6)9.99.
           08 FILLER              PIC X(1) VALUE SPACE.
           08 LDRPT-ER-TAX        PIC Z(8)9.99.

       01  DD-TRAILER.
           05 FILLER             PIC X(15)   VALUE '*** TRAILER ***'.
           05 FILLER             PIC X(8)    VALUE ' RECORDS'.
           ACCEPT PAYROLL-RUN-DATE FROM DATE.
           COMPUTE RUN-QUARTER = (PR-RUN-MONTH + 2) / 3.

      *an off-cycle transaction file waiting makes this an off-cycle
      *run, proven against its own batch numbers; a refused batch
      *goes back to the sequencer as a failed step, not a clean one
           PERFORM CHECK-FOR-OFF-CYCLE.
           IF OFF-CYCLE-RUN = 'YES'
               PERFORM VALIDATE-OFF-CYCLE-BATCH
           ELSE
               PERFORM VALIDATE-INPUT-BATCH
           END-IF.
           IF BATCH-OK-SWITCH IS NOT EQUAL TO 'YES'
               DISPLAY 'RUN REFUSED - INPUT BATCH NOT ACCEPTED'
               MOVE 8 TO RETURN-CODE

           PERFORM LOAD-CHECKPOINT.
           PERFORM LOAD-DEDUCTION-MASTER.
           PERFORM LOAD-GARNISHMENT-ORDERS.
           PERFORM LOAD-DRAW-BALANCES.
           PERFORM LOAD-TAX-TABLE.
           PERFORM LOAD-PAY-HISTORY.
           PERFORM READ-LEAVE-POLICY.
           PERFORM LOAD-LABOR-CODES.
           PERFORM READ-VARIANCE-POLICY.
           PERFORM OPEN-FILES.

      *commissions wait for the regular run - an off-cycle run must
      *neither pay nor consume the payout extract
           IF OFF-CYCLE-RUN NOT = 'YES'
               PERFORM LOAD-COMMISSION-PAYOUTS
           END-IF.

      *the HDR line was proven by the batch check - it is consumed
      *here so the checkpoint skip below counts only detail records
           IF OFF-CYCLE-RUN = 'YES'
               PERFORM SKIP-OFF-CYCLE-RECORD
               IF CHECKPOINT-RECORDS-DONE > 0
                   PERFORM SKIP-OFF-CYCLE-RECORD
                       CHECKPOINT-RECORDS-DONE TIMES
                   MOVE CHECKPOINT-RECORDS-DONE TO EMP-COUNT
               END-IF
               PERFORM UNTIL EOF-SWITCH = 'YES'
                   PERFORM PROCESS-OFF-CYCLE-INPUT
               END-PERFORM
           ELSE
               PERFORM SKIP-INPUT-RECORD
               IF CHECKPOINT-RECORDS-DONE > 0
                   PERFORM SKIP-INPUT-RECORD
                       CHECKPOINT-RECORDS-DONE TIMES
                   MOVE CHECKPOINT-RECORDS-DONE TO EMP-COUNT
               END-IF
               PERFORM UNTIL EOF-SWITCH = 'YES'
                   PERFORM PROCESS-INPUT
               END-PERFORM
           END-IF.

           CLOSE EMPLOYEE-WORK-FILE.
           MOVE SPACES TO EOF-SWITCH.

      *a terminated employee's unused vacation pays out as a final
      *work record before the downstream passes build their output -
      *an off-cycle run pays only its own transactions and leaves
      *the rest of the terminations to the regular run
           IF OFF-CYCLE-RUN NOT = 'YES'
               PERFORM PAY-TERMINATION-LEAVE
           END-IF.

      *a terminated salesperson's unrecovered draw can no longer be
      *earned back, so it comes off the books here
           IF OFF-CYCLE-RUN NOT = 'YES'
               PERFORM WRITE-OFF-TERMINATED-DRAWS
           END-IF.

           PERFORM CALCULATE-BONUS.


           PERFORM WRITE-GL-JOURNAL.

           PERFORM WRITE-LABOR-DISTRIBUTION.

           PERFORM WRITE-TAX-DEPOSIT-SCHEDULE.

           PERFORM WRITE-GARNISHMENT-REMITTANCE.

           PERFORM REPORT-UNPAID-COMMISSIONS.

           PERFORM WRITE-DRAW-BALANCE-REPORT.

           PERFORM DISPLAY-PAYROLL.

           PERFORM CLOSE-FILES.

      *only now does the batch number become the stored high-water
      *mark, so a run that died mid-batch can restart from its
      *checkpoint without being refused as already processed - an
      *off-cycle file is emptied once paid so the next run is a
      *regular one again
           IF OFF-CYCLE-RUN = 'YES'
               PERFORM SAVE-LAST-OFF-CYCLE-NUMBER
               PERFORM CONSUME-OFF-CYCLE-FILE
           ELSE
               PERFORM SAVE-LAST-BATCH-NUMBER
           END-IF.

      *the payout extract has been paid - consume it so a payroll
      *run that comes around again before the sales system writes a

           PERFORM REWRITE-DEDUCTION-MASTER.

           PERFORM REWRITE-GARNISHMENT-ORDERS.

           PERFORM REWRITE-DRAW-BALANCES.

           PERFORM WRITE-JOB-AUDIT-LOG-ENTRY.

      *GOBACK, not STOP RUN, so the NIGHTRUN sequencer that CALLs

      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       OPEN-FILES.
           IF OFF-CYCLE-RUN = 'YES'
               OPEN INPUT OFF-CYCLE-FILE
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF.

           OPEN OUTPUT OUTPUT-FILE
                OUTPUT OVERTIME-REPORT
                OUTPUT DIRECT-DEPOSIT-FILE
                OUTPUT REJECT-REPORT.
           MOVE DEDUCTION-REG-HEADING TO DEDUCTION-REGISTER-OUT.
           WRITE DEDUCTION-REGISTER-OUT.

           OPEN OUTPUT GARNISHMENT-REGISTER.
           MOVE GARNISHMENT-REG-HEADING TO GARNISHMENT-REGISTER-OUT.
           WRITE GARNISHMENT-REGISTER-OUT.

           OPEN OUTPUT COMMISSION-UNMATCHED-REPORT.
           MOVE UNMATCHED-HEADING TO COMMISSION-UNMATCHED-OUT.
           WRITE COMMISSION-UNMATCHED-OUT.
               OPEN I-O EMPLOYEE-WORK-FILE
           ELSE
               OPEN OUTPUT EMPLOYEE-WORK-FILE
      *a batch can name one employee twice, so the work file is
      *reopened for update where the second can be caught
               CLOSE EMPLOYEE-WORK-FILE
               OPEN I-O EMPLOYEE-WORK-FILE
           END-IF.

           PERFORM OPEN-YTD-MASTER.
                   UNTIL PAYOUT-EOF-SWITCH = 'YES'
               CLOSE COMMISSION-PAYOUT-FILE
           END-IF.

      *a salesperson on a draw is owed it whether or not the
      *extract carried a line for them this run, so every draw
      *row gets its commission entry here, zero if nothing sold
           PERFORM VARYING DRAW-BAL-IDX FROM 1 BY 1
               UNTIL DRAW-BAL-IDX > DRAW-BAL-COUNT
               IF DBT-HAS-PLAN(DRAW-BAL-IDX) = 'YES'
                  OR DBT-DEFICIT(DRAW-BAL-IDX) IS GREATER THAN ZERO
                   PERFORM ATTACH-ONE-DRAW
               END-IF
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *proves the extract whole: a manifest must exist and its
      *record count and signed hash must match what the file
               MOVE MATCHED-EMP-ID TO CT-EMP-ID(COMM-COUNT)
               MOVE CPF-AMOUNT TO CT-AMOUNT(COMM-COUNT)
               MOVE 'N' TO CT-PAID-FLAG(COMM-COUNT)
               MOVE ZERO TO CT-DRAW-IDX(COMM-COUNT)
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *ties one draw row to its employee through the sales-ID map and
      *to that employee's commission entry, opening a zero entry
      *when the extract had nothing for them - the draw itself is
      *settled when the employee is paid, so hours that never arrive
      *neither pay the draw nor move the deficit
       ATTACH-ONE-DRAW.
           MOVE 'NO ' TO SALESMAP-FOUND-SWITCH.
           PERFORM VARYING SALESMAP-IDX FROM 1 BY 1
               UNTIL SALESMAP-IDX > SALESMAP-COUNT
               IF SMAP-SALES-ID(SALESMAP-IDX)
                   = DBT-SALES-ID(DRAW-BAL-IDX)
                   MOVE 'YES' TO SALESMAP-FOUND-SWITCH
                   MOVE SMAP-EMP-ID(SALESMAP-IDX) TO MATCHED-EMP-ID
               END-IF
           END-PERFORM.

           IF SALESMAP-FOUND-SWITCH = 'NO '
               DISPLAY 'DRAW ROW FOR SALES-ID '
                   DBT-SALES-ID(DRAW-BAL-IDX)
                   ' MATCHES NO EMPLOYEE - NOT PAID'
           ELSE
               MOVE MATCHED-EMP-ID TO DBT-EMP-ID(DRAW-BAL-IDX)
               MOVE 'NO ' TO COMM-FOUND-SWITCH
               PERFORM VARYING COMM-IDX FROM 1 BY 1
                   UNTIL COMM-IDX > COMM-COUNT
                   IF CT-EMP-ID(COMM-IDX) = MATCHED-EMP-ID
                       MOVE DRAW-BAL-IDX TO CT-DRAW-IDX(COMM-IDX)
                       MOVE 'YES' TO COMM-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF COMM-FOUND-SWITCH = 'NO '
                  AND COMM-COUNT IS LESS THAN 500
                   ADD 1 TO COMM-COUNT
                   MOVE MATCHED-EMP-ID TO CT-EMP-ID(COMM-COUNT)
                   MOVE ZERO TO CT-AMOUNT(COMM-COUNT)
                   MOVE 'N' TO CT-PAID-FLAG(COMM-COUNT)
                   MOVE DRAW-BAL-IDX TO CT-DRAW-IDX(COMM-COUNT)
               END-IF
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *commission that matched an employee who then had no hours in
           PERFORM VARYING COMM-IDX FROM 1 BY 1
               UNTIL COMM-IDX > COMM-COUNT
               IF CT-PAID-FLAG(COMM-IDX) = 'N'
                   PERFORM REPORT-ONE-UNPAID-COMMISSION
               END-IF
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *an entry opened only to carry a draw has no commission of its
      *own - it is reported as the draw that went unpaid, or not at
      *all when the row is only carrying a deficit
       REPORT-ONE-UNPAID-COMMISSION.
           MOVE CT-EMP-ID(COMM-IDX) TO UNMATCHED-PAYEE.
           IF CT-DRAW-IDX(COMM-IDX) IS GREATER THAN ZERO
              AND CT-AMOUNT(COMM-IDX) IS EQUAL TO ZERO
               MOVE CT-DRAW-IDX(COMM-IDX) TO DRAW-BAL-IDX
               IF DBT-DRAW-AMOUNT(DRAW-BAL-IDX) IS GREATER THAN ZERO
                   MOVE DBT-DRAW-AMOUNT(DRAW-BAL-IDX)
                       TO UNMATCHED-AMOUNT
                   MOVE 'NO HOURS - DRAW NOT PAID'
                       TO UNMATCHED-REASON
                   MOVE UNMATCHED-LINE TO COMMISSION-UNMATCHED-OUT
                   WRITE COMMISSION-UNMATCHED-OUT
               END-IF
           ELSE
               MOVE CT-AMOUNT(COMM-IDX) TO UNMATCHED-AMOUNT
               MOVE 'EMPLOYEE HAD NO HOURS THIS RUN'
                   TO UNMATCHED-REASON
               MOVE UNMATCHED-LINE TO COMMISSION-UNMATCHED-OUT
               WRITE COMMISSION-UNMATCHED-OUT
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *loads the deduction master into its table; when the file is
      *missing nobody has voluntary deductions and net pay behaves
                   END-IF
           END-READ.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *no order file simply means nobody is under a wage order
       LOAD-GARNISHMENT-ORDERS.
           OPEN INPUT GARNISHMENT-ORDER-FILE.
           IF GARNISHMENT-FILE-STATUS = '00'
               MOVE SPACES TO GARNISHMENT-EOF-SWITCH
               PERFORM LOAD-GARNISHMENT-ENTRY
                   UNTIL GARNISHMENT-EOF-SWITCH = 'YES'
               CLOSE GARNISHMENT-ORDER-FILE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       LOAD-GARNISHMENT-ENTRY.
           READ GARNISHMENT-ORDER-FILE
               AT END MOVE 'YES' TO GARNISHMENT-EOF-SWITCH
               NOT AT END
                   IF GARN-COUNT IS LESS THAN 200
                       ADD 1 TO GARN-COUNT
                       MOVE GO-EMP-ID TO GAR-EMP-ID(GARN-COUNT)
                       MOVE GO-ORDER-TYPE TO GAR-ORDER-TYPE(GARN-COUNT)
                       MOVE GO-CASE-NUMBER
                           TO GAR-CASE-NUMBER(GARN-COUNT)
                       MOVE GO-AGENCY TO GAR-AGENCY(GARN-COUNT)
                       MOVE GO-PAYEE TO GAR-PAYEE(GARN-COUNT)
                       MOVE GO-METHOD TO GAR-METHOD(GARN-COUNT)
                       MOVE GO-AMOUNT TO GAR-AMOUNT(GARN-COUNT)
                       MOVE GO-LIMIT-PCT TO GAR-LIMIT-PCT(GARN-COUNT)
                       MOVE GO-GOAL TO GAR-GOAL(GARN-COUNT)
                       MOVE GO-TAKEN-TO-DATE
                           TO GAR-TAKEN-TO-DATE(GARN-COUNT)
                       MOVE GO-ARREARS TO GAR-ARREARS(GARN-COUNT)
                       MOVE GO-RECEIVED-DATE
                           TO GAR-RECEIVED-DATE(GARN-COUNT)
                       MOVE GO-STATUS TO GAR-STATUS(GARN-COUNT)
                       MOVE ZERO TO GAR-TAKEN-THIS-RUN(GARN-COUNT)
                       MOVE 'NO ' TO GAR-DONE-SWITCH(GARN-COUNT)
                       MOVE 'NO ' TO GAR-PRINTED-SWITCH(GARN-COUNT)
                   ELSE
                       DISPLAY 'GARNISHMENT TABLE FULL - ORDER '
                           GO-CASE-NUMBER ' FOR ' GO-EMP-ID
                           ' NOT LOADED'
                   END-IF
           END-READ.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       REWRITE-GARNISHMENT-ORDERS.
           IF GARN-COUNT IS GREATER THAN ZERO
               OPEN OUTPUT GARNISHMENT-ORDER-FILE
               PERFORM VARYING GARN-IDX FROM 1 BY 1
                   UNTIL GARN-IDX > GARN-COUNT
                   MOVE GAR-EMP-ID(GARN-IDX) TO GO-EMP-ID
                   MOVE GAR-ORDER-TYPE(GARN-IDX) TO GO-ORDER-TYPE
                   MOVE GAR-CASE-NUMBER(GARN-IDX) TO GO-CASE-NUMBER
                   MOVE GAR-AGENCY(GARN-IDX) TO GO-AGENCY
                   MOVE GAR-PAYEE(GARN-IDX) TO GO-PAYEE
                   MOVE GAR-METHOD(GARN-IDX) TO GO-METHOD
                   MOVE GAR-AMOUNT(GARN-IDX) TO GO-AMOUNT
                   MOVE GAR-LIMIT-PCT(GARN-IDX) TO GO-LIMIT-PCT
                   MOVE GAR-GOAL(GARN-IDX) TO GO-GOAL
                   MOVE GAR-TAKEN-TO-DATE(GARN-IDX)
                       TO GO-TAKEN-TO-DATE
                   MOVE GAR-ARREARS(GARN-IDX) TO GO-ARREARS
                   MOVE GAR-RECEIVED-DATE(GARN-IDX)
                       TO GO-RECEIVED-DATE
                   MOVE GAR-STATUS(GARN-IDX) TO GO-STATUS
                   WRITE GARNISHMENT-ORDER-RECORD
               END-PERFORM
               CLOSE GARNISHMENT-ORDER-FILE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *writes the deduction master back out with this run's taken
      *and arrears figures, for the office and the next run
       REWRITE-DEDUCTION-MASTER.
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *loads the carried draw balances, then lays the draw plans over
      *them - a plan with no balance row yet opens one, and a deficit
      *whose plan has since been dropped still recovers against a
      *draw of zero; with neither file nobody is on a draw
       LOAD-DRAW-BALANCES.
           OPEN INPUT DRAW-BALANCE-FILE.
           IF DRAW-BALANCE-STATUS = '00'
               MOVE SPACES TO DRAW-EOF-SWITCH
               PERFORM LOAD-ONE-DRAW-BALANCE
                   UNTIL DRAW-EOF-SWITCH = 'YES'
               CLOSE DRAW-BALANCE-FILE
           END-IF.

           OPEN INPUT DRAW-PLAN-FILE.
           IF DRAW-PLAN-STATUS = '00'
               MOVE SPACES TO DRAW-EOF-SWITCH
               PERFORM LOAD-ONE-DRAW-PLAN
                   UNTIL DRAW-EOF-SWITCH = 'YES'
               CLOSE DRAW-PLAN-FILE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       LOAD-ONE-DRAW-BALANCE.
           READ DRAW-BALANCE-FILE
               AT END MOVE 'YES' TO DRAW-EOF-SWITCH
               NOT AT END
                   IF DRAW-BAL-COUNT IS LESS THAN 500
                       ADD 1 TO DRAW-BAL-COUNT
                       MOVE DRAW-BAL-COUNT TO DRAW-BAL-IDX
                       PERFORM CLEAR-ONE-DRAW-ROW
                       MOVE DB-SALES-ID TO DBT-SALES-ID(DRAW-BAL-IDX)
                       MOVE DB-EMP-ID TO DBT-EMP-ID(DRAW-BAL-IDX)
                       MOVE DB-BRANCH TO DBT-BRANCH(DRAW-BAL-IDX)
                       MOVE DB-DEFICIT TO DBT-DEFICIT(DRAW-BAL-IDX)
                       MOVE DB-LAST-DATE
                           TO DBT-LAST-DATE(DRAW-BAL-IDX)
                       MOVE DB-STATUS TO DBT-STATUS(DRAW-BAL-IDX)
                       MOVE DB-WRITTEN-OFF
                           TO DBT-WRITTEN-OFF(DRAW-BAL-IDX)
                   ELSE
                       DISPLAY 'DRAW BALANCE TABLE FULL - '
                           DB-SALES-ID ' NOT CARRIED'
                   END-IF
           END-READ.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       LOAD-ONE-DRAW-PLAN.
           READ DRAW-PLAN-FILE
               AT END MOVE 'YES' TO DRAW-EOF-SWITCH
               NOT AT END
                   MOVE 'NO ' TO DRAW-FOUND-SWITCH
                   PERFORM VARYING DRAW-BAL-IDX FROM 1 BY 1
                       UNTIL DRAW-BAL-IDX > DRAW-BAL-COUNT
                          OR DRAW-FOUND-SWITCH = 'YES'
                       IF DBT-SALES-ID(DRAW-BAL-IDX) = DP-SALES-ID
                           MOVE 'YES' TO DRAW-FOUND-SWITCH
                       END-IF
                   END-PERFORM
                   IF DRAW-FOUND-SWITCH = 'YES'
                       SUBTRACT 1 FROM DRAW-BAL-IDX
                       PERFORM TAKE-ONE-DRAW-PLAN
                   ELSE
                       IF DRAW-BAL-COUNT IS LESS THAN 500
                           ADD 1 TO DRAW-BAL-COUNT
                           MOVE DRAW-BAL-COUNT TO DRAW-BAL-IDX
                           PERFORM CLEAR-ONE-DRAW-ROW
                           MOVE DP-SALES-ID
                               TO DBT-SALES-ID(DRAW-BAL-IDX)
                           PERFORM TAKE-ONE-DRAW-PLAN
                       ELSE
                           DISPLAY 'DRAW BALANCE TABLE FULL - '
                               DP-SALES-ID ' DRAW NOT PAID'
                       END-IF
                   END-IF
           END-READ.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       TAKE-ONE-DRAW-PLAN.
           MOVE 'YES' TO DBT-HAS-PLAN(DRAW-BAL-IDX).
           MOVE DP-BRANCH TO DBT-BRANCH(DRAW-BAL-IDX).
           MOVE DP-DRAW-AMOUNT TO DBT-DRAW-AMOUNT(DRAW-BAL-IDX).
           MOVE DP-RECOVERABLE TO DBT-RECOVERABLE(DRAW-BAL-IDX).
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *a fresh row, or one just read back, starts the run with no
      *plan and none of this run's figures
       CLEAR-ONE-DRAW-ROW.
           MOVE SPACES TO DBT-SALES-ID(DRAW-BAL-IDX).
           MOVE ZERO TO DBT-EMP-ID(DRAW-BAL-IDX)
                        DBT-BRANCH(DRAW-BAL-IDX)
                        DBT-DEFICIT(DRAW-BAL-IDX)
                        DBT-LAST-DATE(DRAW-BAL-IDX)
                        DBT-WRITTEN-OFF(DRAW-BAL-IDX)
                        DBT-DRAW-AMOUNT(DRAW-BAL-IDX)
                        DBT-EARNED(DRAW-BAL-IDX)
                        DBT-ADVANCED(DRAW-BAL-IDX)
                        DBT-RECOVERED(DRAW-BAL-IDX)
                        DBT-OFF-THIS-RUN(DRAW-BAL-IDX).
           MOVE 'A' TO DBT-STATUS(DRAW-BAL-IDX).
           MOVE 'NO ' TO DBT-HAS-PLAN(DRAW-BAL-IDX)
                         DBT-PAID-SWITCH(DRAW-BAL-IDX).
           MOVE 'Y' TO DBT-RECOVERABLE(DRAW-BAL-IDX).
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *a deficit still open against a salesperson the master now
      *shows terminated is written off in full - the row keeps the
      *figure under status 'W' so the statement can show it
       WRITE-OFF-TERMINATED-DRAWS.
           PERFORM VARYING DRAW-BAL-IDX FROM 1 BY 1
               UNTIL DRAW-BAL-IDX > DRAW-BAL-COUNT
               IF DBT-DEFICIT(DRAW-BAL-IDX) IS GREATER THAN ZERO
                  AND DBT-EMP-ID(DRAW-BAL-IDX) IS GREATER THAN ZERO
                   PERFORM CHECK-ONE-DRAW-TERMINATION
               END-IF
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       CHECK-ONE-DRAW-TERMINATION.
           MOVE DBT-EMP-ID(DRAW-BAL-IDX) TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EM-IS-TERMINATED
                       MOVE DBT-DEFICIT(DRAW-BAL-IDX)
                           TO DBT-OFF-THIS-RUN(DRAW-BAL-IDX)
                       ADD DBT-DEFICIT(DRAW-BAL-IDX)
                           TO DBT-WRITTEN-OFF(DRAW-BAL-IDX)
                       MOVE ZERO TO DBT-DEFICIT(DRAW-BAL-IDX)
                       MOVE 'W' TO DBT-STATUS(DRAW-BAL-IDX)
                       MOVE PAYROLL-RUN-DATE
                           TO DBT-LAST-DATE(DRAW-BAL-IDX)
                       DISPLAY 'DRAW DEFICIT WRITTEN OFF FOR '
                           DBT-SALES-ID(DRAW-BAL-IDX) ' - '
                           DBT-OFF-THIS-RUN(DRAW-BAL-IDX)
                   END-IF
           END-READ.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *writes the balances back for the next run and the statement -
      *a row with no plan, no deficit and nothing written off this
      *run has nothing left to say and drops out
       REWRITE-DRAW-BALANCES.
           IF DRAW-BAL-COUNT IS GREATER THAN ZERO
               OPEN OUTPUT DRAW-BALANCE-FILE
               PERFORM VARYING DRAW-BAL-IDX FROM 1 BY 1
                   UNTIL DRAW-BAL-IDX > DRAW-BAL-COUNT
                   IF DBT-HAS-PLAN(DRAW-BAL-IDX) = 'YES'
                      OR DBT-DEFICIT(DRAW-BAL-IDX) IS GREATER THAN ZERO
                      OR DBT-OFF-THIS-RUN(DRAW-BAL-IDX)
                          IS GREATER THAN ZERO
                       MOVE DBT-SALES-ID(DRAW-BAL-IDX) TO DB-SALES-ID
                       MOVE DBT-EMP-ID(DRAW-BAL-IDX) TO DB-EMP-ID
                       MOVE DBT-BRANCH(DRAW-BAL-IDX) TO DB-BRANCH
                       MOVE DBT-DEFICIT(DRAW-BAL-IDX) TO DB-DEFICIT
                       MOVE DBT-LAST-DATE(DRAW-BAL-IDX) TO DB-LAST-DATE
                       MOVE DBT-STATUS(DRAW-BAL-IDX) TO DB-STATUS
                       MOVE DBT-WRITTEN-OFF(DRAW-BAL-IDX)
                           TO DB-WRITTEN-OFF
                       WRITE DRAW-BALANCE-RECORD
                   END-IF
               END-PERFORM
               CLOSE DRAW-BALANCE-FILE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the draw position by branch - every salesperson on a draw or
      *still carrying a deficit, what this run advanced and recovered,
      *the deficit left, and what termination wrote off
       WRITE-DRAW-BALANCE-REPORT.
           OPEN OUTPUT DRAW-BALANCE-REPORT.
           MOVE DRAW-REPORT-TITLE TO DRAW-REPORT-OUT.
           WRITE DRAW-REPORT-OUT.
           MOVE DRAW-REPORT-HEADING TO DRAW-REPORT-OUT.
           WRITE DRAW-REPORT-OUT.

           MOVE -1 TO DRAW-LAST-BRANCH.
           MOVE 'NO ' TO DRAW-REPORT-DONE.
           PERFORM PRINT-ONE-DRAW-BRANCH
               UNTIL DRAW-REPORT-DONE = 'YES'.

           MOVE 'ALL BRANCHES' TO DRAWTOT-LABEL.
           MOVE SPACES TO DRAWTOT-BRANCH.
           MOVE DRAW-ALL-ADVANCED TO DRAWTOT-ADVANCED.
           MOVE DRAW-ALL-RECOVERED TO DRAWTOT-RECOVERED.
           MOVE DRAW-ALL-DEFICIT TO DRAWTOT-DEFICIT.
           MOVE DRAW-TOTAL-LINE TO DRAW-REPORT-OUT.
           WRITE DRAW-REPORT-OUT.
           IF DRAW-ALL-WRITTEN-OFF IS GREATER THAN ZERO
               MOVE DRAW-ALL-WRITTEN-OFF TO DRAWWO-AMOUNT
               MOVE DRAW-WRITEOFF-LINE TO DRAW-REPORT-OUT
               WRITE DRAW-REPORT-OUT
           END-IF.

           CLOSE DRAW-BALANCE-REPORT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *finds the lowest branch not yet printed and prints its rows
      *and subtotal - no branch left above the last one ends it
       PRINT-ONE-DRAW-BRANCH.
           MOVE 99999 TO DRAW-NEXT-BRANCH.
           PERFORM VARYING DRAW-BAL-IDX FROM 1 BY 1
               UNTIL DRAW-BAL-IDX > DRAW-BAL-COUNT
               IF (DBT-HAS-PLAN(DRAW-BAL-IDX) = 'YES'
                   OR DBT-DEFICIT(DRAW-BAL-IDX) IS GREATER THAN ZERO
                   OR DBT-OFF-THIS-RUN(DRAW-BAL-IDX)
                       IS GREATER THAN ZERO)
                  AND DBT-BRANCH(DRAW-BAL-IDX) > DRAW-LAST-BRANCH
                  AND DBT-BRANCH(DRAW-BAL-IDX) < DRAW-NEXT-BRANCH
                   MOVE DBT-BRANCH(DRAW-BAL-IDX) TO DRAW-NEXT-BRANCH
               END-IF
           END-PERFORM.

           IF DRAW-NEXT-BRANCH IS EQUAL TO 99999
               MOVE 'YES' TO DRAW-REPORT-DONE
           ELSE
               MOVE ZERO TO DRAW-BR-ADVANCED DRAW-BR-RECOVERED
                            DRAW-BR-DEFICIT DRAW-BR-WRITTEN-OFF
               PERFORM VARYING DRAW-BAL-IDX FROM 1 BY 1
                   UNTIL DRAW-BAL-IDX > DRAW-BAL-COUNT
                   IF (DBT-HAS-PLAN(DRAW-BAL-IDX) = 'YES'
                       OR DBT-DEFICIT(DRAW-BAL-IDX) IS GREATER THAN ZERO
                       OR DBT-OFF-THIS-RUN(DRAW-BAL-IDX)
                           IS GREATER THAN ZERO)
                      AND DBT-BRANCH(DRAW-BAL-IDX) = DRAW-NEXT-BRANCH
                       PERFORM PRINT-ONE-DRAW-ROW
                   END-IF
               END-PERFORM

               MOVE 'BRANCH TOTAL' TO DRAWTOT-LABEL
               MOVE DRAW-NEXT-BRANCH TO DRAW-BRANCH-WORK
               MOVE DRAW-BRANCH-WORK TO DRAWTOT-BRANCH
               MOVE DRAW-BR-ADVANCED TO DRAWTOT-ADVANCED
               MOVE DRAW-BR-RECOVERED TO DRAWTOT-RECOVERED
               MOVE DRAW-BR-DEFICIT TO DRAWTOT-DEFICIT
               MOVE DRAW-TOTAL-LINE TO DRAW-REPORT-OUT
               WRITE DRAW-REPORT-OUT
               IF DRAW-BR-WRITTEN-OFF IS GREATER THAN ZERO
                   MOVE DRAW-BR-WRITTEN-OFF TO DRAWWO-AMOUNT
                   MOVE DRAW-WRITEOFF-LINE TO DRAW-REPORT-OUT
                   WRITE DRAW-REPORT-OUT
               END-IF
               MOVE SPACES TO DRAW-REPORT-OUT
               WRITE DRAW-REPORT-OUT

               ADD DRAW-BR-ADVANCED TO DRAW-ALL-ADVANCED
               ADD DRAW-BR-RECOVERED TO DRAW-ALL-RECOVERED
               ADD DRAW-BR-DEFICIT TO DRAW-ALL-DEFICIT
               ADD DRAW-BR-WRITTEN-OFF TO DRAW-ALL-WRITTEN-OFF
               MOVE DRAW-NEXT-BRANCH TO DRAW-LAST-BRANCH
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *one salesperson's line - the note says why a draw did not pay
      *(no hours), that it is a straight guarantee, or that the
      *deficit went to write-off this run
       PRINT-ONE-DRAW-ROW.
           MOVE DBT-BRANCH(DRAW-BAL-IDX) TO DRAWRPT-BRANCH.
           MOVE DBT-SALES-ID(DRAW-BAL-IDX) TO DRAWRPT-SALES-ID.
           MOVE DBT-EMP-ID(DRAW-BAL-IDX) TO DRAWRPT-EMP-ID.
           MOVE DBT-DRAW-AMOUNT(DRAW-BAL-IDX) TO DRAWRPT-DRAW.
           MOVE DBT-EARNED(DRAW-BAL-IDX) TO DRAWRPT-EARNED.
           MOVE DBT-ADVANCED(DRAW-BAL-IDX) TO DRAWRPT-ADVANCED.
           MOVE DBT-RECOVERED(DRAW-BAL-IDX) TO DRAWRPT-RECOVERED.
           MOVE DBT-DEFICIT(DRAW-BAL-IDX) TO DRAWRPT-DEFICIT.

           EVALUATE TRUE
               WHEN DBT-OFF-THIS-RUN(DRAW-BAL-IDX) IS GREATER THAN ZERO
                   MOVE 'W/OFF ' TO DRAWRPT-NOTE
               WHEN DBT-HAS-PLAN(DRAW-BAL-IDX) = 'YES'
                AND DBT-PAID-SWITCH(DRAW-BAL-IDX) = 'NO '
                   MOVE 'UNPAID' TO DRAWRPT-NOTE
               WHEN DBT-HAS-PLAN(DRAW-BAL-IDX) = 'YES'
                AND DBT-RECOVERABLE(DRAW-BAL-IDX) NOT = 'Y'
                   MOVE 'GUAR  ' TO DRAWRPT-NOTE
               WHEN OTHER
                   MOVE SPACES TO DRAWRPT-NOTE
           END-EVALUATE.

           MOVE DRAW-REPORT-LINE TO DRAW-REPORT-OUT.
           WRITE DRAW-REPORT-OUT.

           ADD DBT-ADVANCED(DRAW-BAL-IDX) TO DRAW-BR-ADVANCED.
           ADD DBT-RECOVERED(DRAW-BAL-IDX) TO DRAW-BR-RECOVERED.
           ADD DBT-DEFICIT(DRAW-BAL-IDX) TO DRAW-BR-DEFICIT.
           ADD DBT-OFF-THIS-RUN(DRAW-BAL-IDX) TO DRAW-BR-WRITTEN-OFF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *loads the graduated withholding tables; when the file is
      *missing the flat placeholder rates stay in force, which is
      *exactly how this program withheld before the tables existed
                       WHEN TT-IS-FICA
                           MOVE TT-RATE TO FICA-TABLE-RATE
                           MOVE TT-FLOOR TO FICA-WAGE-BASE
                       WHEN TT-IS-STATE-BRACKET
                           IF STATE-BRACKET-COUNT IS LESS THAN 150
                               ADD 1 TO STATE-BRACKET-COUNT
                               MOVE TT-JURISDICTION
                                   TO SB-STATE(STATE-BRACKET-COUNT)
                               MOVE TT-STATUS
                                   TO SB-STATUS(STATE-BRACKET-COUNT)
                               MOVE TT-FLOOR
                                   TO SB-FLOOR(STATE-BRACKET-COUNT)
                               MOVE TT-BASE-TAX
                                   TO SB-BASE-TAX(STATE-BRACKET-COUNT)
                               MOVE TT-STATE-RATE
                                   TO SB-RATE(STATE-BRACKET-COUNT)
                           END-IF
                       WHEN TT-IS-STATE-ALLOWANCE
                           IF STATE-ALLOW-COUNT IS LESS THAN 60
                               ADD 1 TO STATE-ALLOW-COUNT
                               MOVE TT-JURISDICTION
                                   TO SA-STATE(STATE-ALLOW-COUNT)
                               MOVE TT-FLOOR
                                   TO SA-AMOUNT(STATE-ALLOW-COUNT)
                           END-IF
                       WHEN TT-IS-LOCAL-RATE
                           IF LOCAL-RATE-COUNT IS LESS THAN 30
                               ADD 1 TO LOCAL-RATE-COUNT
                               MOVE TT-JURISDICTION
                                   TO LR-CODE(LOCAL-RATE-COUNT)
                               MOVE TT-STATE-RATE
                                   TO LR-RATE(LOCAL-RATE-COUNT)
                           END-IF
                       WHEN TT-IS-RECIPROCITY
                           IF RECIP-COUNT IS LESS THAN 60
                               ADD 1 TO RECIP-COUNT
                               MOVE TT-JURISDICTION
                                   TO RC-WORK-STATE(RECIP-COUNT)
                               MOVE TT-OTHER-STATE
                                   TO RC-HOME-STATE(RECIP-COUNT)
                           END-IF
                       WHEN TT-IS-UNEMPLOYMENT
                           IF TT-JURISDICTION = 'FUTA'
                               MOVE TT-FLOOR TO FUTA-WAGE-BASE
                               MOVE TT-STATE-RATE TO FUTA-RATE
                           ELSE
                               IF UNEMP-COUNT IS LESS THAN 60
                                   ADD 1 TO UNEMP-COUNT
                                   MOVE TT-JURISDICTION
                                       TO UT-STATE(UNEMP-COUNT)
                                   MOVE TT-FLOOR
                                       TO UT-WAGE-BASE(UNEMP-COUNT)
                                   MOVE TT-STATE-RATE
                                       TO UT-RATE(UNEMP-COUNT)
                               END-IF
                           END-IF
                       WHEN TT-IS-DEPOSIT-SCHEDULE
                           MOVE TT-STATUS TO DEPOSIT-SCHEDULE-TYPE
                       WHEN TT-IS-SUPPLEMENTAL
                           MOVE TT-RATE TO SUPPLEMENTAL-RATE
                   END-EVALUATE
           END-READ.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
           END-IF.
           COMPUTE FICA-WH-AMOUNT ROUNDED =
               FICA-ELIGIBLE * FICA-TABLE-RATE.

           PERFORM COMPUTE-STATE-LOCAL-WITHHOLDING.
           PERFORM COMPUTE-EMPLOYER-TAXES.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the employer's side of the same gross: the FICA match is
      *exactly what the employee paid, and federal and state
      *unemployment each stop at their own wage base, measured
      *against the YTD gross the way the FICA cap is
       COMPUTE-EMPLOYER-TAXES.
           MOVE FICA-WH-AMOUNT TO ER-FICA-AMOUNT.

           COMPUTE ER-ROOM = FUTA-WAGE-BASE - WH-PRIOR-YTD-GROSS.
           PERFORM FIND-ER-ELIGIBLE.
           COMPUTE ER-FUTA-AMOUNT ROUNDED = ER-ELIGIBLE * FUTA-RATE.

           MOVE ZERO TO ER-SUTA-AMOUNT.
           MOVE SPACES TO ER-SUTA-STATE.
           PERFORM VARYING UNEMP-IDX FROM 1 BY 1
               UNTIL UNEMP-IDX > UNEMP-COUNT
               IF UT-STATE(UNEMP-IDX) = EM-WORK-STATE
                  AND EM-WORK-STATE IS NOT EQUAL TO SPACES
                   MOVE EM-WORK-STATE TO ER-SUTA-STATE
                   COMPUTE ER-ROOM = UT-WAGE-BASE(UNEMP-IDX)
                       - WH-PRIOR-YTD-GROSS
                   PERFORM FIND-ER-ELIGIBLE
                   COMPUTE ER-SUTA-AMOUNT ROUNDED =
                       ER-ELIGIBLE * UT-RATE(UNEMP-IDX)
               END-IF
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       FIND-ER-ELIGIBLE.
           IF ER-ROOM IS LESS THAN ZERO
               MOVE ZERO TO ER-ROOM
           END-IF.
           IF GROSS-PAY IS GREATER THAN ER-ROOM
               MOVE ER-ROOM TO ER-ELIGIBLE
           ELSE
               MOVE GROSS-PAY TO ER-ELIGIBLE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *state and city withholding for the gross in GROSS-PAY, off
      *the employee master's work state, home state, and city code:
      *living and working in one state, that state withholds; where
      *the work state has reciprocity with the home state, only the
      *home state does; otherwise the work state withholds and the
      *home state takes whatever its own tax runs past the credit
      *it gives for the work state's - the city tax is a flat rate
       COMPUTE-STATE-LOCAL-WITHHOLDING.
           MOVE SPACES TO STATE1-CODE STATE2-CODE LOCAL-CODE.
           MOVE ZERO TO STATE1-WH-AMOUNT STATE2-WH-AMOUNT
                        LOCAL-WH-AMOUNT.

           MOVE 'NO ' TO RECIP-FOUND-SWITCH.
           PERFORM VARYING RECIP-IDX FROM 1 BY 1
               UNTIL RECIP-IDX > RECIP-COUNT
               IF RC-WORK-STATE(RECIP-IDX) = EM-WORK-STATE
                  AND RC-HOME-STATE(RECIP-IDX) = EM-RESIDENCE-STATE
                   MOVE 'YES' TO RECIP-FOUND-SWITCH
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN EM-WORK-STATE = SPACES
                   CONTINUE
               WHEN EM-RESIDENCE-STATE = SPACES
                 OR EM-RESIDENCE-STATE = EM-WORK-STATE
                   MOVE EM-WORK-STATE TO STATE1-CODE
                   MOVE EM-WORK-STATE TO STATE-CALC-CODE
                   PERFORM COMPUTE-ONE-STATE-TAX
                   MOVE STATE-CALC-AMOUNT TO STATE1-WH-AMOUNT
               WHEN RECIP-FOUND-SWITCH = 'YES'
                   MOVE EM-RESIDENCE-STATE TO STATE1-CODE
                   MOVE EM-RESIDENCE-STATE TO STATE-CALC-CODE
                   PERFORM COMPUTE-ONE-STATE-TAX
                   MOVE STATE-CALC-AMOUNT TO STATE1-WH-AMOUNT
               WHEN OTHER
                   MOVE EM-WORK-STATE TO STATE1-CODE
                   MOVE EM-WORK-STATE TO STATE-CALC-CODE
                   PERFORM COMPUTE-ONE-STATE-TAX
                   MOVE STATE-CALC-AMOUNT TO STATE1-WH-AMOUNT
                   MOVE STATE-CALC-AMOUNT TO STATE-WORK-TAX
                   MOVE EM-RESIDENCE-STATE TO STATE2-CODE
                   MOVE EM-RESIDENCE-STATE TO STATE-CALC-CODE
                   PERFORM COMPUTE-ONE-STATE-TAX
                   IF STATE-CALC-AMOUNT > STATE-WORK-TAX
                       COMPUTE STATE2-WH-AMOUNT =
                           STATE-CALC-AMOUNT - STATE-WORK-TAX
                   END-IF
           END-EVALUATE.

           IF EM-LOCAL-CODE IS NOT EQUAL TO SPACES
               MOVE EM-LOCAL-CODE TO LOCAL-CODE
               MOVE 'NO ' TO LOCAL-FOUND-SWITCH
               PERFORM VARYING LOCAL-RATE-IDX FROM 1 BY 1
                   UNTIL LOCAL-RATE-IDX > LOCAL-RATE-COUNT
                   IF LR-CODE(LOCAL-RATE-IDX) = EM-LOCAL-CODE
                       MOVE 'YES' TO LOCAL-FOUND-SWITCH
                       COMPUTE LOCAL-WH-AMOUNT ROUNDED =
                           GROSS-PAY * LR-RATE(LOCAL-RATE-IDX)
                   END-IF
               END-PERFORM
               IF LOCAL-FOUND-SWITCH = 'NO '
                   DISPLAY 'LOCAL TAX CODE ' EM-LOCAL-CODE
                       ' NOT ON TAX TABLE - NONE WITHHELD FOR '
                       EM-EMP-ID
               END-IF
           END-IF.

           COMPUTE STATE-LOCAL-WH-TOTAL = STATE1-WH-AMOUNT
               + STATE2-WH-AMOUNT + LOCAL-WH-AMOUNT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *one state's percentage-method tax on GROSS-PAY, the same
      *way the federal figure is found - the state's allowance
      *amount comes off, then the highest of its brackets for the
      *filing status (or for every status) at or under what is left
       COMPUTE-ONE-STATE-TAX.
           MOVE ZERO TO STATE-CALC-AMOUNT STATE-CALC-ALLOWANCE
                        STATE-BRACKET-BEST.
           PERFORM VARYING STATE-ALLOW-IDX FROM 1 BY 1
               UNTIL STATE-ALLOW-IDX > STATE-ALLOW-COUNT
               IF SA-STATE(STATE-ALLOW-IDX) = STATE-CALC-CODE
                   MOVE SA-AMOUNT(STATE-ALLOW-IDX)
                       TO STATE-CALC-ALLOWANCE
               END-IF
           END-PERFORM.

           COMPUTE STATE-CALC-TAXABLE = GROSS-PAY
               - (EM-ALLOWANCES * STATE-CALC-ALLOWANCE).
           IF STATE-CALC-TAXABLE IS LESS THAN ZERO
               MOVE ZERO TO STATE-CALC-TAXABLE
           END-IF.

           PERFORM VARYING STATE-BRACKET-IDX FROM 1 BY 1
               UNTIL STATE-BRACKET-IDX > STATE-BRACKET-COUNT
               IF SB-STATE(STATE-BRACKET-IDX) = STATE-CALC-CODE
                  AND (SB-STATUS(STATE-BRACKET-IDX) = EM-FILING-STATUS
                    OR SB-STATUS(STATE-BRACKET-IDX) = SPACE)
                  AND STATE-CALC-TAXABLE
                      NOT < SB-FLOOR(STATE-BRACKET-IDX)
                   IF STATE-BRACKET-BEST IS EQUAL TO ZERO
                       MOVE STATE-BRACKET-IDX TO STATE-BRACKET-BEST
                   ELSE
                       IF SB-FLOOR(STATE-BRACKET-IDX)
                           > SB-FLOOR(STATE-BRACKET-BEST)
                           MOVE STATE-BRACKET-IDX
                               TO STATE-BRACKET-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF STATE-BRACKET-BEST IS GREATER THAN ZERO
               COMPUTE STATE-CALC-AMOUNT ROUNDED =
                   SB-BASE-TAX(STATE-BRACKET-BEST)
                   + ((STATE-CALC-TAXABLE
                       - SB-FLOOR(STATE-BRACKET-BEST))
                      * SB-RATE(STATE-BRACKET-BEST))
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *loads the cumulative pay history for retro lookups; a shop
      *with no history yet simply finds no gap hours
       LOAD-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS = '00'
               MOVE SPACES TO PH-EOF-SWITCH
               PERFORM LOAD-ONE-HISTORY-ROW
                   UNTIL PH-EOF-SWITCH = 'YES'
               CLOSE PAY-HISTORY-FILE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the file is appended newest-last, so once the table is full
      *the load wraps and overwrites the oldest slots - the rows
      *dropped are the old ones no retro still reaches back to
       LOAD-ONE-HISTORY-ROW.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO PH-EOF-SWITCH
               NOT AT END
                   IF PH-COUNT IS LESS THAN 5000
                       ADD 1 TO PH-COUNT
                       MOVE PH-COUNT TO PH-LOAD-SLOT
                   ELSE
                       IF PH-WRAP-WARNED NOT = 'YES'
                           DISPLAY 'PAY HISTORY PAST 5000 ROWS - '
                               'OLDEST DROPPED FROM RETRO LOOKUPS; '
                               'CONSIDER ARCHIVING pay-history.txt'
                           MOVE 'YES' TO PH-WRAP-WARNED
                   MOVE PH-PAY-DATE TO PH-T-DATE(PH-LOAD-SLOT)
                   MOVE PH-HOURS TO PH-T-HOURS(PH-LOAD-SLOT)
                   MOVE PH-RATE TO PH-T-RATE(PH-LOAD-SLOT)
                   MOVE PH-GROSS TO PH-T-GROSS-N(PH-LOAD-SLOT)
                   MOVE PH-NET TO PH-T-NET-N(PH-LOAD-SLOT)
                   MOVE PH-PAY-KIND TO PH-T-PAY-KIND(PH-LOAD-SLOT)
           END-READ.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *sums the hours this employee was paid at the old rate on or
                       MOVE PAYROLL-RUN-DATE TO PH-PAY-DATE
                       MOVE EMP-HOURS TO PH-HOURS
                       MOVE EMP-RATE TO PH-RATE
                       MOVE GROSS-PAY-DISPLAY TO PH-GROSS
                       MOVE EMP-NET-PAY TO PH-NET
                       PERFORM SET-HISTORY-PAY-KIND
                       MOVE HISTORY-PAY-KIND TO PH-PAY-KIND
                       WRITE PAY-HISTORY-RECORD
               END-READ
           END-PERFORM.
                 PAY-HISTORY-FILE.
           MOVE SPACES TO EOF-SWITCH.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the kind of pay the work row is, as the history keeps it - a
      *termination leave payout rides on a regular row with no
      *hours, so it is told apart by the vacation it cashes out
       SET-HISTORY-PAY-KIND.
           MOVE EMP-PAY-KIND TO HISTORY-PAY-KIND.
           IF EMP-PAY-KIND = SPACE
              AND EMP-HOURS IS EQUAL TO ZERO
              AND EMP-LEAVE-PAYOUT IS GREATER THAN ZERO
               MOVE 'L' TO HISTORY-PAY-KIND
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the YTD gross before this run posts - what the FICA wage
      *base has already been eaten by
       GET-PRIOR-YTD-GROSS.
           ELSE
               MOVE EMPLOYEE-DATA(4:6) TO BATCH-HEADER-DATE
               MOVE EMPLOYEE-DATA(10:4) TO BATCH-NUMBER
               PERFORM JUDGE-BATCH-HEADER
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the header's date and batch number against today and the last
      *batch accepted - shared by the regular and off-cycle batches
       JUDGE-BATCH-HEADER.
           EVALUATE TRUE
               WHEN BATCH-HEADER-DATE NOT = TODAYS-DATE
                   DISPLAY 'STALE INPUT BATCH - DATED '
                       BATCH-HEADER-DATE ' TODAY IS ' TODAYS-DATE
      *batch numbers are issued ascending - anything at or below the
      *last accepted number is a transfer already processed; the
      *mark is only written on clean completion, so a checkpoint
      *restart of a failed batch is not refused here
               WHEN BATCH-NUMBER NOT > LAST-BATCH-NUMBER
                   DISPLAY 'BATCH ' BATCH-NUMBER
                       ' ALREADY PROCESSED - LAST ACCEPTED '
                       LAST-BATCH-NUMBER
               WHEN OTHER
                   MOVE 'YES' TO BATCH-OK-SWITCH
           END-EVALUATE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       COUNT-BATCH-DETAILS.
           READ INPUT-FILE
           WRITE BATCH-CONTROL-RECORD.
           CLOSE BATCH-CONTROL-FILE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *an off-cycle run is wanted when offcycle.txt is on hand and
      *opens on an HDR record - a missing file, or one emptied by
      *the last off-cycle run, leaves the run a regular one
       CHECK-FOR-OFF-CYCLE.
           MOVE 'NO ' TO OFF-CYCLE-RUN.
           MOVE SPACE TO RUN-MODE-FLAG.
           OPEN INPUT OFF-CYCLE-FILE.
           IF OFF-CYCLE-STATUS = '00'
               READ OFF-CYCLE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF OFF-CYCLE-RECORD(1:3) = 'HDR'
                           MOVE 'YES' TO OFF-CYCLE-RUN
                           MOVE 'O' TO RUN-MODE-FLAG
                           DISPLAY 'OFF-CYCLE RUN FROM offcycle.txt'
                       END-IF
               END-READ
               CLOSE OFF-CYCLE-FILE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the same proof the regular batch gets, against offcycle.txt
      *and the last off-cycle batch number accepted
       VALIDATE-OFF-CYCLE-BATCH.
           MOVE 'NO ' TO BATCH-OK-SWITCH.
           MOVE 'NO ' TO BATCH-TRAILER-SEEN.
           MOVE ZERO TO BATCH-DETAIL-COUNT.
           ACCEPT TODAYS-DATE FROM DATE.

           PERFORM LOAD-LAST-OFF-CYCLE-NUMBER.

           OPEN INPUT OFF-CYCLE-FILE.
           MOVE SPACES TO BATCH-EOF-SWITCH.
           READ OFF-CYCLE-FILE
               AT END MOVE 'YES' TO BATCH-EOF-SWITCH
           END-READ.
           MOVE OFF-CYCLE-RECORD(4:6) TO BATCH-HEADER-DATE.
           MOVE OFF-CYCLE-RECORD(10:4) TO BATCH-NUMBER.
           PERFORM JUDGE-BATCH-HEADER.
           IF BATCH-OK-SWITCH = 'YES'
               PERFORM COUNT-OFF-CYCLE-DETAILS
               PERFORM CHECK-BATCH-TRAILER
           END-IF.
           CLOSE OFF-CYCLE-FILE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       COUNT-OFF-CYCLE-DETAILS.
           READ OFF-CYCLE-FILE
               AT END MOVE 'YES' TO BATCH-EOF-SWITCH
           END-READ.
           PERFORM UNTIL BATCH-EOF-SWITCH = 'YES'
              OR BATCH-TRAILER-SEEN = 'YES'
               IF OFF-CYCLE-RECORD(1:3) IS EQUAL TO 'TRL'
                   MOVE 'YES' TO BATCH-TRAILER-SEEN
                   MOVE OFF-CYCLE-RECORD(4:7) TO BATCH-TRAILER-COUNT
               ELSE
                   ADD 1 TO BATCH-DETAIL-COUNT
                   READ OFF-CYCLE-FILE
                       AT END MOVE 'YES' TO BATCH-EOF-SWITCH
                   END-READ
               END-IF
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       LOAD-LAST-OFF-CYCLE-NUMBER.
           MOVE ZERO TO LAST-BATCH-NUMBER.
           OPEN INPUT OFF-CYCLE-CONTROL-FILE.
           IF OFF-CYCLE-CONTROL-STATUS = '00'
               READ OFF-CYCLE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE OFF-CYCLE-CONTROL-RECORD
                           TO LAST-BATCH-NUMBER
               END-READ
               CLOSE OFF-CYCLE-CONTROL-FILE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       SAVE-LAST-OFF-CYCLE-NUMBER.
           MOVE BATCH-NUMBER TO OFF-CYCLE-CONTROL-RECORD.
           OPEN OUTPUT OFF-CYCLE-CONTROL-FILE.
           WRITE OFF-CYCLE-CONTROL-RECORD.
           CLOSE OFF-CYCLE-CONTROL-FILE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *empties the paid off-cycle file in place, the way the payout
      *extract is consumed, so the next run falls back to input.txt
       CONSUME-OFF-CYCLE-FILE.
           OPEN OUTPUT OFF-CYCLE-FILE.
           CLOSE OFF-CYCLE-FILE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *truncates the ingested payout extract in place - it stays a
      *valid (empty) file for the next run, and the sales system
      *recreates it fresh on its own next run; the manifest is
                       MOVE CHK-RECORDS-DONE
                           TO CHECKPOINT-RECORDS-DONE
                       IF CHECKPOINT-RECORDS-DONE > 0
                          AND (CHK-BATCH-NUMBER NOT = BATCH-NUMBER
                           OR CHK-RUN-MODE NOT = RUN-MODE-FLAG)
                           DISPLAY 'CHECKPOINT IS FOR BATCH '
                               CHK-BATCH-NUMBER ' - BATCH '
                               BATCH-NUMBER ' STARTS FRESH'
           READ INPUT-FILE
               AT END MOVE 'YES' TO EOF-SWITCH
           END-READ.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       SKIP-OFF-CYCLE-RECORD.
           READ OFF-CYCLE-FILE
               AT END MOVE 'YES' TO EOF-SWITCH
           END-READ.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *saves the current progress to the checkpoint file so a restart
      *can resume from here instead of the beginning - the batch
           MOVE EMP-COUNT TO CHK-RECORDS-DONE.
           MOVE BATCH-NUMBER TO CHK-BATCH-NUMBER.
           MOVE JOB-REJECT-COUNT TO CHK-REJECT-COUNT.
           MOVE RUN-MODE-FLAG TO CHK-RUN-MODE.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-OUT.
           CLOSE CHECKPOINT-FILE.
           MOVE ZERO TO CHK-RECORDS-DONE
                        CHK-BATCH-NUMBER
                        CHK-REJECT-COUNT.
           MOVE SPACE TO CHK-RUN-MODE.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-OUT.
           CLOSE CHECKPOINT-FILE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       CLOSE-FILES.
           MOVE GARN-SHORT-COUNT TO GARNREG-TRAIL-SHORT.
           MOVE GARNISHMENT-REG-TRAILER TO GARNISHMENT-REGISTER-OUT.
           WRITE GARNISHMENT-REGISTER-OUT.

           IF OFF-CYCLE-RUN = 'YES'
               CLOSE OFF-CYCLE-FILE
           ELSE
               CLOSE INPUT-FILE
           END-IF.

           CLOSE   OUTPUT-FILE
                   OVERTIME-REPORT
                   DIRECT-DEPOSIT-FILE
                   REJECT-REPORT
                   DEDUCTION-REGISTER
                   GARNISHMENT-REGISTER
                   COMMISSION-UNMATCHED-REPORT
                   EMPLOYEE-MASTER-FILE
                   EMPLOYEE-WORK-FILE
                   YTD-MASTER-FILE
                   LEAVE-BALANCE-FILE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *reads one employee's lines and pays or rejects them - the
      *line held back from the last pass starts this employee
       PROCESS-INPUT.
           IF INPUT-HELD-SWITCH = 'YES'
               MOVE INPUT-HELD-LINE TO EMPLOYEE-DATA
               MOVE 'NO ' TO INPUT-HELD-SWITCH
           ELSE
               PERFORM READ-INPUT-LINE
           END-IF.

           IF EOF-SWITCH NOT EQUAL 'YES'
               PERFORM GATHER-LABOR-LINES
               PERFORM FILL-TABLE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       READ-INPUT-LINE.
           READ INPUT-FILE
                 AT END MOVE 'YES' TO EOF-SWITCH
           END-READ.
              AND EMPLOYEE-DATA(1:3) IS EQUAL TO 'TRL'
               MOVE 'YES' TO EOF-SWITCH
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *takes in every consecutive line for the employee on the
      *current line, merging lines for the same department and job,
      *then leaves the employee's totals in the input record for the
      *pay - the first line for someone else is held for next time
       GATHER-LABOR-LINES.
           MOVE IN-EMP-ID TO LABOR-EMP-ID.
           MOVE HOURS-TYPE TO LABOR-HOURS-TYPE.
           MOVE ZERO TO LABOR-TOTAL-HOURS LABOR-LINES-READ
                        LABOR-PAIR-COUNT.
           MOVE SPACES TO LABOR-REJECT-REASON.
           MOVE 'NO ' TO LABOR-GROUP-DONE.
           PERFORM ADD-ONE-LABOR-LINE
               UNTIL LABOR-GROUP-DONE = 'YES'.

           IF LABOR-TOTAL-HOURS IS GREATER THAN 99.99
              AND LABOR-REJECT-REASON = SPACES
               MOVE 'HOURS OVER 99.99 FOR PERIOD'
                   TO LABOR-REJECT-REASON
           END-IF.

           MOVE LABOR-EMP-ID TO IN-EMP-ID.
           MOVE LABOR-TOTAL-HOURS TO HOURS.
           MOVE LABOR-HOURS-TYPE TO HOURS-TYPE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       ADD-ONE-LABOR-LINE.
           ADD 1 TO LABOR-LINES-READ.
           ADD HOURS TO LABOR-TOTAL-HOURS.

      *one check pays one hours type - leave and worked hours mixed
      *in a single period have to be keyed as separate runs
           IF HOURS-TYPE NOT = LABOR-HOURS-TYPE
              AND LABOR-REJECT-REASON = SPACES
               MOVE 'MIXED HOURS TYPES' TO LABOR-REJECT-REASON
           END-IF.

           IF IN-DEPARTMENT NOT = SPACES
               PERFORM FIND-LABOR-CODE
               IF LABOR-CODE-FOUND = 'NO '
                  AND LABOR-REJECT-REASON = SPACES
                   MOVE 'DEPT/JOB NOT ON TABLE'
                       TO LABOR-REJECT-REASON
               END-IF
           END-IF.

           MOVE 'NO ' TO LABOR-PAIR-FOUND.
           PERFORM VARYING LABOR-PAIR-IDX FROM 1 BY 1
               UNTIL LABOR-PAIR-IDX > LABOR-PAIR-COUNT
               IF LP-DEPARTMENT(LABOR-PAIR-IDX) = IN-DEPARTMENT
                  AND LP-JOB-CODE(LABOR-PAIR-IDX) = IN-JOB-CODE
                   ADD HOURS TO LP-HOURS(LABOR-PAIR-IDX)
                   MOVE 'YES' TO LABOR-PAIR-FOUND
               END-IF
           END-PERFORM.

           IF LABOR-PAIR-FOUND = 'NO '
               IF LABOR-PAIR-COUNT IS LESS THAN 6
                   ADD 1 TO LABOR-PAIR-COUNT
                   MOVE IN-DEPARTMENT
                       TO LP-DEPARTMENT(LABOR-PAIR-COUNT)
                   MOVE IN-JOB-CODE TO LP-JOB-CODE(LABOR-PAIR-COUNT)
                   MOVE HOURS TO LP-HOURS(LABOR-PAIR-COUNT)
               ELSE
                   IF LABOR-REJECT-REASON = SPACES
                       MOVE 'OVER 6 DEPT/JOB CHARGES'
                           TO LABOR-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           PERFORM READ-INPUT-LINE.
           IF EOF-SWITCH = 'YES'
               MOVE 'YES' TO LABOR-GROUP-DONE
           ELSE
               IF IN-EMP-ID NOT = LABOR-EMP-ID
                   MOVE EMPLOYEE-DATA TO INPUT-HELD-LINE
                   MOVE 'YES' TO INPUT-HELD-SWITCH
                   MOVE 'YES' TO LABOR-GROUP-DONE
               END-IF
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       FIND-LABOR-CODE.
           MOVE 'NO ' TO LABOR-CODE-FOUND.
           PERFORM VARYING LABOR-CODE-IDX FROM 1 BY 1
               UNTIL LABOR-CODE-IDX > LABOR-CODE-COUNT
                  OR LABOR-CODE-FOUND = 'YES'
               IF LCT-DEPARTMENT(LABOR-CODE-IDX) = IN-DEPARTMENT
                  AND LCT-JOB-CODE(LABOR-CODE-IDX) = IN-JOB-CODE
                   MOVE 'YES' TO LABOR-CODE-FOUND
               END-IF
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *loads the department/job code table - with no table, any
      *line naming a department is refused and only home-department
      *lines pay
       LOAD-LABOR-CODES.
           OPEN INPUT LABOR-CODE-FILE.
           IF LABOR-CODE-STATUS = '00'
               MOVE SPACES TO LABOR-CODE-EOF
               PERFORM UNTIL LABOR-CODE-EOF = 'YES'
                   READ LABOR-CODE-FILE
                       AT END MOVE 'YES' TO LABOR-CODE-EOF
                       NOT AT END
                           IF LABOR-CODE-COUNT IS LESS THAN 300
                               ADD 1 TO LABOR-CODE-COUNT
                               MOVE LC-DEPARTMENT
                                 TO LCT-DEPARTMENT(LABOR-CODE-COUNT)
                               MOVE LC-JOB-CODE
                                 TO LCT-JOB-CODE(LABOR-CODE-COUNT)
                               MOVE LC-DESCRIPTION
                                 TO LCT-DESCRIPTION(LABOR-CODE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LABOR-CODE-FILE
           ELSE
               DISPLAY 'NO LABOR CODE TABLE - HOME DEPARTMENT ONLY'
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *checks the input line against the employee master and either
                   MOVE 'YES' TO MASTER-FOUND-SWITCH
           END-READ.

           PERFORM CHECK-PAID-TWICE.

           EVALUATE TRUE
               WHEN MASTER-FOUND-SWITCH = 'NO '
                   MOVE 'EMPLOYEE NOT ON MASTER'
               WHEN NOT EM-IS-ACTIVE
                   MOVE 'TERMINATED EMPLOYEE' TO REJECT-PRINT-REASON
                   PERFORM REJECT-ONE-EMPLOYEE
               WHEN OFF-CYCLE-DUP-SWITCH = 'YES'
                   MOVE 'ALREADY PAID IN THIS BATCH'
                       TO REJECT-PRINT-REASON
                   PERFORM REJECT-ONE-EMPLOYEE
               WHEN LABOR-REJECT-REASON NOT = SPACES
                   MOVE LABOR-REJECT-REASON TO REJECT-PRINT-REASON
                   PERFORM REJECT-ONE-EMPLOYEE
               WHEN OTHER
                   PERFORM PAY-ONE-EMPLOYEE
           END-EVALUATE.

           ADD LABOR-LINES-READ TO EMP-COUNT.

      *saved after every employee, not on an interval, since
      *EMPLOYEE-WORK-FILE commits each employee immediately - the
      *checkpoint counts the input lines that employee took up so
      *a restart skips exactly the input records already handled
           PERFORM SAVE-CHECKPOINT.

      *an employee already on the work file this batch is not paid
      *again - the row already there is marked so the variance
      *review holds that pay until someone looks at both
       CHECK-PAID-TWICE.
           MOVE IN-EMP-ID TO EMP-ID.
           READ EMPLOYEE-WORK-FILE
               INVALID KEY
                   MOVE 'NO ' TO OFF-CYCLE-DUP-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO OFF-CYCLE-DUP-SWITCH
                   MOVE 'Y' TO EMP-PAID-TWICE
                   REWRITE EMPLOYEE-WORK-RECORD
                       INVALID KEY
                           DISPLAY 'WORK FILE REWRITE FAILED: '
                               EMP-ID
                   END-REWRITE
           END-READ.

       REJECT-ONE-EMPLOYEE.
           MOVE IN-EMP-ID TO REJECT-PRINT-ID.
           MOVE HOURS TO REJECT-PRINT-HOURS.
           MOVE EM-PAY-RATE TO EMP-RATE.
           MOVE EM-BANK-ACCOUNT TO EMP-ACCOUNT-NUMBER.
           MOVE EM-DEPARTMENT TO EMP-DEPARTMENT.
           MOVE SPACES TO EMP-PAY-KIND.
           MOVE ZERO TO EMP-LEAVE-PAYOUT EMP-MANUAL-CHECK.
           PERFORM CARRY-LABOR-LINES.
           MOVE 'N' TO EMP-PAID-TWICE.

      *compute the pay by hours type - leave and plain regular
      *hours pay straight time, everything else earns overtime
      *own earnings element, so it withholds like any other pay -
      *chargebacks outrunning earnings can net negative, and a
      *negative gross floors at zero rather than wrapping
           MOVE ZERO TO EMP-DRAW-ADJUST.
           PERFORM FIND-COMMISSION-EARNED.
           MOVE COMMISSION-EARNED TO EMP-COMMISSION.
           COMPUTE GROSS-WITH-COMMISSION =
           PERFORM GET-PRIOR-YTD-GROSS.
           PERFORM COMPUTE-WITHHOLDING.
           COMPUTE WITHHOLDING-AMOUNT =
               FED-WH-AMOUNT + FICA-WH-AMOUNT + STATE-LOCAL-WH-TOTAL.
           COMPUTE NET-PAY = GROSS-PAY - WITHHOLDING-AMOUNT.
           MOVE FED-WH-AMOUNT TO EMP-FED-WH.
           MOVE FICA-WH-AMOUNT TO EMP-FICA-WH.
           PERFORM CARRY-STATE-LOCAL-WH.
           PERFORM CARRY-EMPLOYER-TAXES.

      *voluntary deductions come out between withholding and net,
      *in the master's priority order, never below a zero check
           PERFORM APPLY-DEDUCTIONS.
           COMPUTE NET-PAY = NET-PAY - DEDUCTION-TOTAL.
           MOVE DEDUCTION-TOTAL TO EMP-DEDUCTION-TOTAL.
           MOVE GARN-TOTAL TO EMP-GARNISH-TOTAL.

           MOVE NET-PAY TO EMP-NET-PAY.
           MOVE NET-PAY TO NET-PAY-DISPLAY.

           PERFORM UPDATE-YTD.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *copies the gathered department/job charges to the work row,
      *a blank department becoming the home department
       CARRY-LABOR-LINES.
           MOVE LABOR-PAIR-COUNT TO EMP-LABOR-COUNT.
           PERFORM VARYING LABOR-PAIR-IDX FROM 1 BY 1
               UNTIL LABOR-PAIR-IDX > 6
               IF LABOR-PAIR-IDX > LABOR-PAIR-COUNT
                   MOVE SPACES TO EMP-LABOR-DEPT(LABOR-PAIR-IDX)
                                  EMP-LABOR-JOB(LABOR-PAIR-IDX)
                   MOVE ZERO TO EMP-LABOR-HOURS(LABOR-PAIR-IDX)
               ELSE
                   IF LP-DEPARTMENT(LABOR-PAIR-IDX) = SPACES
                       MOVE EM-DEPARTMENT
                           TO EMP-LABOR-DEPT(LABOR-PAIR-IDX)
                       MOVE SPACES TO EMP-LABOR-JOB(LABOR-PAIR-IDX)
                   ELSE
                       MOVE LP-DEPARTMENT(LABOR-PAIR-IDX)
                           TO EMP-LABOR-DEPT(LABOR-PAIR-IDX)
                       MOVE LP-JOB-CODE(LABOR-PAIR-IDX)
                           TO EMP-LABOR-JOB(LABOR-PAIR-IDX)
                   END-IF
                   MOVE LP-HOURS(LABOR-PAIR-IDX)
                       TO EMP-LABOR-HOURS(LABOR-PAIR-IDX)
               END-IF
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *reads one off-cycle transaction - the trailer ends the batch
      *as it does for input.txt
       PROCESS-OFF-CYCLE-INPUT.
           READ OFF-CYCLE-FILE
               AT END MOVE 'YES' TO EOF-SWITCH
           END-READ.

           IF EOF-SWITCH NOT EQUAL 'YES'
              AND OFF-CYCLE-RECORD(1:3) IS EQUAL TO 'TRL'
               MOVE 'YES' TO EOF-SWITCH
           END-IF.

           IF EOF-SWITCH NOT EQUAL 'YES'
               PERFORM FILL-OFF-CYCLE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *checks one off-cycle transaction and pays or rejects it - a
      *terminated employee is expected here, so only an unknown
      *employee, an unknown type, or a second transaction for the
      *same employee in one batch is refused
       FILL-OFF-CYCLE.
           MOVE OC-EMP-ID TO IN-EMP-ID.
           MOVE OC-HOURS TO HOURS.
           MOVE SPACE TO HOURS-TYPE.

           MOVE IN-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO MASTER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'YES' TO MASTER-FOUND-SWITCH
           END-READ.

           PERFORM CHECK-PAID-TWICE.

           EVALUATE TRUE
               WHEN MASTER-FOUND-SWITCH = 'NO '
                   MOVE 'EMPLOYEE NOT ON MASTER'
                       TO REJECT-PRINT-REASON
                   PERFORM REJECT-ONE-EMPLOYEE
               WHEN NOT OC-IS-FINAL-PAY
                AND NOT OC-IS-BONUS
                AND NOT OC-IS-MANUAL-CHECK
                   MOVE 'UNKNOWN OFF-CYCLE TYPE' TO REJECT-PRINT-REASON
                   PERFORM REJECT-ONE-EMPLOYEE
               WHEN OFF-CYCLE-DUP-SWITCH = 'YES'
                   MOVE 'ALREADY PAID IN THIS BATCH'
                       TO REJECT-PRINT-REASON
                   PERFORM REJECT-ONE-EMPLOYEE
               WHEN OTHER
                   PERFORM PAY-ONE-OFF-CYCLE
           END-EVALUATE.

           ADD 1 TO EMP-COUNT.
           PERFORM SAVE-CHECKPOINT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *builds the work row for one off-cycle transaction the way
      *PAY-ONE-EMPLOYEE builds a regular one - final pay earns its
      *hours as the regular run would and cashes out the vacation
      *bank; a bonus or a handwritten check is the amount keyed
       PAY-ONE-OFF-CYCLE.
           MOVE IN-EMP-ID TO EMP-ID.
           MOVE EM-FIRST-NAME TO FIRST-NAME-OUT.
           MOVE EM-LAST-NAME TO LAST-NAME-OUT.
           MOVE HOURS TO EMP-HOURS.
           MOVE EM-PAY-RATE TO EMP-RATE.
           MOVE EM-BANK-ACCOUNT TO EMP-ACCOUNT-NUMBER.
           MOVE EM-DEPARTMENT TO EMP-DEPARTMENT.
           MOVE SPACES TO EMP-HOURS-TYPE.
           MOVE OC-TRAN-TYPE TO EMP-PAY-KIND.
           MOVE ZERO TO EMP-COMMISSION EMP-RETRO-PAY EMP-DRAW-ADJUST
                        EMP-LEAVE-PAYOUT EMP-MANUAL-CHECK.
           MOVE 'NO ' TO EMP-BONUS-ELIGIBLE.
           MOVE ZERO TO LABOR-PAIR-COUNT.
           PERFORM CARRY-LABOR-LINES.
           MOVE 'N' TO EMP-PAID-TWICE.

           PERFORM READ-LEAVE-BALANCE.
           MOVE LB-VAC-BALANCE TO EMP-VAC-BAL.
           MOVE LB-SICK-BALANCE TO EMP-SICK-BAL.

           EVALUATE TRUE
               WHEN OC-IS-FINAL-PAY
                   IF HOURS <= 40
                       COMPUTE GROSS-PAY ROUNDED = HOURS * EM-PAY-RATE
                   ELSE
                       COMPUTE GROSS-PAY ROUNDED =
                       (EM-PAY-RATE * 1.5 * (HOURS - 40)) +
                       (EM-PAY-RATE * 40)
                   END-IF
                   COMPUTE EMP-LEAVE-PAYOUT ROUNDED =
                       LB-VAC-BALANCE * EM-PAY-RATE
                   ADD EMP-LEAVE-PAYOUT TO GROSS-PAY
                   MOVE ZERO TO EMP-VAC-BAL
               WHEN OC-IS-MANUAL-CHECK
                   MOVE OC-AMOUNT TO GROSS-PAY
                   MOVE OC-CHECK-NUMBER TO EMP-MANUAL-CHECK
               WHEN OTHER
                   MOVE OC-AMOUNT TO GROSS-PAY
           END-EVALUATE.
           MOVE GROSS-PAY TO GROSS-PAY-DISPLAY.

           PERFORM GET-PRIOR-YTD-GROSS.
           PERFORM COMPUTE-WITHHOLDING.

      *a bonus paid on its own withholds federal at the flat
      *supplemental rate rather than through the brackets
           IF OC-IS-BONUS
               COMPUTE FED-WH-AMOUNT ROUNDED =
                   GROSS-PAY * SUPPLEMENTAL-RATE
           END-IF.

           COMPUTE WITHHOLDING-AMOUNT =
               FED-WH-AMOUNT + FICA-WH-AMOUNT + STATE-LOCAL-WH-TOTAL.
           COMPUTE NET-PAY = GROSS-PAY - WITHHOLDING-AMOUNT.

      *a handwritten check is already cashed - if it was not written
      *for the net the tables give, posting it would put the YTD
      *and the filings out of step with what was really withheld
           IF OC-IS-MANUAL-CHECK
              AND NET-PAY IS NOT EQUAL TO OC-NET-AMOUNT
               DISPLAY 'MANUAL CHECK ' OC-CHECK-NUMBER ' FOR '
                   IN-EMP-ID ' WRITTEN FOR ' OC-NET-AMOUNT
                   ' - TABLES GIVE ' NET-PAY
               MOVE 'MANUAL CHECK NET DISAGREES'
                   TO REJECT-PRINT-REASON
               PERFORM REJECT-ONE-EMPLOYEE
           ELSE
               PERFORM FINISH-ONE-OFF-CYCLE
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *final pay comes out under every order and deduction, as the
      *last regular check would; wage orders reach a bonus but the
      *scheduled deductions do not; a handwritten check carried no
      *deductions when it was written
       FINISH-ONE-OFF-CYCLE.
           MOVE FED-WH-AMOUNT TO EMP-FED-WH.
           MOVE FICA-WH-AMOUNT TO EMP-FICA-WH.
           PERFORM CARRY-STATE-LOCAL-WH.
           PERFORM CARRY-EMPLOYER-TAXES.

           EVALUATE TRUE
               WHEN OC-IS-FINAL-PAY
                   PERFORM APPLY-DEDUCTIONS
               WHEN OC-IS-BONUS
                   MOVE ZERO TO DEDUCTION-TOTAL
                   MOVE NET-PAY TO AVAILABLE-NET
                   MOVE NET-PAY TO DISPOSABLE-EARNINGS
                   PERFORM APPLY-GARNISHMENTS
               WHEN OTHER
                   MOVE ZERO TO DEDUCTION-TOTAL GARN-TOTAL
           END-EVALUATE.
           COMPUTE NET-PAY = NET-PAY - DEDUCTION-TOTAL.
           MOVE DEDUCTION-TOTAL TO EMP-DEDUCTION-TOTAL.
           MOVE GARN-TOTAL TO EMP-GARNISH-TOTAL.

           MOVE NET-PAY TO EMP-NET-PAY.
           MOVE NET-PAY TO NET-PAY-DISPLAY.

           WRITE EMPLOYEE-WORK-RECORD
               INVALID KEY
                   DISPLAY 'DUPLICATE EMPLOYEE KEY ON RESTART: '
                       EMP-ID
           END-WRITE.

           PERFORM UPDATE-YTD.

      *the vacation bank is paid - it comes off the balance file for
      *good, so the regular run's termination pass finds nothing
           IF OC-IS-FINAL-PAY
              AND LEAVE-FOUND-SWITCH = 'YES'
               MOVE ZERO TO LB-VAC-BALANCE
               PERFORM WRITE-LEAVE-BALANCE
           END-IF.

           ADD 1 TO OFF-CYCLE-PAID-COUNT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the jurisdictions and amounts just withheld go on the work
      *record for the stub and the GL journal
       CARRY-STATE-LOCAL-WH.
           MOVE STATE1-CODE TO EMP-STATE1-CODE.
           MOVE STATE1-WH-AMOUNT TO EMP-STATE1-WH.
           MOVE STATE2-CODE TO EMP-STATE2-CODE.
           MOVE STATE2-WH-AMOUNT TO EMP-STATE2-WH.
           MOVE LOCAL-CODE TO EMP-LOCAL-CODE.
           MOVE LOCAL-WH-AMOUNT TO EMP-LOCAL-WH.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       CARRY-EMPLOYER-TAXES.
           MOVE ER-FICA-AMOUNT TO EMP-ER-FICA.
           MOVE ER-FUTA-AMOUNT TO EMP-ER-FUTA.
           MOVE ER-SUTA-AMOUNT TO EMP-ER-SUTA.
           MOVE ER-SUTA-STATE TO EMP-SUTA-STATE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *picks up the accrual policy; without it the rates stay zero
      *and leave balances neither grow nor exist
       READ-LEAVE-POLICY.
           ELSE
               DISPLAY 'NO LEAVE POLICY - NO ACCRUAL THIS RUN'
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the review thresholds - the defaults above stand when the
      *file is missing
       READ-VARIANCE-POLICY.
           OPEN INPUT VARIANCE-POLICY-FILE.
           IF VARIANCE-POLICY-STATUS = '00'
               READ VARIANCE-POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE VP-PERCENT TO VARIANCE-PERCENT
                       MOVE VP-NET-CEILING TO VARIANCE-NET-CEILING
               END-READ
               CLOSE VARIANCE-POLICY-FILE
           ELSE
               DISPLAY 'NO VARIANCE POLICY - DEFAULT THRESHOLDS USED'
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       READ-LEAVE-BALANCE.
           MOVE IN-EMP-ID TO LB-EMP-ID.
           MOVE LB-EMP-ID TO IN-EMP-ID.
           MOVE ZERO TO HOURS.

      *a work record already there for hours paid tonight means the
      *payout will be held for next run - its wage orders are not
      *worked for a payout that is not disbursed
           MOVE LB-EMP-ID TO EMP-ID.
           READ EMPLOYEE-WORK-FILE
               INVALID KEY
                   MOVE 'YES' TO PAYOUT-WRITE-OK
               NOT INVALID KEY
                   MOVE 'NO ' TO PAYOUT-WRITE-OK
           END-READ.

           MOVE LB-EMP-ID TO EMP-ID.
           MOVE EM-FIRST-NAME TO FIRST-NAME-OUT.
           MOVE EM-LAST-NAME TO LAST-NAME-OUT.
           COMPUTE GROSS-PAY ROUNDED =
               LB-VAC-BALANCE * EM-PAY-RATE.
           MOVE GROSS-PAY TO GROSS-PAY-DISPLAY.
           MOVE ZERO TO EMP-COMMISSION EMP-RETRO-PAY EMP-DRAW-ADJUST.
           MOVE SPACES TO EMP-PAY-KIND.
           MOVE GROSS-PAY TO EMP-LEAVE-PAYOUT.
           MOVE ZERO TO EMP-MANUAL-CHECK.
           MOVE ZERO TO LABOR-PAIR-COUNT.
           PERFORM CARRY-LABOR-LINES.
           MOVE 'N' TO EMP-PAID-TWICE.

           PERFORM GET-PRIOR-YTD-GROSS.
           PERFORM COMPUTE-WITHHOLDING.
           COMPUTE WITHHOLDING-AMOUNT =
               FED-WH-AMOUNT + FICA-WH-AMOUNT + STATE-LOCAL-WH-TOTAL.
           COMPUTE NET-PAY = GROSS-PAY - WITHHOLDING-AMOUNT.
           PERFORM CARRY-STATE-LOCAL-WH.
           PERFORM CARRY-EMPLOYER-TAXES.

      *wage orders reach the payout as they reach an off-cycle
      *bonus; the scheduled deductions do not
           MOVE ZERO TO DEDUCTION-TOTAL GARN-TOTAL.
           IF PAYOUT-WRITE-OK = 'YES'
               MOVE NET-PAY TO AVAILABLE-NET
               MOVE NET-PAY TO DISPOSABLE-EARNINGS
               PERFORM APPLY-GARNISHMENTS
           END-IF.
           COMPUTE NET-PAY = NET-PAY - DEDUCTION-TOTAL.
           MOVE DEDUCTION-TOTAL TO EMP-DEDUCTION-TOTAL.
           MOVE GARN-TOTAL TO EMP-GARNISH-TOTAL.
           MOVE NET-PAY TO EMP-NET-PAY.
           MOVE NET-PAY TO NET-PAY-DISPLAY.
           MOVE FED-WH-AMOUNT TO EMP-FED-WH.
      *hours paid tonight - nothing was disbursed, so the balance
      *stays on the master untouched and pays out next run instead
      *of being posted to YTD and forfeited
           WRITE EMPLOYEE-WORK-RECORD
               INVALID KEY
                   MOVE 'NO ' TO PAYOUT-WRITE-OK
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *walks this employee's deductions in master (priority) order,
      *taking what the check can cover and tracking the rest as
      *arrears to catch up on a later run - wage orders come off
      *first, against disposable earnings (gross less the taxes
      *withheld), and the voluntary deductions share what is left
       APPLY-DEDUCTIONS.
           MOVE ZERO TO DEDUCTION-TOTAL.
           MOVE NET-PAY TO AVAILABLE-NET.

           MOVE NET-PAY TO DISPOSABLE-EARNINGS.
           PERFORM APPLY-GARNISHMENTS.

           PERFORM VARYING DED-IDX FROM 1 BY 1
               UNTIL DED-IDX > DED-COUNT
               IF DED-EMP-ID(DED-IDX) = IN-EMP-ID
                   PERFORM APPLY-ONE-DEDUCTION
               END-IF
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the employee's active orders by legal priority - all support
      *orders, then levies, then creditor garnishments, and within
      *a type the order received first
       APPLY-GARNISHMENTS.
           MOVE ZERO TO GARN-TOTAL.
           PERFORM VARYING GARN-IDX FROM 1 BY 1
               UNTIL GARN-IDX > GARN-COUNT
               IF GAR-EMP-ID(GARN-IDX) = IN-EMP-ID
                   MOVE 'NO ' TO GAR-DONE-SWITCH(GARN-IDX)
               END-IF
           END-PERFORM.

           PERFORM VARYING GARN-TYPE-IDX FROM 1 BY 1
               UNTIL GARN-TYPE-IDX > 3
               MOVE GARN-TYPE-ORDER(GARN-TYPE-IDX:1)
                   TO GARN-CURRENT-TYPE
               MOVE 'YES' TO GARN-MORE-SWITCH
               PERFORM UNTIL GARN-MORE-SWITCH = 'NO '
                   PERFORM FIND-NEXT-GARNISHMENT
                   IF GARN-BEST IS EQUAL TO ZERO
                       MOVE 'NO ' TO GARN-MORE-SWITCH
                   ELSE
                       MOVE 'YES' TO GAR-DONE-SWITCH(GARN-BEST)
                       PERFORM APPLY-ONE-GARNISHMENT
                   END-IF
               END-PERFORM
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the oldest active order of the current type not yet worked
      *for this employee, or zero when none is left
       FIND-NEXT-GARNISHMENT.
           MOVE ZERO TO GARN-BEST.
           PERFORM VARYING GARN-IDX FROM 1 BY 1
               UNTIL GARN-IDX > GARN-COUNT
               IF GAR-EMP-ID(GARN-IDX) = IN-EMP-ID
                  AND GAR-ORDER-TYPE(GARN-IDX) = GARN-CURRENT-TYPE
                  AND GAR-STATUS(GARN-IDX) = 'A'
                  AND GAR-DONE-SWITCH(GARN-IDX) = 'NO '
                   IF GARN-BEST IS EQUAL TO ZERO
                       MOVE GARN-IDX TO GARN-BEST
                   ELSE
                       IF GAR-RECEIVED-DATE(GARN-IDX)
                           < GAR-RECEIVED-DATE(GARN-BEST)
                           MOVE GARN-IDX TO GARN-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *one order: what is due is the order amount (or percent of
      *disposable earnings) plus arrears, capped by the goal; what
      *may be taken is the order's share of disposable earnings
      *less what the orders ahead of it took, and for a creditor
      *also never into the minimum-wage floor - anything due that
      *cannot be taken is the shortfall, carried as arrears
       APPLY-ONE-GARNISHMENT.
           IF GAR-METHOD(GARN-BEST) = 'P'
               COMPUTE GARN-DUE ROUNDED =
                   DISPOSABLE-EARNINGS * GAR-AMOUNT(GARN-BEST) / 100
           ELSE
               MOVE GAR-AMOUNT(GARN-BEST) TO GARN-DUE
           END-IF.
           ADD GAR-ARREARS(GARN-BEST) TO GARN-DUE.

           IF GAR-GOAL(GARN-BEST) IS GREATER THAN ZERO
               COMPUTE GARN-GOAL-REMAINING = GAR-GOAL(GARN-BEST)
                   - GAR-TAKEN-TO-DATE(GARN-BEST)
               IF GARN-GOAL-REMAINING IS LESS THAN ZERO
                   MOVE ZERO TO GARN-GOAL-REMAINING
               END-IF
               IF GARN-DUE IS GREATER THAN GARN-GOAL-REMAINING
                   MOVE GARN-GOAL-REMAINING TO GARN-DUE
               END-IF
           END-IF.

           MOVE GAR-LIMIT-PCT(GARN-BEST) TO GARN-LIMIT-PCT.
           IF GARN-LIMIT-PCT IS EQUAL TO ZERO
               EVALUATE GARN-CURRENT-TYPE
                   WHEN 'S'
                       MOVE GARN-SUPPORT-PCT TO GARN-LIMIT-PCT
                   WHEN 'L'
                       MOVE GARN-LEVY-PCT TO GARN-LIMIT-PCT
                   WHEN OTHER
                       MOVE GARN-CREDITOR-PCT TO GARN-LIMIT-PCT
               END-EVALUATE
           END-IF.
           COMPUTE GARN-LIMIT ROUNDED =
               (DISPOSABLE-EARNINGS * GARN-LIMIT-PCT / 100)
               - GARN-TOTAL.
           IF GARN-CURRENT-TYPE = 'C'
               COMPUTE GARN-FLOOR-LIMIT = DISPOSABLE-EARNINGS
                   - GARN-WAGE-FLOOR - GARN-TOTAL
               IF GARN-FLOOR-LIMIT IS LESS THAN GARN-LIMIT
                   MOVE GARN-FLOOR-LIMIT TO GARN-LIMIT
               END-IF
           END-IF.
           IF GARN-LIMIT IS GREATER THAN AVAILABLE-NET
               MOVE AVAILABLE-NET TO GARN-LIMIT
           END-IF.
           IF GARN-LIMIT IS LESS THAN ZERO
               MOVE ZERO TO GARN-LIMIT
           END-IF.

           IF GARN-DUE IS GREATER THAN GARN-LIMIT
               MOVE GARN-LIMIT TO GARN-TAKE
           ELSE
               MOVE GARN-DUE TO GARN-TAKE
           END-IF.
           COMPUTE GARN-SHORTFALL = GARN-DUE - GARN-TAKE.

           MOVE GARN-SHORTFALL TO GAR-ARREARS(GARN-BEST).
           MOVE GARN-TAKE TO GAR-TAKEN-THIS-RUN(GARN-BEST).
           ADD GARN-TAKE TO GAR-TAKEN-TO-DATE(GARN-BEST).
           ADD GARN-TAKE TO GARN-TOTAL.
           ADD GARN-TAKE TO DEDUCTION-TOTAL.
           SUBTRACT GARN-TAKE FROM AVAILABLE-NET.

           IF GARN-DUE IS GREATER THAN ZERO
               MOVE GAR-EMP-ID(GARN-BEST) TO GARNREG-PRINT-ID
               MOVE GAR-ORDER-TYPE(GARN-BEST) TO GARNREG-PRINT-TYPE
               MOVE GAR-CASE-NUMBER(GARN-BEST) TO GARNREG-PRINT-CASE
               MOVE GARN-DUE TO GARNREG-PRINT-DUE
               MOVE GARN-LIMIT TO GARNREG-PRINT-LIMIT
               MOVE GARN-TAKE TO GARNREG-PRINT-TAKEN
               MOVE GARN-SHORTFALL TO GARNREG-PRINT-SHORT
               IF GARN-SHORTFALL IS GREATER THAN ZERO
                   MOVE 'SHORT' TO GARNREG-PRINT-FLAG
                   ADD 1 TO GARN-SHORT-COUNT
               ELSE
                   MOVE SPACES TO GARNREG-PRINT-FLAG
               END-IF
               MOVE GARNISHMENT-REG-LINE TO GARNISHMENT-REGISTER-OUT
               WRITE GARNISHMENT-REGISTER-OUT
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *one deduction: what is due this run is the scheduled amount
      *(or percent of gross) plus any arrears, capped by the goal
               IF CT-EMP-ID(COMM-IDX) = IN-EMP-ID
                   MOVE CT-AMOUNT(COMM-IDX) TO COMMISSION-EARNED
                   MOVE 'Y' TO CT-PAID-FLAG(COMM-IDX)
                   IF CT-DRAW-IDX(COMM-IDX) IS GREATER THAN ZERO
                       PERFORM SETTLE-DRAW
                   END-IF
               END-IF
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *pays the greater of the commission earned or the draw: short
      *of the draw, the gap is paid and - on a recoverable draw -
      *added to the deficit; past the draw, whatever sits above it
      *goes to paying the deficit down first
       SETTLE-DRAW.
           MOVE CT-DRAW-IDX(COMM-IDX) TO DRAW-BAL-IDX.
           MOVE COMMISSION-EARNED TO DBT-EARNED(DRAW-BAL-IDX).
           MOVE 'YES' TO DBT-PAID-SWITCH(DRAW-BAL-IDX).
           MOVE 'A' TO DBT-STATUS(DRAW-BAL-IDX).
           MOVE PAYROLL-RUN-DATE TO DBT-LAST-DATE(DRAW-BAL-IDX).

           IF COMMISSION-EARNED < DBT-DRAW-AMOUNT(DRAW-BAL-IDX)
               COMPUTE DRAW-ADJUST =
                   DBT-DRAW-AMOUNT(DRAW-BAL-IDX) - COMMISSION-EARNED
               ADD DRAW-ADJUST TO DBT-ADVANCED(DRAW-BAL-IDX)
               IF DBT-RECOVERABLE(DRAW-BAL-IDX) = 'Y'
                   ADD DRAW-ADJUST TO DBT-DEFICIT(DRAW-BAL-IDX)
               END-IF
           ELSE
               COMPUTE DRAW-EXCESS =
                   COMMISSION-EARNED - DBT-DRAW-AMOUNT(DRAW-BAL-IDX)
               IF DRAW-EXCESS > DBT-DEFICIT(DRAW-BAL-IDX)
                   MOVE DBT-DEFICIT(DRAW-BAL-IDX) TO DRAW-RECOVERY
               ELSE
                   MOVE DRAW-EXCESS TO DRAW-RECOVERY
               END-IF
               SUBTRACT DRAW-RECOVERY FROM DBT-DEFICIT(DRAW-BAL-IDX)
               ADD DRAW-RECOVERY TO DBT-RECOVERED(DRAW-BAL-IDX)
               COMPUTE DRAW-ADJUST = ZERO - DRAW-RECOVERY
           END-IF.

           ADD DRAW-ADJUST TO COMMISSION-EARNED.
           MOVE DRAW-ADJUST TO EMP-DRAW-ADJUST.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *rolls this employee's hours and gross pay for this run into
      *their running year-to-date master record, creating the row
      *the first time this employee is seen - keyed by employee ID,
                       MOVE ZERO TO YTD-QTR-GROSS(QTR-IDX)
                                    YTD-QTR-FED(QTR-IDX)
                                    YTD-QTR-FICA(QTR-IDX)
                                    YTD-ER-FICA(QTR-IDX)
                                    YTD-ER-FUTA(QTR-IDX)
                                    YTD-ER-SUTA(QTR-IDX)
                   END-PERFORM
                   PERFORM CLEAR-YTD-JURISDICTIONS
           END-READ.

           MOVE IN-EMP-ID TO YTD-EMPLOYEE-KEY.
           ADD GROSS-PAY TO YTD-QTR-GROSS(RUN-QUARTER).
           ADD FED-WH-AMOUNT TO YTD-QTR-FED(RUN-QUARTER).
           ADD FICA-WH-AMOUNT TO YTD-QTR-FICA(RUN-QUARTER).
           ADD ER-FICA-AMOUNT TO YTD-ER-FICA(RUN-QUARTER).
           ADD ER-FUTA-AMOUNT TO YTD-ER-FUTA(RUN-QUARTER).
           ADD ER-SUTA-AMOUNT TO YTD-ER-SUTA(RUN-QUARTER).
           MOVE GROSS-PAY TO POST-WAGES.
           MOVE STATE1-WH-AMOUNT TO POST-STATE1-WH.
           MOVE STATE2-WH-AMOUNT TO POST-STATE2-WH.
           MOVE LOCAL-WH-AMOUNT TO POST-LOCAL-WH.
           PERFORM POST-JURISDICTION-YTD.

           IF YTD-FILE-STATUS = '23' OR YTD-FILE-STATUS = '14'
               WRITE YTD-RECORD
           ELSE
               REWRITE YTD-RECORD
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       CLEAR-YTD-JURISDICTIONS.
           PERFORM VARYING YTD-SLOT-IDX FROM 1 BY 1
               UNTIL YTD-SLOT-IDX > 3
               MOVE SPACES TO YTD-STATE-CODE(YTD-SLOT-IDX)
               PERFORM VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > 4
                   MOVE ZERO TO YTD-STATE-WAGES(YTD-SLOT-IDX, QTR-IDX)
                                YTD-STATE-WH(YTD-SLOT-IDX, QTR-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING YTD-SLOT-IDX FROM 1 BY 1
               UNTIL YTD-SLOT-IDX > 2
               MOVE SPACES TO YTD-LOCAL-CODE(YTD-SLOT-IDX)
               PERFORM VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > 4
                   MOVE ZERO TO YTD-LOCAL-WAGES(YTD-SLOT-IDX, QTR-IDX)
                                YTD-LOCAL-WH(YTD-SLOT-IDX, QTR-IDX)
               END-PERFORM
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *adds POST-WAGES and the withholding figures to each state and
      *city slot the employee withheld for, in the run's quarter
       POST-JURISDICTION-YTD.
           IF STATE1-CODE IS NOT EQUAL TO SPACES
               MOVE STATE1-CODE TO POST-STATE-CODE
               MOVE POST-STATE1-WH TO POST-STATE-WH
               PERFORM POST-ONE-STATE-YTD
           END-IF.
           IF STATE2-CODE IS NOT EQUAL TO SPACES
               MOVE STATE2-CODE TO POST-STATE-CODE
               MOVE POST-STATE2-WH TO POST-STATE-WH
               PERFORM POST-ONE-STATE-YTD
           END-IF.

           IF LOCAL-CODE IS NOT EQUAL TO SPACES
               MOVE ZERO TO YTD-SLOT-FOUND
               PERFORM VARYING YTD-SLOT-IDX FROM 2 BY -1
                   UNTIL YTD-SLOT-IDX < 1
                   IF YTD-LOCAL-CODE(YTD-SLOT-IDX) = LOCAL-CODE
                      OR (YTD-LOCAL-CODE(YTD-SLOT-IDX) = SPACES
                          AND YTD-SLOT-FOUND = ZERO)
                       MOVE YTD-SLOT-IDX TO YTD-SLOT-FOUND
                   END-IF
               END-PERFORM
               IF YTD-SLOT-FOUND IS EQUAL TO ZERO
                   DISPLAY 'NO LOCAL SLOT LEFT ON YTD FOR '
                       YTD-EMPLOYEE-KEY ' CITY ' LOCAL-CODE
               ELSE
                   MOVE LOCAL-CODE TO YTD-LOCAL-CODE(YTD-SLOT-FOUND)
                   ADD POST-WAGES
                       TO YTD-LOCAL-WAGES(YTD-SLOT-FOUND, RUN-QUARTER)
                   ADD POST-LOCAL-WH
                       TO YTD-LOCAL-WH(YTD-SLOT-FOUND, RUN-QUARTER)
               END-IF
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the state's own slot when it has one, otherwise the first
      *empty one - the scan runs high to low so the lowest empty
      *slot is the one left standing
       POST-ONE-STATE-YTD.
           MOVE ZERO TO YTD-SLOT-FOUND.
           PERFORM VARYING YTD-SLOT-IDX FROM 3 BY -1
               UNTIL YTD-SLOT-IDX < 1
               IF YTD-STATE-CODE(YTD-SLOT-IDX) = POST-STATE-CODE
                   MOVE YTD-SLOT-IDX TO YTD-SLOT-FOUND
               END-IF
           END-PERFORM.
           IF YTD-SLOT-FOUND IS EQUAL TO ZERO
               PERFORM VARYING YTD-SLOT-IDX FROM 3 BY -1
                   UNTIL YTD-SLOT-IDX < 1
                   IF YTD-STATE-CODE(YTD-SLOT-IDX) = SPACES
                       MOVE YTD-SLOT-IDX TO YTD-SLOT-FOUND
                   END-IF
               END-PERFORM
           END-IF.

           IF YTD-SLOT-FOUND IS EQUAL TO ZERO
               DISPLAY 'NO STATE SLOT LEFT ON YTD FOR '
                   YTD-EMPLOYEE-KEY ' STATE ' POST-STATE-CODE
           ELSE
               MOVE POST-STATE-CODE TO YTD-STATE-CODE(YTD-SLOT-FOUND)
               ADD POST-WAGES
                   TO YTD-STATE-WAGES(YTD-SLOT-FOUND, RUN-QUARTER)
               ADD POST-STATE-WH
                   TO YTD-STATE-WH(YTD-SLOT-FOUND, RUN-QUARTER)
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *walks the work file adding the flat bonus into each
      *employee's gross pay when that employee individually
               INVALID KEY
                   MOVE SPACES TO EM-FILING-STATUS
                   MOVE ZERO TO EM-ALLOWANCES
                   MOVE SPACES TO EM-WORK-STATE EM-RESIDENCE-STATE
                                  EM-LOCAL-CODE
           END-READ.

           MOVE EMP-ID TO YTD-EMPLOYEE-KEY.

           PERFORM COMPUTE-WITHHOLDING.
           COMPUTE WITHHOLDING-AMOUNT =
               FED-WH-AMOUNT + FICA-WH-AMOUNT + STATE-LOCAL-WH-TOTAL.
           COMPUTE NET-PAY =
               GROSS-PAY - WITHHOLDING-AMOUNT
               - EMP-DEDUCTION-TOTAL.
           MOVE NET-PAY TO NET-PAY-DISPLAY.
           COMPUTE BONUS-FED-DELTA = FED-WH-AMOUNT - EMP-FED-WH.
           COMPUTE BONUS-FICA-DELTA = FICA-WH-AMOUNT - EMP-FICA-WH.
           COMPUTE BONUS-STATE1-DELTA =
               STATE1-WH-AMOUNT - EMP-STATE1-WH.
           COMPUTE BONUS-STATE2-DELTA =
               STATE2-WH-AMOUNT - EMP-STATE2-WH.
           COMPUTE BONUS-LOCAL-DELTA = LOCAL-WH-AMOUNT - EMP-LOCAL-WH.
           COMPUTE BONUS-ER-FICA-DELTA = ER-FICA-AMOUNT - EMP-ER-FICA.
           COMPUTE BONUS-ER-FUTA-DELTA = ER-FUTA-AMOUNT - EMP-ER-FUTA.
           COMPUTE BONUS-ER-SUTA-DELTA = ER-SUTA-AMOUNT - EMP-ER-SUTA.
           MOVE FED-WH-AMOUNT TO EMP-FED-WH.
           MOVE FICA-WH-AMOUNT TO EMP-FICA-WH.
           PERFORM CARRY-STATE-LOCAL-WH.
           PERFORM CARRY-EMPLOYER-TAXES.
           REWRITE EMPLOYEE-WORK-RECORD.
           PERFORM ADD-BONUS-TO-YTD.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
                   ADD 50 TO YTD-QTR-GROSS(RUN-QUARTER)
                   ADD BONUS-FED-DELTA TO YTD-QTR-FED(RUN-QUARTER)
                   ADD BONUS-FICA-DELTA TO YTD-QTR-FICA(RUN-QUARTER)
                   ADD BONUS-ER-FICA-DELTA TO YTD-ER-FICA(RUN-QUARTER)
                   ADD BONUS-ER-FUTA-DELTA TO YTD-ER-FUTA(RUN-QUARTER)
                   ADD BONUS-ER-SUTA-DELTA TO YTD-ER-SUTA(RUN-QUARTER)
                   MOVE 50 TO POST-WAGES
                   MOVE BONUS-STATE1-DELTA TO POST-STATE1-WH
                   MOVE BONUS-STATE2-DELTA TO POST-STATE2-WH
                   MOVE BONUS-LOCAL-DELTA TO POST-LOCAL-WH
                   PERFORM POST-JURISDICTION-YTD
                   REWRITE YTD-RECORD
           END-READ.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
                OUTPUT CHECK-REGISTER-FILE.
           OPEN EXTEND CHECK-REGISTER-MASTER.

      *held pay accumulates across runs until it is worked - created
      *empty the first time
           OPEN EXTEND HELD-PAY-FILE.
           IF HELD-PAY-STATUS IS EQUAL TO '35'
               OPEN OUTPUT HELD-PAY-FILE
           END-IF.
           OPEN OUTPUT VARIANCE-REPORT.
           MOVE VARIANCE-TITLE TO VARIANCE-OUT.
           WRITE VARIANCE-OUT.
           MOVE VARIANCE-HEADING TO VARIANCE-OUT.
           WRITE VARIANCE-OUT.

           MOVE DD-HEADING TO DD-OUT.
           WRITE DD-OUT.

                   AT END MOVE 'YES' TO EOF-SWITCH
                   NOT AT END
                       ADD EMP-NET-PAY TO TOTAL-NET-PAY
                       IF EMP-IS-MANUAL-CHECK
                           PERFORM RECORD-MANUAL-CHECK
                       ELSE
                           PERFORM REVIEW-ONE-EMPLOYEE
                           IF REVIEW-HOLD-SWITCH = 'YES'
                               PERFORM HOLD-ONE-EMPLOYEE
                           ELSE
                               PERFORM DISBURSE-ONE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *deposits have to add back to total net pay
           PERFORM WRITE-DISBURSEMENT-BALANCE.

           MOVE HELD-COUNT TO TRAIL-HELD-COUNT.
           MOVE HELD-TOTAL-AMOUNT TO TRAIL-HELD-TOTAL.
           MOVE VARIANCE-TRAILER TO VARIANCE-OUT.
           WRITE VARIANCE-OUT.
           IF HELD-COUNT IS GREATER THAN ZERO
               DISPLAY HELD-COUNT ' EMPLOYEES HELD FOR REVIEW - SEE '
                   'payroll-variance.txt'
           END-IF.

           CLOSE CHECK-PRINT-FILE
                 CHECK-REGISTER-FILE
                 CHECK-REGISTER-MASTER
                 HELD-PAY-FILE
                 VARIANCE-REPORT.

           PERFORM SAVE-CHECK-NUMBER.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *a usable bank account gets a deposit, anyone else a check
       DISBURSE-ONE-EMPLOYEE.
           IF EMP-ACCOUNT-NUMBER IS NUMERIC
              AND EMP-ACCOUNT-NUMBER IS GREATER THAN ZERO
               MOVE FIRST-NAME-OUT TO DD-EMPLOYEE-FIRST-NAME
               MOVE LAST-NAME-OUT TO DD-EMPLOYEE-LAST-NAME
               MOVE EMP-ACCOUNT-NUMBER TO DD-ACCOUNT-NUMBER
               MOVE EMP-NET-PAY TO DD-DEPOSIT-AMOUNT
               MOVE DD-DETAIL-LINE TO DD-OUT
               WRITE DD-OUT
               ADD 1 TO DD-COUNT
               ADD EMP-NET-PAY TO DD-TOTAL-AMOUNT
           ELSE
               PERFORM WRITE-ONE-PAYCHECK
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *compares the employee's pay to the average of their own prior
      *runs and checks the outright limits - any reason found holds
      *the pay; the history in storage was loaded before this run
      *appended to it, so it holds prior runs only.  a payout or an
      *off-cycle check with no hours has no hours to test, and its
      *gross and net are measured only against pay of its own kind
       REVIEW-ONE-EMPLOYEE.
           MOVE 'NO ' TO REVIEW-HOLD-SWITCH.
           MOVE ZERO TO REVIEW-REASON-COUNT.
           MOVE GROSS-PAY-DISPLAY TO REVIEW-GROSS.
           PERFORM SET-HISTORY-PAY-KIND.
           PERFORM GATHER-PRIOR-PAY.

           IF PRIOR-RUN-COUNT IS EQUAL TO ZERO
               MOVE 'NEW - NO PRIOR PAY' TO REVIEW-REASON-TEXT
               PERFORM ADD-REVIEW-REASON
           ELSE
               IF PRIOR-HOURS-COUNT IS GREATER THAN ZERO
                  AND (EMP-HOURS IS GREATER THAN ZERO
                       OR HISTORY-PAY-KIND = SPACE)
                   MOVE EMP-HOURS TO REVIEW-CURRENT
                   MOVE PRIOR-AVG-HOURS TO REVIEW-PRIOR
                   PERFORM TEST-VARIANCE
                   IF REVIEW-OVER-SWITCH = 'YES'
                       MOVE 'HOURS VARIANCE' TO REVIEW-REASON-TEXT
                       PERFORM ADD-PCT-REASON
                   END-IF
               END-IF
               IF PRIOR-AMOUNT-COUNT IS GREATER THAN ZERO
                   MOVE REVIEW-GROSS TO REVIEW-CURRENT
                   MOVE PRIOR-AVG-GROSS TO REVIEW-PRIOR
                   PERFORM TEST-VARIANCE
                   IF REVIEW-OVER-SWITCH = 'YES'
                       MOVE 'GROSS VARIANCE' TO REVIEW-REASON-TEXT
                       PERFORM ADD-PCT-REASON
                   END-IF
                   MOVE EMP-NET-PAY TO REVIEW-CURRENT
                   MOVE PRIOR-AVG-NET TO REVIEW-PRIOR
                   PERFORM TEST-VARIANCE
                   IF REVIEW-OVER-SWITCH = 'YES'
                       MOVE 'NET VARIANCE' TO REVIEW-REASON-TEXT
                       PERFORM ADD-PCT-REASON
                   END-IF
               END-IF
           END-IF.

           IF EMP-PAID-TWICE = 'Y'
               MOVE 'PAID TWICE IN BATCH' TO REVIEW-REASON-TEXT
               PERFORM ADD-REVIEW-REASON
           END-IF.
           IF EMP-NET-PAY IS EQUAL TO ZERO
               MOVE 'ZERO NET PAY' TO REVIEW-REASON-TEXT
               PERFORM ADD-REVIEW-REASON
           END-IF.
           IF EMP-NET-PAY IS GREATER THAN VARIANCE-NET-CEILING
               MOVE 'NET OVER CEILING' TO REVIEW-REASON-TEXT
               PERFORM ADD-REVIEW-REASON
           END-IF.

           IF REVIEW-REASON-COUNT IS GREATER THAN ZERO
               MOVE 'YES' TO REVIEW-HOLD-SWITCH
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the employee's prior runs on the history - hours on the
      *regular runs only, gross and net only on rows of the same
      *kind of pay as this one that carry them
       GATHER-PRIOR-PAY.
           MOVE ZERO TO PRIOR-RUN-COUNT PRIOR-AMOUNT-COUNT
                        PRIOR-HOURS-COUNT
                        PRIOR-HOURS-SUM PRIOR-GROSS-SUM PRIOR-NET-SUM
                        PRIOR-AVG-HOURS PRIOR-AVG-GROSS PRIOR-AVG-NET.
           PERFORM VARYING PH-IDX FROM 1 BY 1
               UNTIL PH-IDX > PH-COUNT
               IF PH-T-EMP-ID(PH-IDX) = EMP-ID
                   ADD 1 TO PRIOR-RUN-COUNT
                   IF PH-T-PAY-KIND(PH-IDX) = SPACE
                       ADD 1 TO PRIOR-HOURS-COUNT
                       ADD PH-T-HOURS(PH-IDX) TO PRIOR-HOURS-SUM
                   END-IF
                   IF PH-T-PAY-KIND(PH-IDX) = HISTORY-PAY-KIND
                      AND PH-T-GROSS-N(PH-IDX) IS NUMERIC
                      AND PH-T-NET-N(PH-IDX) IS NUMERIC
                       ADD 1 TO PRIOR-AMOUNT-COUNT
                       ADD PH-T-GROSS-N(PH-IDX) TO PRIOR-GROSS-SUM
                       ADD PH-T-NET-N(PH-IDX) TO PRIOR-NET-SUM
                   END-IF
               END-IF
           END-PERFORM.

           IF PRIOR-HOURS-COUNT IS GREATER THAN ZERO
               COMPUTE PRIOR-AVG-HOURS ROUNDED =
                   PRIOR-HOURS-SUM / PRIOR-HOURS-COUNT
           END-IF.
           IF PRIOR-AMOUNT-COUNT IS GREATER THAN ZERO
               COMPUTE PRIOR-AVG-GROSS ROUNDED =
                   PRIOR-GROSS-SUM / PRIOR-AMOUNT-COUNT
               COMPUTE PRIOR-AVG-NET ROUNDED =
                   PRIOR-NET-SUM / PRIOR-AMOUNT-COUNT
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *percent change of the current figure from the prior average,
      *either way - something from a prior average of nothing is
      *over by definition
       TEST-VARIANCE.
           MOVE 'NO ' TO REVIEW-OVER-SWITCH.
           MOVE ZERO TO REVIEW-PCT.
           IF REVIEW-PRIOR IS EQUAL TO ZERO
               IF REVIEW-CURRENT IS GREATER THAN ZERO
                   MOVE 99999 TO REVIEW-PCT
                   MOVE 'YES' TO REVIEW-OVER-SWITCH
               END-IF
           ELSE
               COMPUTE REVIEW-PCT ROUNDED =
                   (REVIEW-CURRENT - REVIEW-PRIOR) * 100
                   / REVIEW-PRIOR
                   ON SIZE ERROR
                       MOVE 99999 TO REVIEW-PCT
               END-COMPUTE
               IF REVIEW-PCT IS GREATER THAN VARIANCE-PERCENT
                  OR REVIEW-PCT + VARIANCE-PERCENT IS LESS THAN ZERO
                   MOVE 'YES' TO REVIEW-OVER-SWITCH
               END-IF
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the caller names the reason; a variance reason carries the
      *percent TEST-VARIANCE just worked out
       ADD-REVIEW-REASON.
           MOVE ZERO TO REVIEW-PCT.
           MOVE 'N' TO REVIEW-REASON-HAS-PCT.
           PERFORM FILE-REVIEW-REASON.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       ADD-PCT-REASON.
           MOVE 'Y' TO REVIEW-REASON-HAS-PCT.
           PERFORM FILE-REVIEW-REASON.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       FILE-REVIEW-REASON.
           IF REVIEW-REASON-COUNT IS LESS THAN 7
               ADD 1 TO REVIEW-REASON-COUNT
               MOVE REVIEW-REASON-TEXT
                   TO RR-TEXT(REVIEW-REASON-COUNT)
               MOVE REVIEW-PCT TO RR-PCT(REVIEW-REASON-COUNT)
               MOVE REVIEW-REASON-HAS-PCT
                   TO RR-HAS-PCT(REVIEW-REASON-COUNT)
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *keeps the pay off the deposit batch and the checks - the held
      *row carries what HOLD-RELEASE needs to pay it later, and the
      *variance report shows the reviewer every reason it was held
       HOLD-ONE-EMPLOYEE.
           MOVE EMP-ID TO HP-EMP-ID.
           MOVE FIRST-NAME-OUT TO HP-FIRST-NAME.
           MOVE LAST-NAME-OUT TO HP-LAST-NAME.
           IF EMP-ACCOUNT-NUMBER IS NUMERIC
               MOVE EMP-ACCOUNT-NUMBER TO HP-ACCOUNT
           ELSE
               MOVE ZERO TO HP-ACCOUNT
           END-IF.
           MOVE EMP-NET-PAY TO HP-NET-PAY.
           MOVE PAYROLL-RUN-DATE TO HP-PAY-DATE.
           MOVE BATCH-NUMBER TO HP-BATCH.
           MOVE RR-TEXT(1) TO HP-REASON.
           MOVE 'H' TO HP-STATUS.
           MOVE SPACES TO HP-REVIEWER.
           WRITE HELD-PAY-RECORD.

           MOVE EMP-ID TO VARRPT-EMP-ID.
           MOVE LAST-NAME-OUT TO VARRPT-LAST-NAME.
           MOVE REVIEW-GROSS TO VARRPT-GROSS.
           MOVE PRIOR-AVG-GROSS TO VARRPT-PRIOR-GROSS.
           MOVE EMP-NET-PAY TO VARRPT-NET.
           MOVE PRIOR-AVG-NET TO VARRPT-PRIOR-NET.
           MOVE EMP-HOURS TO VARRPT-HOURS.
           MOVE PRIOR-AVG-HOURS TO VARRPT-PRIOR-HOURS.
           MOVE VARIANCE-LINE TO VARIANCE-OUT.
           WRITE VARIANCE-OUT.

           PERFORM VARYING REVIEW-REASON-IDX FROM 1 BY 1
               UNTIL REVIEW-REASON-IDX > REVIEW-REASON-COUNT
               MOVE RR-TEXT(REVIEW-REASON-IDX) TO VARRPT-REASON
               IF RR-HAS-PCT(REVIEW-REASON-IDX) = 'Y'
                   MOVE RR-PCT(REVIEW-REASON-IDX) TO VARRPT-PCT
                   MOVE '%' TO VARRPT-PCT-SIGN
               ELSE
                   MOVE SPACES TO VARRPT-PCT-AREA
               END-IF
               MOVE VARIANCE-REASON-LINE TO VARIANCE-OUT
               WRITE VARIANCE-OUT
           END-PERFORM.

           ADD 1 TO HELD-COUNT.
           ADD EMP-NET-PAY TO HELD-TOTAL-AMOUNT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *a check written by hand is already in the employee's hands -
      *nothing prints and no number is drawn from the sequence, but
      *it joins both registers under its own number, outstanding
      *for the bank reconciliation, and counts toward the proof
       RECORD-MANUAL-CHECK.
           MOVE EMP-MANUAL-CHECK TO CHKREG-PRINT-NUMBER.
           MOVE EMP-ID TO CHKREG-PRINT-ID.
           MOVE FIRST-NAME-OUT TO CHKREG-PRINT-FIRST.
           MOVE LAST-NAME-OUT TO CHKREG-PRINT-LAST.
           MOVE EMP-NET-PAY TO CHKREG-PRINT-AMOUNT.
           MOVE CHECK-REG-LINE TO CHECK-REGISTER-OUT.
           WRITE CHECK-REGISTER-OUT.

           MOVE EMP-MANUAL-CHECK TO CRM-CHECK-NO.
           MOVE EMP-ID TO CRM-EMP-ID.
           MOVE SPACES TO CRM-NAME.
           STRING FUNCTION TRIM(FIRST-NAME-OUT) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  FUNCTION TRIM(LAST-NAME-OUT)  DELIMITED BY SIZE
                  INTO CRM-NAME
           END-STRING.
           MOVE EMP-NET-PAY TO CRM-AMOUNT.
           MOVE PAYROLL-RUN-DATE TO CRM-DATE.
           MOVE 'O' TO CRM-STATUS.
           WRITE CHECK-REGISTER-MASTER-REC.

           ADD 1 TO CHECK-COUNT.
           ADD EMP-NET-PAY TO CHECK-TOTAL-AMOUNT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *cuts one sequential-numbered paper check and registers it
       WRITE-ONE-PAYCHECK.
           MOVE NEXT-CHECK-NUMBER TO CHECK-PRINT-NUMBER.
      *check register where operations reconciles the run
       WRITE-DISBURSEMENT-BALANCE.
           COMPUTE DISBURSED-TOTAL =
               DD-TOTAL-AMOUNT + CHECK-TOTAL-AMOUNT + HELD-TOTAL-AMOUNT.

      *held pay is net pay not yet disbursed, so it is shown apart
      *and counted toward the proof
           IF HELD-COUNT IS GREATER THAN ZERO
               MOVE HELD-COUNT TO BAL-PRINT-HELD-COUNT
               MOVE HELD-TOTAL-AMOUNT TO BAL-PRINT-HELD
               MOVE HELD-BALANCE-LINE TO CHECK-REGISTER-OUT
               WRITE CHECK-REGISTER-OUT
           END-IF.

           MOVE TOTAL-NET-PAY TO BAL-PRINT-NET.
           MOVE DD-TOTAL-AMOUNT TO BAL-PRINT-DD.
           MOVE STUB-NAME-LINE TO STUB-OUT.
           WRITE STUB-OUT.

      *an off-cycle statement says what kind of pay it covers
           MOVE ZERO TO STUB-PRINT-KIND-NO.
           EVALUATE TRUE
               WHEN EMP-IS-FINAL-PAY
                   MOVE 'FINAL PAY           ' TO STUB-KIND-LABEL
                   MOVE STUB-KIND-LINE TO STUB-OUT
                   WRITE STUB-OUT
               WHEN EMP-IS-OFF-CYCLE-BONUS
                   MOVE 'BONUS - SUPPLEMENTAL' TO STUB-KIND-LABEL
                   MOVE STUB-KIND-LINE TO STUB-OUT
                   WRITE STUB-OUT
               WHEN EMP-IS-MANUAL-CHECK
                   MOVE 'MANUAL CHECK NO     ' TO STUB-KIND-LABEL
                   MOVE EMP-MANUAL-CHECK TO STUB-PRINT-KIND-NO
                   MOVE STUB-KIND-LINE TO STUB-OUT
                   WRITE STUB-OUT
           END-EVALUATE.

           MOVE EMP-HOURS TO STUB-PRINT-HOURS.
           MOVE EMP-RATE TO STUB-PRINT-RATE.
           MOVE STUB-HOURS-LINE TO STUB-OUT.
               WRITE STUB-OUT
           END-IF.

      *the commission line is what was earned; a draw shows beside
      *it as the top-up paid or the deficit recovered
           COMPUTE STUB-COMM-EARNED = EMP-COMMISSION - EMP-DRAW-ADJUST.
           IF STUB-COMM-EARNED IS NOT EQUAL TO ZERO
               MOVE STUB-COMM-EARNED TO STUB-PRINT-COMM
               MOVE STUB-COMM-LINE TO STUB-OUT
               WRITE STUB-OUT
           END-IF.

           IF EMP-DRAW-ADJUST IS GREATER THAN ZERO
               MOVE 'DRAW ADVANCE        ' TO STUB-DRAW-LABEL
               MOVE EMP-DRAW-ADJUST TO STUB-PRINT-DRAW
               MOVE STUB-DRAW-LINE TO STUB-OUT
               WRITE STUB-OUT
           END-IF.
           IF EMP-DRAW-ADJUST IS LESS THAN ZERO
               MOVE 'DRAW RECOVERED      ' TO STUB-DRAW-LABEL
               MOVE EMP-DRAW-ADJUST TO STUB-PRINT-DRAW
               MOVE STUB-DRAW-LINE TO STUB-OUT
               WRITE STUB-OUT
           END-IF.

           PERFORM VARYING DRAW-BAL-IDX FROM 1 BY 1
               UNTIL DRAW-BAL-IDX > DRAW-BAL-COUNT
               IF DBT-EMP-ID(DRAW-BAL-IDX) = EMP-ID
                  AND DBT-DEFICIT(DRAW-BAL-IDX) IS GREATER THAN ZERO
                   MOVE DBT-DEFICIT(DRAW-BAL-IDX) TO STUB-PRINT-DEFICIT
                   MOVE STUB-DEFICIT-LINE TO STUB-OUT
                   WRITE STUB-OUT
               END-IF
           END-PERFORM.

           IF EMP-RETRO-PAY IS GREATER THAN ZERO
               MOVE EMP-RETRO-PAY TO STUB-PRINT-RETRO
               MOVE STUB-RETRO-LINE TO STUB-OUT
               WRITE STUB-OUT
           END-IF.

           IF EMP-LEAVE-PAYOUT IS GREATER THAN ZERO
               MOVE EMP-LEAVE-PAYOUT TO STUB-PRINT-PAYOUT
               MOVE STUB-PAYOUT-LINE TO STUB-OUT
               WRITE STUB-OUT
           END-IF.

           MOVE GROSS-PAY-DISPLAY TO GROSS-PAY.
           MOVE GROSS-PAY TO STUB-PRINT-GROSS.
           MOVE STUB-GROSS-LINE TO STUB-OUT.
           MOVE STUB-FICA-LINE TO STUB-OUT.
           WRITE STUB-OUT.

      *one line per state and city that withheld, named by code
           MOVE 'STATE WH ' TO STUB-JURIS-LABEL.
           IF EMP-STATE1-CODE IS NOT EQUAL TO SPACES
               MOVE EMP-STATE1-CODE TO STUB-PRINT-JURIS
               MOVE EMP-STATE1-WH TO STUB-PRINT-JURIS-WH
               MOVE STUB-JURIS-LINE TO STUB-OUT
               WRITE STUB-OUT
           END-IF.
           IF EMP-STATE2-CODE IS NOT EQUAL TO SPACES
               MOVE EMP-STATE2-CODE TO STUB-PRINT-JURIS
               MOVE EMP-STATE2-WH TO STUB-PRINT-JURIS-WH
               MOVE STUB-JURIS-LINE TO STUB-OUT
               WRITE STUB-OUT
           END-IF.
           IF EMP-LOCAL-CODE IS NOT EQUAL TO SPACES
               MOVE 'LOCAL WH ' TO STUB-JURIS-LABEL
               MOVE EMP-LOCAL-CODE TO STUB-PRINT-JURIS
               MOVE EMP-LOCAL-WH TO STUB-PRINT-JURIS-WH
               MOVE STUB-JURIS-LINE TO STUB-OUT
               WRITE STUB-OUT
           END-IF.

      *each deduction taken this run is itemized by name so the
      *employee can see what came out for what, then the total
           PERFORM VARYING DED-IDX FROM 1 BY 1
                   WRITE STUB-OUT
               END-IF
           END-PERFORM.
           PERFORM VARYING GARN-IDX FROM 1 BY 1
               UNTIL GARN-IDX > GARN-COUNT
               IF GAR-EMP-ID(GARN-IDX) = EMP-ID
                  AND GAR-TAKEN-THIS-RUN(GARN-IDX) > ZERO
                   MOVE GAR-CASE-NUMBER(GARN-IDX)
                       TO STUB-PRINT-GARN-CASE
                   MOVE GAR-TAKEN-THIS-RUN(GARN-IDX)
                       TO STUB-PRINT-GARN-AMT
                   MOVE STUB-GARN-ITEM-LINE TO STUB-OUT
                   WRITE STUB-OUT
               END-IF
           END-PERFORM.

           MOVE EMP-DEDUCTION-TOTAL TO STUB-PRINT-DED.
           MOVE STUB-DED-LINE TO STUB-OUT.
           CLOSE EMPLOYEE-WORK-FILE.
           MOVE SPACES TO EOF-SWITCH.

      *every debit now comes off the department distribution, so a
      *department that could not be tabled shows as out of balance
      *rather than quietly dropping its wages
           MOVE ZERO TO GL-DEBIT-TOTAL GL-CREDIT-TOTAL.
           PERFORM VARYING GL-DEPT-IDX FROM 1 BY 1
               UNTIL GL-DEPT-IDX > GL-DEPT-COUNT
               ADD GL-DEPT-GROSS(GL-DEPT-IDX)
                   GL-DEPT-RETRO(GL-DEPT-IDX)
                   GL-DEPT-ER-TAX(GL-DEPT-IDX) TO GL-DEBIT-TOTAL
           END-PERFORM.
      *the employer's taxes are an expense of their own on one side
      *and owed to the taxing bodies on the other
           COMPUTE GL-ER-TAX-TOTAL = GL-ER-FICA-TOTAL
               + GL-ER-FUTA-TOTAL + GL-ER-SUTA-TOTAL.
           COMPUTE GL-CREDIT-TOTAL = GL-FED-TOTAL + GL-FICA-TOTAL
               + GL-DED-TOTAL + GL-NET-TOTAL + GL-JURIS-GRAND-TOTAL
               + GL-GARN-TOTAL + GL-ER-TAX-TOTAL.

           OPEN OUTPUT GL-JOURNAL-FILE.

           MOVE EMP-FED-WH TO GL-EMP-FED.
           ADD GL-EMP-FED TO GL-FED-TOTAL.
           COMPUTE GL-FICA-TOTAL = GL-FICA-TOTAL
               + GL-EMP-WITHHOLDING - GL-EMP-FED
               - EMP-STATE1-WH - EMP-STATE2-WH - EMP-LOCAL-WH.

      *state and city withholding is owed to each taxing body on
      *its own, so each one is carried to its own payable
           IF EMP-STATE1-CODE IS NOT EQUAL TO SPACES
               MOVE 'S' TO GL-JURIS-WORK-KIND
               MOVE EMP-STATE1-CODE TO GL-JURIS-WORK-CODE
               MOVE EMP-STATE1-WH TO GL-JURIS-WORK-AMOUNT
               PERFORM ACCUMULATE-GL-JURISDICTION
           END-IF.
           IF EMP-STATE2-CODE IS NOT EQUAL TO SPACES
               MOVE 'S' TO GL-JURIS-WORK-KIND
               MOVE EMP-STATE2-CODE TO GL-JURIS-WORK-CODE
               MOVE EMP-STATE2-WH TO GL-JURIS-WORK-AMOUNT
               PERFORM ACCUMULATE-GL-JURISDICTION
           END-IF.
           IF EMP-LOCAL-CODE IS NOT EQUAL TO SPACES
               MOVE 'L' TO GL-JURIS-WORK-KIND
               MOVE EMP-LOCAL-CODE TO GL-JURIS-WORK-CODE
               MOVE EMP-LOCAL-WH TO GL-JURIS-WORK-AMOUNT
               PERFORM ACCUMULATE-GL-JURISDICTION
           END-IF.

      *wage orders are owed to the courts and agencies, not the
      *benefit carriers, so they credit a payable of their own
           COMPUTE GL-DED-TOTAL = GL-DED-TOTAL
               + EMP-DEDUCTION-TOTAL - EMP-GARNISH-TOTAL.
           ADD EMP-GARNISH-TOTAL TO GL-GARN-TOTAL.

           ADD EMP-ER-FICA TO GL-ER-FICA-TOTAL.
           ADD EMP-ER-FUTA TO GL-ER-FUTA-TOTAL.
           IF EMP-ER-SUTA IS GREATER THAN ZERO
               ADD EMP-ER-SUTA TO GL-ER-SUTA-TOTAL
               MOVE 'NO' TO GL-SUTA-FOUND-SWITCH
               PERFORM VARYING GL-SUTA-IDX FROM 1 BY 1
                   UNTIL GL-SUTA-IDX > GL-SUTA-COUNT
                   IF GS-STATE(GL-SUTA-IDX) = EMP-SUTA-STATE
                       ADD EMP-ER-SUTA TO GS-TOTAL(GL-SUTA-IDX)
                       MOVE 'YES' TO GL-SUTA-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF GL-SUTA-FOUND-SWITCH IS EQUAL TO 'NO'
                  AND GL-SUTA-COUNT IS LESS THAN 30
                   ADD 1 TO GL-SUTA-COUNT
                   MOVE EMP-SUTA-STATE TO GS-STATE(GL-SUTA-COUNT)
                   MOVE EMP-ER-SUTA TO GS-TOTAL(GL-SUTA-COUNT)
               END-IF
           END-IF.
           ADD EMP-NET-PAY TO GL-NET-TOTAL.

      *retro wages carry their own debit line, so the department
           ADD EMP-RETRO-PAY TO GL-RETRO-TOTAL.
           SUBTRACT EMP-RETRO-PAY FROM GL-EMP-GROSS.

           PERFORM DISTRIBUTE-LABOR.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *spreads the employee's wages, retro, employer tax, and
      *overtime premium over the departments and jobs the hours
      *were charged to, in proportion to the hours on each; a row
      *with no labor lines or no hours charges its home department
       DISTRIBUTE-LABOR.
           MOVE GL-EMP-GROSS TO LD-EMP-WAGES.
           MOVE ZERO TO LD-EMP-OT-PREMIUM.
           IF EMP-HOURS IS GREATER THAN 40
              AND EMP-HOURS-TYPE NOT = 'V'
              AND EMP-HOURS-TYPE NOT = 'S'
              AND EMP-HOURS-TYPE NOT = 'R'
              AND NOT EMP-IS-OFF-CYCLE-BONUS
              AND NOT EMP-IS-MANUAL-CHECK
               COMPUTE LD-EMP-OT-PREMIUM ROUNDED =
                   EMP-RATE * 0.5 * (EMP-HOURS - 40)
           END-IF.

           MOVE LD-EMP-WAGES TO LD-LEFT-WAGES.
           MOVE EMP-RETRO-PAY TO LD-LEFT-RETRO.
           COMPUTE LD-LEFT-ER-TAX =
               EMP-ER-FICA + EMP-ER-FUTA + EMP-ER-SUTA.
           MOVE LD-EMP-OT-PREMIUM TO LD-LEFT-OT-PREMIUM.

           IF EMP-LABOR-COUNT IS EQUAL TO ZERO
              OR EMP-HOURS IS EQUAL TO ZERO
               MOVE EMP-DEPARTMENT TO LD-WORK-DEPT
               MOVE SPACES TO LD-WORK-JOB
               MOVE EMP-HOURS TO LD-SHARE-HOURS
               MOVE LD-LEFT-WAGES TO LD-SHARE-WAGES
               MOVE LD-LEFT-RETRO TO LD-SHARE-RETRO
               MOVE LD-LEFT-ER-TAX TO LD-SHARE-ER-TAX
               MOVE LD-LEFT-OT-PREMIUM TO LD-SHARE-OT-PREMIUM
               PERFORM POST-LABOR-SHARE
           ELSE
               PERFORM VARYING LD-LINE-IDX FROM 1 BY 1
                   UNTIL LD-LINE-IDX > EMP-LABOR-COUNT
                   PERFORM SHARE-ONE-LABOR-LINE
               END-PERFORM
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       SHARE-ONE-LABOR-LINE.
           MOVE EMP-LABOR-DEPT(LD-LINE-IDX) TO LD-WORK-DEPT.
           MOVE EMP-LABOR-JOB(LD-LINE-IDX) TO LD-WORK-JOB.
           MOVE EMP-LABOR-HOURS(LD-LINE-IDX) TO LD-SHARE-HOURS.

           IF LD-LINE-IDX IS EQUAL TO EMP-LABOR-COUNT
               MOVE LD-LEFT-WAGES TO LD-SHARE-WAGES
               MOVE LD-LEFT-RETRO TO LD-SHARE-RETRO
               MOVE LD-LEFT-ER-TAX TO LD-SHARE-ER-TAX
               MOVE LD-LEFT-OT-PREMIUM TO LD-SHARE-OT-PREMIUM
           ELSE
               COMPUTE LD-SHARE-WAGES ROUNDED =
                   LD-EMP-WAGES * LD-SHARE-HOURS / EMP-HOURS
               COMPUTE LD-SHARE-RETRO ROUNDED =
                   EMP-RETRO-PAY * LD-SHARE-HOURS / EMP-HOURS
               COMPUTE LD-SHARE-ER-TAX ROUNDED =
                   (EMP-ER-FICA + EMP-ER-FUTA + EMP-ER-SUTA)
                   * LD-SHARE-HOURS / EMP-HOURS
               COMPUTE LD-SHARE-OT-PREMIUM ROUNDED =
                   LD-EMP-OT-PREMIUM * LD-SHARE-HOURS / EMP-HOURS
      *a share rounded up past what is left takes only what is left
               IF LD-SHARE-WAGES IS GREATER THAN LD-LEFT-WAGES
                   MOVE LD-LEFT-WAGES TO LD-SHARE-WAGES
               END-IF
               IF LD-SHARE-RETRO IS GREATER THAN LD-LEFT-RETRO
                   MOVE LD-LEFT-RETRO TO LD-SHARE-RETRO
               END-IF
               IF LD-SHARE-ER-TAX IS GREATER THAN LD-LEFT-ER-TAX
                   MOVE LD-LEFT-ER-TAX TO LD-SHARE-ER-TAX
               END-IF
               IF LD-SHARE-OT-PREMIUM
                   IS GREATER THAN LD-LEFT-OT-PREMIUM
                   MOVE LD-LEFT-OT-PREMIUM TO LD-SHARE-OT-PREMIUM
               END-IF
               SUBTRACT LD-SHARE-WAGES FROM LD-LEFT-WAGES
               SUBTRACT LD-SHARE-RETRO FROM LD-LEFT-RETRO
               SUBTRACT LD-SHARE-ER-TAX FROM LD-LEFT-ER-TAX
               SUBTRACT LD-SHARE-OT-PREMIUM FROM LD-LEFT-OT-PREMIUM
           END-IF.

           PERFORM POST-LABOR-SHARE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *posts one share to its department's GL debits and to its
      *department and job on the distribution report
       POST-LABOR-SHARE.
           MOVE 'NO' TO GL-DEPT-FOUND-SWITCH.
           PERFORM VARYING GL-DEPT-IDX FROM 1 BY 1
               UNTIL GL-DEPT-IDX > GL-DEPT-COUNT
               IF GL-DEPT-CODE(GL-DEPT-IDX) = LD-WORK-DEPT
                   ADD LD-SHARE-WAGES TO GL-DEPT-GROSS(GL-DEPT-IDX)
                   ADD LD-SHARE-RETRO TO GL-DEPT-RETRO(GL-DEPT-IDX)
                   ADD LD-SHARE-ER-TAX TO GL-DEPT-ER-TAX(GL-DEPT-IDX)
                   MOVE 'YES' TO GL-DEPT-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF GL-DEPT-FOUND-SWITCH IS EQUAL TO 'NO'
              AND GL-DEPT-COUNT IS LESS THAN 50
               ADD 1 TO GL-DEPT-COUNT
               MOVE LD-WORK-DEPT TO GL-DEPT-CODE(GL-DEPT-COUNT)
               MOVE LD-SHARE-WAGES TO GL-DEPT-GROSS(GL-DEPT-COUNT)
               MOVE LD-SHARE-RETRO TO GL-DEPT-RETRO(GL-DEPT-COUNT)
               MOVE LD-SHARE-ER-TAX TO GL-DEPT-ER-TAX(GL-DEPT-COUNT)
           END-IF.

           MOVE 'NO ' TO LD-FOUND-SWITCH.
           PERFORM VARYING LD-IDX FROM 1 BY 1
               UNTIL LD-IDX > LD-COUNT
               IF LD-KEY(LD-IDX) = LD-WORK-KEY
                   ADD LD-SHARE-HOURS TO LD-HOURS(LD-IDX)
                   ADD LD-SHARE-WAGES LD-SHARE-RETRO
                       TO LD-WAGES(LD-IDX)
                   ADD LD-SHARE-OT-PREMIUM TO LD-OT-PREMIUM(LD-IDX)
                   ADD LD-SHARE-ER-TAX TO LD-ER-TAX(LD-IDX)
                   MOVE 'YES' TO LD-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF LD-FOUND-SWITCH IS EQUAL TO 'NO '
              AND LD-COUNT IS LESS THAN 200
               ADD 1 TO LD-COUNT
               MOVE LD-WORK-KEY TO LD-KEY(LD-COUNT)
               MOVE LD-SHARE-HOURS TO LD-HOURS(LD-COUNT)
               COMPUTE LD-WAGES(LD-COUNT) =
                   LD-SHARE-WAGES + LD-SHARE-RETRO
               MOVE LD-SHARE-OT-PREMIUM TO LD-OT-PREMIUM(LD-COUNT)
               MOVE LD-SHARE-ER-TAX TO LD-ER-TAX(LD-COUNT)
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       ACCUMULATE-GL-JURISDICTION.
           ADD GL-JURIS-WORK-AMOUNT TO GL-JURIS-GRAND-TOTAL.
           MOVE 'NO' TO GL-JURIS-FOUND-SWITCH.
           PERFORM VARYING GL-JURIS-IDX FROM 1 BY 1
               UNTIL GL-JURIS-IDX > GL-JURIS-COUNT
               IF GJ-KIND(GL-JURIS-IDX) = GL-JURIS-WORK-KIND
                  AND GJ-CODE(GL-JURIS-IDX) = GL-JURIS-WORK-CODE
                   ADD GL-JURIS-WORK-AMOUNT TO GJ-TOTAL(GL-JURIS-IDX)
                   MOVE 'YES' TO GL-JURIS-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF GL-JURIS-FOUND-SWITCH IS EQUAL TO 'NO'
              AND GL-JURIS-COUNT IS LESS THAN 30
               ADD 1 TO GL-JURIS-COUNT
               MOVE GL-JURIS-WORK-KIND TO GJ-KIND(GL-JURIS-COUNT)
               MOVE GL-JURIS-WORK-CODE TO GJ-CODE(GL-JURIS-COUNT)
               MOVE GL-JURIS-WORK-AMOUNT TO GJ-TOTAL(GL-JURIS-COUNT)
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *each department's wages, retro, and employer tax expense as
      *the labor distribution charged them
       RELEASE-GL-JOURNAL.
           PERFORM VARYING GL-DEPT-IDX FROM 1 BY 1
               UNTIL GL-DEPT-IDX > GL-DEPT-COUNT
               MOVE GL-DEPT-CODE(GL-DEPT-IDX) TO GL-PRINT-DEPT
               MOVE 'DR WAGES-EXP   ' TO GL-PRINT-DR-ACCOUNT
               MOVE GL-DEPT-GROSS(GL-DEPT-IDX) TO GL-PRINT-DR-AMT
               MOVE GL-DEBIT-LINE TO GL-JOURNAL-OUT
               WRITE GL-JOURNAL-OUT
               IF GL-DEPT-RETRO(GL-DEPT-IDX) IS GREATER THAN ZERO
                   MOVE 'DR RETRO-WAGES ' TO GL-PRINT-DR-ACCOUNT
                   MOVE GL-DEPT-RETRO(GL-DEPT-IDX) TO GL-PRINT-DR-AMT
                   MOVE GL-DEBIT-LINE TO GL-JOURNAL-OUT
                   WRITE GL-JOURNAL-OUT
               END-IF
               IF GL-DEPT-ER-TAX(GL-DEPT-IDX) IS GREATER THAN ZERO
                   MOVE 'DR ER-TAX-EXP  ' TO GL-PRINT-DR-ACCOUNT
                   MOVE GL-DEPT-ER-TAX(GL-DEPT-IDX) TO GL-PRINT-DR-AMT
                   MOVE GL-DEBIT-LINE TO GL-JOURNAL-OUT
                   WRITE GL-JOURNAL-OUT
               END-IF
           END-PERFORM.

           MOVE 'FEDERAL-WH-PAYABLE  ' TO GL-PRINT-ACCOUNT.
           MOVE GL-FED-TOTAL TO GL-PRINT-CR-AMT.
           MOVE GL-CREDIT-LINE TO GL-JOURNAL-OUT.
           MOVE GL-CREDIT-LINE TO GL-JOURNAL-OUT.
           WRITE GL-JOURNAL-OUT.

           PERFORM VARYING GL-JURIS-IDX FROM 1 BY 1
               UNTIL GL-JURIS-IDX > GL-JURIS-COUNT
               IF GJ-KIND(GL-JURIS-IDX) = 'S'
                   MOVE 'STATE-WH-PAY-' TO GL-JURIS-LABEL
               ELSE
                   MOVE 'LOCAL-WH-PAY-' TO GL-JURIS-LABEL
               END-IF
               MOVE GJ-CODE(GL-JURIS-IDX) TO GL-JURIS-CODE
               MOVE GL-JURIS-ACCOUNT TO GL-PRINT-ACCOUNT
               MOVE GJ-TOTAL(GL-JURIS-IDX) TO GL-PRINT-CR-AMT
               MOVE GL-CREDIT-LINE TO GL-JOURNAL-OUT
               WRITE GL-JOURNAL-OUT
           END-PERFORM.

           MOVE 'DEDUCTIONS-PAYABLE  ' TO GL-PRINT-ACCOUNT.
           MOVE GL-DED-TOTAL TO GL-PRINT-CR-AMT.
           MOVE GL-CREDIT-LINE TO GL-JOURNAL-OUT.
           WRITE GL-JOURNAL-OUT.

           IF GL-GARN-TOTAL IS GREATER THAN ZERO
               MOVE 'GARNISHMENTS-PAYABLE' TO GL-PRINT-ACCOUNT
               MOVE GL-GARN-TOTAL TO GL-PRINT-CR-AMT
               MOVE GL-CREDIT-LINE TO GL-JOURNAL-OUT
               WRITE GL-JOURNAL-OUT
           END-IF.

           IF GL-ER-FICA-TOTAL IS GREATER THAN ZERO
               MOVE 'ER-FICA-PAYABLE     ' TO GL-PRINT-ACCOUNT
               MOVE GL-ER-FICA-TOTAL TO GL-PRINT-CR-AMT
               MOVE GL-CREDIT-LINE TO GL-JOURNAL-OUT
               WRITE GL-JOURNAL-OUT
           END-IF.
           IF GL-ER-FUTA-TOTAL IS GREATER THAN ZERO
               MOVE 'FUTA-PAYABLE        ' TO GL-PRINT-ACCOUNT
               MOVE GL-ER-FUTA-TOTAL TO GL-PRINT-CR-AMT
               MOVE GL-CREDIT-LINE TO GL-JOURNAL-OUT
               WRITE GL-JOURNAL-OUT
           END-IF.
           PERFORM VARYING GL-SUTA-IDX FROM 1 BY 1
               UNTIL GL-SUTA-IDX > GL-SUTA-COUNT
               MOVE GS-STATE(GL-SUTA-IDX) TO GL-SUTA-CODE
               MOVE GL-SUTA-ACCOUNT TO GL-PRINT-ACCOUNT
               MOVE GS-TOTAL(GL-SUTA-IDX) TO GL-PRINT-CR-AMT
               MOVE GL-CREDIT-LINE TO GL-JOURNAL-OUT
               WRITE GL-JOURNAL-OUT
           END-PERFORM.

           MOVE 'NET-PAY-CLEARING    ' TO GL-PRINT-ACCOUNT.
           MOVE GL-NET-TOTAL TO GL-PRINT-CR-AMT.
           MOVE GL-CREDIT-LINE TO GL-JOURNAL-OUT.
           MOVE GL-CREDIT-TOTAL TO GL-PRINT-CREDITS.
           MOVE GL-TOTALS-LINE TO GL-JOURNAL-OUT.
           WRITE GL-JOURNAL-OUT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the run's hours and dollars by department and job, from the
      *same distribution the GL journal debits - wages include retro,
      *the overtime premium is the half-time part of those wages
       WRITE-LABOR-DISTRIBUTION.
           OPEN OUTPUT LABOR-DIST-REPORT.
           MOVE LD-REPORT-TITLE TO LABOR-DIST-OUT.
           WRITE LABOR-DIST-OUT.
           MOVE LD-REPORT-HEADING TO LABOR-DIST-OUT.
           WRITE LABOR-DIST-OUT.

           MOVE LOW-VALUES TO LD-LAST-KEY.
           MOVE SPACES TO LD-CURRENT-DEPT.
           MOVE 'NO ' TO LD-REPORT-DONE.
           PERFORM PRINT-ONE-LABOR-ENTRY
               UNTIL LD-REPORT-DONE = 'YES'.
           IF LD-COUNT IS GREATER THAN ZERO
               PERFORM PRINT-LABOR-DEPT-TOTAL
           END-IF.

           MOVE 'ALL' TO LDRPT-DEPT.
           MOVE SPACES TO LDRPT-JOB.
           MOVE 'GRAND TOTAL' TO LDRPT-DESCRIPTION.
           MOVE LD-ALL-HOURS TO LDRPT-HOURS.
           MOVE LD-ALL-WAGES TO LDRPT-WAGES.
           MOVE LD-ALL-OT-PREMIUM TO LDRPT-OT-PREMIUM.
           MOVE LD-ALL-ER-TAX TO LDRPT-ER-TAX.
           MOVE LD-REPORT-LINE TO LABOR-DIST-OUT.
           WRITE LABOR-DIST-OUT.

           CLOSE LABOR-DIST-REPORT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *finds the lowest department and job not yet printed and
      *prints it, closing off the department before when the
      *department changes - nothing left above the last one ends it
       PRINT-ONE-LABOR-ENTRY.
           MOVE HIGH-VALUES TO LD-NEXT-KEY.
           MOVE ZERO TO LD-NEXT-IDX.
           PERFORM VARYING LD-IDX FROM 1 BY 1
               UNTIL LD-IDX > LD-COUNT
               IF LD-KEY(LD-IDX) > LD-LAST-KEY
                  AND LD-KEY(LD-IDX) < LD-NEXT-KEY
                   MOVE LD-KEY(LD-IDX) TO LD-NEXT-KEY
                   MOVE LD-IDX TO LD-NEXT-IDX
               END-IF
           END-PERFORM.

           IF LD-NEXT-IDX IS EQUAL TO ZERO
               MOVE 'YES' TO LD-REPORT-DONE
           ELSE
               IF LD-DEPT(LD-NEXT-IDX) NOT = LD-CURRENT-DEPT
                   IF LD-LAST-KEY NOT = LOW-VALUES
                       PERFORM PRINT-LABOR-DEPT-TOTAL
                   END-IF
                   MOVE LD-DEPT(LD-NEXT-IDX) TO LD-CURRENT-DEPT
                   MOVE ZERO TO LD-DEPT-HOURS LD-DEPT-WAGES
                                LD-DEPT-OT-PREMIUM LD-DEPT-ER-TAX
               END-IF

               MOVE LD-DEPT(LD-NEXT-IDX) TO LDRPT-DEPT
               MOVE LD-JOB(LD-NEXT-IDX) TO LDRPT-JOB
               MOVE SPACES TO LDRPT-DESCRIPTION
               PERFORM VARYING LABOR-CODE-IDX FROM 1 BY 1
                   UNTIL LABOR-CODE-IDX > LABOR-CODE-COUNT
                   IF LCT-DEPARTMENT(LABOR-CODE-IDX)
                          = LD-DEPT(LD-NEXT-IDX)
                      AND LCT-JOB-CODE(LABOR-CODE-IDX)
                          = LD-JOB(LD-NEXT-IDX)
                       MOVE LCT-DESCRIPTION(LABOR-CODE-IDX)
                           TO LDRPT-DESCRIPTION
                   END-IF
               END-PERFORM
               MOVE LD-HOURS(LD-NEXT-IDX) TO LDRPT-HOURS
               MOVE LD-WAGES(LD-NEXT-IDX) TO LDRPT-WAGES
               MOVE LD-OT-PREMIUM(LD-NEXT-IDX) TO LDRPT-OT-PREMIUM
               MOVE LD-ER-TAX(LD-NEXT-IDX) TO LDRPT-ER-TAX
               MOVE LD-REPORT-LINE TO LABOR-DIST-OUT
               WRITE LABOR-DIST-OUT

               ADD LD-HOURS(LD-NEXT-IDX) TO LD-DEPT-HOURS
               ADD LD-WAGES(LD-NEXT-IDX) TO LD-DEPT-WAGES
               ADD LD-OT-PREMIUM(LD-NEXT-IDX) TO LD-DEPT-OT-PREMIUM
               ADD LD-ER-TAX(LD-NEXT-IDX) TO LD-DEPT-ER-TAX
               MOVE LD-NEXT-KEY TO LD-LAST-KEY
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       PRINT-LABOR-DEPT-TOTAL.
           MOVE LD-CURRENT-DEPT TO LDRPT-DEPT.
           MOVE SPACES TO LDRPT-JOB.
           MOVE 'DEPARTMENT TOTAL' TO LDRPT-DESCRIPTION.
           MOVE LD-DEPT-HOURS TO LDRPT-HOURS.
           MOVE LD-DEPT-WAGES TO LDRPT-WAGES.
           MOVE LD-DEPT-OT-PREMIUM TO LDRPT-OT-PREMIUM.
           MOVE LD-DEPT-ER-TAX TO LDRPT-ER-TAX.
           MOVE LD-REPORT-LINE TO LABOR-DIST-OUT.
           WRITE LABOR-DIST-OUT.
           MOVE SPACES TO LABOR-DIST-OUT.
           WRITE LABOR-DIST-OUT.

           ADD LD-DEPT-HOURS TO LD-ALL-HOURS.
           ADD LD-DEPT-WAGES TO LD-ALL-WAGES.
           ADD LD-DEPT-OT-PREMIUM TO LD-ALL-OT-PREMIUM.
           ADD LD-DEPT-ER-TAX TO LD-ALL-ER-TAX.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *what this run left the company owing, by tax, off the same
      *totals the GL journal just booked, with each deposit's due
      *date - FUTA shows the quarter's running liability too, since
      *it is only deposited once that passes the carry limit
       WRITE-TAX-DEPOSIT-SCHEDULE.
           PERFORM SET-DEPOSIT-DUE-DATES.

           OPEN OUTPUT TAX-DEPOSIT-SCHEDULE.
           MOVE PR-RUN-MONTH TO DEP-TITLE-MM.
           MOVE PR-RUN-DAY TO DEP-TITLE-DD.
           MOVE PR-RUN-YEAR TO DEP-TITLE-YY.
           IF DEPOSIT-SCHEDULE-TYPE = 'S'
               MOVE 'SEMIWEEKLY' TO DEP-TITLE-SCHEDULE
           ELSE
               MOVE 'MONTHLY' TO DEP-TITLE-SCHEDULE
           END-IF.
           MOVE DEP-TITLE-LINE TO DEPOSIT-OUT.
           WRITE DEPOSIT-OUT.
           MOVE DEP-HEADING TO DEPOSIT-OUT.
           WRITE DEPOSIT-OUT.
           MOVE ZERO TO DEP-RUN-TOTAL.

           MOVE FED-DUE-DATE TO DUE-DATE.
           MOVE SPACES TO DEP-PRINT-NOTE.
           MOVE 'FED ' TO DEP-PRINT-JURIS.
           MOVE 'FEDERAL INCOME TAX' TO DEP-PRINT-TAX.
           MOVE GL-FED-TOTAL TO DEP-PRINT-AMOUNT.
           PERFORM WRITE-DEPOSIT-LINE.
           MOVE 'FICA - EMPLOYEE' TO DEP-PRINT-TAX.
           MOVE GL-FICA-TOTAL TO DEP-PRINT-AMOUNT.
           PERFORM WRITE-DEPOSIT-LINE.
           MOVE 'FICA - EMPLOYER' TO DEP-PRINT-TAX.
           MOVE GL-ER-FICA-TOTAL TO DEP-PRINT-AMOUNT.
           PERFORM WRITE-DEPOSIT-LINE.
           COMPUTE DEP-941-TOTAL = GL-FED-TOTAL + GL-FICA-TOTAL
               + GL-ER-FICA-TOTAL.
           ADD DEP-941-TOTAL TO DEP-RUN-TOTAL.
           MOVE 'FEDERAL DEPOSIT' TO DEP-PRINT-TAX.
           MOVE DEP-941-TOTAL TO DEP-PRINT-AMOUNT.
           MOVE 'DEPOSIT TOTAL' TO DEP-PRINT-NOTE.
           PERFORM WRITE-DEPOSIT-LINE.

           PERFORM TOTAL-FUTA-QUARTER.
           MOVE QTR-DUE-DATE TO DUE-DATE.
           MOVE 'FUTA' TO DEP-PRINT-TAX.
           MOVE GL-ER-FUTA-TOTAL TO DEP-PRINT-AMOUNT.
           MOVE 'THIS RUN' TO DEP-PRINT-NOTE.
           PERFORM WRITE-DEPOSIT-LINE.
           ADD GL-ER-FUTA-TOTAL TO DEP-RUN-TOTAL.
           MOVE 'FUTA QUARTER TO DATE' TO DEP-PRINT-TAX.
           MOVE DEP-FUTA-QTD TO DEP-PRINT-AMOUNT.
           IF DEP-FUTA-QTD IS GREATER THAN FUTA-CARRY-LIMIT
               MOVE 'DEPOSIT REQUIRED' TO DEP-PRINT-NOTE
           ELSE
               MOVE 'UNDER LIMIT - CARRY' TO DEP-PRINT-NOTE
           END-IF.
           PERFORM WRITE-DEPOSIT-LINE.

           MOVE SPACES TO DEP-PRINT-NOTE.
           MOVE 'STATE UNEMPLOYMENT' TO DEP-PRINT-TAX.
           PERFORM VARYING GL-SUTA-IDX FROM 1 BY 1
               UNTIL GL-SUTA-IDX > GL-SUTA-COUNT
               MOVE GS-STATE(GL-SUTA-IDX) TO DEP-PRINT-JURIS
               MOVE GS-TOTAL(GL-SUTA-IDX) TO DEP-PRINT-AMOUNT
               ADD GS-TOTAL(GL-SUTA-IDX) TO DEP-RUN-TOTAL
               PERFORM WRITE-DEPOSIT-LINE
           END-PERFORM.

           MOVE MONTH-DUE-DATE TO DUE-DATE.
           PERFORM VARYING GL-JURIS-IDX FROM 1 BY 1
               UNTIL GL-JURIS-IDX > GL-JURIS-COUNT
               IF GJ-KIND(GL-JURIS-IDX) = 'S'
                   MOVE 'STATE INCOME TAX' TO DEP-PRINT-TAX
               ELSE
                   MOVE 'LOCAL INCOME TAX' TO DEP-PRINT-TAX
               END-IF
               MOVE GJ-CODE(GL-JURIS-IDX) TO DEP-PRINT-JURIS
               MOVE GJ-TOTAL(GL-JURIS-IDX) TO DEP-PRINT-AMOUNT
               ADD GJ-TOTAL(GL-JURIS-IDX) TO DEP-RUN-TOTAL
               PERFORM WRITE-DEPOSIT-LINE
           END-PERFORM.

           MOVE DEP-RUN-TOTAL TO DEP-TRAIL-TOTAL.
           MOVE DEP-TRAILER TO DEPOSIT-OUT.
           WRITE DEPOSIT-OUT.
           CLOSE TAX-DEPOSIT-SCHEDULE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       WRITE-DEPOSIT-LINE.
           MOVE DUE-MM TO DEP-PRINT-MM.
           MOVE DUE-DD TO DEP-PRINT-DD.
           MOVE DUE-YY TO DEP-PRINT-YY.
           MOVE DEP-LINE TO DEPOSIT-OUT.
           WRITE DEPOSIT-OUT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the quarter's FUTA liability so far, across every employee
      *on the YTD master, this run included
       TOTAL-FUTA-QUARTER.
           MOVE ZERO TO DEP-FUTA-QTD.
           MOVE SPACES TO DEP-YTD-EOF.
           MOVE LOW-VALUES TO YTD-EMPLOYEE-KEY.
           START YTD-MASTER-FILE
               KEY IS GREATER THAN YTD-EMPLOYEE-KEY
               INVALID KEY MOVE 'YES' TO DEP-YTD-EOF
           END-START.
           PERFORM UNTIL DEP-YTD-EOF = 'YES'
               READ YTD-MASTER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO DEP-YTD-EOF
                   NOT AT END
                       ADD YTD-ER-FUTA(RUN-QUARTER) TO DEP-FUTA-QTD
               END-READ
           END-PERFORM.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *the three due dates off the run date - the federal deposit
      *by the schedule in force, the 15th of next month, and the
      *last day of the month after this quarter
       SET-DEPOSIT-DUE-DATES.
           MOVE PR-RUN-YEAR TO DUE-YY.
           MOVE PR-RUN-MONTH TO DUE-MM.
           MOVE 15 TO DUE-DD.
           ADD 1 TO DUE-MM.
           IF DUE-MM IS GREATER THAN 12
               MOVE 1 TO DUE-MM
               PERFORM ADVANCE-DUE-YEAR
           END-IF.
           MOVE DUE-DATE TO MONTH-DUE-DATE.

           IF DEPOSIT-SCHEDULE-TYPE = 'S'
               ACCEPT RUN-DAY-OF-WEEK FROM DAY-OF-WEEK
               EVALUATE RUN-DAY-OF-WEEK
                   WHEN 3 MOVE 7 TO DEP-ADD-DAYS
                   WHEN 4 MOVE 6 TO DEP-ADD-DAYS
                   WHEN 5 MOVE 5 TO DEP-ADD-DAYS
                   WHEN 6 MOVE 6 TO DEP-ADD-DAYS
                   WHEN 7 MOVE 5 TO DEP-ADD-DAYS
                   WHEN 1 MOVE 4 TO DEP-ADD-DAYS
                   WHEN OTHER MOVE 3 TO DEP-ADD-DAYS
               END-EVALUATE
               MOVE PAYROLL-RUN-DATE TO DUE-DATE
               PERFORM ADVANCE-DUE-DATE-ONE-DAY DEP-ADD-DAYS TIMES
               MOVE DUE-DATE TO FED-DUE-DATE
           ELSE
               MOVE MONTH-DUE-DATE TO FED-DUE-DATE
           END-IF.

           MOVE PR-RUN-YEAR TO DUE-YY.
           COMPUTE DUE-MM = (RUN-QUARTER * 3) + 1.
           IF DUE-MM IS GREATER THAN 12
               MOVE 1 TO DUE-MM
               PERFORM ADVANCE-DUE-YEAR
           END-IF.
           PERFORM FIND-DUE-MONTH-DAYS.
           MOVE DUE-MONTH-DAYS TO DUE-DD.
           MOVE DUE-DATE TO QTR-DUE-DATE.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       ADVANCE-DUE-DATE-ONE-DAY.
           PERFORM FIND-DUE-MONTH-DAYS.
           ADD 1 TO DUE-DD.
           IF DUE-DD IS GREATER THAN DUE-MONTH-DAYS
               MOVE 1 TO DUE-DD
               ADD 1 TO DUE-MM
               IF DUE-MM IS GREATER THAN 12
                   MOVE 1 TO DUE-MM
                   PERFORM ADVANCE-DUE-YEAR
               END-IF
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       ADVANCE-DUE-YEAR.
           IF DUE-YY = 99
               MOVE ZERO TO DUE-YY
           ELSE
               ADD 1 TO DUE-YY
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       FIND-DUE-MONTH-DAYS.
           MOVE DAYS-IN-MONTH(DUE-MM) TO DUE-MONTH-DAYS.
           IF DUE-MM = 2
               DIVIDE DUE-YY BY 4 GIVING DUE-LEAP-QUOTIENT
                   REMAINDER DUE-LEAP-REMAINDER
               IF DUE-LEAP-REMAINDER = ZERO
                   MOVE 29 TO DUE-MONTH-DAYS
               END-IF
           END-IF.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *one remittance record per order that withheld this run, and
      *the same figures printed agency by agency, each agency's
      *cases together under it with the agency's total
       WRITE-GARNISHMENT-REMITTANCE.
           OPEN OUTPUT GARNISHMENT-REMIT-FILE
                OUTPUT GARNISHMENT-REMIT-REPORT.
           MOVE REMIT-REPORT-HEADING TO GARNISHMENT-REMIT-OUT.
           WRITE GARNISHMENT-REMIT-OUT.

           PERFORM VARYING GARN-IDX FROM 1 BY 1
               UNTIL GARN-IDX > GARN-COUNT
               IF GAR-TAKEN-THIS-RUN(GARN-IDX) > ZERO
                  AND GAR-PRINTED-SWITCH(GARN-IDX) = 'NO '
                   PERFORM REMIT-ONE-AGENCY
               END-IF
           END-PERFORM.

           MOVE REMIT-COUNT TO REMIT-TRAIL-COUNT.
           MOVE REMIT-GRAND-TOTAL TO REMIT-TRAIL-TOTAL.
           MOVE REMIT-REPORT-TRAILER TO GARNISHMENT-REMIT-OUT.
           WRITE GARNISHMENT-REMIT-OUT.

           CLOSE GARNISHMENT-REMIT-FILE
                 GARNISHMENT-REMIT-REPORT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
      *every order withheld this run for the agency at GARN-IDX
       REMIT-ONE-AGENCY.
           MOVE GAR-AGENCY(GARN-IDX) TO REMIT-PRINT-AGENCY.
           MOVE REMIT-AGENCY-LINE TO GARNISHMENT-REMIT-OUT.
           WRITE GARNISHMENT-REMIT-OUT.
           MOVE ZERO TO REMIT-AGENCY-TOTAL.

           PERFORM VARYING GARN-PRINT-IDX FROM GARN-IDX BY 1
               UNTIL GARN-PRINT-IDX > GARN-COUNT
               IF GAR-AGENCY(GARN-PRINT-IDX) = GAR-AGENCY(GARN-IDX)
                  AND GAR-TAKEN-THIS-RUN(GARN-PRINT-IDX) > ZERO
                  AND GAR-PRINTED-SWITCH(GARN-PRINT-IDX) = 'NO '
                   PERFORM REMIT-ONE-CASE
               END-IF
           END-PERFORM.

           MOVE REMIT-AGENCY-TOTAL TO REMIT-PRINT-AGY-TOTAL.
           MOVE REMIT-AGENCY-TOTAL-LINE TO GARNISHMENT-REMIT-OUT.
           WRITE GARNISHMENT-REMIT-OUT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       REMIT-ONE-CASE.
           MOVE 'YES' TO GAR-PRINTED-SWITCH(GARN-PRINT-IDX).

           MOVE SPACES TO GARNISHMENT-REMIT-RECORD.
           MOVE GAR-AGENCY(GARN-PRINT-IDX) TO GRM-AGENCY.
           MOVE GAR-CASE-NUMBER(GARN-PRINT-IDX) TO GRM-CASE-NUMBER.
           MOVE GAR-PAYEE(GARN-PRINT-IDX) TO GRM-PAYEE.
           MOVE GAR-EMP-ID(GARN-PRINT-IDX) TO GRM-EMP-ID.
           MOVE GAR-ORDER-TYPE(GARN-PRINT-IDX) TO GRM-ORDER-TYPE.
           MOVE GAR-TAKEN-THIS-RUN(GARN-PRINT-IDX) TO GRM-AMOUNT.
           MOVE PAYROLL-RUN-DATE TO GRM-RUN-DATE.
           WRITE GARNISHMENT-REMIT-RECORD.

           MOVE GAR-CASE-NUMBER(GARN-PRINT-IDX) TO REMIT-PRINT-CASE.
           MOVE GAR-PAYEE(GARN-PRINT-IDX) TO REMIT-PRINT-PAYEE.
           MOVE GAR-EMP-ID(GARN-PRINT-IDX) TO REMIT-PRINT-EMP-ID.
           MOVE GAR-TAKEN-THIS-RUN(GARN-PRINT-IDX)
               TO REMIT-PRINT-AMOUNT.
           MOVE REMIT-CASE-LINE TO GARNISHMENT-REMIT-OUT.
           WRITE GARNISHMENT-REMIT-OUT.

           ADD GAR-TAKEN-THIS-RUN(GARN-PRINT-IDX)
               TO REMIT-AGENCY-TOTAL REMIT-GRAND-TOTAL.
           ADD 1 TO REMIT-COUNT.
      *~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~~
       DISPLAY-PAYROLL.
           OPEN INPUT EMPLOYEE-WORK-FILE.
           MOVE JOB-REJECT-COUNT TO AUDIT-OUTPUT-COUNT(4).
           MOVE 'CHECKS'         TO AUDIT-OUTPUT-LABEL(5).
           MOVE CHECK-COUNT      TO AUDIT-OUTPUT-COUNT(5).
           IF OFF-CYCLE-RUN = 'YES'
               MOVE 'OFF-CYCLE'  TO AUDIT-OUTPUT-LABEL(6)
               MOVE OFF-CYCLE-PAID-COUNT TO AUDIT-OUTPUT-COUNT(6)
           ELSE
               MOVE SPACES       TO AUDIT-OUTPUT-LABEL(6)
               MOVE ZERO         TO AUDIT-OUTPUT-COUNT(6)
           END-IF.

           OPEN EXTEND JOB-AUDIT-LOG-FILE.
           WRITE JOB-AUDIT-LOG-RECORD.
