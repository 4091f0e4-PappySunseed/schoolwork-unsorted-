      ******************************************************************
      * Author: Caleb Ruby
      * Date: 10/15/26
      * Purpose: check the links between the masters every night -
      *          balance and deposit rows and route stops for accounts
      *          no longer on the customer master, sales IDs on the
      *          employee master the salesperson master doesn't know
      *          (and active salespeople no employee sells under),
      *          sales for payees that were deleted, deductions and
      *          leave balances for terminated or unknown employees,
      *          and course history for courses off the catalog.  each
      *          broken link prints with its rule and key, and the
      *          count per rule goes on the job-audit log so MORNING-OPS
      *          can call out a night where the counts grow.  nothing
      *          is changed - the owning maintenance program fixes it
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. INTEGRITY-AUDIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *the utility billing masters, all keyed by account number
               SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'custmast.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CUST-ACC-NUMBER
                   FILE STATUS IS CUSTOMER-FILE-STATUS.
               SELECT BALANCE-MASTER-FILE ASSIGN TO 'balances.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BAL-ACC-NUMBER
                   FILE STATUS IS BALANCE-FILE-STATUS.
               SELECT DEPOSIT-MASTER-FILE ASSIGN TO 'deposits.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEP-ACC-NUMBER
                   FILE STATUS IS DEPOSIT-FILE-STATUS.
               SELECT METER-INVENTORY-FILE
                   ASSIGN TO 'meter-inventory.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS INVENTORY-FILE-STATUS.
      *the payroll and commission masters
               SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'empmaster.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EM-EMP-ID
                   FILE STATUS IS EMPLOYEE-FILE-STATUS.
               SELECT SALES-MASTER-FILE
                   ASSIGN TO 'salesperson-master.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SALES-MASTER-STATUS.
               SELECT SALES-REGISTER-FILE
                   ASSIGN TO 'sales-register.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REGISTER-FILE-STATUS.
               SELECT DEDUCTION-MASTER-FILE
                   ASSIGN TO 'deduction-master.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DEDUCTION-FILE-STATUS.
               SELECT LEAVE-BALANCE-FILE ASSIGN TO 'leave-balances.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LB-EMP-ID
                   FILE STATUS IS LEAVE-FILE-STATUS.
      *the registrar's masters
               SELECT COURSE-CATALOG-FILE ASSIGN TO 'coursecat.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CATALOG-FILE-STATUS.
               SELECT COURSE-HISTORY-FILE
                   ASSIGN TO 'course-history.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HISTORY-FILE-STATUS.
               SELECT INTEGRITY-REPORT-FILE
                   ASSIGN TO 'integrity-report.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT JOB-AUDIT-LOG-FILE ASSIGN TO 'job-audit-log.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *see the copybooks for the shared record layouts; the rest are
      *laid out the way the programs that own them write them
               FD  CUSTOMER-MASTER-FILE
               DATA RECORD IS CUSTOMER-MASTER-RECORD.
               COPY CUSTMAST.

               FD  BALANCE-MASTER-FILE
               DATA RECORD IS BAL-RECORD.
       01      BAL-RECORD.
                   05 BAL-ACC-NUMBER   PIC X(6).
                   05 BAL-CURRENT      PIC S9(7)V99.
                   05 BAL-OVER-30      PIC S9(7)V99.
                   05 BAL-OVER-60      PIC S9(7)V99.
                   05 BAL-OVER-90      PIC S9(7)V99.
                   05 BAL-LATE-CHARGE  PIC S9(5)V99.

               FD  DEPOSIT-MASTER-FILE
               DATA RECORD IS DEP-RECORD.
       01      DEP-RECORD.
                   05 DEP-ACC-NUMBER   PIC X(6).
                   05 DEP-PRINCIPAL    PIC 9(7)V99.
                   05 DEP-INTEREST     PIC 9(5)V99.
                   05 DEP-DATE         PIC 9(6).

               FD  METER-INVENTORY-FILE
               RECORD CONTAINS 28 CHARACTERS
               DATA RECORD IS METER-INVENTORY-RECORD.
       01      METER-INVENTORY-RECORD.
                   05 MI-ROUTE-ID      PIC X(10).
                   05 MI-ACC-NUMBER    PIC X(6).
                   05 MI-METER-NUMBER  PIC X(8).
                   05 MI-WALK-SEQ      PIC 9(4).

               FD  EMPLOYEE-MASTER-FILE
               DATA RECORD IS EMPLOYEE-MASTER-RECORD.
               COPY EMPMAST.

               FD  SALES-MASTER-FILE
               RECORD CONTAINS 52 CHARACTERS
               DATA RECORD IS SALES-MASTER-RECORD.
       01      SALES-MASTER-RECORD.
                   05 SM-REC-ID         PIC X(10).
                   05 SM-REC-NAME       PIC X(20).
                   05 SM-REC-BRANCH     PIC 9(4).
                   05 SM-REC-STATUS     PIC X(1).
                   05 SM-REC-PLAN-RATE  PIC 999.
                   05 SM-REC-PLAN-ID    PIC X(4).
                   05 SM-REC-FI-MANAGER PIC X(10).

               FD  SALES-REGISTER-FILE
               RECORD CONTAINS 94 CHARACTERS
               DATA RECORD IS SALES-REGISTER-RECORD.
       01      SALES-REGISTER-RECORD.
                   05 SRF-BRANCH          PIC 9(4).
                   05 SRF-SALES-PERSON    PIC X(10).
                   05 SRF-SALE-DATE       PIC 9(6).
                   05 SRF-SALE-AMMOUNT    PIC 9(6).
                   05 SRF-COMMISSION      PIC 9(6)V99.
                   05 SRF-STATUS          PIC X(1).
                   05 SRF-SPLIT-ID        PIC X(10).
                   05 SRF-PRODUCT-CODE    PIC X(4).
                   05 SRF-COMM-BASIS      PIC X(1).
                   05 SRF-FRONT-GROSS     PIC S9(6)
                                          SIGN IS LEADING SEPARATE.
                   05 SRF-CAR-MODEL       PIC X(13).
                   05 SRF-CAR-YEAR        PIC 9(4).
                   05 SRF-UNIT-SHARE      PIC 999.
                   05 SRF-VIN             PIC X(17).

               FD  DEDUCTION-MASTER-FILE
               RECORD CONTAINS 49 CHARACTERS
               DATA RECORD IS DEDUCTION-MASTER-RECORD.
       01      DEDUCTION-MASTER-RECORD.
                   05 DM-EMP-ID        PIC 9(6).
                   05 DM-PRIORITY      PIC 9(2).
                   05 DM-DED-TYPE      PIC X(10).
                   05 DM-METHOD        PIC X(1).
                   05 DM-AMOUNT        PIC 9(4)V99.
                   05 DM-GOAL          PIC 9(6)V99.
                   05 DM-TAKEN-TO-DATE PIC 9(6)V99.
                   05 DM-ARREARS       PIC 9(6)V99.

               FD  LEAVE-BALANCE-FILE
               DATA RECORD IS LEAVE-BALANCE-RECORD.
       01      LEAVE-BALANCE-RECORD.
                   05 LB-EMP-ID        PIC 9(6).
                   05 LB-VAC-BALANCE   PIC 9(3)V99.
                   05 LB-SICK-BALANCE  PIC 9(3)V99.

               FD  COURSE-CATALOG-FILE
               RECORD CONTAINS 66 CHARACTERS
               DATA RECORD IS COURSE-CATALOG-RECORD.
               COPY CRSCAT.

               FD  COURSE-HISTORY-FILE
               RECORD CONTAINS 48 CHARACTERS
               DATA RECORD IS COURSE-HISTORY-RECORD.
               COPY CRSHIST.

               FD  INTEGRITY-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS INTEGRITY-REPORT-OUT.
       01      INTEGRITY-REPORT-OUT  PIC X(80).

               FD  JOB-AUDIT-LOG-FILE
               RECORD CONTAINS 181 CHARACTERS
               DATA RECORD IS JOB-AUDIT-LOG-RECORD.
               COPY AUDITLOG.

           WORKING-STORAGE SECTION.
       01  CUSTOMER-FILE-STATUS  PIC XX.
       01  BALANCE-FILE-STATUS   PIC XX.
       01  DEPOSIT-FILE-STATUS   PIC XX.
       01  INVENTORY-FILE-STATUS PIC XX.
       01  EMPLOYEE-FILE-STATUS  PIC XX.
       01  SALES-MASTER-STATUS   PIC XX.
       01  REGISTER-FILE-STATUS  PIC XX.
       01  DEDUCTION-FILE-STATUS PIC XX.
       01  LEAVE-FILE-STATUS     PIC XX.
       01  CATALOG-FILE-STATUS   PIC XX.
       01  HISTORY-FILE-STATUS   PIC XX.
       01  EOF-SWITCH            PIC XXX.
       01  CUSTOMER-OPEN-SWITCH  PIC XXX VALUE 'NO '.
       01  EMPLOYEE-OPEN-SWITCH  PIC XXX VALUE 'NO '.
       01  SALES-LOADED-SWITCH   PIC XXX VALUE 'NO '.
       01  CATALOG-LOADED-SWITCH PIC XXX VALUE 'NO '.
       01  FOUND-SWITCH          PIC XXX.
      *a system with any of its files unavailable gets no audit-log
      *entry - its zero counts would read as links fixed, and the
      *next full check as links broken anew
       01  UTILITY-CHECKED-SWITCH PIC XXX VALUE 'YES'.
       01  SALES-CHECKED-SWITCH   PIC XXX VALUE 'YES'.
       01  PAYROLL-CHECKED-SWITCH PIC XXX VALUE 'YES'.
       01  SCHOOL-CHECKED-SWITCH  PIC XXX VALUE 'YES'.
       01  JOB-START-TIME        PIC 9(8).
       01  RUN-DATE              PIC 9(6).

      *the salesperson master in storage - MATCHED is set when an
      *employee is found selling under the ID
       01  SALES-COUNT           PIC 9(3) VALUE ZERO.
       01  SALES-IDX             PIC 9(3).
       01  SALES-FOUND-IDX       PIC 9(3).
       01  SALES-TABLE.
           05 SALES-ENTRY OCCURS 500 TIMES.
               10 SP-ID             PIC X(10).
               10 SP-STATUS         PIC X(1).
               10 SP-MATCHED        PIC X(1).
       01  LOOKUP-SALES-ID       PIC X(10).

       01  CATALOG-COUNT         PIC 9(3) VALUE ZERO.
       01  CATALOG-IDX           PIC 9(3).
       01  CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 500 TIMES.
               10 CT-COURSE-ID      PIC X(8).

      *records walked, by system, for the audit log's input count
       01  UTILITY-READ-COUNT    PIC 9(7) VALUE ZERO.
       01  SALES-READ-COUNT      PIC 9(7) VALUE ZERO.
       01  PAYROLL-READ-COUNT    PIC 9(7) VALUE ZERO.
       01  SCHOOL-READ-COUNT     PIC 9(7) VALUE ZERO.

      *one count per rule - the rule codes print on the report and
      *label the counts on the audit log
       01  BAL-NO-CUST-COUNT     PIC 9(7) VALUE ZERO.
       01  DEP-NO-CUST-COUNT     PIC 9(7) VALUE ZERO.
       01  METER-NO-CUST-COUNT   PIC 9(7) VALUE ZERO.
       01  EMP-NO-PAYEE-COUNT    PIC 9(7) VALUE ZERO.
       01  PAYEE-NO-EMP-COUNT    PIC 9(7) VALUE ZERO.
       01  SALE-NO-PAYEE-COUNT   PIC 9(7) VALUE ZERO.
       01  DED-UNKNOWN-COUNT     PIC 9(7) VALUE ZERO.
       01  DED-TERMED-COUNT      PIC 9(7) VALUE ZERO.
       01  LEAVE-UNKNOWN-COUNT   PIC 9(7) VALUE ZERO.
       01  LEAVE-TERMED-COUNT    PIC 9(7) VALUE ZERO.
       01  HIST-NO-COURSE-COUNT  PIC 9(7) VALUE ZERO.
       01  TOTAL-BROKEN-COUNT    PIC 9(7) VALUE ZERO.
       01  AUDIT-SLOT-IDX        PIC 9.

       01  RPT-HEADING.
           05 FILLER            PIC X(32)
               VALUE 'MASTER FILE INTEGRITY AUDIT -   '.
           05 RPT-HEAD-DATE     PIC 9(6).

       01  RPT-COLUMN-HEADING.
           05 FILLER            PIC X(16) VALUE 'RULE'.
           05 FILLER            PIC X(21) VALUE 'KEY'.
           05 FILLER            PIC X(40) VALUE 'PROBLEM'.

       01  RPT-DETAIL-LINE.
           05 RPT-RULE          PIC X(15).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RPT-KEY           PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RPT-PROBLEM       PIC X(40).

       01  RPT-SUMMARY-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RPT-SUM-RULE      PIC X(15).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RPT-SUM-COUNT     PIC Z(6)9.

       01  RPT-TRAILER.
           05 FILLER            PIC X(15) VALUE '*** TRAILER ***'.
           05 FILLER            PIC X(15) VALUE ' BROKEN LINKS  '.
           05 TRAIL-BROKEN      PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT JOB-START-TIME FROM TIME.
           ACCEPT RUN-DATE FROM DATE.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE RUN-DATE TO RPT-HEAD-DATE.
           MOVE RPT-HEADING TO INTEGRITY-REPORT-OUT.
           WRITE INTEGRITY-REPORT-OUT.
           MOVE RPT-COLUMN-HEADING TO INTEGRITY-REPORT-OUT.
           WRITE INTEGRITY-REPORT-OUT.

           PERFORM CHECK-UTILITY-LINKS.
           PERFORM CHECK-SALES-LINKS.
           PERFORM CHECK-PAYROLL-LINKS.
           PERFORM CHECK-SCHOOL-LINKS.

           IF CUSTOMER-OPEN-SWITCH = 'YES'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF EMPLOYEE-OPEN-SWITCH = 'YES'
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

           PERFORM WRITE-RULE-SUMMARY.
           CLOSE INTEGRITY-REPORT-FILE.

           PERFORM WRITE-JOB-AUDIT-LOG-ENTRIES.

           DISPLAY 'INTEGRITY AUDIT COMPLETE - ' TOTAL-BROKEN-COUNT
               ' BROKEN LINKS'.
      *broken links are reported, not fatal - the night carries on
      *and MORNING-OPS raises the growth - so only GOBACK, leaving
      *RETURN-CODE alone for the NIGHTRUN sequencer
           GOBACK.

      *balances, deposits and route stops must each belong to an
      *account on the customer master - closed accounts keep their
      *rows, so only an account missing outright is broken
       CHECK-UTILITY-LINKS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF CUSTOMER-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'CUSTOMER RULES' TO RPT-RULE
               MOVE 'custmast.dat' TO RPT-KEY
               PERFORM WRITE-NOT-CHECKED-LINE
               MOVE 'NO ' TO UTILITY-CHECKED-SWITCH
           ELSE
               MOVE 'YES' TO CUSTOMER-OPEN-SWITCH
               PERFORM CHECK-BALANCE-ROWS
               PERFORM CHECK-DEPOSIT-ROWS
               PERFORM CHECK-METER-STOPS
           END-IF.

       CHECK-BALANCE-ROWS.
           OPEN INPUT BALANCE-MASTER-FILE.
           IF BALANCE-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'BAL-NO-CUST' TO RPT-RULE
               MOVE 'balances.dat' TO RPT-KEY
               PERFORM WRITE-NOT-CHECKED-LINE
               MOVE 'NO ' TO UTILITY-CHECKED-SWITCH
           ELSE
               MOVE SPACES TO EOF-SWITCH
               PERFORM CHECK-ONE-BALANCE
                   UNTIL EOF-SWITCH = 'YES'
               CLOSE BALANCE-MASTER-FILE
           END-IF.

       CHECK-ONE-BALANCE.
           READ BALANCE-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO UTILITY-READ-COUNT
                   MOVE BAL-ACC-NUMBER TO CUST-ACC-NUMBER
                   PERFORM LOOKUP-CUSTOMER
                   IF FOUND-SWITCH = 'NO '
                       MOVE 'BAL-NO-CUST' TO RPT-RULE
                       MOVE BAL-ACC-NUMBER TO RPT-KEY
                       MOVE 'BALANCE ROW FOR ACCOUNT NOT ON CUSTMAST'
                           TO RPT-PROBLEM
                       PERFORM WRITE-DETAIL-LINE
                       ADD 1 TO BAL-NO-CUST-COUNT
                   END-IF
           END-READ.

       CHECK-DEPOSIT-ROWS.
           OPEN INPUT DEPOSIT-MASTER-FILE.
           IF DEPOSIT-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'DEP-NO-CUST' TO RPT-RULE
               MOVE 'deposits.dat' TO RPT-KEY
               PERFORM WRITE-NOT-CHECKED-LINE
               MOVE 'NO ' TO UTILITY-CHECKED-SWITCH
           ELSE
               MOVE SPACES TO EOF-SWITCH
               PERFORM CHECK-ONE-DEPOSIT
                   UNTIL EOF-SWITCH = 'YES'
               CLOSE DEPOSIT-MASTER-FILE
           END-IF.

       CHECK-ONE-DEPOSIT.
           READ DEPOSIT-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO UTILITY-READ-COUNT
                   MOVE DEP-ACC-NUMBER TO CUST-ACC-NUMBER
                   PERFORM LOOKUP-CUSTOMER
                   IF FOUND-SWITCH = 'NO '
                       MOVE 'DEP-NO-CUST' TO RPT-RULE
                       MOVE DEP-ACC-NUMBER TO RPT-KEY
                       MOVE 'DEPOSIT HELD FOR ACCOUNT NOT ON CUSTMAST'
                           TO RPT-PROBLEM
                       PERFORM WRITE-DETAIL-LINE
                       ADD 1 TO DEP-NO-CUST-COUNT
                   END-IF
           END-READ.

       CHECK-METER-STOPS.
           OPEN INPUT METER-INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'METER-NO-CUST' TO RPT-RULE
               MOVE 'meter-inventory.txt' TO RPT-KEY
               PERFORM WRITE-NOT-CHECKED-LINE
               MOVE 'NO ' TO UTILITY-CHECKED-SWITCH
           ELSE
               MOVE SPACES TO EOF-SWITCH
               PERFORM CHECK-ONE-METER-STOP
                   UNTIL EOF-SWITCH = 'YES'
               CLOSE METER-INVENTORY-FILE
           END-IF.

      *the key printed is route, account and meter, so the stop can
      *be found on the route sheet
       CHECK-ONE-METER-STOP.
           READ METER-INVENTORY-FILE
               AT END MOVE 'YES' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO UTILITY-READ-COUNT
                   MOVE MI-ACC-NUMBER TO CUST-ACC-NUMBER
                   PERFORM LOOKUP-CUSTOMER
                   IF FOUND-SWITCH = 'NO '
                       MOVE 'METER-NO-CUST' TO RPT-RULE
                       MOVE SPACES TO RPT-KEY
                       STRING MI-ROUTE-ID DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              MI-ACC-NUMBER DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              MI-METER-NUMBER DELIMITED BY SPACE
                              INTO RPT-KEY
                       END-STRING
                       MOVE 'ROUTE STOP FOR ACCOUNT NOT ON CUSTMAST'
                           TO RPT-PROBLEM
                       PERFORM WRITE-DETAIL-LINE
                       ADD 1 TO METER-NO-CUST-COUNT
                   END-IF
           END-READ.

       LOOKUP-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY MOVE 'NO ' TO FOUND-SWITCH
               NOT INVALID KEY MOVE 'YES' TO FOUND-SWITCH
           END-READ.

      *every sales ID an employee carries must be a payee on the
      *salesperson master, every active payee must be some
      *employee's sales ID, and every sale (and its split partner)
      *must still have a payee to pay
       CHECK-SALES-LINKS.
           PERFORM LOAD-SALES-MASTER.
           PERFORM OPEN-EMPLOYEE-MASTER.

           IF SALES-LOADED-SWITCH = 'YES'
              AND EMPLOYEE-OPEN-SWITCH = 'YES'
               MOVE LOW-VALUES TO EM-EMP-ID
               MOVE SPACES TO EOF-SWITCH
               START EMPLOYEE-MASTER-FILE
                   KEY IS GREATER THAN EM-EMP-ID
                   INVALID KEY MOVE 'YES' TO EOF-SWITCH
               END-START
               PERFORM CHECK-ONE-EMPLOYEE-SALES-ID
                   UNTIL EOF-SWITCH = 'YES'
               PERFORM CHECK-PAYEE-HAS-EMPLOYEE
                   VARYING SALES-IDX FROM 1 BY 1
                   UNTIL SALES-IDX > SALES-COUNT
           END-IF.

           IF SALES-LOADED-SWITCH = 'YES'
               PERFORM CHECK-SALES-REGISTER
           END-IF.

       LOAD-SALES-MASTER.
           OPEN INPUT SALES-MASTER-FILE.
           IF SALES-MASTER-STATUS IS NOT EQUAL TO '00'
               MOVE 'SALES RULES' TO RPT-RULE
               MOVE 'salesperson-master.txt' TO RPT-KEY
               PERFORM WRITE-NOT-CHECKED-LINE
               MOVE 'NO ' TO SALES-CHECKED-SWITCH
           ELSE
               MOVE 'YES' TO SALES-LOADED-SWITCH
               MOVE SPACES TO EOF-SWITCH
               PERFORM LOAD-ONE-SALESPERSON
                   UNTIL EOF-SWITCH = 'YES'
               CLOSE SALES-MASTER-FILE
           END-IF.

       LOAD-ONE-SALESPERSON.
           READ SALES-MASTER-FILE
               AT END MOVE 'YES' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO SALES-READ-COUNT
                   IF SALES-COUNT IS LESS THAN 500
                       ADD 1 TO SALES-COUNT
                       MOVE SM-REC-ID TO SP-ID(SALES-COUNT)
                       MOVE SM-REC-STATUS TO SP-STATUS(SALES-COUNT)
                       MOVE 'N' TO SP-MATCHED(SALES-COUNT)
                   END-IF
           END-READ.

       OPEN-EMPLOYEE-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF EMPLOYEE-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'EMPLOYEE RULES' TO RPT-RULE
               MOVE 'empmaster.dat' TO RPT-KEY
               PERFORM WRITE-NOT-CHECKED-LINE
               MOVE 'NO ' TO SALES-CHECKED-SWITCH
               MOVE 'NO ' TO PAYROLL-CHECKED-SWITCH
           ELSE
               MOVE 'YES' TO EMPLOYEE-OPEN-SWITCH
           END-IF.

       CHECK-ONE-EMPLOYEE-SALES-ID.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO SALES-READ-COUNT
                   IF EM-SALES-ID IS NOT EQUAL TO SPACES
                       MOVE EM-SALES-ID TO LOOKUP-SALES-ID
                       PERFORM FIND-SALESPERSON
                       IF FOUND-SWITCH = 'YES'
                           MOVE 'Y' TO SP-MATCHED(SALES-FOUND-IDX)
                       ELSE
                           MOVE 'EMP-NO-PAYEE' TO RPT-RULE
                           MOVE SPACES TO RPT-KEY
                           STRING EM-EMP-ID DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  EM-SALES-ID DELIMITED BY SPACE
                                  INTO RPT-KEY
                           END-STRING
                           MOVE 'SALES ID NOT ON SALESPERSON MASTER'
                               TO RPT-PROBLEM
                           PERFORM WRITE-DETAIL-LINE
                           ADD 1 TO EMP-NO-PAYEE-COUNT
                       END-IF
                   END-IF
           END-READ.

       CHECK-PAYEE-HAS-EMPLOYEE.
           IF SP-STATUS(SALES-IDX) = 'A'
              AND SP-MATCHED(SALES-IDX) = 'N'
               MOVE 'PAYEE-NO-EMP' TO RPT-RULE
               MOVE SP-ID(SALES-IDX) TO RPT-KEY
               MOVE 'ACTIVE SALESPERSON WITH NO EMPLOYEE'
                   TO RPT-PROBLEM
               PERFORM WRITE-DETAIL-LINE
               ADD 1 TO PAYEE-NO-EMP-COUNT
           END-IF.

       CHECK-SALES-REGISTER.
           OPEN INPUT SALES-REGISTER-FILE.
           IF REGISTER-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'SALE-NO-PAYEE' TO RPT-RULE
               MOVE 'sales-register.txt' TO RPT-KEY
               PERFORM WRITE-NOT-CHECKED-LINE
               MOVE 'NO ' TO SALES-CHECKED-SWITCH
           ELSE
               MOVE SPACES TO EOF-SWITCH
               PERFORM CHECK-ONE-SALE
                   UNTIL EOF-SWITCH = 'YES'
               CLOSE SALES-REGISTER-FILE
           END-IF.

       CHECK-ONE-SALE.
           READ SALES-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO SALES-READ-COUNT
                   MOVE SRF-SALES-PERSON TO LOOKUP-SALES-ID
                   PERFORM FIND-SALESPERSON
                   IF FOUND-SWITCH = 'NO '
                       MOVE 'SALE FOR DELETED PAYEE'
                           TO RPT-PROBLEM
                       PERFORM WRITE-SALE-DETAIL
                   END-IF
                   IF SRF-SPLIT-ID IS NOT EQUAL TO SPACES
                       MOVE SRF-SPLIT-ID TO LOOKUP-SALES-ID
                       PERFORM FIND-SALESPERSON
                       IF FOUND-SWITCH = 'NO '
                           MOVE 'SPLIT SHARE FOR DELETED PAYEE'
                               TO RPT-PROBLEM
                           PERFORM WRITE-SALE-DETAIL
                       END-IF
                   END-IF
           END-READ.

      *the sale is keyed by branch, payee and date on the register
       WRITE-SALE-DETAIL.
           MOVE 'SALE-NO-PAYEE' TO RPT-RULE.
           MOVE SPACES TO RPT-KEY.
           STRING SRF-BRANCH DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LOOKUP-SALES-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SRF-SALE-DATE DELIMITED BY SIZE
                  INTO RPT-KEY
           END-STRING.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO SALE-NO-PAYEE-COUNT.

       FIND-SALESPERSON.
           MOVE 'NO ' TO FOUND-SWITCH.
           PERFORM VARYING SALES-IDX FROM 1 BY 1
               UNTIL SALES-IDX > SALES-COUNT
               IF SP-ID(SALES-IDX) = LOOKUP-SALES-ID
                   MOVE 'YES' TO FOUND-SWITCH
                   MOVE SALES-IDX TO SALES-FOUND-IDX
               END-IF
           END-PERFORM.

      *deductions and leave balances belong to employees still on
      *the payroll - a row for an ID the master doesn't have, or
      *for one terminated, is broken
       CHECK-PAYROLL-LINKS.
           IF EMPLOYEE-OPEN-SWITCH = 'YES'
               PERFORM CHECK-DEDUCTION-ROWS
               PERFORM CHECK-LEAVE-ROWS
           END-IF.

       CHECK-DEDUCTION-ROWS.
           OPEN INPUT DEDUCTION-MASTER-FILE.
           IF DEDUCTION-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'DED RULES' TO RPT-RULE
               MOVE 'deduction-master.txt' TO RPT-KEY
               PERFORM WRITE-NOT-CHECKED-LINE
               MOVE 'NO ' TO PAYROLL-CHECKED-SWITCH
           ELSE
               MOVE SPACES TO EOF-SWITCH
               PERFORM CHECK-ONE-DEDUCTION
                   UNTIL EOF-SWITCH = 'YES'
               CLOSE DEDUCTION-MASTER-FILE
           END-IF.

       CHECK-ONE-DEDUCTION.
           READ DEDUCTION-MASTER-FILE
               AT END MOVE 'YES' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO PAYROLL-READ-COUNT
                   MOVE SPACES TO RPT-KEY
                   STRING DM-EMP-ID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          DM-DED-TYPE DELIMITED BY SPACE
                          INTO RPT-KEY
                   END-STRING
                   MOVE DM-EMP-ID TO EM-EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE 'DED-UNKNOWN-EMP' TO RPT-RULE
                           MOVE 'DEDUCTION FOR EMPLOYEE NOT ON MASTER'
                               TO RPT-PROBLEM
                           PERFORM WRITE-DETAIL-LINE
                           ADD 1 TO DED-UNKNOWN-COUNT
                       NOT INVALID KEY
                           IF EM-IS-TERMINATED
                               MOVE 'DED-TERMED-EMP' TO RPT-RULE
                               MOVE 'DEDUCTION FOR TERMINATED EMPLOYEE'
                                   TO RPT-PROBLEM
                               PERFORM WRITE-DETAIL-LINE
                               ADD 1 TO DED-TERMED-COUNT
                           END-IF
                   END-READ
           END-READ.

       CHECK-LEAVE-ROWS.
           OPEN INPUT LEAVE-BALANCE-FILE.
           IF LEAVE-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'LEAVE RULES' TO RPT-RULE
               MOVE 'leave-balances.dat' TO RPT-KEY
               PERFORM WRITE-NOT-CHECKED-LINE
               MOVE 'NO ' TO PAYROLL-CHECKED-SWITCH
           ELSE
               MOVE SPACES TO EOF-SWITCH
               PERFORM CHECK-ONE-LEAVE-BALANCE
                   UNTIL EOF-SWITCH = 'YES'
               CLOSE LEAVE-BALANCE-FILE
           END-IF.

       CHECK-ONE-LEAVE-BALANCE.
           READ LEAVE-BALANCE-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO PAYROLL-READ-COUNT
                   MOVE LB-EMP-ID TO RPT-KEY
                   MOVE LB-EMP-ID TO EM-EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY
                           MOVE 'LEAVE-UNKNOWN' TO RPT-RULE
                           MOVE 'LEAVE BALANCE FOR EMP NOT ON MASTER'
                               TO RPT-PROBLEM
                           PERFORM WRITE-DETAIL-LINE
                           ADD 1 TO LEAVE-UNKNOWN-COUNT
                       NOT INVALID KEY
                           IF EM-IS-TERMINATED
                               MOVE 'LEAVE-TERMED' TO RPT-RULE
                               MOVE 'LEAVE BALANCE FOR TERMINATED EMP'
                                   TO RPT-PROBLEM
                               PERFORM WRITE-DETAIL-LINE
                               ADD 1 TO LEAVE-TERMED-COUNT
                           END-IF
                   END-READ
           END-READ.

      *every archived course attempt must be for a course on the
      *catalog - retired courses stay on it, so a missing one was
      *keyed wrong or deleted out from under the history
       CHECK-SCHOOL-LINKS.
           OPEN INPUT COURSE-CATALOG-FILE.
           IF CATALOG-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'HIST-NO-COURSE' TO RPT-RULE
               MOVE 'coursecat.txt' TO RPT-KEY
               PERFORM WRITE-NOT-CHECKED-LINE
               MOVE 'NO ' TO SCHOOL-CHECKED-SWITCH
           ELSE
               MOVE 'YES' TO CATALOG-LOADED-SWITCH
               MOVE SPACES TO EOF-SWITCH
               PERFORM LOAD-ONE-CATALOG-COURSE
                   UNTIL EOF-SWITCH = 'YES'
               CLOSE COURSE-CATALOG-FILE
           END-IF.

           IF CATALOG-LOADED-SWITCH = 'YES'
               OPEN INPUT COURSE-HISTORY-FILE
               IF HISTORY-FILE-STATUS IS NOT EQUAL TO '00'
                   MOVE 'HIST-NO-COURSE' TO RPT-RULE
                   MOVE 'course-history.txt' TO RPT-KEY
                   PERFORM WRITE-NOT-CHECKED-LINE
                   MOVE 'NO ' TO SCHOOL-CHECKED-SWITCH
               ELSE
                   MOVE SPACES TO EOF-SWITCH
                   PERFORM CHECK-ONE-HISTORY-ROW
                       UNTIL EOF-SWITCH = 'YES'
                   CLOSE COURSE-HISTORY-FILE
               END-IF
           END-IF.

       LOAD-ONE-CATALOG-COURSE.
           READ COURSE-CATALOG-FILE
               AT END MOVE 'YES' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO SCHOOL-READ-COUNT
                   IF CATALOG-COUNT IS LESS THAN 500
                       ADD 1 TO CATALOG-COUNT
                       MOVE CAT-COURSE-ID
                           TO CT-COURSE-ID(CATALOG-COUNT)
                   END-IF
           END-READ.

       CHECK-ONE-HISTORY-ROW.
           READ COURSE-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO SCHOOL-READ-COUNT
                   MOVE 'NO ' TO FOUND-SWITCH
                   PERFORM VARYING CATALOG-IDX FROM 1 BY 1
                       UNTIL CATALOG-IDX > CATALOG-COUNT
                       IF CT-COURSE-ID(CATALOG-IDX) = CH-COURSE-ID
                           MOVE 'YES' TO FOUND-SWITCH
                       END-IF
                   END-PERFORM
                   IF FOUND-SWITCH = 'NO '
                       MOVE 'HIST-NO-COURSE' TO RPT-RULE
                       MOVE SPACES TO RPT-KEY
                       STRING CH-STUDENT-ID DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              CH-TERM DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              CH-COURSE-ID DELIMITED BY SPACE
                              INTO RPT-KEY
                       END-STRING
                       MOVE 'COURSE HISTORY FOR COURSE NOT ON CATALOG'
                           TO RPT-PROBLEM
                       PERFORM WRITE-DETAIL-LINE
                       ADD 1 TO HIST-NO-COURSE-COUNT
                   END-IF
           END-READ.

       WRITE-DETAIL-LINE.
           MOVE RPT-DETAIL-LINE TO INTEGRITY-REPORT-OUT.
           WRITE INTEGRITY-REPORT-OUT.
           ADD 1 TO TOTAL-BROKEN-COUNT.

      *a master that can't be opened leaves its rules unchecked -
      *said on the report rather than counted as zero broken links
       WRITE-NOT-CHECKED-LINE.
           MOVE 'FILE NOT AVAILABLE - RULE NOT CHECKED'
               TO RPT-PROBLEM.
           MOVE RPT-DETAIL-LINE TO INTEGRITY-REPORT-OUT.
           WRITE INTEGRITY-REPORT-OUT.

       WRITE-RULE-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-OUT.
           WRITE INTEGRITY-REPORT-OUT.
           MOVE 'COUNT BY RULE' TO INTEGRITY-REPORT-OUT.
           WRITE INTEGRITY-REPORT-OUT.
           MOVE 'BAL-NO-CUST' TO RPT-SUM-RULE.
           MOVE BAL-NO-CUST-COUNT TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'DEP-NO-CUST' TO RPT-SUM-RULE.
           MOVE DEP-NO-CUST-COUNT TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'METER-NO-CUST' TO RPT-SUM-RULE.
           MOVE METER-NO-CUST-COUNT TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'EMP-NO-PAYEE' TO RPT-SUM-RULE.
           MOVE EMP-NO-PAYEE-COUNT TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'PAYEE-NO-EMP' TO RPT-SUM-RULE.
           MOVE PAYEE-NO-EMP-COUNT TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'SALE-NO-PAYEE' TO RPT-SUM-RULE.
           MOVE SALE-NO-PAYEE-COUNT TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'DED-UNKNOWN-EMP' TO RPT-SUM-RULE.
           MOVE DED-UNKNOWN-COUNT TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'DED-TERMED-EMP' TO RPT-SUM-RULE.
           MOVE DED-TERMED-COUNT TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'LEAVE-UNKNOWN' TO RPT-SUM-RULE.
           MOVE LEAVE-UNKNOWN-COUNT TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'LEAVE-TERMED' TO RPT-SUM-RULE.
           MOVE LEAVE-TERMED-COUNT TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'HIST-NO-COURSE' TO RPT-SUM-RULE.
           MOVE HIST-NO-COURSE-COUNT TO RPT-SUM-COUNT.
           PERFORM WRITE-SUMMARY-LINE.

           MOVE TOTAL-BROKEN-COUNT TO TRAIL-BROKEN.
           MOVE RPT-TRAILER TO INTEGRITY-REPORT-OUT.
           WRITE INTEGRITY-REPORT-OUT.

       WRITE-SUMMARY-LINE.
           MOVE RPT-SUMMARY-LINE TO INTEGRITY-REPORT-OUT.
           WRITE INTEGRITY-REPORT-OUT.

      *eleven rules won't fit one entry's six slots, so there is an
      *entry per system - each name keeps its own prior night on
      *MORNING-OPS, and the input count is the records walked.  a
      *system left partly unchecked writes no entry, so its prior
      *night stays the last full check
       WRITE-JOB-AUDIT-LOG-ENTRIES.
           ACCEPT AUDIT-RUN-DATE FROM DATE.
           MOVE JOB-START-TIME TO AUDIT-START-TIME.
           ACCEPT AUDIT-END-TIME FROM TIME.
           OPEN EXTEND JOB-AUDIT-LOG-FILE.

           IF UTILITY-CHECKED-SWITCH = 'YES'
               PERFORM CLEAR-AUDIT-OUTPUTS
               MOVE 'INTEGRITY-UTILITY' TO AUDIT-PROGRAM-NAME
               MOVE UTILITY-READ-COUNT TO AUDIT-INPUT-COUNT
               MOVE 'BAL-NO-CUST'     TO AUDIT-OUTPUT-LABEL(1)
               MOVE BAL-NO-CUST-COUNT TO AUDIT-OUTPUT-COUNT(1)
               MOVE 'DEP-NO-CUST'     TO AUDIT-OUTPUT-LABEL(2)
               MOVE DEP-NO-CUST-COUNT TO AUDIT-OUTPUT-COUNT(2)
               MOVE 'METER-NO-CUST'   TO AUDIT-OUTPUT-LABEL(3)
               MOVE METER-NO-CUST-COUNT TO AUDIT-OUTPUT-COUNT(3)
               WRITE JOB-AUDIT-LOG-RECORD
           END-IF.

           IF SALES-CHECKED-SWITCH = 'YES'
               PERFORM CLEAR-AUDIT-OUTPUTS
               MOVE 'INTEGRITY-SALES' TO AUDIT-PROGRAM-NAME
               MOVE SALES-READ-COUNT TO AUDIT-INPUT-COUNT
               MOVE 'EMP-NO-PAYEE'    TO AUDIT-OUTPUT-LABEL(1)
               MOVE EMP-NO-PAYEE-COUNT TO AUDIT-OUTPUT-COUNT(1)
               MOVE 'PAYEE-NO-EMP'    TO AUDIT-OUTPUT-LABEL(2)
               MOVE PAYEE-NO-EMP-COUNT TO AUDIT-OUTPUT-COUNT(2)
               MOVE 'SALE-NO-PAYEE'   TO AUDIT-OUTPUT-LABEL(3)
               MOVE SALE-NO-PAYEE-COUNT TO AUDIT-OUTPUT-COUNT(3)
               WRITE JOB-AUDIT-LOG-RECORD
           END-IF.

           IF PAYROLL-CHECKED-SWITCH = 'YES'
               PERFORM CLEAR-AUDIT-OUTPUTS
               MOVE 'INTEGRITY-PAYROLL' TO AUDIT-PROGRAM-NAME
               MOVE PAYROLL-READ-COUNT TO AUDIT-INPUT-COUNT
               MOVE 'DED-UNKNOWN-EMP' TO AUDIT-OUTPUT-LABEL(1)
               MOVE DED-UNKNOWN-COUNT TO AUDIT-OUTPUT-COUNT(1)
               MOVE 'DED-TERMED-EMP'  TO AUDIT-OUTPUT-LABEL(2)
               MOVE DED-TERMED-COUNT  TO AUDIT-OUTPUT-COUNT(2)
               MOVE 'LEAVE-UNKNOWN'   TO AUDIT-OUTPUT-LABEL(3)
               MOVE LEAVE-UNKNOWN-COUNT TO AUDIT-OUTPUT-COUNT(3)
               MOVE 'LEAVE-TERMED'    TO AUDIT-OUTPUT-LABEL(4)
               MOVE LEAVE-TERMED-COUNT TO AUDIT-OUTPUT-COUNT(4)
               WRITE JOB-AUDIT-LOG-RECORD
           END-IF.

           IF SCHOOL-CHECKED-SWITCH = 'YES'
               PERFORM CLEAR-AUDIT-OUTPUTS
               MOVE 'INTEGRITY-SCHOOL' TO AUDIT-PROGRAM-NAME
               MOVE SCHOOL-READ-COUNT TO AUDIT-INPUT-COUNT
               MOVE 'HIST-NO-COURSE'  TO AUDIT-OUTPUT-LABEL(1)
               MOVE HIST-NO-COURSE-COUNT TO AUDIT-OUTPUT-COUNT(1)
               WRITE JOB-AUDIT-LOG-RECORD
           END-IF.

           CLOSE JOB-AUDIT-LOG-FILE.

       CLEAR-AUDIT-OUTPUTS.
           PERFORM VARYING AUDIT-SLOT-IDX FROM 1 BY 1
               UNTIL AUDIT-SLOT-IDX > 6
               MOVE SPACES TO AUDIT-OUTPUT-LABEL(AUDIT-SLOT-IDX)
               MOVE ZERO TO AUDIT-OUTPUT-COUNT(AUDIT-SLOT-IDX)
           END-PERFORM.
