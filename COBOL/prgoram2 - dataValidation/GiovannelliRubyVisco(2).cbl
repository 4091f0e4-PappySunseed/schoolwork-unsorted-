               SELECT APPROVAL-REGISTER-REPORT
                   ASSIGN TO 'approval-register.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
      *the back-end products the F&I office sells, and trade-ins,
      *each with its own commission rate and F&I manager split
               SELECT BACK-END-PRODUCT-FILE ASSIGN TO 'fi-products.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BACK-END-PRODUCT-STATUS.
      *the plan tiers TRUEUP settles at month end - read here only
      *for which plans pay on front-end gross and their mini
               SELECT PLAN-MASTER-FILE
                   ASSIGN TO 'commission-plans.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PLAN-FILE-STATUS.
      *the pack each branch loads onto a unit's cost before a gross
      *plan's commission is figured
               SELECT BRANCH-PACK-FILE ASSIGN TO 'branch-packs.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BRANCH-PACK-STATUS.
               SELECT JOB-AUDIT-LOG-FILE ASSIGN TO 'job-audit-log.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

                   05 SECOND-SALES-PERSON PIC X(10).
                   05 SPLIT-PCT        PIC 999.

      *back-end detail - a trade-in or an F&I product - follows the
      *deal it was sold on, tagged BKE where the location would be;
      *branch, payee, and sale date sit where the deal keeps them
      *and must repeat the deal's, the product gross (the trade
      *allowance on a trade-in) sits in the sale amount, and a
      *trade-in's own VIN sits in the VIN
       01      BACK-END-RECORD.
                   05 BE-RECORD-TYPE   PIC X(3).
                   05 FILLER           PIC X(8).
                   05 BE-BRANCH        PIC 9(4).
                   05 BE-SALES-PERSON  PIC X(10).
                   05 BE-PRODUCT-CODE  PIC X(4).
                   05 FILLER           PIC X(6).
                   05 BE-SALE-DATE     PIC 9(6).
                   05 BE-GROSS         PIC 9(6).
                   05 FILLER           PIC X(20).
                   05 BE-TRADE-VIN     PIC X(17).
                   05 FILLER           PIC X(13).

               FD  BAD-REPORT
               RECORD CONTAINS 130 CHARACTERS
               DATA RECORD IS BAD-OUT.
      *counts of each error type per branch, so a bad batch can be
      *triaged by where to look instead of reading every reject line
               FD  ERROR-SUMMARY-REPORT
               RECORD CONTAINS 132 CHARACTERS
               DATA RECORD IS ERROR-SUMMARY-OUT.
       01      ERROR-SUMMARY-OUT  PIC X(132).

      *one row per salesperson on the payroll - their payee ID as it
      *must be keyed on a sale, name, home branch, employment status
      *('A' active, 'T' terminated), the base plan commission rate
      *their deals pay at in-month, and which accelerator plan on
      *commission-plans.txt the month-end true-up settles them under,
      *and the F&I manager payee who shares their back-end products
      *(spaces when the seller keeps the whole back-end commission)
               FD  SALES-MASTER-FILE
               RECORD CONTAINS 52 CHARACTERS
               DATA RECORD IS SALES-MASTER-RECORD.
       01      SALES-MASTER-RECORD.
                   05 SM-REC-ID         PIC X(10).
                   05 SM-REC-STATUS     PIC X(1).
                   05 SM-REC-PLAN-RATE  PIC 999.
                   05 SM-REC-PLAN-ID    PIC X(4).
                   05 SM-REC-FI-MANAGER PIC X(10).

      *feeds accounts payable / payroll a commission payout for every
      *sale that clears validation, laid out for their import instead
      *the original sale it is unwinding ('A' active, 'C' clawed
      *back, 'R' killed by a manager's rejection of its hold)
               FD  SALES-REGISTER-FILE
               RECORD CONTAINS 94 CHARACTERS
               DATA RECORD IS SALES-REGISTER-RECORD.
       01      SALES-REGISTER-RECORD.
                   05 SRF-BRANCH          PIC 9(4).
      *the other payee on a split deal (spaces otherwise), so a
      *chargeback on either half can find and unwind both
                   05 SRF-SPLIT-ID        PIC X(10).
      *the back-end product the row pays on - spaces for the vehicle
      *itself - so a cancelled product claws back only its own rows
                   05 SRF-PRODUCT-CODE    PIC X(4).
      *how the row's commission was figured ('G' on front-end gross,
      *'M' the plan mini with no acquisition cost on file, spaces on
      *sale dollars) and this payee's share of the deal's front-end
      *gross after pack, so the true-up can resettle it at the tier
                   05 SRF-COMM-BASIS      PIC X(1).
                   05 SRF-FRONT-GROSS     PIC S9(6)
                                          SIGN IS LEADING SEPARATE.
      *the unit sold and this payee's percent of it (100 unless the
      *deal was split, zero on a back-end row), so the month-end
      *incentive run can pay a per-unit spiff without double paying
      *a split deal
                   05 SRF-CAR-MODEL       PIC X(13).
                   05 SRF-CAR-YEAR        PIC 9(4).
                   05 SRF-UNIT-SHARE      PIC 999.
      *the deal's VIN - on a back-end row the vehicle it was sold
      *on, not a trade-in's - the one key two same-day deals by
      *the same payee for the same dollars don't share
                   05 SRF-VIN             PIC X(17).

      *one line per unwound deal - the branch, payee, and sale date of
      *the original sale plus the commission dollars to claw back,
      *and the back-end product cancelled (spaces unwinds the
      *vehicle deal itself)
               FD  CHARGEBACK-FILE
               RECORD CONTAINS 32 CHARACTERS
               DATA RECORD IS CHARGEBACK-RECORD.
       01      CHARGEBACK-RECORD.
                   05 CB-BRANCH           PIC 9(4).
                   05 CB-SALES-PERSON     PIC X(10).
                   05 CB-SALE-DATE        PIC 9(6).
                   05 CB-COMMISSION-AMT   PIC 9(6)V99.
                   05 CB-PRODUCT-CODE     PIC X(4).

               FD  CHARGEBACK-EXCEPTION-REPORT
               RECORD CONTAINS 80 CHARACTERS
      *each unit also carries when it hit the lot and what it cost,
      *keyed day-month-year like the sale dates - that is what lets
      *the recon report age the stock and the summary show whether
      *a high-commission month actually made the store money; the
      *owning branch and reconditioning dollars are kept by the
      *stock transaction run - 'W' marks a unit sent to wholesale
               FD  VEHICLE-INVENTORY-FILE
               RECORD CONTAINS 40 CHARACTERS
               DATA RECORD IS VEHICLE-INVENTORY-RECORD.
       01      VEHICLE-INVENTORY-RECORD.
                   05 VI-VIN             PIC X(17).
                   05 VI-STATUS          PIC X(1).
                   05 VI-ACQ-DATE        PIC 9(6).
                   05 VI-ACQ-COST        PIC 9(6).
                   05 VI-BRANCH          PIC 9(4).
                   05 VI-RECON-COST      PIC 9(6).

               FD  VEHICLE-RECON-REPORT
               RECORD CONTAINS 80 CHARACTERS
      *sales held for manager approval, carried across runs until an
      *approval transaction releases or rejects each one
               FD  PENDING-APPROVAL-FILE
               RECORD CONTAINS 70 CHARACTERS
               DATA RECORD IS PENDING-APPROVAL-RECORD.
       01      PENDING-APPROVAL-RECORD.
                   05 PAF-BRANCH          PIC 9(4).
                   05 PAF-RATE            PIC 999.
                   05 PAF-COMMISSION      PIC 9(6)V99.
                   05 PAF-HOLD-REASON     PIC X(12).
                   05 PAF-PRODUCT-CODE    PIC X(4).
                   05 PAF-VIN             PIC X(17).

      *one manager decision per line - which held sale, release or
      *reject ('A' approve, 'R' reject), who decided, and the VIN
      *of the deal decided on
               FD  APPROVAL-TRANS-FILE
               RECORD CONTAINS 48 CHARACTERS
               DATA RECORD IS APPROVAL-TRANS-RECORD.
       01      APPROVAL-TRANS-RECORD.
                   05 APT-BRANCH          PIC 9(4).
                   05 APT-SALE-DATE       PIC 9(6).
                   05 APT-ACTION          PIC X(1).
                   05 APT-APPROVER        PIC X(10).
                   05 APT-VIN             PIC X(17).

               FD  APPROVAL-REGISTER-REPORT
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS APPROVAL-REGISTER-OUT.
       01      APPROVAL-REGISTER-OUT  PIC X(80).

      *one product per line - its code as keyed on the back-end
      *record, a short description, 'T' for a trade-in or 'F' for an
      *F&I product, the commission rate paid on its gross, and the
      *percent of that commission the F&I manager takes
               FD  BACK-END-PRODUCT-FILE
               RECORD CONTAINS 24 CHARACTERS
               DATA RECORD IS BACK-END-PRODUCT-RECORD.
       01      BACK-END-PRODUCT-RECORD.
                   05 BEP-REC-CODE        PIC X(4).
                   05 BEP-REC-DESCRIPTION PIC X(13).
                   05 BEP-REC-KIND        PIC X(1).
                   05 BEP-REC-RATE        PIC 999.
                   05 BEP-REC-FI-PCT      PIC 999.

      *commission-plans.txt as TRUEUP lays it out - a tier row,
      *plus the plan type ('G' pays a percent of front-end gross,
      *spaces a percent of sale dollars) and the mini a gross plan
      *pays on a deal whose gross leaves less
               FD  PLAN-MASTER-FILE
               RECORD CONTAINS 21 CHARACTERS
               DATA RECORD IS PLAN-MASTER-RECORD.
       01      PLAN-MASTER-RECORD.
                   05 PLN-PLAN-ID       PIC X(4).
                   05 PLN-BASIS         PIC X(1).
                   05 PLN-THRESHOLD     PIC 9(6).
                   05 PLN-RATE          PIC 999.
                   05 PLN-PLAN-TYPE     PIC X(1).
                       88 PLN-PAYS-ON-GROSS VALUE 'G'.
                   05 PLN-MINI          PIC 9(4)V99.

      *one branch per line and the pack dollars it adds to cost
               FD  BRANCH-PACK-FILE
               RECORD CONTAINS 9 CHARACTERS
               DATA RECORD IS BRANCH-PACK-RECORD.
       01      BRANCH-PACK-RECORD.
                   05 BPK-REC-BRANCH    PIC 9(4).
                   05 BPK-REC-AMOUNT    PIC 9(5).

               FD  BATCH-CONTROL-FILE
               RECORD CONTAINS 4 CHARACTERS
               DATA RECORD IS BATCH-CONTROL-RECORD.
           88 ERR-RATE-OVERRIDE   VALUE 'O'.
           88 ERR-UNKNOWN-VIN     VALUE 'V'.
           88 ERR-DUPLICATE-VIN   VALUE 'S'.
           88 ERR-BAD-BACK-END    VALUE 'B'.
           88 ERR-WRONG-BRANCH    VALUE 'W'.

       01 ERR-SUMMARY-COUNT        PIC 9(3) VALUE ZERO.
       01 ERR-SUMMARY-SEARCH-IDX   PIC 9(3).
               10 ERR-SUM-RATEOVR    PIC 9(5).
               10 ERR-SUM-BADVIN     PIC 9(5).
               10 ERR-SUM-DUPVIN     PIC 9(5).
               10 ERR-SUM-BADPROD    PIC 9(5).
               10 ERR-SUM-WRONGBR    PIC 9(5).

       01 ERR-SUMMARY-HEADING       PIC X(132) VALUE
           'BRANCH MISSING NONNUM BADDATE BADRATE BADYEAR BADPAYEE RATEO
      -    'VR BADVIN DUPVIN BADPROD WRONGBR'.

      *the salesperson master loaded at run start - every sale's
      *payee and keyed rate are checked against it
               10 SM-STATUS      PIC X(1).
               10 SM-PLAN-RATE   PIC 999.
               10 SM-PLAN-ID     PIC X(4).
               10 SM-FI-MANAGER  PIC X(10).

      *commission payout record laid out for the payroll/AP system's
      *import: branch, payee, date, and the dollars actually owed -
      *the amount carries a leading sign so a chargeback rides the
      *same extract as a negative line; a back-end product's line
      *names the product so the statement can prove it, and a
      *month-end incentive line names its incentive program
       01 PAYOUT-RECORD.
           05 PAYOUT-BRANCH          PIC 9(4).
           05 PAYOUT-SALES-PERSON    PIC X(10).
           05 PAYOUT-SALE-DATE       PIC 9(6).
           05 PAYOUT-COMMISSION-AMT  PIC S9(6)V99
                                     SIGN IS LEADING SEPARATE.
           05 PAYOUT-PRODUCT-CODE    PIC X(4)  VALUE SPACES.
           05 PAYOUT-INCENTIVE-ID    PIC X(6)  VALUE SPACES.
           05 FILLER                 PIC X(41) VALUE SPACES.

      *sales-tax machinery: the jurisdiction rate table loaded from
      *taxrates.txt, the tax worked out on each good sale, and the
               10 PEND-COMMISSION     PIC 9(6)V99.
               10 PEND-HOLD-REASON    PIC X(12).
               10 PEND-STATUS         PIC X(1).
               10 PEND-PRODUCT-CODE   PIC X(4).
               10 PEND-VIN            PIC X(17).

       01 APPROVAL-TRANS-STATUS PIC XX.
       01 APPROVAL-TRANS-EOF    PIC XXX.
               10 REG-COMMISSION      PIC 9(6)V99.
               10 REG-STATUS          PIC X(1).
               10 REG-SPLIT-ID        PIC X(10).
               10 REG-PRODUCT-CODE    PIC X(4).
               10 REG-COMM-BASIS      PIC X(1).
               10 REG-FRONT-GROSS     PIC S9(6).
               10 REG-CAR-MODEL       PIC X(13).
               10 REG-CAR-YEAR        PIC 9(4).
               10 REG-UNIT-SHARE      PIC 999.
               10 REG-VIN             PIC X(17).

      *split-deal machinery - each payee's share of the sale and
      *the commission, worked out once and flowed separately into
           05 SUMW-SALE-AMT     PIC 9(6).
           05 SUMW-COMMISSION   PIC 9(6)V99.
           05 SUMW-PARTNER      PIC X(10).
           05 SUMW-PRODUCT-CODE PIC X(4).
           05 SUMW-RATE         PIC 999.
           05 SUMW-COMM-BASIS   PIC X(1).
           05 SUMW-FRONT-GROSS  PIC S9(6).
           05 SUMW-CAR-MODEL    PIC X(13).
           05 SUMW-CAR-YEAR     PIC 9(4).
           05 SUMW-UNIT-SHARE   PIC 999.
           05 SUMW-VIN          PIC X(17).
       01 SUMMARY-SALE-AMT      PIC 9(6).

      *the claw-back being netted into the summary right now
       01 CLAW-WORK.
       01 SPLIT-FOUND-IDX       PIC 9(4).
       01 SPLIT-FOUND-SWITCH    PIC XXX.

      *back-end machinery: the product table loaded from
      *fi-products.txt, and the deal the back-end records that
      *follow it belong to - opened when a deal clears validation,
      *closed again by the next deal record whatever its verdict
       01 BACK-END-PRODUCT-STATUS PIC XX.
       01 BACK-END-PRODUCT-EOF  PIC XXX.
       01 PRODUCT-COUNT         PIC 9(3) VALUE ZERO.
       01 PRODUCT-SEARCH-IDX    PIC 9(3).
       01 PRODUCT-FOUND-IDX     PIC 9(3).
       01 PRODUCT-FOUND-SWITCH  PIC XXX.

       01 BACK-END-PRODUCT-TABLE.
           05 PRODUCT-ENTRY OCCURS 50 TIMES.
               10 BEP-CODE           PIC X(4).
               10 BEP-DESCRIPTION    PIC X(13).
               10 BEP-KIND           PIC X(1).
                   88 BEP-IS-TRADE-IN   VALUE 'T'.
               10 BEP-RATE           PIC 999.
               10 BEP-FI-PCT         PIC 999.

       01 DEAL-OPEN-SWITCH      PIC XXX VALUE 'NO '.
       01 DEAL-CONTEXT.
           05 DEAL-LOCATION      PIC X(11).
           05 DEAL-BRANCH        PIC 9(4).
           05 DEAL-SALES-PERSON  PIC X(10).
           05 DEAL-CUSTOMER-NAME PIC X(10).
           05 DEAL-SALE-DATE     PIC 9(6).
           05 DEAL-HOLD-REASON   PIC X(12).
           05 DEAL-VIN           PIC X(17).
           05 DEAL-PRODUCT-COUNT PIC 9(2).
           05 DEAL-PRODUCT-CODE  PIC X(4) OCCURS 20 TIMES.
       01 DEAL-PRODUCT-IDX      PIC 9(2).
       01 FI-PAYEE              PIC X(10).

      *gross-plan machinery: the plans on commission-plans.txt that
      *pay on front-end gross with their mini, the branch packs, and
      *the deal being figured right now - front-end gross here is
      *sale less acquisition cost less the branch's pack
       01 PLAN-FILE-STATUS      PIC XX.
       01 PLAN-EOF-SWITCH       PIC XXX.
       01 GROSS-PLAN-COUNT      PIC 9(3) VALUE ZERO.
       01 GROSS-PLAN-IDX        PIC 9(3).
       01 GROSS-PLAN-FOUND      PIC XXX.

       01 GROSS-PLAN-TABLE.
           05 GROSS-PLAN-ENTRY OCCURS 100 TIMES.
               10 GP-PLAN-ID         PIC X(4).
               10 GP-MINI            PIC 9(4)V99.

       01 BRANCH-PACK-STATUS    PIC XX.
       01 BRANCH-PACK-EOF       PIC XXX.
       01 PACK-COUNT            PIC 9(2) VALUE ZERO.
       01 PACK-SEARCH-IDX       PIC 9(2).

       01 BRANCH-PACK-TABLE.
           05 PACK-ENTRY OCCURS 50 TIMES.
               10 PK-BRANCH          PIC 9(4).
               10 PK-AMOUNT          PIC 9(5).

       01 GROSS-DEAL-SWITCH     PIC XXX VALUE 'NO '.
       01 GROSS-COST-SWITCH     PIC XXX VALUE 'NO '.
       01 DEAL-MINI             PIC 9(4)V99.
       01 DEAL-PACK             PIC 9(5).
       01 DEAL-COMM-BASIS       PIC X(1).
       01 DEAL-FRONT-GROSS      PIC S9(6).
       01 GROSS-COMMISSION      PIC S9(7)V99.
       01 PRIMARY-SHARE-GROSS   PIC S9(6).
       01 SECOND-SHARE-GROSS    PIC S9(6).

      *the vehicle inventory held in storage for the run - loaded at
      *start, marked sold as sales clear, written back at end
       01 VEHICLE-FILE-STATUS   PIC XX.
               10 VEH-STATUS         PIC X(1).
               10 VEH-ACQ-DATE       PIC 9(6).
               10 VEH-ACQ-COST       PIC 9(6).
               10 VEH-BRANCH         PIC 9(4).
               10 VEH-RECON-COST     PIC 9(6).

      *days-on-lot work fields - day numbers so a month boundary
      *doesn't lie about the age of a unit
           05 CBX-PRINT-SALE-DATE    PIC 9(6).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 CBX-PRINT-AMOUNT       PIC Z(5)9.99.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 CBX-PRINT-PRODUCT      PIC X(4).

      *running totals for the shared job-run audit log, logged once
      *the whole run is finished
           05 PRINT-ERR-BADVIN     PIC ZZZZ9.
           05 FILLER               PIC X(6) VALUE SPACES.
           05 PRINT-ERR-DUPVIN     PIC ZZZZ9.
           05 FILLER               PIC X(6) VALUE SPACES.
           05 PRINT-ERR-BADPROD    PIC ZZZZ9.
           05 FILLER               PIC X(6) VALUE SPACES.
           05 PRINT-ERR-WRONGBR    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-SALES-REGISTER.
           PERFORM LOAD-VEHICLE-INVENTORY.
           PERFORM LOAD-TAX-RATES.
           PERFORM LOAD-BACK-END-PRODUCTS.
           PERFORM LOAD-GROSS-PLANS.
           PERFORM LOAD-BRANCH-PACKS.
           PERFORM READ-APPROVAL-PARAMS.
           PERFORM LOAD-PENDING-APPROVALS.
           PERFORM OPEN-FILES.
                       MOVE SM-REC-STATUS TO SM-STATUS(SM-COUNT)
                       MOVE SM-REC-PLAN-RATE TO SM-PLAN-RATE(SM-COUNT)
                       MOVE SM-REC-PLAN-ID TO SM-PLAN-ID(SM-COUNT)
                       MOVE SM-REC-FI-MANAGER
                           TO SM-FI-MANAGER(SM-COUNT)
                   END-IF
           END-READ.

                       MOVE PAF-HOLD-REASON
                           TO PEND-HOLD-REASON(PEND-COUNT)
                       MOVE 'P' TO PEND-STATUS(PEND-COUNT)
                       MOVE PAF-PRODUCT-CODE
                           TO PEND-PRODUCT-CODE(PEND-COUNT)
                       MOVE PAF-VIN TO PEND-VIN(PEND-COUNT)
                   END-IF
           END-READ.


           CLOSE APPROVAL-REGISTER-REPORT.

      *the decision is on one deal, found by its VIN - the payee's
      *vehicle share when they have one, otherwise (an F&I manager
      *holds only back-end shares) the first of their shares on it
       APPLY-ONE-APPROVAL.
           MOVE 'NO' TO PEND-FOUND-SWITCH.
           PERFORM VARYING PEND-SEARCH-IDX FROM 1 BY 1
               UNTIL PEND-SEARCH-IDX > PEND-COUNT
               IF PEND-FOUND-SWITCH = 'NO'
                  AND PEND-PRODUCT-CODE(PEND-SEARCH-IDX) = SPACES
                   PERFORM MATCH-APPROVAL-TO-PENDING
               END-IF
           END-PERFORM.
           PERFORM VARYING PEND-SEARCH-IDX FROM 1 BY 1
               UNTIL PEND-SEARCH-IDX > PEND-COUNT
               IF PEND-FOUND-SWITCH = 'NO'
                   PERFORM MATCH-APPROVAL-TO-PENDING
               END-IF
           END-PERFORM.

                   MOVE 'NO-MATCH' TO APREG-PRINT-ACTION
                   MOVE ZERO TO APREG-PRINT-COMM
               WHEN APT-ACTION = 'A'
                   PERFORM RELEASE-HELD-SHARE
                   MOVE 'RELEASED' TO APREG-PRINT-ACTION
                   MOVE PEND-COMMISSION(PEND-FOUND-IDX)
                       TO APREG-PRINT-COMM
           MOVE APPROVAL-REGISTER-LINE TO APPROVAL-REGISTER-OUT.
           WRITE APPROVAL-REGISTER-OUT.

      *the decision is on the payee's deal, so the back-end product
      *shares they hold on the same vehicle go with it - another
      *held deal the same day keeps waiting on its own decision
           IF PEND-FOUND-SWITCH = 'YES'
              AND (APT-ACTION = 'A' OR APT-ACTION = 'R')
               PERFORM VARYING PEND-SEARCH-IDX FROM 1 BY 1
                   UNTIL PEND-SEARCH-IDX > PEND-COUNT
                   IF PEND-STATUS(PEND-SEARCH-IDX) = 'P'
                      AND PEND-PRODUCT-CODE(PEND-SEARCH-IDX)
                          IS NOT EQUAL TO SPACES
                      AND PEND-BRANCH(PEND-SEARCH-IDX) = APT-BRANCH
                      AND PEND-SALES-PERSON(PEND-SEARCH-IDX)
                          = APT-SALES-PERSON
                      AND PEND-SALE-DATE(PEND-SEARCH-IDX)
                          = APT-SALE-DATE
                      AND PEND-VIN(PEND-SEARCH-IDX) = APT-VIN
                       MOVE PEND-SEARCH-IDX TO PEND-FOUND-IDX
                       PERFORM APPLY-DECISION-TO-BACK-END
                   END-IF
               END-PERFORM
           END-IF.

           READ APPROVAL-TRANS-FILE
               AT END MOVE 'YES' TO APPROVAL-TRANS-EOF
           END-READ.

      *a held share on the approval's payee, branch, date, and deal
       MATCH-APPROVAL-TO-PENDING.
           IF PEND-STATUS(PEND-SEARCH-IDX) = 'P'
              AND PEND-BRANCH(PEND-SEARCH-IDX) = APT-BRANCH
              AND PEND-SALES-PERSON(PEND-SEARCH-IDX)
                  = APT-SALES-PERSON
              AND PEND-SALE-DATE(PEND-SEARCH-IDX) = APT-SALE-DATE
              AND PEND-VIN(PEND-SEARCH-IDX) = APT-VIN
               MOVE 'YES' TO PEND-FOUND-SWITCH
               MOVE PEND-SEARCH-IDX TO PEND-FOUND-IDX
           END-IF.

      *a released share finally pays - its payout line carries the
      *product it was earned on, spaces for the vehicle itself
       RELEASE-HELD-SHARE.
           MOVE 'R' TO PEND-STATUS(PEND-FOUND-IDX).
           MOVE APT-BRANCH TO PAYOUT-BRANCH.
           MOVE APT-SALES-PERSON TO PAYOUT-SALES-PERSON.
           MOVE APT-SALE-DATE TO PAYOUT-SALE-DATE.
           MOVE PEND-COMMISSION(PEND-FOUND-IDX)
               TO PAYOUT-COMMISSION-AMT.
           MOVE PEND-PRODUCT-CODE(PEND-FOUND-IDX)
               TO PAYOUT-PRODUCT-CODE.
           MOVE PAYOUT-RECORD TO PAYOUT-OUT.
           WRITE PAYOUT-OUT.
           ADD 1 TO JOB-PAYOUT-COUNT.
           ADD PEND-COMMISSION(PEND-FOUND-IDX) TO PAYOUT-HASH-TOTAL.

      *one held back-end share taking the deal's decision, listed on
      *the approval register under the same approver - a rejection's
      *register rows were already killed with the deal's
       APPLY-DECISION-TO-BACK-END.
           IF APT-ACTION = 'A'
               PERFORM RELEASE-HELD-SHARE
               MOVE 'RELEASED' TO APREG-PRINT-ACTION
           ELSE
               MOVE 'X' TO PEND-STATUS(PEND-FOUND-IDX)
               MOVE 'REJECTED' TO APREG-PRINT-ACTION
           END-IF.
           MOVE PEND-COMMISSION(PEND-FOUND-IDX) TO APREG-PRINT-COMM.
           MOVE APPROVAL-REGISTER-LINE TO APPROVAL-REGISTER-OUT.
           WRITE APPROVAL-REGISTER-OUT.

      *marks the rejected share's register rows 'R' - the same
      *branch/payee/date lookup the chargeback path uses, held to
      *the rejected deal's VIN - and when
      *the row names a split partner, kills the partner's row and
      *pending hold too: a rejection is of the deal, not of half
      *(the partner row is the one on the same product that names
      *this payee back, since an F&I manager shares many deals a day)
       KILL-REJECTED-REGISTER-ROWS.
           PERFORM VARYING REG-SEARCH-IDX FROM 1 BY 1
               UNTIL REG-SEARCH-IDX > REG-COUNT
                  AND REG-SALES-PERSON(REG-SEARCH-IDX)
                      = APT-SALES-PERSON
                  AND REG-SALE-DATE(REG-SEARCH-IDX) = APT-SALE-DATE
                  AND REG-VIN(REG-SEARCH-IDX) = APT-VIN
                   MOVE 'R' TO REG-STATUS(REG-SEARCH-IDX)
                   IF REG-SPLIT-ID(REG-SEARCH-IDX)
                       IS NOT EQUAL TO SPACES
                  AND REG-SALE-DATE(SPLIT-FOUND-IDX) = APT-SALE-DATE
                  AND REG-SALES-PERSON(SPLIT-FOUND-IDX)
                      = REG-SPLIT-ID(REG-SEARCH-IDX)
                  AND REG-SPLIT-ID(SPLIT-FOUND-IDX)
                      = REG-SALES-PERSON(REG-SEARCH-IDX)
                  AND REG-PRODUCT-CODE(SPLIT-FOUND-IDX)
                      = REG-PRODUCT-CODE(REG-SEARCH-IDX)
                  AND REG-VIN(SPLIT-FOUND-IDX) = APT-VIN
                   MOVE 'R' TO REG-STATUS(SPLIT-FOUND-IDX)
               END-IF
           END-PERFORM.
                  AND PEND-SALE-DATE(PEND-SEARCH-IDX) = APT-SALE-DATE
                  AND PEND-SALES-PERSON(PEND-SEARCH-IDX)
                      = REG-SPLIT-ID(REG-SEARCH-IDX)
                  AND PEND-PRODUCT-CODE(PEND-SEARCH-IDX)
                      = REG-PRODUCT-CODE(REG-SEARCH-IDX)
                  AND PEND-VIN(PEND-SEARCH-IDX) = APT-VIN
                   MOVE 'X' TO PEND-STATUS(PEND-SEARCH-IDX)
               END-IF
           END-PERFORM.
                       TO PAF-COMMISSION
                   MOVE PEND-HOLD-REASON(PEND-SEARCH-IDX)
                       TO PAF-HOLD-REASON
                   MOVE PEND-PRODUCT-CODE(PEND-SEARCH-IDX)
                       TO PAF-PRODUCT-CODE
                   MOVE PEND-VIN(PEND-SEARCH-IDX) TO PAF-VIN
                   WRITE PENDING-APPROVAL-RECORD
               END-IF
           END-PERFORM.
                   END-IF
           END-READ.

      *loads the back-end product table; when the file is missing
      *every back-end record rejects as an unknown product, since
      *there is no rate to pay it at - a row whose F&I manager share
      *is over 100 percent is refused at load for the same reason
       LOAD-BACK-END-PRODUCTS.
           OPEN INPUT BACK-END-PRODUCT-FILE.
           IF BACK-END-PRODUCT-STATUS = '00'
               MOVE SPACES TO BACK-END-PRODUCT-EOF
               PERFORM LOAD-BACK-END-PRODUCT-ENTRY
                   UNTIL BACK-END-PRODUCT-EOF = 'YES'
               CLOSE BACK-END-PRODUCT-FILE
           ELSE
               DISPLAY 'NO BACK-END PRODUCT TABLE - BACK-END RECORDS '
                   'WILL REJECT'
           END-IF.

       LOAD-BACK-END-PRODUCT-ENTRY.
           READ BACK-END-PRODUCT-FILE
               AT END MOVE 'YES' TO BACK-END-PRODUCT-EOF
               NOT AT END
                   IF BEP-REC-RATE IS NOT NUMERIC
                      OR BEP-REC-FI-PCT IS NOT NUMERIC
                      OR BEP-REC-FI-PCT IS GREATER THAN 100
                       DISPLAY 'BACK-END PRODUCT ROW REFUSED: '
                           BEP-REC-CODE
                   ELSE
                       IF PRODUCT-COUNT IS LESS THAN 50
                           ADD 1 TO PRODUCT-COUNT
                           MOVE BEP-REC-CODE TO BEP-CODE(PRODUCT-COUNT)
                           MOVE BEP-REC-DESCRIPTION
                               TO BEP-DESCRIPTION(PRODUCT-COUNT)
                           MOVE BEP-REC-KIND TO BEP-KIND(PRODUCT-COUNT)
                           MOVE BEP-REC-RATE TO BEP-RATE(PRODUCT-COUNT)
                           MOVE BEP-REC-FI-PCT
                               TO BEP-FI-PCT(PRODUCT-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *picks the plans that pay on front-end gross out of the plan
      *file, one entry per plan with its mini; when the file is
      *missing every seller is paid on sale dollars as before
       LOAD-GROSS-PLANS.
           OPEN INPUT PLAN-MASTER-FILE.
           IF PLAN-FILE-STATUS = '00'
               MOVE SPACES TO PLAN-EOF-SWITCH
               PERFORM LOAD-GROSS-PLAN-ENTRY
                   UNTIL PLAN-EOF-SWITCH = 'YES'
               CLOSE PLAN-MASTER-FILE
           ELSE
               DISPLAY 'NO COMMISSION PLAN FILE - ALL DEALS PAID ON '
                   'SALE DOLLARS'
           END-IF.

       LOAD-GROSS-PLAN-ENTRY.
           READ PLAN-MASTER-FILE
               AT END MOVE 'YES' TO PLAN-EOF-SWITCH
               NOT AT END
                   IF PLN-PAYS-ON-GROSS
                       PERFORM ADD-GROSS-PLAN
                   END-IF
           END-READ.

      *every tier row of a gross plan carries the type; the mini is
      *taken from whichever of its rows names one
       ADD-GROSS-PLAN.
           MOVE 'NO ' TO GROSS-PLAN-FOUND.
           PERFORM VARYING GROSS-PLAN-IDX FROM 1 BY 1
               UNTIL GROSS-PLAN-IDX > GROSS-PLAN-COUNT
               IF GP-PLAN-ID(GROSS-PLAN-IDX) = PLN-PLAN-ID
                   MOVE 'YES' TO GROSS-PLAN-FOUND
                   IF PLN-MINI IS NUMERIC
                      AND PLN-MINI IS GREATER THAN ZERO
                       MOVE PLN-MINI TO GP-MINI(GROSS-PLAN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           IF GROSS-PLAN-FOUND = 'NO '
              AND GROSS-PLAN-COUNT IS LESS THAN 100
               ADD 1 TO GROSS-PLAN-COUNT
               MOVE PLN-PLAN-ID TO GP-PLAN-ID(GROSS-PLAN-COUNT)
               IF PLN-MINI IS NUMERIC
                   MOVE PLN-MINI TO GP-MINI(GROSS-PLAN-COUNT)
               ELSE
                   MOVE ZERO TO GP-MINI(GROSS-PLAN-COUNT)
               END-IF
           END-IF.

      *loads the branch packs; a branch with no row, or a run with
      *no file, figures gross with no pack
       LOAD-BRANCH-PACKS.
           OPEN INPUT BRANCH-PACK-FILE.
           IF BRANCH-PACK-STATUS = '00'
               MOVE SPACES TO BRANCH-PACK-EOF
               PERFORM LOAD-BRANCH-PACK-ENTRY
                   UNTIL BRANCH-PACK-EOF = 'YES'
               CLOSE BRANCH-PACK-FILE
           END-IF.

       LOAD-BRANCH-PACK-ENTRY.
           READ BRANCH-PACK-FILE
               AT END MOVE 'YES' TO BRANCH-PACK-EOF
               NOT AT END
                   IF BPK-REC-BRANCH IS NUMERIC
                      AND BPK-REC-AMOUNT IS NUMERIC
                      AND PACK-COUNT IS LESS THAN 50
                       ADD 1 TO PACK-COUNT
                       MOVE BPK-REC-BRANCH TO PK-BRANCH(PACK-COUNT)
                       MOVE BPK-REC-AMOUNT TO PK-AMOUNT(PACK-COUNT)
                   END-IF
           END-READ.

      *the month-end filing sheet: taxable sales and tax due totalled
      *by jurisdiction across every good sale this run
       WRITE-TAX-REMITTANCE-REPORT.
                       MOVE VI-STATUS TO VEH-STATUS(VEH-COUNT)
                       MOVE VI-ACQ-DATE TO VEH-ACQ-DATE(VEH-COUNT)
                       MOVE VI-ACQ-COST TO VEH-ACQ-COST(VEH-COUNT)
      *rows written before the owning branch was carried read
      *spaces here - no owner on file means any branch may sell it
                       IF VI-BRANCH IS NUMERIC
                           MOVE VI-BRANCH TO VEH-BRANCH(VEH-COUNT)
                       ELSE
                           MOVE ZERO TO VEH-BRANCH(VEH-COUNT)
                       END-IF
                       IF VI-RECON-COST IS NUMERIC
                           MOVE VI-RECON-COST
                               TO VEH-RECON-COST(VEH-COUNT)
                       ELSE
                           MOVE ZERO TO VEH-RECON-COST(VEH-COUNT)
                       END-IF
                   END-IF
           END-READ.

                   MOVE VEH-STATUS(VEH-SEARCH-IDX) TO VI-STATUS
                   MOVE VEH-ACQ-DATE(VEH-SEARCH-IDX) TO VI-ACQ-DATE
                   MOVE VEH-ACQ-COST(VEH-SEARCH-IDX) TO VI-ACQ-COST
                   MOVE VEH-BRANCH(VEH-SEARCH-IDX) TO VI-BRANCH
                   MOVE VEH-RECON-COST(VEH-SEARCH-IDX)
                       TO VI-RECON-COST
                   WRITE VEHICLE-INVENTORY-RECORD
               END-PERFORM
               CLOSE VEHICLE-INVENTORY-FILE
           MOVE ZERO TO VEH-SOLD-COUNT VEH-STOCK-COUNT.
           PERFORM VARYING VEH-SEARCH-IDX FROM 1 BY 1
               UNTIL VEH-SEARCH-IDX > VEH-COUNT
      *a unit wholesaled to auction is off the lot like a sold one
               IF VEH-STATUS(VEH-SEARCH-IDX) = 'S'
                  OR VEH-STATUS(VEH-SEARCH-IDX) = 'W'
                   ADD 1 TO VEH-SOLD-COUNT
               ELSE
                   ADD 1 TO VEH-STOCK-COUNT
                           TO REG-COMMISSION(REG-COUNT)
                       MOVE SRF-STATUS TO REG-STATUS(REG-COUNT)
                       MOVE SRF-SPLIT-ID TO REG-SPLIT-ID(REG-COUNT)
                       MOVE SRF-PRODUCT-CODE
                           TO REG-PRODUCT-CODE(REG-COUNT)
                       MOVE SRF-COMM-BASIS TO REG-COMM-BASIS(REG-COUNT)
                       IF SRF-FRONT-GROSS IS NUMERIC
                           MOVE SRF-FRONT-GROSS
                               TO REG-FRONT-GROSS(REG-COUNT)
                       ELSE
                           MOVE ZERO TO REG-FRONT-GROSS(REG-COUNT)
                       END-IF
      *rows written before the unit was carried read spaces here -
      *a vehicle row counts as the whole unit, a product row none
                       MOVE SRF-CAR-MODEL TO REG-CAR-MODEL(REG-COUNT)
                       IF SRF-CAR-YEAR IS NUMERIC
                           MOVE SRF-CAR-YEAR TO REG-CAR-YEAR(REG-COUNT)
                       ELSE
                           MOVE ZERO TO REG-CAR-YEAR(REG-COUNT)
                       END-IF
                       EVALUATE TRUE
                           WHEN SRF-UNIT-SHARE IS NUMERIC
                               MOVE SRF-UNIT-SHARE
                                   TO REG-UNIT-SHARE(REG-COUNT)
                           WHEN SRF-PRODUCT-CODE = SPACES
                               MOVE 100 TO REG-UNIT-SHARE(REG-COUNT)
                           WHEN OTHER
                               MOVE ZERO TO REG-UNIT-SHARE(REG-COUNT)
                       END-EVALUATE
                       MOVE SRF-VIN TO REG-VIN(REG-COUNT)
                   END-IF
           END-READ.

               MOVE REG-COMMISSION(REG-SEARCH-IDX) TO SRF-COMMISSION
               MOVE REG-STATUS(REG-SEARCH-IDX) TO SRF-STATUS
               MOVE REG-SPLIT-ID(REG-SEARCH-IDX) TO SRF-SPLIT-ID
               MOVE REG-PRODUCT-CODE(REG-SEARCH-IDX)
                   TO SRF-PRODUCT-CODE
               MOVE REG-COMM-BASIS(REG-SEARCH-IDX) TO SRF-COMM-BASIS
               MOVE REG-FRONT-GROSS(REG-SEARCH-IDX) TO SRF-FRONT-GROSS
               MOVE REG-CAR-MODEL(REG-SEARCH-IDX) TO SRF-CAR-MODEL
               MOVE REG-CAR-YEAR(REG-SEARCH-IDX) TO SRF-CAR-YEAR
               MOVE REG-UNIT-SHARE(REG-SEARCH-IDX) TO SRF-UNIT-SHARE
               MOVE REG-VIN(REG-SEARCH-IDX) TO SRF-VIN
               WRITE SALES-REGISTER-RECORD
           END-PERFORM.
           CLOSE SALES-REGISTER-FILE.

      *totals share dollars and commission by branch and salesperson
      *from the share fields in SHARE-WORK, adding a new row the
      *first time a combination is seen and accumulating after that;
      *back-end gross is not a vehicle sale, so only a back-end
      *share's commission joins the rollup
       UPDATE-SUMMARY.
           IF SUMW-PRODUCT-CODE IS EQUAL TO SPACES
               MOVE SUMW-SALE-AMT TO SUMMARY-SALE-AMT
           ELSE
               MOVE ZERO TO SUMMARY-SALE-AMT
           END-IF.

           MOVE 'NO' TO SUMMARY-FOUND-SWITCH.
           PERFORM VARYING SUMMARY-SEARCH-IDX FROM 1 BY 1
               UNTIL SUMMARY-SEARCH-IDX > SUMMARY-COUNT
               IF SUM-BRANCH(SUMMARY-SEARCH-IDX) = BRANCH AND
                  SUM-SALES-PERSON(SUMMARY-SEARCH-IDX) = SUMW-PERSON
                   ADD SUMMARY-SALE-AMT TO
                       SUM-SALE-TOTAL(SUMMARY-SEARCH-IDX)
                   ADD SUMW-COMMISSION TO
                       SUM-COMMISSION-TOTAL(SUMMARY-SEARCH-IDX)
               ADD 1 TO SUMMARY-COUNT
               MOVE BRANCH TO SUM-BRANCH(SUMMARY-COUNT)
               MOVE SUMW-PERSON TO SUM-SALES-PERSON(SUMMARY-COUNT)
               MOVE SUMMARY-SALE-AMT TO SUM-SALE-TOTAL(SUMMARY-COUNT)
               MOVE SUMW-COMMISSION TO
                   SUM-COMMISSION-TOTAL(SUMMARY-COUNT)
           END-IF.
           ELSE
               COMPUTE FRONT-END-GROSS = SALE-AMMOUNT
                   - VEH-ACQ-COST(VEH-SEARCH-IDX)
                   - VEH-RECON-COST(VEH-SEARCH-IDX)
               PERFORM TALLY-BRANCH-GROSS
           END-IF.

                            ERR-SUM-RATEOVR(ERR-SUMMARY-SEARCH-IDX)
                            ERR-SUM-BADVIN(ERR-SUMMARY-SEARCH-IDX)
                            ERR-SUM-DUPVIN(ERR-SUMMARY-SEARCH-IDX)
                            ERR-SUM-BADPROD(ERR-SUMMARY-SEARCH-IDX)
                            ERR-SUM-WRONGBR(ERR-SUMMARY-SEARCH-IDX)
               PERFORM TALLY-ERROR-TYPE
           END-IF.

                   ADD 1 TO ERR-SUM-BADVIN(ERR-SUMMARY-SEARCH-IDX)
               WHEN ERR-DUPLICATE-VIN
                   ADD 1 TO ERR-SUM-DUPVIN(ERR-SUMMARY-SEARCH-IDX)
               WHEN ERR-BAD-BACK-END
                   ADD 1 TO ERR-SUM-BADPROD(ERR-SUMMARY-SEARCH-IDX)
               WHEN ERR-WRONG-BRANCH
                   ADD 1 TO ERR-SUM-WRONGBR(ERR-SUMMARY-SEARCH-IDX)
           END-EVALUATE.

      *writes the per-branch error-type counts once all input has
                   TO PRINT-ERR-BADVIN
               MOVE ERR-SUM-DUPVIN(ERR-SUMMARY-SEARCH-IDX)
                   TO PRINT-ERR-DUPVIN
               MOVE ERR-SUM-BADPROD(ERR-SUMMARY-SEARCH-IDX)
                   TO PRINT-ERR-BADPROD
               MOVE ERR-SUM-WRONGBR(ERR-SUMMARY-SEARCH-IDX)
                   TO PRINT-ERR-WRONGBR
               MOVE ERR-SUMMARY-LINE TO ERROR-SUMMARY-OUT
               WRITE ERROR-SUMMARY-OUT
           END-PERFORM.
               MOVE 'YES' TO EOF-SWITCH
           END-IF.

      *a back-end record is judged against the deal ahead of it
           IF EOF-SWITCH NOT EQUAL 'YES'
               ADD 1 TO JOB-INPUT-COUNT
               IF BE-RECORD-TYPE IS EQUAL TO 'BKE'
                   PERFORM VALIDATE-BACK-END
               ELSE
                   PERFORM VALIDATION
               END-IF
           END-IF.

      *works out whether TEMP-YEAR (taken as 20xx) is a leap year, so
           END-IF.

       VALIDATION.
      *a new deal closes the last one to back-end records, and only
      *reopens it for its own if it clears
           MOVE 'NO ' TO DEAL-OPEN-SWITCH.
           MOVE 'NO ' TO GROSS-DEAL-SWITCH.

      *checking for missing fields
             IF BAD-SWITCH = SPACES AND
                (LOCATION = SPACES OR
                       SET ERR-RATE-OVERRIDE TO TRUE
                       PERFORM UPDATE-ERROR-SUMMARY
               END-EVALUATE

               IF BAD-SWITCH = SPACES
                   PERFORM FIND-GROSS-PLAN
               END-IF
           END-IF.

      *a seller whose plan is on the gross list has the deal figured
      *on front-end gross at their plan rate, floored at the mini
       FIND-GROSS-PLAN.
           PERFORM VARYING GROSS-PLAN-IDX FROM 1 BY 1
               UNTIL GROSS-PLAN-IDX > GROSS-PLAN-COUNT
               IF GP-PLAN-ID(GROSS-PLAN-IDX) = SM-PLAN-ID(SM-FOUND-IDX)
                   MOVE 'YES' TO GROSS-DEAL-SWITCH
                   MOVE GP-MINI(GROSS-PLAN-IDX) TO DEAL-MINI
               END-IF
           END-PERFORM.

      *the second payee on a shared deal is held to exactly the same
      *bar as the primary, and the split percentage has to leave
      *both sellers a real share - the percent is proven whether or
                  AND REG-SALES-PERSON(REG-SEARCH-IDX)
                      = CB-SALES-PERSON
                  AND REG-SALE-DATE(REG-SEARCH-IDX) = CB-SALE-DATE
                  AND REG-PRODUCT-CODE(REG-SEARCH-IDX) = CB-PRODUCT-CODE
                   MOVE 'YES' TO REG-FOUND-SWITCH
                   MOVE REG-SEARCH-IDX TO REG-FOUND-IDX
               END-IF
               MOVE CB-SALES-PERSON TO CBX-PRINT-SALES-PERSON
               MOVE CB-SALE-DATE TO CBX-PRINT-SALE-DATE
               MOVE CB-COMMISSION-AMT TO CBX-PRINT-AMOUNT
               MOVE CB-PRODUCT-CODE TO CBX-PRINT-PRODUCT
               MOVE CHARGEBACK-EXCEPTION-LINE
                   TO CHARGEBACK-EXCEPTION-OUT
               WRITE CHARGEBACK-EXCEPTION-OUT
           END-IF.

      *both halves of a split deal unwind together - the matched
      *row and its partner's row (same branch, date, and product,
      *the payee the split link names, naming this payee back),
      *each clawed for its recorded share - a back-end product's
      *seller and F&I manager shares are linked the same way
       CLAW-BACK-SPLIT-DEAL.
           MOVE 'C' TO REG-STATUS(REG-FOUND-IDX).
           MOVE CB-BRANCH TO CLAW-BRANCH.
                  AND REG-SALE-DATE(REG-SEARCH-IDX) = CB-SALE-DATE
                  AND REG-SALES-PERSON(REG-SEARCH-IDX)
                      = REG-SPLIT-ID(REG-FOUND-IDX)
                  AND REG-SPLIT-ID(REG-SEARCH-IDX)
                      = REG-SALES-PERSON(REG-FOUND-IDX)
                  AND REG-PRODUCT-CODE(REG-SEARCH-IDX) = CB-PRODUCT-CODE
                   MOVE 'YES' TO SPLIT-FOUND-SWITCH
                   MOVE REG-SEARCH-IDX TO SPLIT-FOUND-IDX
               END-IF
           MOVE CLAW-PERSON TO PAYOUT-SALES-PERSON.
           MOVE CB-SALE-DATE TO PAYOUT-SALE-DATE.
           COMPUTE PAYOUT-COMMISSION-AMT = ZERO - CLAW-AMOUNT.
           MOVE CB-PRODUCT-CODE TO PAYOUT-PRODUCT-CODE.
           MOVE PAYOUT-RECORD TO PAYOUT-OUT.
           WRITE PAYOUT-OUT.
           ADD 1 TO JOB-PAYOUT-COUNT.

      *every sale must name a VIN the inventory knows and that has not
      *already sold - a second sale of the same unit is its own error
      *type so the floor's double-keying shows up in the summary; a
      *unit sent to wholesale can't be retailed, and a unit owned by
      *another branch has to be dealer-traded over before it sells
       CHECK-VEHICLE-INVENTORY.
           IF VEH-COUNT IS EQUAL TO ZERO
               CONTINUE
                       MOVE 'VIN ALREADY SOLD:' TO ERROR-MESSAGE
                       SET ERR-DUPLICATE-VIN TO TRUE
                       PERFORM WRITE-VIN-REJECT
                   WHEN VEH-STATUS(VEH-FOUND-IDX) = 'W'
                       MOVE 'VIN WHOLESALED:' TO ERROR-MESSAGE
                       SET ERR-UNKNOWN-VIN TO TRUE
                       PERFORM WRITE-VIN-REJECT
                   WHEN VEH-BRANCH(VEH-FOUND-IDX) IS GREATER THAN ZERO
                    AND VEH-BRANCH(VEH-FOUND-IDX) NOT = BRANCH
                       MOVE 'VIN OWNED BY ANOTHER BRANCH:'
                           TO ERROR-MESSAGE
                       SET ERR-WRONG-BRANCH TO TRUE
                       PERFORM WRITE-VIN-REJECT
               END-EVALUATE
           END-IF.

               ADD 1 TO JOB-BAD-COUNT
           END-IF.
       WRITE-GOOD.
           IF GROSS-DEAL-SWITCH = 'YES'
               PERFORM COMPUTE-GROSS-COMMISSION
           ELSE
               COMPUTE COMMISSION-AMOUNT ROUNDED =
                   SALE-AMMOUNT * COMMISSION-RATE / 100
               MOVE SPACE TO DEAL-COMM-BASIS
               MOVE ZERO TO DEAL-FRONT-GROSS
           END-IF.
           MOVE COMMISSION-AMOUNT TO COMMISSION-AMOUNT-EDIT.

           PERFORM SET-COMMISSION-SHARES.
           PERFORM SET-GROSS-SHARES.

           PERFORM CALCULATE-SALES-TAX.

      *the primary share, then the second seller's share when the
      *deal was split - each flows into the summary, the register,
      *and the payout (or the held queue) under its own payee
           MOVE SPACES TO SUMW-PRODUCT-CODE.
           MOVE COMMISSION-RATE TO SUMW-RATE.
           MOVE DEAL-COMM-BASIS TO SUMW-COMM-BASIS.
           MOVE SALES-PERSON TO SUMW-PERSON.
           MOVE PRIMARY-SHARE-AMT TO SUMW-SALE-AMT.
           MOVE PRIMARY-SHARE-COMM TO SUMW-COMMISSION.
           MOVE PRIMARY-SHARE-GROSS TO SUMW-FRONT-GROSS.
           MOVE CAR-MODEL TO SUMW-CAR-MODEL.
           MOVE CAR-YEAR TO SUMW-CAR-YEAR.
           MOVE VIN TO SUMW-VIN.
           IF SPLIT-ACTIVE-SWITCH = 'YES'
               MOVE SECOND-SALES-PERSON TO SUMW-PARTNER
               COMPUTE SUMW-UNIT-SHARE = 100 - TEMP-SPLIT-PCT
           ELSE
               MOVE SPACES TO SUMW-PARTNER
               MOVE 100 TO SUMW-UNIT-SHARE
           END-IF.
           PERFORM PROCESS-ONE-SHARE.

               MOVE SECOND-SALES-PERSON TO SUMW-PERSON
               MOVE SECOND-SHARE-AMT TO SUMW-SALE-AMT
               MOVE SECOND-SHARE-COMM TO SUMW-COMMISSION
               MOVE SECOND-SHARE-GROSS TO SUMW-FRONT-GROSS
               MOVE TEMP-SPLIT-PCT TO SUMW-UNIT-SHARE
               MOVE SALES-PERSON TO SUMW-PARTNER
               PERFORM PROCESS-ONE-SHARE
           END-IF.

           MOVE SPACES TO GOOD-OUT.

      *the deal is open to the back-end records that follow it,
      *which pay under its hold verdict
           MOVE 'YES' TO DEAL-OPEN-SWITCH.
           MOVE LOCATION TO DEAL-LOCATION.
           MOVE BRANCH TO DEAL-BRANCH.
           MOVE SALES-PERSON TO DEAL-SALES-PERSON.
           MOVE CUSTOMER-NAME TO DEAL-CUSTOMER-NAME.
           MOVE SALE-DATE TO DEAL-SALE-DATE.
           MOVE HOLD-REASON TO DEAL-HOLD-REASON.
           MOVE VIN TO DEAL-VIN.
           MOVE ZERO TO DEAL-PRODUCT-COUNT.

      *carves the deal into its payees' shares - the second seller
      *takes their split percent of both the sale dollars and the
      *commission, the primary keeps the remainder so the two
                   GIVING PRIMARY-SHARE-AMT
           END-IF.

      *a gross deal's front-end gross splits by the same percent as
      *its commission, so each payee's register row carries the
      *gross their share was paid on
       SET-GROSS-SHARES.
           IF SPLIT-ACTIVE-SWITCH = 'YES'
               COMPUTE SECOND-SHARE-GROSS ROUNDED =
                   DEAL-FRONT-GROSS * TEMP-SPLIT-PCT / 100
               SUBTRACT SECOND-SHARE-GROSS FROM DEAL-FRONT-GROSS
                   GIVING PRIMARY-SHARE-GROSS
           ELSE
               MOVE DEAL-FRONT-GROSS TO PRIMARY-SHARE-GROSS
               MOVE ZERO TO SECOND-SHARE-GROSS
           END-IF.

      *a gross plan pays its rate on sale less acquisition cost less
      *the branch pack, never less than the plan's mini - a unit
      *with no cost on file pays nothing on a guessed gross: the
      *deal is figured at the mini and held for a manager
       COMPUTE-GROSS-COMMISSION.
           MOVE 'NO ' TO GROSS-COST-SWITCH.
           IF VEH-COUNT IS GREATER THAN ZERO
               IF VEH-ACQ-COST(VEH-FOUND-IDX) IS NUMERIC
                   IF VEH-ACQ-COST(VEH-FOUND-IDX) IS GREATER THAN ZERO
                       MOVE 'YES' TO GROSS-COST-SWITCH
                   END-IF
               END-IF
           END-IF.

           IF GROSS-COST-SWITCH = 'YES'
               PERFORM FIND-BRANCH-PACK
               COMPUTE DEAL-FRONT-GROSS = SALE-AMMOUNT
                   - VEH-ACQ-COST(VEH-FOUND-IDX)
                   - VEH-RECON-COST(VEH-FOUND-IDX) - DEAL-PACK
               COMPUTE GROSS-COMMISSION ROUNDED =
                   DEAL-FRONT-GROSS * COMMISSION-RATE / 100
               IF GROSS-COMMISSION IS LESS THAN DEAL-MINI
                   MOVE DEAL-MINI TO COMMISSION-AMOUNT
               ELSE
                   MOVE GROSS-COMMISSION TO COMMISSION-AMOUNT
               END-IF
               MOVE 'G' TO DEAL-COMM-BASIS
           ELSE
               MOVE ZERO TO DEAL-FRONT-GROSS
               MOVE DEAL-MINI TO COMMISSION-AMOUNT
               MOVE 'M' TO DEAL-COMM-BASIS
           END-IF.

       FIND-BRANCH-PACK.
           MOVE ZERO TO DEAL-PACK.
           PERFORM VARYING PACK-SEARCH-IDX FROM 1 BY 1
               UNTIL PACK-SEARCH-IDX > PACK-COUNT
               IF PK-BRANCH(PACK-SEARCH-IDX) = BRANCH
                   MOVE PK-AMOUNT(PACK-SEARCH-IDX) TO DEAL-PACK
               END-IF
           END-PERFORM.

      *one payee's share: into the branch rollup, onto the
      *cumulative register with its split partner noted, and out
      *the payout extract unless the deal is being held
               MOVE SUMW-COMMISSION TO REG-COMMISSION(REG-COUNT)
               MOVE 'A' TO REG-STATUS(REG-COUNT)
               MOVE SUMW-PARTNER TO REG-SPLIT-ID(REG-COUNT)
               MOVE SUMW-PRODUCT-CODE TO REG-PRODUCT-CODE(REG-COUNT)
               MOVE SUMW-COMM-BASIS TO REG-COMM-BASIS(REG-COUNT)
               MOVE SUMW-FRONT-GROSS TO REG-FRONT-GROSS(REG-COUNT)
               MOVE SUMW-CAR-MODEL TO REG-CAR-MODEL(REG-COUNT)
               MOVE SUMW-CAR-YEAR TO REG-CAR-YEAR(REG-COUNT)
               MOVE SUMW-UNIT-SHARE TO REG-UNIT-SHARE(REG-COUNT)
               MOVE SUMW-VIN TO REG-VIN(REG-COUNT)
           END-IF.

           IF HOLD-REASON = SPACES
               MOVE SUMW-PERSON TO PAYOUT-SALES-PERSON
               MOVE SALE-DATE TO PAYOUT-SALE-DATE
               MOVE SUMW-COMMISSION TO PAYOUT-COMMISSION-AMT
               MOVE SUMW-PRODUCT-CODE TO PAYOUT-PRODUCT-CODE
               MOVE PAYOUT-RECORD TO PAYOUT-OUT
               WRITE PAYOUT-OUT
               ADD 1 TO JOB-PAYOUT-COUNT
           END-IF.

      *decides whether this sale is an outlier - over the dollar
      *threshold, or carrying a rate above the ceiling; the ceiling
      *is a percent of sale dollars, so a gross plan's percent of
      *gross is not held against it - and a gross deal with no
      *acquisition cost on file always waits for a manager
       CHECK-APPROVAL-HOLD.
           MOVE SPACES TO HOLD-REASON.
           IF SALE-AMMOUNT IS GREATER THAN APPROVAL-AMOUNT-LIMIT
               MOVE 'OVER-AMOUNT' TO HOLD-REASON
           END-IF.
           IF COMMISSION-RATE IS GREATER THAN APPROVAL-MAX-RATE
              AND GROSS-DEAL-SWITCH IS NOT EQUAL TO 'YES'
               MOVE 'RATE-OUTLIER' TO HOLD-REASON
           END-IF.
           IF GROSS-DEAL-SWITCH = 'YES'
              AND GROSS-COST-SWITCH IS NOT EQUAL TO 'YES'
               MOVE 'NO-ACQ-COST' TO HOLD-REASON
           END-IF.

      *each share of a held split waits in the queue under its own
      *payee, so the managers release each seller's piece on its
               MOVE SUMW-PERSON TO PEND-SALES-PERSON(PEND-COUNT)
               MOVE SALE-DATE TO PEND-SALE-DATE(PEND-COUNT)
               MOVE SUMW-SALE-AMT TO PEND-SALE-AMMOUNT(PEND-COUNT)
               MOVE SUMW-RATE TO PEND-RATE(PEND-COUNT)
               MOVE SUMW-COMMISSION TO PEND-COMMISSION(PEND-COUNT)
               MOVE HOLD-REASON TO PEND-HOLD-REASON(PEND-COUNT)
               MOVE 'P' TO PEND-STATUS(PEND-COUNT)
               MOVE SUMW-PRODUCT-CODE TO PEND-PRODUCT-CODE(PEND-COUNT)
               MOVE SUMW-VIN TO PEND-VIN(PEND-COUNT)
           END-IF.

      *a back-end record pays only alongside the deal it was sold
      *on - the deal just ahead of it must have cleared, and the
      *record must repeat that deal's branch, payee, and date; a
      *rejected back-end record leaves the deal open to the rest
       VALIDATE-BACK-END.
           IF DEAL-OPEN-SWITCH IS NOT EQUAL TO 'YES'
               MOVE 'BACK-END WITH NO ACCEPTED DEAL:' TO ERROR-MESSAGE
               SET ERR-BAD-BACK-END TO TRUE
               PERFORM WRITE-VIN-REJECT
           END-IF.

           IF BAD-SWITCH = SPACES AND
              (BE-BRANCH NOT NUMERIC OR
               BE-SALE-DATE NOT NUMERIC OR
               BE-GROSS NOT NUMERIC)
               MOVE 'NON-NUMERIC DATA IN NUMERIC FIELD:'
                   TO ERROR-MESSAGE
               SET ERR-NON-NUMERIC TO TRUE
               PERFORM WRITE-VIN-REJECT
           END-IF.

           IF BAD-SWITCH = SPACES AND
              (BE-BRANCH NOT = DEAL-BRANCH OR
               BE-SALES-PERSON NOT = DEAL-SALES-PERSON OR
               BE-SALE-DATE NOT = DEAL-SALE-DATE)
               MOVE 'BACK-END DOES NOT MATCH DEAL:' TO ERROR-MESSAGE
               SET ERR-BAD-BACK-END TO TRUE
               PERFORM WRITE-VIN-REJECT
           END-IF.

           IF BAD-SWITCH = SPACES
               PERFORM CHECK-BACK-END-PRODUCT
           END-IF.

           IF BAD-SWITCH = SPACES
               IF BEP-IS-TRADE-IN(PRODUCT-FOUND-IDX)
                   PERFORM CHECK-TRADE-IN-VIN
               ELSE
                   PERFORM CHECK-DUPLICATE-BACK-END
               END-IF
           END-IF.

           IF BAD-SWITCH = SPACES
               PERFORM CHECK-FI-MANAGER
           END-IF.

           IF BAD-SWITCH = SPACES
               PERFORM WRITE-GOOD-BACK-END
           END-IF.

           MOVE SPACES TO BAD-SWITCH.

      *the product has to be on the table - with no rate on file
      *there is nothing to pay it at
       CHECK-BACK-END-PRODUCT.
           MOVE 'NO' TO PRODUCT-FOUND-SWITCH.
           PERFORM VARYING PRODUCT-SEARCH-IDX FROM 1 BY 1
               UNTIL PRODUCT-SEARCH-IDX > PRODUCT-COUNT
               IF BEP-CODE(PRODUCT-SEARCH-IDX) = BE-PRODUCT-CODE
                   MOVE 'YES' TO PRODUCT-FOUND-SWITCH
                   MOVE PRODUCT-SEARCH-IDX TO PRODUCT-FOUND-IDX
               END-IF
           END-PERFORM.

           IF PRODUCT-FOUND-SWITCH = 'NO'
               MOVE 'UNKNOWN BACK-END PRODUCT:' TO ERROR-MESSAGE
               SET ERR-BAD-BACK-END TO TRUE
               PERFORM WRITE-VIN-REJECT
           END-IF.

      *a trade-in is a unit coming onto the lot, so it needs its own
      *VIN, and that VIN cannot already be sitting in stock - one the
      *store sold before may come back
       CHECK-TRADE-IN-VIN.
           IF BE-TRADE-VIN IS EQUAL TO SPACES
               MOVE 'TRADE-IN WITH NO VIN:' TO ERROR-MESSAGE
               SET ERR-BAD-BACK-END TO TRUE
               PERFORM WRITE-VIN-REJECT
           ELSE
               MOVE 'NO' TO VEH-FOUND-SWITCH
               PERFORM VARYING VEH-SEARCH-IDX FROM 1 BY 1
                   UNTIL VEH-SEARCH-IDX > VEH-COUNT
                   IF VEH-VIN(VEH-SEARCH-IDX) = BE-TRADE-VIN
                      AND VEH-STATUS(VEH-SEARCH-IDX) NOT = 'S'
                      AND VEH-STATUS(VEH-SEARCH-IDX) NOT = 'W'
                       MOVE 'YES' TO VEH-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF VEH-FOUND-SWITCH = 'YES'
                   MOVE 'TRADE-IN VIN ALREADY IN STOCK:'
                       TO ERROR-MESSAGE
                   SET ERR-BAD-BACK-END TO TRUE
                   PERFORM WRITE-VIN-REJECT
               END-IF
           END-IF.

      *the same F&I product keyed twice on one deal would pay twice;
      *a deal may carry more than one trade-in, each with its own VIN
       CHECK-DUPLICATE-BACK-END.
           MOVE 'NO' TO DUP-FOUND-SWITCH.
           PERFORM VARYING DEAL-PRODUCT-IDX FROM 1 BY 1
               UNTIL DEAL-PRODUCT-IDX > DEAL-PRODUCT-COUNT
               IF DEAL-PRODUCT-CODE(DEAL-PRODUCT-IDX) = BE-PRODUCT-CODE
                   MOVE 'YES' TO DUP-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF DUP-FOUND-SWITCH = 'YES'
               MOVE 'DUPLICATE BACK-END PRODUCT:' TO ERROR-MESSAGE
               SET ERR-BAD-BACK-END TO TRUE
               PERFORM WRITE-VIN-REJECT
           END-IF.

      *the F&I manager sharing a seller's back-end is named on the
      *seller's master row, and is held to the same bar as any other
      *payee before a dollar of the product goes their way - a
      *product with no F&I share, a seller with no F&I manager, or a
      *seller who is their own F&I manager pays the seller alone
       CHECK-FI-MANAGER.
           MOVE SPACES TO FI-PAYEE.
           PERFORM VARYING SM-SEARCH-IDX FROM 1 BY 1
               UNTIL SM-SEARCH-IDX > SM-COUNT
               IF SM-ID(SM-SEARCH-IDX) = DEAL-SALES-PERSON
                   MOVE SM-FI-MANAGER(SM-SEARCH-IDX) TO FI-PAYEE
               END-IF
           END-PERFORM.

           IF FI-PAYEE = DEAL-SALES-PERSON
              OR BEP-FI-PCT(PRODUCT-FOUND-IDX) = ZERO
               MOVE SPACES TO FI-PAYEE
           END-IF.

           IF FI-PAYEE IS NOT EQUAL TO SPACES
               MOVE 'NO' TO SM-FOUND-SWITCH
               PERFORM VARYING SM-SEARCH-IDX FROM 1 BY 1
                   UNTIL SM-SEARCH-IDX > SM-COUNT
                   IF SM-ID(SM-SEARCH-IDX) = FI-PAYEE
                       MOVE 'YES' TO SM-FOUND-SWITCH
                       MOVE SM-SEARCH-IDX TO SM-FOUND-IDX
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN SM-FOUND-SWITCH = 'NO'
                       MOVE 'UNKNOWN F&I MANAGER:' TO ERROR-MESSAGE
                       PERFORM WRITE-PAYEE-REJECT
                   WHEN SM-STATUS(SM-FOUND-IDX) NOT = 'A'
                       MOVE 'TERMINATED F&I MANAGER:' TO ERROR-MESSAGE
                       PERFORM WRITE-PAYEE-REJECT
               END-EVALUATE
           END-IF.

      *a clean back-end record pays commission on the product gross
      *at the product's own rate, carved between the seller and their
      *F&I manager by the product's F&I percent the way a split deal
      *is carved; each share lands on the register and the payout
      *extract tagged with the product, under the deal's hold verdict
       WRITE-GOOD-BACK-END.
           COMPUTE COMMISSION-AMOUNT ROUNDED =
               BE-GROSS * BEP-RATE(PRODUCT-FOUND-IDX) / 100.
           MOVE COMMISSION-AMOUNT TO COMMISSION-AMOUNT-EDIT.

           IF FI-PAYEE IS EQUAL TO SPACES
               MOVE BE-GROSS TO PRIMARY-SHARE-AMT
               MOVE COMMISSION-AMOUNT TO PRIMARY-SHARE-COMM
               MOVE ZERO TO SECOND-SHARE-AMT SECOND-SHARE-COMM
           ELSE
               COMPUTE SECOND-SHARE-COMM ROUNDED =
                   COMMISSION-AMOUNT * BEP-FI-PCT(PRODUCT-FOUND-IDX)
                   / 100
               SUBTRACT SECOND-SHARE-COMM FROM COMMISSION-AMOUNT
                   GIVING PRIMARY-SHARE-COMM
               COMPUTE SECOND-SHARE-AMT ROUNDED =
                   BE-GROSS * BEP-FI-PCT(PRODUCT-FOUND-IDX) / 100
               SUBTRACT SECOND-SHARE-AMT FROM BE-GROSS
                   GIVING PRIMARY-SHARE-AMT
           END-IF.

           IF DEAL-PRODUCT-COUNT IS LESS THAN 20
               ADD 1 TO DEAL-PRODUCT-COUNT
               MOVE BE-PRODUCT-CODE
                   TO DEAL-PRODUCT-CODE(DEAL-PRODUCT-COUNT)
           END-IF.

           IF BEP-IS-TRADE-IN(PRODUCT-FOUND-IDX)
               PERFORM ADD-TRADE-IN-TO-STOCK
           END-IF.

      *laid out like the deal's own good line - the product
      *description where the model goes, its code where the year
      *goes, and a trade-in's VIN where the VIN goes
           STRING DEAL-LOCATION DELIMITED BY SIZE
               BE-BRANCH DELIMITED BY SIZE
               BE-SALES-PERSON DELIMITED BY SIZE
               DEAL-CUSTOMER-NAME DELIMITED BY SIZE
               BE-SALE-DATE DELIMITED BY SIZE
               BE-GROSS DELIMITED BY SIZE
               BEP-RATE(PRODUCT-FOUND-IDX) DELIMITED BY SIZE
               BEP-DESCRIPTION(PRODUCT-FOUND-IDX) DELIMITED BY SIZE
               BE-PRODUCT-CODE DELIMITED BY SIZE
               BE-TRADE-VIN DELIMITED BY SIZE
               COMMISSION-AMOUNT-EDIT DELIMITED BY SIZE
               INTO GOOD-OUT
           END-STRING.

           WRITE GOOD-OUT.
           ADD 1 TO JOB-GOOD-COUNT.
           MOVE SPACES TO GOOD-OUT.

           MOVE DEAL-HOLD-REASON TO HOLD-REASON.
           MOVE BE-PRODUCT-CODE TO SUMW-PRODUCT-CODE.
           MOVE BEP-RATE(PRODUCT-FOUND-IDX) TO SUMW-RATE.
           MOVE SPACE TO SUMW-COMM-BASIS.
           MOVE ZERO TO SUMW-FRONT-GROSS.
           MOVE SPACES TO SUMW-CAR-MODEL.
           MOVE ZERO TO SUMW-CAR-YEAR SUMW-UNIT-SHARE.
           MOVE DEAL-VIN TO SUMW-VIN.

           IF PRIMARY-SHARE-COMM IS GREATER THAN ZERO
               MOVE DEAL-SALES-PERSON TO SUMW-PERSON
               MOVE PRIMARY-SHARE-AMT TO SUMW-SALE-AMT
               MOVE PRIMARY-SHARE-COMM TO SUMW-COMMISSION
               IF SECOND-SHARE-COMM IS GREATER THAN ZERO
                   MOVE FI-PAYEE TO SUMW-PARTNER
               ELSE
                   MOVE SPACES TO SUMW-PARTNER
               END-IF
               PERFORM PROCESS-ONE-SHARE
           END-IF.

           IF SECOND-SHARE-COMM IS GREATER THAN ZERO
               MOVE FI-PAYEE TO SUMW-PERSON
               MOVE SECOND-SHARE-AMT TO SUMW-SALE-AMT
               MOVE SECOND-SHARE-COMM TO SUMW-COMMISSION
               IF PRIMARY-SHARE-COMM IS GREATER THAN ZERO
                   MOVE DEAL-SALES-PERSON TO SUMW-PARTNER
               ELSE
                   MOVE SPACES TO SUMW-PARTNER
               END-IF
               PERFORM PROCESS-ONE-SHARE
           END-IF.

      *the traded unit comes onto the lot at the allowance given for
      *it, dated the day of the deal - a unit the store sold before
      *and is taking back is restocked on its old row
       ADD-TRADE-IN-TO-STOCK.
           IF VEH-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO VEHICLE INVENTORY - TRADE-IN NOT STOCKED: '
                   BE-TRADE-VIN
           ELSE
               MOVE ZERO TO VEH-FOUND-IDX
               PERFORM VARYING VEH-SEARCH-IDX FROM 1 BY 1
                   UNTIL VEH-SEARCH-IDX > VEH-COUNT
                   IF VEH-VIN(VEH-SEARCH-IDX) = BE-TRADE-VIN
                       MOVE VEH-SEARCH-IDX TO VEH-FOUND-IDX
                   END-IF
               END-PERFORM

               IF VEH-FOUND-IDX = ZERO
                  AND VEH-COUNT IS LESS THAN 2000
                   ADD 1 TO VEH-COUNT
                   MOVE VEH-COUNT TO VEH-FOUND-IDX
                   MOVE BE-TRADE-VIN TO VEH-VIN(VEH-FOUND-IDX)
               END-IF

               IF VEH-FOUND-IDX = ZERO
                   DISPLAY 'VEHICLE INVENTORY FULL - TRADE-IN NOT '
                       'STOCKED: ' BE-TRADE-VIN
               ELSE
                   MOVE 'A' TO VEH-STATUS(VEH-FOUND-IDX)
                   MOVE BE-SALE-DATE TO VEH-ACQ-DATE(VEH-FOUND-IDX)
                   MOVE BE-GROSS TO VEH-ACQ-COST(VEH-FOUND-IDX)
                   MOVE BE-BRANCH TO VEH-BRANCH(VEH-FOUND-IDX)
                   MOVE ZERO TO VEH-RECON-COST(VEH-FOUND-IDX)
               END-IF
           END-IF.
