               SELECT PAYOUT-EXTRACT ASSIGN TO 'commission-payout.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PAYOUT-FILE-STATUS.
      *payroll's carried draw deficits, keyed by sales ID
               SELECT DRAW-BALANCE-FILE
                   ASSIGN TO 'draw-balance.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DRAW-FILE-STATUS.
      *one statement per payee, page-broken like the pay stubs
               SELECT STATEMENT-PRINT-FILE
                   ASSIGN TO 'commission-statements.txt'
       DATA DIVISION.
           FILE SECTION.
               FD  SALES-REGISTER-FILE
               RECORD CONTAINS 94 CHARACTERS
               DATA RECORD IS SALES-REGISTER-RECORD.
       01      SALES-REGISTER-RECORD.
                   05 SRF-BRANCH          PIC 9(4).
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

               FD  SALES-MASTER-FILE
               RECORD CONTAINS 52 CHARACTERS
               DATA RECORD IS SALES-MASTER-RECORD.
       01      SALES-MASTER-RECORD.
                   05 SM-REC-ID         PIC X(10).
                   05 SM-REC-STATUS     PIC X(1).
                   05 SM-REC-PLAN-RATE  PIC 999.
                   05 SM-REC-PLAN-ID    PIC X(4).
                   05 SM-REC-FI-MANAGER PIC X(10).

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

      *the payout extract as COMMISSION-VALIDATION wrote it - the
      *dollars payroll will actually move, signed
                   05 PXR-SALE-DATE       PIC 9(6).
                   05 PXR-AMOUNT          PIC S9(6)V99
                                          SIGN IS LEADING SEPARATE.
                   05 PXR-PRODUCT-CODE    PIC X(4).
                   05 PXR-INCENTIVE-ID    PIC X(6).
                   05 FILLER              PIC X(41).

      *the draw balance as PROG3-PAYROLL writes it back each run -
      *status 'W' rows carry a deficit written off on termination
               FD  DRAW-BALANCE-FILE
               RECORD CONTAINS 45 CHARACTERS
               DATA RECORD IS DRAW-BALANCE-RECORD.
       01      DRAW-BALANCE-RECORD.
                   05 DB-SALES-ID         PIC X(10).
                   05 DB-EMP-ID           PIC 9(6).
                   05 DB-BRANCH           PIC 9(4).
                   05 DB-DEFICIT          PIC 9(7)V99.
                   05 DB-LAST-DATE        PIC 9(6).
                   05 DB-STATUS           PIC X(1).
                   05 DB-WRITTEN-OFF      PIC 9(7)V99.

               FD  STATEMENT-PRINT-FILE
               RECORD CONTAINS 80 CHARACTERS
       01 SALES-MASTER-EOF      PIC XXX.
       01 PENDING-EOF-SWITCH    PIC XXX.
       01 PAYOUT-EOF-SWITCH     PIC XXX.
       01 DRAW-FILE-STATUS      PIC XX.
       01 DRAW-EOF-SWITCH       PIC XXX.

       01 RUN-DATE.
           05 RUN-YEAR          PIC 99.
               10 DL-SALE-AMMOUNT PIC 9(6).
               10 DL-COMMISSION   PIC 9(6)V99.
               10 DL-STATUS       PIC X(1).
               10 DL-PRODUCT-CODE PIC X(4).

      *the held queue, listed as held rather than missing
       01 PEND-COUNT            PIC 9(3) VALUE ZERO.
               10 PEND-SALE-AMMOUNT PIC 9(6).
               10 PEND-COMMISSION   PIC 9(6)V99.
               10 PEND-HOLD-REASON  PIC X(12).
               10 PEND-PRODUCT-CODE PIC X(4).

      *every clawed register row regardless of month - a chargeback
      *normally unwinds a deal from an earlier month, so a claw on
               10 CT-SALES-PERSON PIC X(10).
               10 CT-SALE-DATE    PIC 9(6).
               10 CT-COMMISSION   PIC 9(6)V99.
               10 CT-PRODUCT-CODE PIC X(4).

      *the payout extract's lines, kept in detail so chargebacks
      *print as the negative lines they are
               10 PX-SALES-PERSON PIC X(10).
               10 PX-SALE-DATE    PIC 9(6).
               10 PX-AMOUNT       PIC S9(6)V99.
               10 PX-PRODUCT-CODE PIC X(4).
               10 PX-INCENTIVE-ID PIC X(6).

      *draw deficits still open, or written off, per payee
       01 DRAW-COUNT            PIC 9(3) VALUE ZERO.
       01 DRAW-IDX              PIC 9(3).

       01 DRAW-TABLE.
           05 DRAW-ENTRY OCCURS 500 TIMES.
               10 DR-SALES-ID     PIC X(10).
               10 DR-DEFICIT      PIC 9(7)V99.
               10 DR-STATUS       PIC X(1).
               10 DR-WRITTEN-OFF  PIC 9(7)V99.

       01 MONTH-DEAL-TOTAL      PIC S9(8)V99.
      *the trade-in and F&I product part of the month's commission
       01 BACK-END-TOTAL        PIC S9(8)V99.
       01 HELD-TOTAL            PIC S9(8)V99.
       01 CLAWED-TOTAL          PIC S9(8)V99.
       01 EXTRACT-NET-TOTAL     PIC S9(8)V99.
       01 EXTRACT-RESIDUE       PIC S9(8)V99.
       01 TRUEUP-ADJ-TOTAL      PIC S9(8)V99.
      *spiffs and contest bonuses the month-end incentive run paid
       01 INCENTIVE-TOTAL       PIC S9(8)V99.
       01 PAYEE-EXTRACT-LINES   PIC 9(4).
       01 EXTRACT-MATCH-SWITCH  PIC XXX.
       01 DATE-ON-REGISTER      PIC XXX.
       01 STMT-COLUMN-HEADING   PIC X(60) VALUE
      -    'TYPE       DATE     AMOUNT RATE COMMISSION'.

      *a back-end product's line names the product beside its type
       01 STMT-DEAL-LINE.
           05 STMT-PRINT-TYPE   PIC X(10).
           05 STMT-PRINT-TYPE-PARTS REDEFINES STMT-PRINT-TYPE.
               10 STMT-PRINT-TAG     PIC X(5).
               10 STMT-PRINT-PRODUCT PIC X(5).
           05 STMT-PRINT-INCENTIVE-PARTS REDEFINES STMT-PRINT-TYPE.
               10 STMT-PRINT-INC-TAG PIC X(4).
               10 STMT-PRINT-INC-ID  PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STMT-PRINT-DATE   PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STMT-PRINT-COMM   PIC Z(5)9.99-.

       01 STMT-HELD-LINE.
           05 FILLER            PIC X(5)  VALUE 'HELD '.
           05 STMT-HELD-PRODUCT PIC X(6).
           05 STMT-HELD-DATE    PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 STMT-HELD-AMOUNT  PIC Z(5)9.
               VALUE 'MONTH DEAL COMMISSION   '.
           05 STMT-PRINT-MONTH-TOT PIC Z(6)9.99-.

       01 STMT-BACK-END-TOTAL-LINE.
           05 FILLER            PIC X(24)
               VALUE '  OF WHICH BACK-END     '.
           05 STMT-PRINT-BACK-END-TOT PIC Z(6)9.99-.

       01 STMT-HELD-TOTAL-LINE.
           05 FILLER            PIC X(24)
               VALUE 'HELD FOR APPROVAL       '.
               VALUE 'TRUE-UP ADJUSTMENTS     '.
           05 STMT-PRINT-ADJ    PIC Z(6)9.99-.

       01 STMT-INCENTIVE-TOTAL-LINE.
           05 FILLER            PIC X(24)
               VALUE 'INCENTIVES IN EXTRACT   '.
           05 STMT-PRINT-INCENTIVE PIC Z(6)9.99-.

       01 STMT-RESIDUE-LINE.
           05 FILLER            PIC X(24)
               VALUE 'UNEXPLAINED IN EXTRACT  '.
           05 STMT-PRINT-RESIDUE PIC Z(6)9.99-.

       01 STMT-DRAW-LINE.
           05 FILLER            PIC X(24)
               VALUE 'DRAW DEFICIT CARRIED    '.
           05 STMT-PRINT-DRAW   PIC Z(6)9.99.

       01 STMT-DRAW-OFF-LINE.
           05 FILLER            PIC X(24)
               VALUE 'DRAW DEFICIT WRITTEN OFF'.
           05 STMT-PRINT-DRAW-OFF PIC Z(6)9.99.

       01 STMT-VERDICT-LINE     PIC X(60).

       PROCEDURE DIVISION.
           PERFORM LOAD-MONTH-DEALS.
           PERFORM LOAD-PENDING-HOLDS.
           PERFORM LOAD-PAYOUT-LINES.
           PERFORM LOAD-DRAW-BALANCES.

           OPEN INPUT SALES-MASTER-FILE.
           IF SALES-MASTER-STATUS IS NOT EQUAL TO '00'
                           TO CT-SALE-DATE(CLAW-TAB-COUNT)
                       MOVE SRF-COMMISSION
                           TO CT-COMMISSION(CLAW-TAB-COUNT)
                       MOVE SRF-PRODUCT-CODE
                           TO CT-PRODUCT-CODE(CLAW-TAB-COUNT)
                   END-IF
                   IF SRF-SALE-DATE(3:2) = RUN-MONTH
                      AND SRF-SALE-DATE(5:2) = RUN-YEAR
                       MOVE SRF-COMMISSION
                           TO DL-COMMISSION(DEAL-COUNT)
                       MOVE SRF-STATUS TO DL-STATUS(DEAL-COUNT)
                       MOVE SRF-PRODUCT-CODE
                           TO DL-PRODUCT-CODE(DEAL-COUNT)
                   END-IF
           END-READ.

                           TO PEND-COMMISSION(PEND-COUNT)
                       MOVE PAF-HOLD-REASON
                           TO PEND-HOLD-REASON(PEND-COUNT)
                       MOVE PAF-PRODUCT-CODE
                           TO PEND-PRODUCT-CODE(PEND-COUNT)
                   END-IF
           END-READ.

                       MOVE PXR-SALE-DATE
                           TO PX-SALE-DATE(PAYOUT-COUNT)
                       MOVE PXR-AMOUNT TO PX-AMOUNT(PAYOUT-COUNT)
                       MOVE PXR-PRODUCT-CODE
                           TO PX-PRODUCT-CODE(PAYOUT-COUNT)
                       MOVE PXR-INCENTIVE-ID
                           TO PX-INCENTIVE-ID(PAYOUT-COUNT)
                   END-IF
           END-READ.

      *only rows with something to show - an open deficit, or one
      *written off - are kept; no file means nobody is on a draw
       LOAD-DRAW-BALANCES.
           OPEN INPUT DRAW-BALANCE-FILE.
           IF DRAW-FILE-STATUS = '00'
               MOVE SPACES TO DRAW-EOF-SWITCH
               PERFORM LOAD-ONE-DRAW-BALANCE
                   UNTIL DRAW-EOF-SWITCH = 'YES'
               CLOSE DRAW-BALANCE-FILE
           END-IF.

       LOAD-ONE-DRAW-BALANCE.
           READ DRAW-BALANCE-FILE
               AT END MOVE 'YES' TO DRAW-EOF-SWITCH
               NOT AT END
                   IF (DB-DEFICIT IS GREATER THAN ZERO
                       OR DB-STATUS = 'W')
                      AND DRAW-COUNT IS LESS THAN 500
                       ADD 1 TO DRAW-COUNT
                       MOVE DB-SALES-ID TO DR-SALES-ID(DRAW-COUNT)
                       MOVE DB-DEFICIT TO DR-DEFICIT(DRAW-COUNT)
                       MOVE DB-STATUS TO DR-STATUS(DRAW-COUNT)
                       MOVE DB-WRITTEN-OFF
                           TO DR-WRITTEN-OFF(DRAW-COUNT)
                   END-IF
           END-READ.

                   MOVE 'YES' TO PAYEE-HAS-ACTIVITY
               END-IF
           END-PERFORM.
      *a seller still owing a draw hears about it even in a month
      *with nothing sold
           PERFORM VARYING DRAW-IDX FROM 1 BY 1
               UNTIL DRAW-IDX > DRAW-COUNT
               IF DR-SALES-ID(DRAW-IDX) = SM-REC-ID
                   MOVE 'YES' TO PAYEE-HAS-ACTIVITY
               END-IF
           END-PERFORM.

      *the statement itself: deals, chargebacks as negatives, held
      *deals listed as held, then the month total proven against
           MOVE STMT-COLUMN-HEADING TO STMT-OUT.
           WRITE STMT-OUT.

           MOVE ZERO TO MONTH-DEAL-TOTAL CLAWED-TOTAL BACK-END-TOTAL.
           PERFORM VARYING DEAL-IDX FROM 1 BY 1
               UNTIL DEAL-IDX > DEAL-COUNT
               IF DL-SALES-PERSON(DEAL-IDX) = SM-REC-ID
                   MOVE PEND-SALE-AMMOUNT(PEND-IDX)
                       TO STMT-HELD-AMOUNT
                   MOVE PEND-COMMISSION(PEND-IDX) TO STMT-HELD-COMM
                   MOVE PEND-PRODUCT-CODE(PEND-IDX)
                       TO STMT-HELD-PRODUCT
                   MOVE PEND-HOLD-REASON(PEND-IDX)
                       TO STMT-HELD-REASON
                   MOVE STMT-HELD-LINE TO STMT-OUT
      *every night, so an empty one here is the normal month-end
      *state, not a shortfall
           MOVE ZERO TO EXTRACT-NET-TOTAL EXTRACT-RESIDUE
                        TRUEUP-ADJ-TOTAL PAYEE-EXTRACT-LINES
                        INCENTIVE-TOTAL.
           PERFORM VARYING PAYOUT-IDX FROM 1 BY 1
               UNTIL PAYOUT-IDX > PAYOUT-COUNT
               IF PX-SALES-PERSON(PAYOUT-IDX) = SM-REC-ID
           MOVE STMT-MONTH-TOTAL-LINE TO STMT-OUT.
           WRITE STMT-OUT.

           IF BACK-END-TOTAL IS NOT EQUAL TO ZERO
               MOVE BACK-END-TOTAL TO STMT-PRINT-BACK-END-TOT
               MOVE STMT-BACK-END-TOTAL-LINE TO STMT-OUT
               WRITE STMT-OUT
           END-IF.

           MOVE HELD-TOTAL TO STMT-PRINT-HELD-TOT.
           MOVE STMT-HELD-TOTAL-LINE TO STMT-OUT.
           WRITE STMT-OUT.
               WRITE STMT-OUT
           END-IF.

           IF INCENTIVE-TOTAL IS NOT EQUAL TO ZERO
               MOVE INCENTIVE-TOTAL TO STMT-PRINT-INCENTIVE
               MOVE STMT-INCENTIVE-TOTAL-LINE TO STMT-OUT
               WRITE STMT-OUT
           END-IF.

      *the draw paid ahead of commission and not yet earned back -
      *outside the extract proof, since payroll settles it
           PERFORM VARYING DRAW-IDX FROM 1 BY 1
               UNTIL DRAW-IDX > DRAW-COUNT
               IF DR-SALES-ID(DRAW-IDX) = SM-REC-ID
                   IF DR-STATUS(DRAW-IDX) = 'W'
                       MOVE DR-WRITTEN-OFF(DRAW-IDX)
                           TO STMT-PRINT-DRAW-OFF
                       MOVE STMT-DRAW-OFF-LINE TO STMT-OUT
                   ELSE
                       MOVE DR-DEFICIT(DRAW-IDX) TO STMT-PRINT-DRAW
                       MOVE STMT-DRAW-LINE TO STMT-OUT
                   END-IF
                   WRITE STMT-OUT
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN PAYEE-EXTRACT-LINES IS EQUAL TO ZERO
                   MOVE 'EXTRACT CONSUMED - PROVEN FROM REGISTER'
      *one line of the current extract: a negative should name a
      *clawed register row - of any month, since chargebacks arrive
      *weeks after the deal - for its exact dollars, and a positive
      *a register row of the same date and commission, each on the
      *same back-end product (spaces for the vehicle); a line dated
      *a day the register has no row for at all is the month-end
      *true-up's adjustment, and only what matches nothing either
      *way is totalled as residue; an incentive line names its
      *program and is accounted for by that alone, paid or reversed
       CHECK-ONE-EXTRACT-LINE.
           ADD PX-AMOUNT(PAYOUT-IDX) TO EXTRACT-NET-TOTAL.
           ADD 1 TO PAYEE-EXTRACT-LINES.
           MOVE 'NO ' TO EXTRACT-MATCH-SWITCH.

           EVALUATE TRUE
               WHEN PX-INCENTIVE-ID(PAYOUT-IDX) IS NOT EQUAL TO SPACES
                   MOVE 'YES' TO EXTRACT-MATCH-SWITCH
                   ADD PX-AMOUNT(PAYOUT-IDX) TO INCENTIVE-TOTAL
                   MOVE 'INC ' TO STMT-PRINT-INC-TAG
                   MOVE PX-INCENTIVE-ID(PAYOUT-IDX) TO STMT-PRINT-INC-ID
                   MOVE PX-SALE-DATE(PAYOUT-IDX) TO STMT-PRINT-DATE
                   MOVE ZERO TO STMT-PRINT-AMOUNT
                   MOVE ZERO TO STMT-PRINT-RATE
                   MOVE PX-AMOUNT(PAYOUT-IDX) TO STMT-PRINT-COMM
                   MOVE STMT-DEAL-LINE TO STMT-OUT
                   WRITE STMT-OUT
               WHEN PX-AMOUNT(PAYOUT-IDX) IS LESS THAN ZERO
                   COMPUTE CLAW-MATCH-AMT =
                       ZERO - PX-AMOUNT(PAYOUT-IDX)
                   PERFORM VARYING CLAW-TAB-IDX FROM 1 BY 1
                       UNTIL CLAW-TAB-IDX > CLAW-TAB-COUNT
                       IF CT-SALES-PERSON(CLAW-TAB-IDX) = SM-REC-ID
                          AND CT-SALE-DATE(CLAW-TAB-IDX)
                              = PX-SALE-DATE(PAYOUT-IDX)
                          AND CT-COMMISSION(CLAW-TAB-IDX)
                              = CLAW-MATCH-AMT
                          AND CT-PRODUCT-CODE(CLAW-TAB-IDX)
                              = PX-PRODUCT-CODE(PAYOUT-IDX)
                           MOVE 'YES' TO EXTRACT-MATCH-SWITCH
                       END-IF
                   END-PERFORM
                   IF PX-PRODUCT-CODE(PAYOUT-IDX) IS EQUAL TO SPACES
                       MOVE 'CHARGEBACK' TO STMT-PRINT-TYPE
                   ELSE
                       MOVE 'CB   ' TO STMT-PRINT-TAG
                       MOVE PX-PRODUCT-CODE(PAYOUT-IDX)
                           TO STMT-PRINT-PRODUCT
                   END-IF
                   MOVE PX-SALE-DATE(PAYOUT-IDX) TO STMT-PRINT-DATE
                   MOVE ZERO TO STMT-PRINT-AMOUNT
                   MOVE ZERO TO STMT-PRINT-RATE
                   MOVE PX-AMOUNT(PAYOUT-IDX) TO STMT-PRINT-COMM
                   MOVE STMT-DEAL-LINE TO STMT-OUT
                   WRITE STMT-OUT
               WHEN OTHER
                   PERFORM VARYING DEAL-IDX FROM 1 BY 1
                       UNTIL DEAL-IDX > DEAL-COUNT
                       IF DL-SALES-PERSON(DEAL-IDX) = SM-REC-ID
                          AND DL-SALE-DATE(DEAL-IDX)
                              = PX-SALE-DATE(PAYOUT-IDX)
                          AND DL-COMMISSION(DEAL-IDX)
                              = PX-AMOUNT(PAYOUT-IDX)
                          AND DL-PRODUCT-CODE(DEAL-IDX)
                              = PX-PRODUCT-CODE(PAYOUT-IDX)
                           MOVE 'YES' TO EXTRACT-MATCH-SWITCH
                       END-IF
                   END-PERFORM
           END-EVALUATE.

           IF EXTRACT-MATCH-SWITCH = 'NO '
               PERFORM CLASSIFY-UNMATCHED-LINE

      *a deal the managers rejected on approval never paid - it
      *prints so the seller sees it was killed, but stays out of
      *the month's commission figure; a back-end product's row
      *prints under its product code and is subtotalled as well
       PRINT-ONE-DEAL-LINE.
           EVALUATE DL-STATUS(DEAL-IDX)
               WHEN 'C'
                   MOVE 'SALE      ' TO STMT-PRINT-TYPE
                   ADD DL-COMMISSION(DEAL-IDX) TO MONTH-DEAL-TOTAL
           END-EVALUATE.
           IF DL-PRODUCT-CODE(DEAL-IDX) IS NOT EQUAL TO SPACES
               EVALUATE DL-STATUS(DEAL-IDX)
                   WHEN 'C'
                       MOVE 'CLAW ' TO STMT-PRINT-TAG
                   WHEN 'R'
                       MOVE 'REJ  ' TO STMT-PRINT-TAG
                   WHEN OTHER
                       MOVE 'PROD ' TO STMT-PRINT-TAG
                       ADD DL-COMMISSION(DEAL-IDX) TO BACK-END-TOTAL
               END-EVALUATE
               MOVE DL-PRODUCT-CODE(DEAL-IDX) TO STMT-PRINT-PRODUCT
           END-IF.
           MOVE DL-SALE-DATE(DEAL-IDX) TO STMT-PRINT-DATE.
           MOVE DL-SALE-AMMOUNT(DEAL-IDX) TO STMT-PRINT-AMOUNT.
           IF DL-SALE-AMMOUNT(DEAL-IDX) IS GREATER THAN ZERO
