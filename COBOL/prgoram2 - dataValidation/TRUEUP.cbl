                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SALES-MASTER-STATUS.
      *the accelerator plans - one tier per line: plan ID, whether
      *the tier is earned on monthly units, dollars, or front-end
      *gross, the threshold, and the rate the whole month pays once
      *cleared; a gross plan's rows say so and carry its mini
               SELECT PLAN-MASTER-FILE
                   ASSIGN TO 'commission-plans.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
      *'A' active, 'C' clawed back, 'R' rejected on approval -
      *only 'A' rows count toward the month being trued up
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

      *salesperson master as COMMISSION-VALIDATION lays it out
               FD  SALES-MASTER-FILE
               RECORD CONTAINS 52 CHARACTERS
               DATA RECORD IS SALES-MASTER-RECORD.
       01      SALES-MASTER-RECORD.
                   05 SM-REC-ID         PIC X(10).
                   05 SM-REC-STATUS     PIC X(1).
                   05 SM-REC-PLAN-RATE  PIC 999.
                   05 SM-REC-PLAN-ID    PIC X(4).
                   05 SM-REC-FI-MANAGER PIC X(10).

               FD  PLAN-MASTER-FILE
               RECORD CONTAINS 21 CHARACTERS
               DATA RECORD IS PLAN-MASTER-RECORD.
       01      PLAN-MASTER-RECORD.
                   05 PLN-PLAN-ID       PIC X(4).
                   05 PLN-BASIS         PIC X(1).
                       88 PLN-BY-UNITS     VALUE 'U'.
                       88 PLN-BY-DOLLARS   VALUE 'D'.
                       88 PLN-BY-GROSS     VALUE 'G'.
                   05 PLN-THRESHOLD     PIC 9(6).
                   05 PLN-RATE          PIC 999.
                   05 PLN-PLAN-TYPE     PIC X(1).
                       88 PLN-PAYS-ON-GROSS VALUE 'G'.
                   05 PLN-MINI          PIC 9(4)V99.

      *same layout as COMMISSION-VALIDATION's payout record so the
      *payroll import can't tell an adjustment from a sale
               10 PT-RATE        PIC 999.

      *one row per seller with activity in the month being trued up
      *dollars count every vehicle row toward a dollar tier, but
      *only the rows paid on sale dollars are recomputed on them -
      *rows paid on gross are resettled one by one in a second pass
      *once the seller's tier is known, into SEL-GROSS-EARNED
       01 SELLER-COUNT          PIC 9(3) VALUE ZERO.
       01 SELLER-SEARCH-IDX     PIC 9(3).
       01 SELLER-FOUND-IDX      PIC 9(3).
       01 SELLER-FOUND-SWITCH   PIC XXX.

       01 SELLER-TABLE.
               10 SEL-UNITS       PIC 9(4).
               10 SEL-DOLLARS     PIC 9(8).
               10 SEL-PAID        PIC 9(8)V99.
               10 SEL-VOLUME-DOLLARS PIC 9(8).
               10 SEL-GROSS       PIC S9(8).
               10 SEL-GROSS-EARNED PIC 9(8)V99.
               10 SEL-RATE        PIC 999.
               10 SEL-ON-MASTER   PIC XXX.
               10 SEL-MASTER-IDX  PIC 9(3).

      *one gross row resettled at its seller's tier
       01 ROW-EARNED            PIC S9(7)V99.

       01 EARNED-RATE           PIC 999.
       01 EARNED-COMMISSION     PIC 9(8)V99.

       01 TRUEUP-HEADING        PIC X(100) VALUE
      -    'SALES-PERSON UNITS  DOLLARS   PAID-COMM RATE EARNED-COMM A
      -    'DJUSTMENT FRONT-GROSS'.

       01 TRUEUP-LINE.
           05 TU-PRINT-ID       PIC X(10).
           05 TU-PRINT-EARNED   PIC Z(6)9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 TU-PRINT-ADJ      PIC Z(6)9.99-.
           05 FILLER            PIC X(7)  VALUE SPACES.
           05 TU-PRINT-GROSS    PIC Z(7)9-.

       01 TRUEUP-TRAILER.
           05 FILLER            PIC X(15) VALUE '*** TRAILER ***'.

           PERFORM ACCUMULATE-MONTH-FROM-REGISTER.

      *every seller's tier is settled before any gross row is, since
      *a row's earned commission depends on the whole month
           PERFORM VARYING SELLER-SEARCH-IDX FROM 1 BY 1
               UNTIL SELLER-SEARCH-IDX > SELLER-COUNT
               PERFORM SET-SELLER-TIER-RATE
           END-PERFORM.
           PERFORM RESETTLE-GROSS-ROWS.

           OPEN EXTEND PAYOUT-EXTRACT.
           OPEN OUTPUT TRUEUP-REPORT.
           MOVE TRUEUP-HEADING TO TRUEUP-OUT.
           CLOSE SALES-REGISTER-FILE.

      *sale dates are keyed day-month-year, so the month being trued
      *up is positions 3-4 and the year positions 5-6; the tiers are
      *earned on vehicles, so back-end product rows stay out
       ABSORB-ONE-REGISTER-ROW.
           IF SRF-STATUS = 'A'
              AND SRF-PRODUCT-CODE = SPACES
              AND SRF-SALE-DATE(3:2) = RUN-MONTH
              AND SRF-SALE-DATE(5:2) = RUN-YEAR
               PERFORM ADD-ROW-TO-SELLER
           END-READ.

       ADD-ROW-TO-SELLER.
           PERFORM FIND-REGISTER-SELLER.

           IF SELLER-FOUND-SWITCH IS EQUAL TO 'NO '
              AND SELLER-COUNT IS LESS THAN 200
               ADD 1 TO SELLER-COUNT
               MOVE SELLER-COUNT TO SELLER-FOUND-IDX
               MOVE 'YES' TO SELLER-FOUND-SWITCH
               MOVE SRF-SALES-PERSON TO SEL-ID(SELLER-COUNT)
               MOVE SRF-BRANCH TO SEL-BRANCH(SELLER-COUNT)
               MOVE ZERO TO SEL-UNITS(SELLER-COUNT)
                            SEL-DOLLARS(SELLER-COUNT)
                            SEL-PAID(SELLER-COUNT)
                            SEL-VOLUME-DOLLARS(SELLER-COUNT)
                            SEL-GROSS(SELLER-COUNT)
                            SEL-GROSS-EARNED(SELLER-COUNT)
           END-IF.

           IF SELLER-FOUND-SWITCH IS EQUAL TO 'YES'
               ADD 1 TO SEL-UNITS(SELLER-FOUND-IDX)
               ADD SRF-SALE-AMMOUNT TO SEL-DOLLARS(SELLER-FOUND-IDX)
               ADD SRF-COMMISSION TO SEL-PAID(SELLER-FOUND-IDX)
      *a row paid on gross counts its gross toward a gross tier; a
      *row paid the mini with no cost on file has no gross to count
               EVALUATE SRF-COMM-BASIS
                   WHEN 'G'
                       ADD SRF-FRONT-GROSS
                           TO SEL-GROSS(SELLER-FOUND-IDX)
                   WHEN 'M'
                       CONTINUE
                   WHEN OTHER
                       ADD SRF-SALE-AMMOUNT
                           TO SEL-VOLUME-DOLLARS(SELLER-FOUND-IDX)
               END-EVALUATE
           END-IF.

       FIND-REGISTER-SELLER.
           MOVE 'NO ' TO SELLER-FOUND-SWITCH.
           PERFORM VARYING SELLER-SEARCH-IDX FROM 1 BY 1
               UNTIL SELLER-SEARCH-IDX > SELLER-COUNT
               IF SEL-ID(SELLER-SEARCH-IDX) = SRF-SALES-PERSON
                   MOVE 'YES' TO SELLER-FOUND-SWITCH
                   MOVE SELLER-SEARCH-IDX TO SELLER-FOUND-IDX
               END-IF
           END-PERFORM.

      *the seller's base plan rate, raised to the best tier their
      *month cleared - kept on the row for the gross pass and the
      *true-up itself
       SET-SELLER-TIER-RATE.
           PERFORM FIND-SELLER-MASTER-ROW.
           MOVE SM-FOUND-SWITCH TO SEL-ON-MASTER(SELLER-SEARCH-IDX).
           IF SM-FOUND-SWITCH IS EQUAL TO 'YES'
               MOVE SM-FOUND-IDX TO SEL-MASTER-IDX(SELLER-SEARCH-IDX)
               MOVE SM-PLAN-RATE(SM-FOUND-IDX) TO EARNED-RATE
               PERFORM FIND-EARNED-TIER-RATE
               MOVE EARNED-RATE TO SEL-RATE(SELLER-SEARCH-IDX)
           END-IF.

      *second pass over the month's register: each row paid on gross
      *earns the tier rate on its own gross, never less than it
      *already paid - a row floored at the mini keeps the mini until
      *the tier lifts it past - and a row paid the mini with no cost
      *on file earns just what it paid
       RESETTLE-GROSS-ROWS.
           OPEN INPUT SALES-REGISTER-FILE.
           MOVE SPACES TO REGISTER-EOF-SWITCH.
           READ SALES-REGISTER-FILE
               AT END MOVE 'YES' TO REGISTER-EOF-SWITCH
           END-READ.
           PERFORM RESETTLE-ONE-GROSS-ROW
               UNTIL REGISTER-EOF-SWITCH = 'YES'.
           CLOSE SALES-REGISTER-FILE.

       RESETTLE-ONE-GROSS-ROW.
           IF SRF-STATUS = 'A'
              AND SRF-PRODUCT-CODE = SPACES
              AND SRF-SALE-DATE(3:2) = RUN-MONTH
              AND SRF-SALE-DATE(5:2) = RUN-YEAR
              AND (SRF-COMM-BASIS = 'G' OR SRF-COMM-BASIS = 'M')
               PERFORM FIND-REGISTER-SELLER
               IF SELLER-FOUND-SWITCH IS EQUAL TO 'YES'
                   IF SRF-COMM-BASIS = 'G'
                      AND SEL-ON-MASTER(SELLER-FOUND-IDX) = 'YES'
                       COMPUTE ROW-EARNED ROUNDED = SRF-FRONT-GROSS
                           * SEL-RATE(SELLER-FOUND-IDX) / 100
                       IF ROW-EARNED IS LESS THAN SRF-COMMISSION
                           MOVE SRF-COMMISSION TO ROW-EARNED
                       END-IF
                   ELSE
                       MOVE SRF-COMMISSION TO ROW-EARNED
                   END-IF
                   ADD ROW-EARNED TO SEL-GROSS-EARNED(SELLER-FOUND-IDX)
               END-IF
           END-IF.

           READ SALES-REGISTER-FILE
               AT END MOVE 'YES' TO REGISTER-EOF-SWITCH
           END-READ.

      *one seller's month: start at the base rate their deals paid
      *in-month, take the best tier their volume actually cleared,
      *recompute the month at that rate, and pay the difference -
      *sale-dollar rows at the rate on their dollars, gross rows as
      *the second pass resettled them
       TRUE-UP-ONE-SELLER.
           IF SEL-ON-MASTER(SELLER-SEARCH-IDX) IS EQUAL TO 'NO '
               DISPLAY 'REGISTER PAYEE NOT ON MASTER: '
                   SEL-ID(SELLER-SEARCH-IDX)
           ELSE
               MOVE SEL-RATE(SELLER-SEARCH-IDX) TO EARNED-RATE
               COMPUTE EARNED-COMMISSION ROUNDED =
                   SEL-VOLUME-DOLLARS(SELLER-SEARCH-IDX)
                       * EARNED-RATE / 100
                   + SEL-GROSS-EARNED(SELLER-SEARCH-IDX)
               COMPUTE ADJUSTMENT-AMOUNT = EARNED-COMMISSION
                   - SEL-PAID(SELLER-SEARCH-IDX)

               MOVE EARNED-RATE TO TU-PRINT-RATE
               MOVE EARNED-COMMISSION TO TU-PRINT-EARNED
               MOVE ADJUSTMENT-AMOUNT TO TU-PRINT-ADJ
               MOVE SEL-GROSS(SELLER-SEARCH-IDX) TO TU-PRINT-GROSS
               MOVE TRUEUP-LINE TO TRUEUP-OUT
               WRITE TRUEUP-OUT


      *the best rate among the seller's plan tiers whose threshold
      *their month cleared - unit tiers against the unit count,
      *dollar tiers against the sale dollars, gross tiers against
      *the front-end gross their gross-paid rows carried
       FIND-EARNED-TIER-RATE.
           PERFORM VARYING PLAN-SEARCH-IDX FROM 1 BY 1
               UNTIL PLAN-SEARCH-IDX > PLAN-COUNT
                            NOT < PT-THRESHOLD(PLAN-SEARCH-IDX))
                    OR (PT-BASIS(PLAN-SEARCH-IDX) = 'D'
                        AND SEL-DOLLARS(SELLER-SEARCH-IDX)
                            NOT < PT-THRESHOLD(PLAN-SEARCH-IDX))
                    OR (PT-BASIS(PLAN-SEARCH-IDX) = 'G'
                        AND SEL-GROSS(SELLER-SEARCH-IDX)
                            NOT < PT-THRESHOLD(PLAN-SEARCH-IDX)))
                   MOVE PT-RATE(PLAN-SEARCH-IDX) TO EARNED-RATE
               END-IF
