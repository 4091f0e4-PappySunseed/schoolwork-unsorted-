      ******************************************************************
      * Author: Caleb Ruby
      * Date: 10/15/26
      * Purpose: apply stock transactions to vehicle-inventory.txt -
      *          receiving a unit at its cost, a dealer trade between
      *          our branches, reconditioning dollars spent on a unit,
      *          and a unit sent to auction for wholesale - so the
      *          file every sale is checked against stops being
      *          edited raw; every transaction, applied or refused,
      *          lands on the cumulative stock audit trail, and the
      *          run ends with the stock valuation by branch and age
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. VEHICLE-STOCK-TRANS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STOCK-TRANS-FILE ASSIGN TO 'stock-trans.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TRANS-FILE-STATUS.
               SELECT VEHICLE-INVENTORY-FILE
                   ASSIGN TO 'vehicle-inventory.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS VEHICLE-FILE-STATUS.
      *appended run after run, so the life of a unit on the lot can
      *be traced from the day it arrived to the day it left
               SELECT STOCK-AUDIT-FILE ASSIGN TO 'stock-audit.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-FILE-STATUS.
               SELECT STOCK-VALUATION-REPORT
                   ASSIGN TO 'stock-valuation.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *one stock transaction per line - 'R' receive a unit into a
      *branch at its acquisition cost and date, 'T' transfer a unit
      *to the branch named, 'C' add reconditioning cost, 'W' send a
      *unit to wholesale for the auction proceeds; the amount is the
      *cost, the recon dollars, or the proceeds, the date is the
      *day the unit arrived or the day of the transaction, keyed
      *day-month-year like the sale dates, and who keyed it
               FD  STOCK-TRANS-FILE
               RECORD CONTAINS 44 CHARACTERS
               DATA RECORD IS STOCK-TRANS-RECORD.
       01      STOCK-TRANS-RECORD.
                   05 ST-ACTION-CODE      PIC X(1).
                       88 ST-IS-RECEIVE    VALUE 'R'.
                       88 ST-IS-TRANSFER   VALUE 'T'.
                       88 ST-IS-RECON      VALUE 'C'.
                       88 ST-IS-WHOLESALE  VALUE 'W'.
                   05 ST-VIN              PIC X(17).
                   05 ST-BRANCH           PIC 9(4).
                   05 ST-DATE             PIC 9(6).
                   05 ST-AMOUNT           PIC 9(6).
                   05 ST-KEYED-BY         PIC X(10).

      *vehicle inventory as COMMISSION-VALIDATION lays it out
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

               FD  STOCK-AUDIT-FILE
               RECORD CONTAINS 100 CHARACTERS
               DATA RECORD IS STOCK-AUDIT-OUT.
       01      STOCK-AUDIT-OUT   PIC X(100).

               FD  STOCK-VALUATION-REPORT
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS STOCK-VALUATION-OUT.
       01      STOCK-VALUATION-OUT  PIC X(80).

           WORKING-STORAGE SECTION.
       01  EOF-SWITCH          PIC XXX  VALUE SPACES.
       01  TRANS-FILE-STATUS   PIC XX.
       01  TRANS-OPEN-SWITCH   PIC XXX VALUE 'NO '.
       01  VEHICLE-FILE-STATUS PIC XX.
       01  AUDIT-FILE-STATUS   PIC XX.
       01  VEHICLE-EOF-SWITCH  PIC XXX.

       01  RUN-DATE            PIC 9(6).

       01  APPLIED-COUNT       PIC 9(5) VALUE ZERO.
       01  REJECTED-COUNT      PIC 9(5) VALUE ZERO.
       01  INVENTORY-DIRTY-SWITCH PIC XXX VALUE 'NO '.

      *the inventory held in storage for the run, applied against
      *and written back whole at end of run - the same way the
      *validation run handles this line-sequential file
       01  VEH-COUNT           PIC 9(4) VALUE ZERO.
       01  VEH-SEARCH-IDX      PIC 9(4).
       01  VEH-FOUND-IDX       PIC 9(4).
       01  VEH-FOUND-SWITCH    PIC XXX.

       01  VEHICLE-TABLE.
           05 VEH-ENTRY OCCURS 2000 TIMES.
               10 VEH-VIN            PIC X(17).
               10 VEH-STATUS         PIC X(1).
               10 VEH-ACQ-DATE       PIC 9(6).
               10 VEH-ACQ-COST       PIC 9(6).
               10 VEH-BRANCH         PIC 9(4).
               10 VEH-RECON-COST     PIC 9(6).

      *a keyed date has to be a real day before it goes on a unit -
      *the day is held to its month's length, Feb 29 only in a leap
      *year, the way the validation run checks a sale date
       01  TRANS-DATE-WORK.
           05 TRANS-DATE-DD      PIC 99.
               88 VALID-TRANS-DAY   VALUES 1 THROUGH 31.
               88 VALID-TRANS-30    VALUES 1 THROUGH 30.
               88 VALID-TRANS-28    VALUES 1 THROUGH 28.
           05 TRANS-DATE-MM      PIC 99.
               88 VALID-TRANS-MONTH VALUES 1 THROUGH 12.
               88 TRANS-MONTH-30-DAYS VALUES 4 6 9 11.
               88 TRANS-MONTH-28-DAYS VALUE 2.
           05 TRANS-DATE-YY      PIC 99.
       01  TRANS-DATE-OK       PIC XXX.

       01  FULL-TRANS-YEAR     PIC 9(4).
       01  LEAP-YR-QUOTIENT    PIC 9(4).
       01  LEAP-YEAR-MOD-4     PIC 9(4).
       01  LEAP-YEAR-MOD-100   PIC 9(4).
       01  LEAP-YEAR-MOD-400   PIC 9(4).
       01  LEAP-YEAR-SWITCH    PIC XXX VALUE 'NO '.
           88 IS-LEAP-YEAR VALUE 'YES'.

       01  COST-BASIS          PIC 9(7).
       01  WHOLESALE-RESULT    PIC S9(7).
       01  WHOLESALE-RESULT-EDIT PIC Z(6)9-.
       01  FROM-BRANCH-WORK    PIC 9(4).

       01  AUDIT-LINE.
           05 AUD-RUN-DATE     PIC 9(6).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 AUD-ACTION       PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 AUD-VIN          PIC X(17).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 AUD-FROM-BRANCH  PIC X(4).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 AUD-TO-BRANCH    PIC X(4).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 AUD-AMOUNT       PIC Z(5)9.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 AUD-COST-BASIS   PIC Z(6)9.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 AUD-KEYED-BY     PIC X(10).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 AUD-DETAIL       PIC X(30).

       01  AUDIT-TRAILER.
           05 AUD-TRAIL-DATE   PIC 9(6).
           05 FILLER           PIC X(16) VALUE ' *** TRAILER ***'.
           05 FILLER           PIC X(9)  VALUE ' APPLIED '.
           05 TRAIL-APPLIED    PIC Z(4)9.
           05 FILLER           PIC X(10) VALUE ' REJECTED '.
           05 TRAIL-REJECTED   PIC Z(4)9.

      *valuation machinery - every unit still on the lot, costed at
      *acquisition plus reconditioning, rolled up by owning branch
      *into four age bands by days on the lot
       01  VEH-DATE-8-WORK.
           05 FILLER             PIC 9(2) VALUE 20.
           05 VEH-DATE-8-YY      PIC 9(2).
           05 VEH-DATE-8-MM      PIC 9(2).
           05 VEH-DATE-8-DD      PIC 9(2).
       01  VEH-DATE-8-NUM REDEFINES VEH-DATE-8-WORK PIC 9(8).
       01  TODAY-DAY-NUMBER    PIC 9(7).
       01  ACQ-DAY-NUMBER      PIC 9(7).
       01  DAYS-ON-LOT         PIC S9(5).
       01  AGE-BAND-IDX        PIC 9.

       01  VAL-BRANCH-COUNT    PIC 9(2) VALUE ZERO.
       01  VAL-SEARCH-IDX      PIC 9(2).
       01  VAL-FOUND-IDX       PIC 9(2).
       01  VAL-FOUND-SWITCH    PIC XXX.
       01  VAL-LAST-BRANCH     PIC S9(5).
       01  VAL-NEXT-BRANCH     PIC S9(5).
       01  VAL-NEXT-IDX        PIC 9(2).
       01  VAL-REPORT-DONE     PIC XXX.

       01  VALUATION-TABLE.
           05 VAL-BRANCH-ENTRY OCCURS 50 TIMES.
               10 VB-BRANCH          PIC 9(4).
               10 VB-BAND OCCURS 4 TIMES.
                   15 VB-UNITS        PIC 9(5).
                   15 VB-ACQ-COST     PIC 9(9).
                   15 VB-RECON-COST   PIC 9(9).

       01  BAND-NAMES-VALUES.
           05 FILLER             PIC X(8) VALUE '0-30    '.
           05 FILLER             PIC X(8) VALUE '31-60   '.
           05 FILLER             PIC X(8) VALUE '61-90   '.
           05 FILLER             PIC X(8) VALUE 'OVER 90 '.
       01  BAND-NAMES REDEFINES BAND-NAMES-VALUES.
           05 BAND-NAME          PIC X(8) OCCURS 4 TIMES.

       01  VAL-BR-UNITS        PIC 9(5).
       01  VAL-BR-ACQ          PIC 9(9).
       01  VAL-BR-RECON        PIC 9(9).
       01  VAL-ALL-UNITS       PIC 9(5) VALUE ZERO.
       01  VAL-ALL-ACQ         PIC 9(9) VALUE ZERO.
       01  VAL-ALL-RECON       PIC 9(9) VALUE ZERO.
       01  VAL-BAND-ALL.
           05 VAL-BAND-TOTAL OCCURS 4 TIMES.
               10 VBT-UNITS          PIC 9(5).
               10 VBT-ACQ            PIC 9(9).
               10 VBT-RECON          PIC 9(9).

       01  VAL-REPORT-TITLE.
           05 FILLER             PIC X(35)
               VALUE 'STOCK VALUATION BY BRANCH AND AGE  '.
           05 FILLER             PIC X(9)  VALUE 'RUN DATE '.
           05 VAL-TITLE-DATE     PIC 9(6).

       01  VAL-REPORT-HEADING    PIC X(80) VALUE
           'BRANCH DAYS-ON-LOT UNITS     ACQ-COST   RECON-COST   TOTAL-C
      -    'OST'.

       01  VAL-REPORT-LINE.
           05 VAL-PRINT-BRANCH   PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 VAL-PRINT-BAND     PIC X(11).
           05 VAL-PRINT-UNITS    PIC ZZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 VAL-PRINT-ACQ      PIC Z(11)9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 VAL-PRINT-RECON    PIC Z(11)9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 VAL-PRINT-TOTAL    PIC Z(11)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.

           PERFORM LOAD-VEHICLE-INVENTORY.

           OPEN EXTEND STOCK-AUDIT-FILE.
           IF AUDIT-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT STOCK-AUDIT-FILE
           END-IF.

      *a missing file just means nothing was keyed; any other bad
      *open is reported and the run applies nothing
           OPEN INPUT STOCK-TRANS-FILE.
           IF TRANS-FILE-STATUS IS NOT EQUAL TO '00'
               IF TRANS-FILE-STATUS IS EQUAL TO '35'
                   DISPLAY 'NO STOCK TRANSACTIONS - NOTHING TO APPLY'
               ELSE
                   DISPLAY 'STOCK TRANSACTIONS WOULD NOT OPEN - STATUS '
                       TRANS-FILE-STATUS ' - NOTHING APPLIED'
               END-IF
               MOVE 'YES' TO EOF-SWITCH
           ELSE
               MOVE 'YES' TO TRANS-OPEN-SWITCH
               READ STOCK-TRANS-FILE
                   AT END MOVE 'YES' TO EOF-SWITCH
               END-READ
           END-IF.

           PERFORM APPLY-ONE-TRANSACTION
               UNTIL EOF-SWITCH = 'YES'.

           IF TRANS-OPEN-SWITCH = 'YES'
               CLOSE STOCK-TRANS-FILE
           END-IF.

           MOVE RUN-DATE TO AUD-TRAIL-DATE.
           MOVE APPLIED-COUNT TO TRAIL-APPLIED.
           MOVE REJECTED-COUNT TO TRAIL-REJECTED.
           MOVE AUDIT-TRAILER TO STOCK-AUDIT-OUT.
           WRITE STOCK-AUDIT-OUT.

           CLOSE STOCK-AUDIT-FILE.

           PERFORM REWRITE-VEHICLE-INVENTORY.

           PERFORM WRITE-STOCK-VALUATION-REPORT.

           DISPLAY 'VEHICLE-STOCK-TRANS COMPLETE - APPLIED '
               APPLIED-COUNT ' REJECTED ' REJECTED-COUNT.
           STOP RUN.

      *units written before the owning branch and recon cost were
      *carried read those fields as spaces - they load as zero, a
      *unit with no owning branch on file
       LOAD-VEHICLE-INVENTORY.
           OPEN INPUT VEHICLE-INVENTORY-FILE.
           IF VEHICLE-FILE-STATUS = '00'
               MOVE SPACES TO VEHICLE-EOF-SWITCH
               PERFORM LOAD-ONE-VEHICLE-ROW
                   UNTIL VEHICLE-EOF-SWITCH = 'YES'
               CLOSE VEHICLE-INVENTORY-FILE
           ELSE
      *a fresh lot starts empty and the receipts build it
               DISPLAY 'VEHICLE INVENTORY NOT FOUND - STARTING EMPTY'
           END-IF.

       LOAD-ONE-VEHICLE-ROW.
           READ VEHICLE-INVENTORY-FILE
               AT END MOVE 'YES' TO VEHICLE-EOF-SWITCH
               NOT AT END
                   IF VEH-COUNT IS LESS THAN 2000
                       ADD 1 TO VEH-COUNT
                       MOVE VI-VIN TO VEH-VIN(VEH-COUNT)
                       MOVE VI-STATUS TO VEH-STATUS(VEH-COUNT)
                       MOVE VI-ACQ-DATE TO VEH-ACQ-DATE(VEH-COUNT)
                       MOVE VI-ACQ-COST TO VEH-ACQ-COST(VEH-COUNT)
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

      *routes one transaction to the paragraph for its action code
      *and rejects anything with a code we don't recognize
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO AUD-FROM-BRANCH AUD-TO-BRANCH.
           MOVE ZERO TO AUD-AMOUNT AUD-COST-BASIS.
           IF ST-AMOUNT IS NUMERIC
               MOVE ST-AMOUNT TO AUD-AMOUNT
           END-IF.

           PERFORM FIND-VIN-IN-INVENTORY.

           EVALUATE TRUE
               WHEN ST-VIN = SPACES
                   MOVE 'NO VIN ON TRANSACTION' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN ST-IS-RECEIVE
                   PERFORM APPLY-RECEIVE
               WHEN ST-IS-TRANSFER
                   PERFORM APPLY-TRANSFER
               WHEN ST-IS-RECON
                   PERFORM APPLY-RECON
               WHEN ST-IS-WHOLESALE
                   PERFORM APPLY-WHOLESALE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

           READ STOCK-TRANS-FILE
               AT END MOVE 'YES' TO EOF-SWITCH
           END-READ.

       FIND-VIN-IN-INVENTORY.
           MOVE 'NO ' TO VEH-FOUND-SWITCH.
           PERFORM VARYING VEH-SEARCH-IDX FROM 1 BY 1
               UNTIL VEH-SEARCH-IDX > VEH-COUNT
               IF VEH-VIN(VEH-SEARCH-IDX) = ST-VIN
                   MOVE 'YES' TO VEH-FOUND-SWITCH
                   MOVE VEH-SEARCH-IDX TO VEH-FOUND-IDX
               END-IF
           END-PERFORM.

       CHECK-TRANS-DATE.
           MOVE 'NO ' TO TRANS-DATE-OK.
           IF ST-DATE IS NUMERIC
               MOVE ST-DATE TO TRANS-DATE-WORK
               IF VALID-TRANS-DAY AND VALID-TRANS-MONTH
                   MOVE 'YES' TO TRANS-DATE-OK
                   PERFORM CHECK-LEAP-YEAR
                   IF TRANS-MONTH-30-DAYS AND NOT VALID-TRANS-30
                       MOVE 'NO ' TO TRANS-DATE-OK
                   END-IF
                   IF TRANS-MONTH-28-DAYS AND
                      (NOT VALID-TRANS-28 AND
                       NOT (TRANS-DATE-DD = 29 AND IS-LEAP-YEAR))
                       MOVE 'NO ' TO TRANS-DATE-OK
                   END-IF
               END-IF
           END-IF.

      *works out whether TRANS-DATE-YY (taken as 20xx) is a leap
      *year, so a Feb 29 on a non-leap year can be told apart
       CHECK-LEAP-YEAR.
           MOVE 'NO ' TO LEAP-YEAR-SWITCH.
           COMPUTE FULL-TRANS-YEAR = 2000 + TRANS-DATE-YY.
           DIVIDE FULL-TRANS-YEAR BY 4 GIVING LEAP-YR-QUOTIENT
               REMAINDER LEAP-YEAR-MOD-4.
           IF LEAP-YEAR-MOD-4 = 0
               DIVIDE FULL-TRANS-YEAR BY 100 GIVING LEAP-YR-QUOTIENT
                   REMAINDER LEAP-YEAR-MOD-100
               IF LEAP-YEAR-MOD-100 NOT = 0
                   MOVE 'YES' TO LEAP-YEAR-SWITCH
               ELSE
                   DIVIDE FULL-TRANS-YEAR BY 400 GIVING LEAP-YR-QUOTIENT
                       REMAINDER LEAP-YEAR-MOD-400
                   IF LEAP-YEAR-MOD-400 = 0
                       MOVE 'YES' TO LEAP-YEAR-SWITCH
                   END-IF
               END-IF
           END-IF.

      *a new unit onto the lot - a VIN already in stock is refused
      *rather than overwritten, but a unit the store sold or
      *wholesaled before and is buying back is restocked on its old
      *row, the way the validation run restocks a trade-in
       APPLY-RECEIVE.
           PERFORM CHECK-TRANS-DATE.
           EVALUATE TRUE
               WHEN VEH-FOUND-SWITCH = 'YES'
                AND VEH-STATUS(VEH-FOUND-IDX) = 'A'
                   MOVE 'VIN ALREADY IN STOCK' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN ST-BRANCH IS NOT NUMERIC
                 OR ST-BRANCH IS EQUAL TO ZERO
                   MOVE 'NO RECEIVING BRANCH' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN ST-AMOUNT IS NOT NUMERIC
                 OR ST-AMOUNT IS EQUAL TO ZERO
                   MOVE 'NO ACQUISITION COST' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN TRANS-DATE-OK = 'NO '
                   MOVE 'INVALID ACQUISITION DATE' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN VEH-FOUND-SWITCH = 'NO '
                AND VEH-COUNT IS NOT LESS THAN 2000
                   MOVE 'INVENTORY TABLE FULL' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   IF VEH-FOUND-SWITCH = 'NO '
                       ADD 1 TO VEH-COUNT
                       MOVE VEH-COUNT TO VEH-FOUND-IDX
                       MOVE ST-VIN TO VEH-VIN(VEH-FOUND-IDX)
                       MOVE SPACES TO AUD-DETAIL
                   ELSE
                       MOVE 'RESTOCKED ON PRIOR ROW' TO AUD-DETAIL
                   END-IF
                   MOVE 'A' TO VEH-STATUS(VEH-FOUND-IDX)
                   MOVE ST-DATE TO VEH-ACQ-DATE(VEH-FOUND-IDX)
                   MOVE ST-AMOUNT TO VEH-ACQ-COST(VEH-FOUND-IDX)
                   MOVE ST-BRANCH TO VEH-BRANCH(VEH-FOUND-IDX)
                   MOVE ZERO TO VEH-RECON-COST(VEH-FOUND-IDX)
                   MOVE ST-BRANCH TO AUD-TO-BRANCH
                   MOVE 'RECEIVED' TO AUD-ACTION
                   PERFORM WRITE-APPLIED-LINE
           END-EVALUATE.

      *a dealer trade between our own branches - the unit keeps its
      *cost and its days on the lot, only the owner changes
       APPLY-TRANSFER.
           EVALUATE TRUE
               WHEN VEH-FOUND-SWITCH = 'NO '
                   MOVE 'VIN NOT IN INVENTORY' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN VEH-STATUS(VEH-FOUND-IDX) NOT = 'A'
                   MOVE 'VIN NOT IN STOCK' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN ST-BRANCH IS NOT NUMERIC
                 OR ST-BRANCH IS EQUAL TO ZERO
                   MOVE 'NO RECEIVING BRANCH' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN ST-BRANCH = VEH-BRANCH(VEH-FOUND-IDX)
                   MOVE 'UNIT ALREADY AT THAT BRANCH' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   MOVE VEH-BRANCH(VEH-FOUND-IDX) TO FROM-BRANCH-WORK
                   MOVE FROM-BRANCH-WORK TO AUD-FROM-BRANCH
                   MOVE ST-BRANCH TO VEH-BRANCH(VEH-FOUND-IDX)
                   MOVE ST-BRANCH TO AUD-TO-BRANCH
                   MOVE SPACES TO AUD-DETAIL
                   MOVE 'TRANSFER' TO AUD-ACTION
                   PERFORM WRITE-APPLIED-LINE
           END-EVALUATE.

      *reconditioning dollars go onto the unit's cost, so its gross
      *and its valuation both carry what the store has in it
       APPLY-RECON.
           EVALUATE TRUE
               WHEN VEH-FOUND-SWITCH = 'NO '
                   MOVE 'VIN NOT IN INVENTORY' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN VEH-STATUS(VEH-FOUND-IDX) NOT = 'A'
                   MOVE 'VIN NOT IN STOCK' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN ST-AMOUNT IS NOT NUMERIC
                 OR ST-AMOUNT IS EQUAL TO ZERO
                   MOVE 'NO RECON AMOUNT' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN VEH-RECON-COST(VEH-FOUND-IDX) + ST-AMOUNT
                    > 999999
                   MOVE 'RECON TOTAL OVERFLOWS' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   ADD ST-AMOUNT TO VEH-RECON-COST(VEH-FOUND-IDX)
                   MOVE SPACES TO AUD-DETAIL
                   MOVE 'RECON   ' TO AUD-ACTION
                   PERFORM WRITE-APPLIED-LINE
           END-EVALUATE.

      *a unit sent to auction leaves the lot for good - it is marked
      *'W' so a sale keyed against it later rejects, and the audit
      *line carries the proceeds against what the store had in it
       APPLY-WHOLESALE.
           EVALUATE TRUE
               WHEN VEH-FOUND-SWITCH = 'NO '
                   MOVE 'VIN NOT IN INVENTORY' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN VEH-STATUS(VEH-FOUND-IDX) NOT = 'A'
                   MOVE 'VIN NOT IN STOCK' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN ST-AMOUNT IS NOT NUMERIC
                   MOVE 'NON-NUMERIC PROCEEDS' TO AUD-DETAIL
                   PERFORM WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM SET-COST-BASIS
                   COMPUTE WHOLESALE-RESULT = ST-AMOUNT - COST-BASIS
                   MOVE WHOLESALE-RESULT TO WHOLESALE-RESULT-EDIT
                   MOVE 'W' TO VEH-STATUS(VEH-FOUND-IDX)
                   MOVE SPACES TO AUD-DETAIL
                   STRING 'WHOLESALE GAIN/LOSS '  DELIMITED BY SIZE
                          WHOLESALE-RESULT-EDIT   DELIMITED BY SIZE
                          INTO AUD-DETAIL
                   END-STRING
                   MOVE 'WHOLESAL' TO AUD-ACTION
                   PERFORM WRITE-APPLIED-LINE
           END-EVALUATE.

       SET-COST-BASIS.
           COMPUTE COST-BASIS = VEH-ACQ-COST(VEH-FOUND-IDX)
               + VEH-RECON-COST(VEH-FOUND-IDX).

      *an applied line shows the unit's owning branch and its cost
      *basis after the transaction
       WRITE-APPLIED-LINE.
           IF AUD-FROM-BRANCH = SPACES
              AND AUD-TO-BRANCH = SPACES
               MOVE VEH-BRANCH(VEH-FOUND-IDX) TO FROM-BRANCH-WORK
               MOVE FROM-BRANCH-WORK TO AUD-FROM-BRANCH
           END-IF.
           PERFORM SET-COST-BASIS.
           MOVE COST-BASIS TO AUD-COST-BASIS.
           MOVE 'YES' TO INVENTORY-DIRTY-SWITCH.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO APPLIED-COUNT.

       WRITE-REJECT-LINE.
           MOVE 'REJECTED' TO AUD-ACTION.
           MOVE ST-BRANCH TO AUD-TO-BRANCH.
           PERFORM WRITE-AUDIT-LINE.
           ADD 1 TO REJECTED-COUNT.

       WRITE-AUDIT-LINE.
           MOVE RUN-DATE TO AUD-RUN-DATE.
           MOVE ST-VIN TO AUD-VIN.
           MOVE ST-KEYED-BY TO AUD-KEYED-BY.
           MOVE AUDIT-LINE TO STOCK-AUDIT-OUT.
           WRITE STOCK-AUDIT-OUT.

      *writes the inventory back out - only on runs that actually
      *changed something
       REWRITE-VEHICLE-INVENTORY.
           IF INVENTORY-DIRTY-SWITCH IS EQUAL TO 'YES'
               OPEN OUTPUT VEHICLE-INVENTORY-FILE
               PERFORM VARYING VEH-SEARCH-IDX FROM 1 BY 1
                   UNTIL VEH-SEARCH-IDX > VEH-COUNT
                   MOVE VEH-VIN(VEH-SEARCH-IDX) TO VI-VIN
                   MOVE VEH-STATUS(VEH-SEARCH-IDX) TO VI-STATUS
                   MOVE VEH-ACQ-DATE(VEH-SEARCH-IDX) TO VI-ACQ-DATE
                   MOVE VEH-ACQ-COST(VEH-SEARCH-IDX) TO VI-ACQ-COST
                   MOVE VEH-BRANCH(VEH-SEARCH-IDX) TO VI-BRANCH
                   MOVE VEH-RECON-COST(VEH-SEARCH-IDX)
                       TO VI-RECON-COST
                   WRITE VEHICLE-INVENTORY-RECORD
               END-PERFORM
               CLOSE VEHICLE-INVENTORY-FILE
           END-IF.

      *the month-end stock position: every unit still available,
      *branch by branch in branch order, split into age bands, with
      *each branch's total and the store's total by band under it;
      *a unit with no owning branch on file prints under branch 0000
       WRITE-STOCK-VALUATION-REPORT.
           MOVE RUN-DATE(1:2) TO VEH-DATE-8-YY.
           MOVE RUN-DATE(3:2) TO VEH-DATE-8-MM.
           MOVE RUN-DATE(5:2) TO VEH-DATE-8-DD.
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(VEH-DATE-8-NUM).

           INITIALIZE VAL-BAND-ALL.
           PERFORM VARYING VEH-SEARCH-IDX FROM 1 BY 1
               UNTIL VEH-SEARCH-IDX > VEH-COUNT
               IF VEH-STATUS(VEH-SEARCH-IDX) = 'A'
                   PERFORM VALUE-ONE-UNIT
               END-IF
           END-PERFORM.

           OPEN OUTPUT STOCK-VALUATION-REPORT.
           MOVE RUN-DATE TO VAL-TITLE-DATE.
           MOVE VAL-REPORT-TITLE TO STOCK-VALUATION-OUT.
           WRITE STOCK-VALUATION-OUT.
           MOVE VAL-REPORT-HEADING TO STOCK-VALUATION-OUT.
           WRITE STOCK-VALUATION-OUT.

           MOVE -1 TO VAL-LAST-BRANCH.
           MOVE 'NO ' TO VAL-REPORT-DONE.
           PERFORM PRINT-ONE-VALUATION-BRANCH
               UNTIL VAL-REPORT-DONE = 'YES'.

           MOVE SPACES TO STOCK-VALUATION-OUT.
           WRITE STOCK-VALUATION-OUT.
           PERFORM VARYING AGE-BAND-IDX FROM 1 BY 1
               UNTIL AGE-BAND-IDX > 4
               MOVE 'ALL' TO VAL-PRINT-BRANCH
               MOVE BAND-NAME(AGE-BAND-IDX) TO VAL-PRINT-BAND
               MOVE VBT-UNITS(AGE-BAND-IDX) TO VAL-PRINT-UNITS
               MOVE VBT-ACQ(AGE-BAND-IDX) TO VAL-PRINT-ACQ
               MOVE VBT-RECON(AGE-BAND-IDX) TO VAL-PRINT-RECON
               COMPUTE VAL-PRINT-TOTAL = VBT-ACQ(AGE-BAND-IDX)
                   + VBT-RECON(AGE-BAND-IDX)
               MOVE VAL-REPORT-LINE TO STOCK-VALUATION-OUT
               WRITE STOCK-VALUATION-OUT
           END-PERFORM.
           MOVE 'ALL' TO VAL-PRINT-BRANCH.
           MOVE 'STORE TOTAL' TO VAL-PRINT-BAND.
           MOVE VAL-ALL-UNITS TO VAL-PRINT-UNITS.
           MOVE VAL-ALL-ACQ TO VAL-PRINT-ACQ.
           MOVE VAL-ALL-RECON TO VAL-PRINT-RECON.
           COMPUTE VAL-PRINT-TOTAL = VAL-ALL-ACQ + VAL-ALL-RECON.
           MOVE VAL-REPORT-LINE TO STOCK-VALUATION-OUT.
           WRITE STOCK-VALUATION-OUT.

           CLOSE STOCK-VALUATION-REPORT.

      *ages one unit and adds it to its branch's band - days on the
      *lot from the acquisition date keyed day-month-year; a unit
      *with no date on file counts as new rather than garbage
       VALUE-ONE-UNIT.
           IF VEH-ACQ-DATE(VEH-SEARCH-IDX) IS NUMERIC
              AND VEH-ACQ-DATE(VEH-SEARCH-IDX) IS GREATER THAN ZERO
               MOVE VEH-ACQ-DATE(VEH-SEARCH-IDX)(5:2)
                   TO VEH-DATE-8-YY
               MOVE VEH-ACQ-DATE(VEH-SEARCH-IDX)(3:2)
                   TO VEH-DATE-8-MM
               MOVE VEH-ACQ-DATE(VEH-SEARCH-IDX)(1:2)
                   TO VEH-DATE-8-DD
               COMPUTE ACQ-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(VEH-DATE-8-NUM)
               COMPUTE DAYS-ON-LOT =
                   TODAY-DAY-NUMBER - ACQ-DAY-NUMBER
           ELSE
               MOVE ZERO TO DAYS-ON-LOT
           END-IF.

           EVALUATE TRUE
               WHEN DAYS-ON-LOT IS LESS THAN 31
                   MOVE 1 TO AGE-BAND-IDX
               WHEN DAYS-ON-LOT IS LESS THAN 61
                   MOVE 2 TO AGE-BAND-IDX
               WHEN DAYS-ON-LOT IS LESS THAN 91
                   MOVE 3 TO AGE-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO AGE-BAND-IDX
           END-EVALUATE.

           MOVE 'NO ' TO VAL-FOUND-SWITCH.
           PERFORM VARYING VAL-SEARCH-IDX FROM 1 BY 1
               UNTIL VAL-SEARCH-IDX > VAL-BRANCH-COUNT
               IF VB-BRANCH(VAL-SEARCH-IDX) = VEH-BRANCH(VEH-SEARCH-IDX)
                   MOVE 'YES' TO VAL-FOUND-SWITCH
                   MOVE VAL-SEARCH-IDX TO VAL-FOUND-IDX
               END-IF
           END-PERFORM.

           IF VAL-FOUND-SWITCH = 'NO '
               IF VAL-BRANCH-COUNT IS LESS THAN 50
                   ADD 1 TO VAL-BRANCH-COUNT
                   MOVE VAL-BRANCH-COUNT TO VAL-FOUND-IDX
                   INITIALIZE VAL-BRANCH-ENTRY(VAL-FOUND-IDX)
                   MOVE VEH-BRANCH(VEH-SEARCH-IDX)
                       TO VB-BRANCH(VAL-FOUND-IDX)
                   MOVE 'YES' TO VAL-FOUND-SWITCH
               ELSE
                   DISPLAY 'VALUATION BRANCH TABLE FULL - UNIT LEFT '
                       'OFF: ' VEH-VIN(VEH-SEARCH-IDX)
               END-IF
           END-IF.

           IF VAL-FOUND-SWITCH = 'YES'
               ADD 1 TO VB-UNITS(VAL-FOUND-IDX, AGE-BAND-IDX)
                        VBT-UNITS(AGE-BAND-IDX)
                        VAL-ALL-UNITS
               ADD VEH-ACQ-COST(VEH-SEARCH-IDX)
                   TO VB-ACQ-COST(VAL-FOUND-IDX, AGE-BAND-IDX)
                      VBT-ACQ(AGE-BAND-IDX)
                      VAL-ALL-ACQ
               ADD VEH-RECON-COST(VEH-SEARCH-IDX)
                   TO VB-RECON-COST(VAL-FOUND-IDX, AGE-BAND-IDX)
                      VBT-RECON(AGE-BAND-IDX)
                      VAL-ALL-RECON
           END-IF.

      *finds the lowest branch not yet printed and prints its bands
      *and total - the report is in branch order without a sort
       PRINT-ONE-VALUATION-BRANCH.
           MOVE 99999 TO VAL-NEXT-BRANCH.
           PERFORM VARYING VAL-SEARCH-IDX FROM 1 BY 1
               UNTIL VAL-SEARCH-IDX > VAL-BRANCH-COUNT
               IF VB-BRANCH(VAL-SEARCH-IDX) > VAL-LAST-BRANCH
                  AND VB-BRANCH(VAL-SEARCH-IDX) < VAL-NEXT-BRANCH
                   MOVE VB-BRANCH(VAL-SEARCH-IDX) TO VAL-NEXT-BRANCH
                   MOVE VAL-SEARCH-IDX TO VAL-NEXT-IDX
               END-IF
           END-PERFORM.

           IF VAL-NEXT-BRANCH = 99999
               MOVE 'YES' TO VAL-REPORT-DONE
           ELSE
               MOVE VAL-NEXT-BRANCH TO VAL-LAST-BRANCH
               MOVE ZERO TO VAL-BR-UNITS VAL-BR-ACQ VAL-BR-RECON
               PERFORM VARYING AGE-BAND-IDX FROM 1 BY 1
                   UNTIL AGE-BAND-IDX > 4
                   MOVE VB-BRANCH(VAL-NEXT-IDX) TO VAL-PRINT-BRANCH
                   MOVE BAND-NAME(AGE-BAND-IDX) TO VAL-PRINT-BAND
                   MOVE VB-UNITS(VAL-NEXT-IDX, AGE-BAND-IDX)
                       TO VAL-PRINT-UNITS
                   MOVE VB-ACQ-COST(VAL-NEXT-IDX, AGE-BAND-IDX)
                       TO VAL-PRINT-ACQ
                   MOVE VB-RECON-COST(VAL-NEXT-IDX, AGE-BAND-IDX)
                       TO VAL-PRINT-RECON
                   COMPUTE VAL-PRINT-TOTAL =
                       VB-ACQ-COST(VAL-NEXT-IDX, AGE-BAND-IDX)
                       + VB-RECON-COST(VAL-NEXT-IDX, AGE-BAND-IDX)
                   MOVE VAL-REPORT-LINE TO STOCK-VALUATION-OUT
                   WRITE STOCK-VALUATION-OUT
                   ADD VB-UNITS(VAL-NEXT-IDX, AGE-BAND-IDX)
                       TO VAL-BR-UNITS
                   ADD VB-ACQ-COST(VAL-NEXT-IDX, AGE-BAND-IDX)
                       TO VAL-BR-ACQ
                   ADD VB-RECON-COST(VAL-NEXT-IDX, AGE-BAND-IDX)
                       TO VAL-BR-RECON
               END-PERFORM
               MOVE VB-BRANCH(VAL-NEXT-IDX) TO VAL-PRINT-BRANCH
               MOVE 'BRANCH TOTL' TO VAL-PRINT-BAND
               MOVE VAL-BR-UNITS TO VAL-PRINT-UNITS
               MOVE VAL-BR-ACQ TO VAL-PRINT-ACQ
               MOVE VAL-BR-RECON TO VAL-PRINT-RECON
               COMPUTE VAL-PRINT-TOTAL = VAL-BR-ACQ + VAL-BR-RECON
               MOVE VAL-REPORT-LINE TO STOCK-VALUATION-OUT
               WRITE STOCK-VALUATION-OUT
           END-IF.
