      ******************************************************************
      * Author: Caleb Ruby
      * Date: 10/15/26
      * Purpose: month-end manufacturer spiff and sales contest
      *          payouts - each incentive program on
      *          incentive-programs.txt names its eligible models and
      *          years, its date window, and either a per-unit spiff
      *          or a bonus for the top seller in each branch; this
      *          walks sales-register.txt against every active
      *          program, puts the payouts on commission-payout.txt
      *          as lines carrying the program's ID instead of the
      *          managers keying fake sales, reverses a spiff whose
      *          deal was charged back, and prints the incentive
      *          register program by program
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COMMISSION-INCENTIVES.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *one line per eligible model and year of a program - the
      *program's window, pay type, and amount repeat on each line
      *the way a plan's ID repeats on each of its tiers
               SELECT INCENTIVE-PROGRAM-FILE
                   ASSIGN TO 'incentive-programs.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PROGRAM-FILE-STATUS.
               SELECT SALES-REGISTER-FILE
                   ASSIGN TO 'sales-register.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REGISTER-FILE-STATUS.
      *every incentive ever paid, one line per deal spiffed or
      *contest won - what keeps a month's deals from being spiffed
      *twice and what a later chargeback is reversed against
               SELECT INCENTIVE-LEDGER-FILE
                   ASSIGN TO 'incentive-ledger.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-FILE-STATUS.
      *incentives ride the same extract the nightly run feeds
      *payroll from, as extra lines appended at month end
               SELECT PAYOUT-EXTRACT ASSIGN TO 'commission-payout.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PAYOUT-MANIFEST-FILE
                   ASSIGN TO 'commission-payout.mft'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MANIFEST-FILE-STATUS.
               SELECT INCENTIVE-REGISTER-REPORT
                   ASSIGN TO 'incentive-register.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
      *sponsor 'M' manufacturer or 'S' the store's own GM; pay type
      *'U' so much per unit sold in the window, 'R' a bonus to the
      *top seller in each branch once the window has closed; status
      *'A' active or 'I' inactive; window dates keyed day-month-year
      *like the sale dates; a blank model or a zero year means any
               FD  INCENTIVE-PROGRAM-FILE
               RECORD CONTAINS 65 CHARACTERS
               DATA RECORD IS INCENTIVE-PROGRAM-RECORD.
       01      INCENTIVE-PROGRAM-RECORD.
                   05 IP-PROGRAM-ID       PIC X(6).
                   05 IP-DESCRIPTION      PIC X(20).
                   05 IP-SPONSOR          PIC X(1).
                   05 IP-PAY-TYPE         PIC X(1).
                       88 IP-PAYS-PER-UNIT    VALUE 'U'.
                       88 IP-PAYS-TOP-SELLER  VALUE 'R'.
                   05 IP-STATUS           PIC X(1).
                   05 IP-START-DATE       PIC 9(6).
                   05 IP-END-DATE         PIC 9(6).
                   05 IP-AMOUNT           PIC 9(5)V99.
                   05 IP-CAR-MODEL        PIC X(13).
                   05 IP-CAR-YEAR         PIC 9(4).

      *the cumulative register COMMISSION-VALIDATION maintains -
      *'A' active, 'C' clawed back, 'R' rejected on approval
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

      *kind 'U' a unit spiff - keyed by the deal's VIN and payee
      *along with its branch, sale date, and sale dollars - or 'R'
      *a contest bonus, dated the window's close and carrying no
      *VIN; status 'P' paid or 'V' reversed
               FD  INCENTIVE-LEDGER-FILE
               RECORD CONTAINS 70 CHARACTERS
               DATA RECORD IS INCENTIVE-LEDGER-RECORD.
       01      INCENTIVE-LEDGER-RECORD.
                   05 ILR-PROGRAM-ID      PIC X(6).
                   05 ILR-KIND            PIC X(1).
                   05 ILR-BRANCH          PIC 9(4).
                   05 ILR-SALES-PERSON    PIC X(10).
                   05 ILR-SALE-DATE       PIC 9(6).
                   05 ILR-SALE-AMMOUNT    PIC 9(6).
                   05 ILR-AMOUNT          PIC 9(5)V99.
                   05 ILR-STATUS          PIC X(1).
                   05 ILR-PAID-DATE       PIC 9(6).
                   05 ILR-REVERSED-DATE   PIC 9(6).
                   05 ILR-VIN             PIC X(17).

      *same layout as COMMISSION-VALIDATION's payout record so the
      *payroll import can't tell an incentive from a sale
               FD  PAYOUT-EXTRACT
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS PAYOUT-OUT.
       01      PAYOUT-OUT  PIC X(80).

      *shared manifest layout - see the copybook
               FD  PAYOUT-MANIFEST-FILE
               RECORD CONTAINS 61 CHARACTERS
               DATA RECORD IS MANIFEST-RECORD.
               COPY MANIFEST.

               FD  INCENTIVE-REGISTER-REPORT
               RECORD CONTAINS 100 CHARACTERS
               DATA RECORD IS INCENTIVE-REGISTER-OUT.
       01      INCENTIVE-REGISTER-OUT  PIC X(100).

           WORKING-STORAGE SECTION.
       01 PROGRAM-FILE-STATUS   PIC XX.
       01 REGISTER-FILE-STATUS  PIC XX.
       01 LEDGER-FILE-STATUS    PIC XX.
       01 MANIFEST-FILE-STATUS  PIC XX.
       01 MANIFEST-FOUND-SWITCH PIC XXX.
       01 PROGRAM-EOF-SWITCH    PIC XXX.
       01 REGISTER-EOF-SWITCH   PIC XXX.
       01 LEDGER-EOF-SWITCH     PIC XXX.

       01 RUN-DATE.
           05 RUN-YEAR          PIC 99.
           05 RUN-MONTH         PIC 99.
           05 RUN-DAY           PIC 99.
       01 RUN-DATE-NUM REDEFINES RUN-DATE PIC 9(6).

      *a day-month-year date turned around so dates compare in order
       01 DDMMYY-WORK.
           05 DDMMYY-DAY        PIC 99.
           05 DDMMYY-MONTH      PIC 99.
           05 DDMMYY-YEAR       PIC 99.
       01 DDMMYY-NUM REDEFINES DDMMYY-WORK PIC 9(6).
       01 YYMMDD-WORK.
           05 YYMMDD-YEAR       PIC 99.
           05 YYMMDD-MONTH      PIC 99.
           05 YYMMDD-DAY        PIC 99.
       01 YYMMDD-NUM REDEFINES YYMMDD-WORK PIC 9(6).

      *the programs loaded at run start, one row per program ID
       01 PROG-COUNT            PIC 9(3) VALUE ZERO.
       01 PROG-IDX              PIC 9(3).
       01 PROG-FOUND-IDX        PIC 9(3).
       01 PROG-FOUND-SWITCH     PIC XXX.

       01 PROGRAM-TABLE.
           05 PROG-ENTRY OCCURS 100 TIMES.
               10 PG-ID           PIC X(6).
               10 PG-DESCRIPTION  PIC X(20).
               10 PG-SPONSOR      PIC X(1).
               10 PG-PAY-TYPE     PIC X(1).
               10 PG-STATUS       PIC X(1).
               10 PG-START-DATE   PIC 9(6).
               10 PG-END-DATE     PIC 9(6).
               10 PG-START-YYMMDD PIC 9(6).
               10 PG-END-YYMMDD   PIC 9(6).
               10 PG-AMOUNT       PIC 9(5)V99.

      *the models and years each program pays on
       01 ELIG-COUNT            PIC 9(3) VALUE ZERO.
       01 ELIG-IDX              PIC 9(3).

       01 ELIGIBILITY-TABLE.
           05 ELIG-ENTRY OCCURS 500 TIMES.
               10 EL-PROG-IDX     PIC 9(3).
               10 EL-CAR-MODEL    PIC X(13).
               10 EL-CAR-YEAR     PIC 9(4).

      *the register's vehicle rows - back-end products earn no spiff
       01 REG-COUNT             PIC 9(4) VALUE ZERO.
       01 REG-IDX               PIC 9(4).

       01 REGISTER-TABLE.
           05 REG-ENTRY OCCURS 5000 TIMES.
               10 RG-BRANCH       PIC 9(4).
               10 RG-SALES-PERSON PIC X(10).
               10 RG-SALE-DATE    PIC 9(6).
               10 RG-SALE-YYMMDD  PIC 9(6).
               10 RG-SALE-AMMOUNT PIC 9(6).
               10 RG-STATUS       PIC X(1).
               10 RG-CAR-MODEL    PIC X(13).
               10 RG-CAR-YEAR     PIC 9(4).
               10 RG-UNIT-SHARE   PIC 999.
               10 RG-VIN          PIC X(17).

       01 LEDGER-COUNT          PIC 9(4) VALUE ZERO.
       01 LEDGER-IDX            PIC 9(4).
       01 LEDGER-FOUND-SWITCH   PIC XXX.

       01 LEDGER-TABLE.
           05 LEDGER-ENTRY OCCURS 5000 TIMES.
               10 LG-PROGRAM-ID    PIC X(6).
               10 LG-KIND          PIC X(1).
               10 LG-BRANCH        PIC 9(4).
               10 LG-SALES-PERSON  PIC X(10).
               10 LG-SALE-DATE     PIC 9(6).
               10 LG-SALE-AMMOUNT  PIC 9(6).
               10 LG-AMOUNT        PIC 9(5)V99.
               10 LG-STATUS        PIC X(1).
               10 LG-PAID-DATE     PIC 9(6).
               10 LG-REVERSED-DATE PIC 9(6).
               10 LG-VIN           PIC X(17).

       01 ROW-ELIGIBLE-SWITCH   PIC XXX.
       01 DEAL-STANDING-SWITCH  PIC XXX.
       01 DEAL-UNWOUND-SWITCH   PIC XXX.
       01 INCENTIVE-AMOUNT      PIC S9(6)V99.

      *contest standings for one program - a seller's units count
      *their share of a split deal, and sale dollars break a tie
       01 STAND-COUNT           PIC 9(3) VALUE ZERO.
       01 STAND-IDX             PIC 9(3).
       01 STAND-FOUND-IDX       PIC 9(3).
       01 STAND-FOUND-SWITCH    PIC XXX.
       01 CONTEST-IDX           PIC 9(3).

       01 STANDINGS-TABLE.
           05 STAND-ENTRY OCCURS 300 TIMES.
               10 ST-BRANCH       PIC 9(4).
               10 ST-SALES-PERSON PIC X(10).
               10 ST-UNITS        PIC 9(5)V99.
               10 ST-DOLLARS      PIC 9(9).
               10 ST-DONE         PIC XXX.

       01 BEST-UNITS            PIC 9(5)V99.
       01 BEST-DOLLARS          PIC 9(9).
       01 TIE-COUNT             PIC 9(3).
       01 CONTEST-BRANCH        PIC 9(4).

       01 PROG-PAID-COUNT       PIC 9(4).
       01 PROG-PAID-TOTAL       PIC S9(7)V99.
       01 PROG-REVERSED-COUNT   PIC 9(4).
       01 PROG-REVERSED-TOTAL   PIC S9(7)V99.
       01 INCENTIVE-LINE-COUNT  PIC 9(5) VALUE ZERO.
       01 INCENTIVE-NET-TOTAL   PIC S9(9)V99 VALUE ZERO.

      *same layout the nightly run writes, so an incentive rides the
      *extract as just another signed line naming its program
       01 PAYOUT-RECORD.
           05 PAYOUT-BRANCH          PIC 9(4).
           05 PAYOUT-SALES-PERSON    PIC X(10).
           05 PAYOUT-SALE-DATE       PIC 9(6).
           05 PAYOUT-COMMISSION-AMT  PIC S9(6)V99
                                     SIGN IS LEADING SEPARATE.
           05 PAYOUT-PRODUCT-CODE    PIC X(4)  VALUE SPACES.
           05 PAYOUT-INCENTIVE-ID    PIC X(6)  VALUE SPACES.
           05 FILLER                 PIC X(41) VALUE SPACES.

       01 REG-REPORT-TITLE.
           05 FILLER            PIC X(35)
               VALUE 'INCENTIVE REGISTER       RUN DATE  '.
           05 REG-TITLE-DATE    PIC 9(6).

       01 PROGRAM-HEADING-LINE.
           05 FILLER            PIC X(8)  VALUE 'PROGRAM '.
           05 PH-PRINT-ID       PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PH-PRINT-DESC     PIC X(20).
           05 FILLER            PIC X(9)  VALUE ' SPONSOR '.
           05 PH-PRINT-SPONSOR  PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PH-PRINT-TYPE     PIC X(10).
           05 PH-PRINT-AMOUNT   PIC Z(4)9.99.
           05 FILLER            PIC X(8)  VALUE ' WINDOW '.
           05 PH-PRINT-START    PIC 9(6).
           05 FILLER            PIC X(1)  VALUE '-'.
           05 PH-PRINT-END      PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PH-PRINT-STATUS   PIC X(8).

       01 REG-COLUMN-HEADING    PIC X(100) VALUE
           'BRANCH SALES-PERSON DATE   MODEL         YEAR SHARE    AMOUN
      -    'T ACTION'.

       01 REG-DETAIL-LINE.
           05 RD-PRINT-BRANCH   PIC 9(4).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RD-PRINT-PERSON   PIC X(10).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RD-PRINT-DATE     PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RD-PRINT-MODEL    PIC X(13).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RD-PRINT-YEAR     PIC Z(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-PRINT-SHARE    PIC ZZZ.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RD-PRINT-AMOUNT   PIC Z(5)9.99-.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 RD-PRINT-ACTION   PIC X(12).

       01 PROGRAM-TOTAL-LINE.
           05 FILLER            PIC X(15) VALUE '  PROGRAM PAID '.
           05 PT-PRINT-PAID-CNT PIC ZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PT-PRINT-PAID     PIC Z(6)9.99-.
           05 FILLER            PIC X(10) VALUE ' REVERSED '.
           05 PT-PRINT-REV-CNT  PIC ZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 PT-PRINT-REV      PIC Z(6)9.99-.

       01 REG-TRAILER.
           05 FILLER            PIC X(15) VALUE '*** TRAILER ***'.
           05 FILLER            PIC X(17) VALUE ' INCENTIVE LINES '.
           05 TRAIL-LINE-COUNT  PIC Z(4)9.
           05 FILLER            PIC X(5)  VALUE ' NET '.
           05 TRAIL-NET-TOTAL   PIC Z(8)9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.

           PERFORM LOAD-INCENTIVE-PROGRAMS.
           IF PROG-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO INCENTIVE PROGRAMS ON FILE - NOTHING TO DO'
               STOP RUN
           END-IF.

           PERFORM LOAD-SALES-REGISTER.
           PERFORM LOAD-INCENTIVE-LEDGER.

           OPEN EXTEND PAYOUT-EXTRACT.
           OPEN OUTPUT INCENTIVE-REGISTER-REPORT.
           MOVE RUN-DATE-NUM TO REG-TITLE-DATE.
           MOVE REG-REPORT-TITLE TO INCENTIVE-REGISTER-OUT.
           WRITE INCENTIVE-REGISTER-OUT.

           PERFORM VARYING PROG-IDX FROM 1 BY 1
               UNTIL PROG-IDX > PROG-COUNT
               PERFORM EVALUATE-ONE-PROGRAM
           END-PERFORM.

           MOVE SPACES TO INCENTIVE-REGISTER-OUT.
           WRITE INCENTIVE-REGISTER-OUT.
           MOVE INCENTIVE-LINE-COUNT TO TRAIL-LINE-COUNT.
           MOVE INCENTIVE-NET-TOTAL TO TRAIL-NET-TOTAL.
           MOVE REG-TRAILER TO INCENTIVE-REGISTER-OUT.
           WRITE INCENTIVE-REGISTER-OUT.

           CLOSE PAYOUT-EXTRACT
                 INCENTIVE-REGISTER-REPORT.

           IF INCENTIVE-LINE-COUNT IS GREATER THAN ZERO
               PERFORM UPDATE-PAYOUT-MANIFEST
               PERFORM REWRITE-INCENTIVE-LEDGER
           END-IF.

           DISPLAY 'INCENTIVES COMPLETE - ' INCENTIVE-LINE-COUNT
               ' LINES NETTING ' INCENTIVE-NET-TOTAL.
           STOP RUN.

      *the first line of a program ID sets up the program, and every
      *line of it adds an eligible model and year
       LOAD-INCENTIVE-PROGRAMS.
           OPEN INPUT INCENTIVE-PROGRAM-FILE.
           IF PROGRAM-FILE-STATUS = '00'
               MOVE SPACES TO PROGRAM-EOF-SWITCH
               PERFORM LOAD-PROGRAM-ENTRY
                   UNTIL PROGRAM-EOF-SWITCH = 'YES'
               CLOSE INCENTIVE-PROGRAM-FILE
           END-IF.

       LOAD-PROGRAM-ENTRY.
           READ INCENTIVE-PROGRAM-FILE
               AT END MOVE 'YES' TO PROGRAM-EOF-SWITCH
               NOT AT END
                   PERFORM ADD-PROGRAM-ENTRY
           END-READ.

       ADD-PROGRAM-ENTRY.
           IF IP-START-DATE IS NOT NUMERIC
              OR IP-END-DATE IS NOT NUMERIC
              OR IP-AMOUNT IS NOT NUMERIC
              OR NOT (IP-PAYS-PER-UNIT OR IP-PAYS-TOP-SELLER)
               DISPLAY 'INCENTIVE PROGRAM LINE UNUSABLE - SKIPPED: '
                   IP-PROGRAM-ID
           ELSE
               MOVE 'NO ' TO PROG-FOUND-SWITCH
               PERFORM VARYING PROG-IDX FROM 1 BY 1
                   UNTIL PROG-IDX > PROG-COUNT
                   IF PG-ID(PROG-IDX) = IP-PROGRAM-ID
                       MOVE 'YES' TO PROG-FOUND-SWITCH
                       MOVE PROG-IDX TO PROG-FOUND-IDX
                   END-IF
               END-PERFORM

               IF PROG-FOUND-SWITCH = 'NO '
                  AND PROG-COUNT IS LESS THAN 100
                   ADD 1 TO PROG-COUNT
                   MOVE PROG-COUNT TO PROG-FOUND-IDX
                   MOVE 'YES' TO PROG-FOUND-SWITCH
                   MOVE IP-PROGRAM-ID TO PG-ID(PROG-COUNT)
                   MOVE IP-DESCRIPTION TO PG-DESCRIPTION(PROG-COUNT)
                   MOVE IP-SPONSOR TO PG-SPONSOR(PROG-COUNT)
                   MOVE IP-PAY-TYPE TO PG-PAY-TYPE(PROG-COUNT)
                   MOVE IP-STATUS TO PG-STATUS(PROG-COUNT)
                   MOVE IP-START-DATE TO PG-START-DATE(PROG-COUNT)
                   MOVE IP-END-DATE TO PG-END-DATE(PROG-COUNT)
                   MOVE IP-AMOUNT TO PG-AMOUNT(PROG-COUNT)
                   MOVE IP-START-DATE TO DDMMYY-NUM
                   PERFORM TURN-DATE-AROUND
                   MOVE YYMMDD-NUM TO PG-START-YYMMDD(PROG-COUNT)
                   MOVE IP-END-DATE TO DDMMYY-NUM
                   PERFORM TURN-DATE-AROUND
                   MOVE YYMMDD-NUM TO PG-END-YYMMDD(PROG-COUNT)
               END-IF

               IF PROG-FOUND-SWITCH = 'YES'
                  AND ELIG-COUNT IS LESS THAN 500
                   ADD 1 TO ELIG-COUNT
                   MOVE PROG-FOUND-IDX TO EL-PROG-IDX(ELIG-COUNT)
                   MOVE IP-CAR-MODEL TO EL-CAR-MODEL(ELIG-COUNT)
                   IF IP-CAR-YEAR IS NUMERIC
                       MOVE IP-CAR-YEAR TO EL-CAR-YEAR(ELIG-COUNT)
                   ELSE
                       MOVE ZERO TO EL-CAR-YEAR(ELIG-COUNT)
                   END-IF
               END-IF
           END-IF.

       TURN-DATE-AROUND.
           MOVE DDMMYY-DAY TO YYMMDD-DAY.
           MOVE DDMMYY-MONTH TO YYMMDD-MONTH.
           MOVE DDMMYY-YEAR TO YYMMDD-YEAR.

      *only the vehicle rows - rows written before the unit was
      *carried read spaces there and count as the whole unit of an
      *unnamed model
       LOAD-SALES-REGISTER.
           OPEN INPUT SALES-REGISTER-FILE.
           IF REGISTER-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'NO SALES REGISTER - RUN ABANDONED'
               STOP RUN
           END-IF.

           MOVE SPACES TO REGISTER-EOF-SWITCH.
           PERFORM LOAD-REGISTER-ENTRY
               UNTIL REGISTER-EOF-SWITCH = 'YES'.
           CLOSE SALES-REGISTER-FILE.

       LOAD-REGISTER-ENTRY.
           READ SALES-REGISTER-FILE
               AT END MOVE 'YES' TO REGISTER-EOF-SWITCH
               NOT AT END
                   IF SRF-PRODUCT-CODE = SPACES
                      AND SRF-SALE-DATE IS NUMERIC
                      AND REG-COUNT IS LESS THAN 5000
                       ADD 1 TO REG-COUNT
                       MOVE SRF-BRANCH TO RG-BRANCH(REG-COUNT)
                       MOVE SRF-SALES-PERSON
                           TO RG-SALES-PERSON(REG-COUNT)
                       MOVE SRF-SALE-DATE TO RG-SALE-DATE(REG-COUNT)
                       MOVE SRF-SALE-DATE TO DDMMYY-NUM
                       PERFORM TURN-DATE-AROUND
                       MOVE YYMMDD-NUM TO RG-SALE-YYMMDD(REG-COUNT)
                       MOVE SRF-SALE-AMMOUNT
                           TO RG-SALE-AMMOUNT(REG-COUNT)
                       MOVE SRF-STATUS TO RG-STATUS(REG-COUNT)
                       MOVE SRF-CAR-MODEL TO RG-CAR-MODEL(REG-COUNT)
                       IF SRF-CAR-YEAR IS NUMERIC
                           MOVE SRF-CAR-YEAR TO RG-CAR-YEAR(REG-COUNT)
                       ELSE
                           MOVE ZERO TO RG-CAR-YEAR(REG-COUNT)
                       END-IF
                       IF SRF-UNIT-SHARE IS NUMERIC
                           MOVE SRF-UNIT-SHARE
                               TO RG-UNIT-SHARE(REG-COUNT)
                       ELSE
                           MOVE 100 TO RG-UNIT-SHARE(REG-COUNT)
                       END-IF
                       MOVE SRF-VIN TO RG-VIN(REG-COUNT)
                   END-IF
           END-READ.

       LOAD-INCENTIVE-LEDGER.
           OPEN INPUT INCENTIVE-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = '00'
               MOVE SPACES TO LEDGER-EOF-SWITCH
               PERFORM LOAD-LEDGER-ENTRY
                   UNTIL LEDGER-EOF-SWITCH = 'YES'
               CLOSE INCENTIVE-LEDGER-FILE
           END-IF.

       LOAD-LEDGER-ENTRY.
           READ INCENTIVE-LEDGER-FILE
               AT END MOVE 'YES' TO LEDGER-EOF-SWITCH
               NOT AT END
                   IF LEDGER-COUNT IS LESS THAN 5000
                       ADD 1 TO LEDGER-COUNT
                       MOVE ILR-PROGRAM-ID
                           TO LG-PROGRAM-ID(LEDGER-COUNT)
                       MOVE ILR-KIND TO LG-KIND(LEDGER-COUNT)
                       MOVE ILR-BRANCH TO LG-BRANCH(LEDGER-COUNT)
                       MOVE ILR-SALES-PERSON
                           TO LG-SALES-PERSON(LEDGER-COUNT)
                       MOVE ILR-SALE-DATE TO LG-SALE-DATE(LEDGER-COUNT)
                       MOVE ILR-SALE-AMMOUNT
                           TO LG-SALE-AMMOUNT(LEDGER-COUNT)
                       MOVE ILR-AMOUNT TO LG-AMOUNT(LEDGER-COUNT)
                       MOVE ILR-STATUS TO LG-STATUS(LEDGER-COUNT)
                       MOVE ILR-PAID-DATE TO LG-PAID-DATE(LEDGER-COUNT)
                       MOVE ILR-REVERSED-DATE
                           TO LG-REVERSED-DATE(LEDGER-COUNT)
                       MOVE ILR-VIN TO LG-VIN(LEDGER-COUNT)
                   ELSE
                       DISPLAY 'INCENTIVE LEDGER FULL - RUN ABANDONED'
                       STOP RUN
                   END-IF
           END-READ.

      *one program: an active per-unit program pays every eligible
      *deal in its window not yet spiffed, an active contest pays
      *once its window has closed, and any program - active or
      *not - reverses the spiffs of deals unwound since they paid
       EVALUATE-ONE-PROGRAM.
           MOVE ZERO TO PROG-PAID-COUNT PROG-PAID-TOTAL
                        PROG-REVERSED-COUNT PROG-REVERSED-TOTAL.

           MOVE SPACES TO INCENTIVE-REGISTER-OUT.
           WRITE INCENTIVE-REGISTER-OUT.
           MOVE PG-ID(PROG-IDX) TO PH-PRINT-ID.
           MOVE PG-DESCRIPTION(PROG-IDX) TO PH-PRINT-DESC.
           MOVE PG-SPONSOR(PROG-IDX) TO PH-PRINT-SPONSOR.
           IF PG-PAY-TYPE(PROG-IDX) = 'U'
               MOVE 'PER UNIT' TO PH-PRINT-TYPE
           ELSE
               MOVE 'TOP SELLER' TO PH-PRINT-TYPE
           END-IF.
           MOVE PG-AMOUNT(PROG-IDX) TO PH-PRINT-AMOUNT.
           MOVE PG-START-DATE(PROG-IDX) TO PH-PRINT-START.
           MOVE PG-END-DATE(PROG-IDX) TO PH-PRINT-END.
           IF PG-STATUS(PROG-IDX) = 'A'
               MOVE 'ACTIVE' TO PH-PRINT-STATUS
           ELSE
               MOVE 'INACTIVE' TO PH-PRINT-STATUS
           END-IF.
           MOVE PROGRAM-HEADING-LINE TO INCENTIVE-REGISTER-OUT.
           WRITE INCENTIVE-REGISTER-OUT.
           MOVE REG-COLUMN-HEADING TO INCENTIVE-REGISTER-OUT.
           WRITE INCENTIVE-REGISTER-OUT.

           IF PG-STATUS(PROG-IDX) = 'A'
               IF PG-PAY-TYPE(PROG-IDX) = 'U'
                   PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT
                       PERFORM SPIFF-ONE-REGISTER-ROW
                   END-PERFORM
               ELSE
                   IF RUN-DATE-NUM IS GREATER THAN
                      PG-END-YYMMDD(PROG-IDX)
                       PERFORM SETTLE-CONTEST
                   END-IF
               END-IF
           END-IF.

           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-COUNT
               IF LG-PROGRAM-ID(LEDGER-IDX) = PG-ID(PROG-IDX)
                  AND LG-KIND(LEDGER-IDX) = 'U'
                  AND LG-STATUS(LEDGER-IDX) = 'P'
                   PERFORM CHECK-SPIFF-STILL-EARNED
               END-IF
           END-PERFORM.

           MOVE PROG-PAID-COUNT TO PT-PRINT-PAID-CNT.
           MOVE PROG-PAID-TOTAL TO PT-PRINT-PAID.
           MOVE PROG-REVERSED-COUNT TO PT-PRINT-REV-CNT.
           MOVE PROG-REVERSED-TOTAL TO PT-PRINT-REV.
           MOVE PROGRAM-TOTAL-LINE TO INCENTIVE-REGISTER-OUT.
           WRITE INCENTIVE-REGISTER-OUT.

      *a still-active deal sold in the window on an eligible unit
      *earns the spiff once - a split deal pays each payee their
      *percent of it
       SPIFF-ONE-REGISTER-ROW.
           PERFORM CHECK-ROW-ELIGIBLE.
           IF ROW-ELIGIBLE-SWITCH = 'YES'
              AND RG-STATUS(REG-IDX) = 'A'
              AND RG-UNIT-SHARE(REG-IDX) IS GREATER THAN ZERO
               MOVE 'NO ' TO LEDGER-FOUND-SWITCH
               PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-COUNT
                   IF LG-PROGRAM-ID(LEDGER-IDX) = PG-ID(PROG-IDX)
                      AND LG-KIND(LEDGER-IDX) = 'U'
                      AND LG-BRANCH(LEDGER-IDX) = RG-BRANCH(REG-IDX)
                      AND LG-SALES-PERSON(LEDGER-IDX)
                          = RG-SALES-PERSON(REG-IDX)
                      AND LG-SALE-DATE(LEDGER-IDX)
                          = RG-SALE-DATE(REG-IDX)
                      AND LG-SALE-AMMOUNT(LEDGER-IDX)
                          = RG-SALE-AMMOUNT(REG-IDX)
                      AND LG-VIN(LEDGER-IDX) = RG-VIN(REG-IDX)
                       MOVE 'YES' TO LEDGER-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF LEDGER-FOUND-SWITCH = 'NO '
                   PERFORM PAY-UNIT-SPIFF
               END-IF
           END-IF.

      *in the window, and the unit's model and year on one of the
      *program's eligibility lines
       CHECK-ROW-ELIGIBLE.
           MOVE 'NO ' TO ROW-ELIGIBLE-SWITCH.
           IF RG-SALE-YYMMDD(REG-IDX)
                  NOT < PG-START-YYMMDD(PROG-IDX)
              AND RG-SALE-YYMMDD(REG-IDX)
                  NOT > PG-END-YYMMDD(PROG-IDX)
               PERFORM VARYING ELIG-IDX FROM 1 BY 1
                   UNTIL ELIG-IDX > ELIG-COUNT
                   IF EL-PROG-IDX(ELIG-IDX) = PROG-IDX
                      AND (EL-CAR-MODEL(ELIG-IDX) = SPACES
                        OR EL-CAR-MODEL(ELIG-IDX)
                           = RG-CAR-MODEL(REG-IDX))
                      AND (EL-CAR-YEAR(ELIG-IDX) = ZERO
                        OR EL-CAR-YEAR(ELIG-IDX)
                           = RG-CAR-YEAR(REG-IDX))
                       MOVE 'YES' TO ROW-ELIGIBLE-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

       PAY-UNIT-SPIFF.
           COMPUTE INCENTIVE-AMOUNT ROUNDED =
               PG-AMOUNT(PROG-IDX) * RG-UNIT-SHARE(REG-IDX) / 100.

           IF LEDGER-COUNT IS LESS THAN 5000
               ADD 1 TO LEDGER-COUNT
               MOVE PG-ID(PROG-IDX) TO LG-PROGRAM-ID(LEDGER-COUNT)
               MOVE 'U' TO LG-KIND(LEDGER-COUNT)
               MOVE RG-BRANCH(REG-IDX) TO LG-BRANCH(LEDGER-COUNT)
               MOVE RG-SALES-PERSON(REG-IDX)
                   TO LG-SALES-PERSON(LEDGER-COUNT)
               MOVE RG-SALE-DATE(REG-IDX) TO LG-SALE-DATE(LEDGER-COUNT)
               MOVE RG-SALE-AMMOUNT(REG-IDX)
                   TO LG-SALE-AMMOUNT(LEDGER-COUNT)
               MOVE INCENTIVE-AMOUNT TO LG-AMOUNT(LEDGER-COUNT)
               MOVE 'P' TO LG-STATUS(LEDGER-COUNT)
               MOVE RUN-DATE-NUM TO LG-PAID-DATE(LEDGER-COUNT)
               MOVE ZERO TO LG-REVERSED-DATE(LEDGER-COUNT)
               MOVE RG-VIN(REG-IDX) TO LG-VIN(LEDGER-COUNT)

               MOVE RG-BRANCH(REG-IDX) TO PAYOUT-BRANCH
               MOVE RG-SALES-PERSON(REG-IDX) TO PAYOUT-SALES-PERSON
               MOVE RG-SALE-DATE(REG-IDX) TO PAYOUT-SALE-DATE
               PERFORM WRITE-INCENTIVE-PAYOUT

               MOVE RG-CAR-MODEL(REG-IDX) TO RD-PRINT-MODEL
               MOVE RG-CAR-YEAR(REG-IDX) TO RD-PRINT-YEAR
               MOVE RG-UNIT-SHARE(REG-IDX) TO RD-PRINT-SHARE
               MOVE 'SPIFF' TO RD-PRINT-ACTION
               PERFORM WRITE-REGISTER-DETAIL
               ADD 1 TO PROG-PAID-COUNT
               ADD INCENTIVE-AMOUNT TO PROG-PAID-TOTAL
           ELSE
               DISPLAY 'INCENTIVE LEDGER FULL - SPIFF NOT PAID: '
                   PG-ID(PROG-IDX) ' ' RG-SALES-PERSON(REG-IDX)
           END-IF.

      *a spiffed deal that no longer stands active on the register -
      *clawed back by a chargeback or killed on approval - has its
      *spiff reversed as a negative line on the extract; only the
      *register row the spiff was paid on counts, so the row must
      *carry the same VIN and fall in the program's window
       CHECK-SPIFF-STILL-EARNED.
           MOVE 'NO ' TO DEAL-STANDING-SWITCH DEAL-UNWOUND-SWITCH.
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               IF RG-BRANCH(REG-IDX) = LG-BRANCH(LEDGER-IDX)
                  AND RG-SALES-PERSON(REG-IDX)
                      = LG-SALES-PERSON(LEDGER-IDX)
                  AND RG-SALE-DATE(REG-IDX) = LG-SALE-DATE(LEDGER-IDX)
                  AND RG-SALE-AMMOUNT(REG-IDX)
                      = LG-SALE-AMMOUNT(LEDGER-IDX)
                  AND RG-VIN(REG-IDX) = LG-VIN(LEDGER-IDX)
                  AND RG-SALE-YYMMDD(REG-IDX)
                      NOT < PG-START-YYMMDD(PROG-IDX)
                  AND RG-SALE-YYMMDD(REG-IDX)
                      NOT > PG-END-YYMMDD(PROG-IDX)
                   IF RG-STATUS(REG-IDX) = 'A'
                       MOVE 'YES' TO DEAL-STANDING-SWITCH
                   ELSE
                       MOVE 'YES' TO DEAL-UNWOUND-SWITCH
                       MOVE REG-IDX TO STAND-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF DEAL-STANDING-SWITCH = 'NO '
              AND DEAL-UNWOUND-SWITCH = 'YES'
               MOVE 'V' TO LG-STATUS(LEDGER-IDX)
               MOVE RUN-DATE-NUM TO LG-REVERSED-DATE(LEDGER-IDX)
               COMPUTE INCENTIVE-AMOUNT = ZERO - LG-AMOUNT(LEDGER-IDX)

               MOVE LG-BRANCH(LEDGER-IDX) TO PAYOUT-BRANCH
               MOVE LG-SALES-PERSON(LEDGER-IDX) TO PAYOUT-SALES-PERSON
               MOVE LG-SALE-DATE(LEDGER-IDX) TO PAYOUT-SALE-DATE
               PERFORM WRITE-INCENTIVE-PAYOUT

               MOVE STAND-FOUND-IDX TO REG-IDX
               MOVE RG-CAR-MODEL(REG-IDX) TO RD-PRINT-MODEL
               MOVE RG-CAR-YEAR(REG-IDX) TO RD-PRINT-YEAR
               MOVE RG-UNIT-SHARE(REG-IDX) TO RD-PRINT-SHARE
               IF RG-STATUS(REG-IDX) = 'C'
                   MOVE 'CHARGED BACK' TO RD-PRINT-ACTION
               ELSE
                   MOVE 'REJECTED' TO RD-PRINT-ACTION
               END-IF
               PERFORM WRITE-REGISTER-DETAIL
               ADD 1 TO PROG-REVERSED-COUNT
               ADD INCENTIVE-AMOUNT TO PROG-REVERSED-TOTAL
           END-IF.

      *a closed contest window is settled once per branch - the
      *seller with the most units of the eligible models sold in
      *the window takes the bonus, sale dollars break a tie on
      *units, and sellers still level on both split it evenly
       SETTLE-CONTEST.
           MOVE ZERO TO STAND-COUNT.
           PERFORM VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-COUNT
               PERFORM CHECK-ROW-ELIGIBLE
               IF ROW-ELIGIBLE-SWITCH = 'YES'
                  AND RG-STATUS(REG-IDX) = 'A'
                   PERFORM ADD-ROW-TO-STANDINGS
               END-IF
           END-PERFORM.

           PERFORM VARYING CONTEST-IDX FROM 1 BY 1
               UNTIL CONTEST-IDX > STAND-COUNT
               IF ST-DONE(CONTEST-IDX) = 'NO '
                   MOVE ST-BRANCH(CONTEST-IDX) TO CONTEST-BRANCH
                   PERFORM SETTLE-CONTEST-BRANCH
               END-IF
           END-PERFORM.

       ADD-ROW-TO-STANDINGS.
           MOVE 'NO ' TO STAND-FOUND-SWITCH.
           PERFORM VARYING STAND-IDX FROM 1 BY 1
               UNTIL STAND-IDX > STAND-COUNT
               IF ST-BRANCH(STAND-IDX) = RG-BRANCH(REG-IDX)
                  AND ST-SALES-PERSON(STAND-IDX)
                      = RG-SALES-PERSON(REG-IDX)
                   MOVE 'YES' TO STAND-FOUND-SWITCH
                   MOVE STAND-IDX TO STAND-FOUND-IDX
               END-IF
           END-PERFORM.

           IF STAND-FOUND-SWITCH = 'NO '
              AND STAND-COUNT IS LESS THAN 300
               ADD 1 TO STAND-COUNT
               MOVE STAND-COUNT TO STAND-FOUND-IDX
               MOVE 'YES' TO STAND-FOUND-SWITCH
               MOVE RG-BRANCH(REG-IDX) TO ST-BRANCH(STAND-COUNT)
               MOVE RG-SALES-PERSON(REG-IDX)
                   TO ST-SALES-PERSON(STAND-COUNT)
               MOVE ZERO TO ST-UNITS(STAND-COUNT)
                            ST-DOLLARS(STAND-COUNT)
               MOVE 'NO ' TO ST-DONE(STAND-COUNT)
           END-IF.

           IF STAND-FOUND-SWITCH = 'YES'
               COMPUTE ST-UNITS(STAND-FOUND-IDX) =
                   ST-UNITS(STAND-FOUND-IDX)
                   + RG-UNIT-SHARE(REG-IDX) / 100
               ADD RG-SALE-AMMOUNT(REG-IDX)
                   TO ST-DOLLARS(STAND-FOUND-IDX)
           END-IF.

      *a branch already paid for this contest on an earlier run is
      *left alone, so a rerun can't pay the bonus twice
       SETTLE-CONTEST-BRANCH.
           MOVE ZERO TO BEST-UNITS BEST-DOLLARS TIE-COUNT.
           PERFORM VARYING STAND-IDX FROM 1 BY 1
               UNTIL STAND-IDX > STAND-COUNT
               IF ST-BRANCH(STAND-IDX) = CONTEST-BRANCH
                   MOVE 'YES' TO ST-DONE(STAND-IDX)
                   IF ST-UNITS(STAND-IDX) > BEST-UNITS
                      OR (ST-UNITS(STAND-IDX) = BEST-UNITS
                          AND ST-DOLLARS(STAND-IDX) > BEST-DOLLARS)
                       MOVE ST-UNITS(STAND-IDX) TO BEST-UNITS
                       MOVE ST-DOLLARS(STAND-IDX) TO BEST-DOLLARS
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING STAND-IDX FROM 1 BY 1
               UNTIL STAND-IDX > STAND-COUNT
               IF ST-BRANCH(STAND-IDX) = CONTEST-BRANCH
                  AND ST-UNITS(STAND-IDX) = BEST-UNITS
                  AND ST-DOLLARS(STAND-IDX) = BEST-DOLLARS
                   ADD 1 TO TIE-COUNT
               END-IF
           END-PERFORM.

           MOVE 'NO ' TO LEDGER-FOUND-SWITCH.
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-COUNT
               IF LG-PROGRAM-ID(LEDGER-IDX) = PG-ID(PROG-IDX)
                  AND LG-KIND(LEDGER-IDX) = 'R'
                  AND LG-BRANCH(LEDGER-IDX) = CONTEST-BRANCH
                   MOVE 'YES' TO LEDGER-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF LEDGER-FOUND-SWITCH = 'NO '
              AND BEST-UNITS IS GREATER THAN ZERO
               COMPUTE INCENTIVE-AMOUNT ROUNDED =
                   PG-AMOUNT(PROG-IDX) / TIE-COUNT
               PERFORM VARYING STAND-IDX FROM 1 BY 1
                   UNTIL STAND-IDX > STAND-COUNT
                   IF ST-BRANCH(STAND-IDX) = CONTEST-BRANCH
                      AND ST-UNITS(STAND-IDX) = BEST-UNITS
                      AND ST-DOLLARS(STAND-IDX) = BEST-DOLLARS
                       PERFORM PAY-CONTEST-WINNER
                   END-IF
               END-PERFORM
           END-IF.

       PAY-CONTEST-WINNER.
           IF LEDGER-COUNT IS LESS THAN 5000
               ADD 1 TO LEDGER-COUNT
               MOVE PG-ID(PROG-IDX) TO LG-PROGRAM-ID(LEDGER-COUNT)
               MOVE 'R' TO LG-KIND(LEDGER-COUNT)
               MOVE CONTEST-BRANCH TO LG-BRANCH(LEDGER-COUNT)
               MOVE ST-SALES-PERSON(STAND-IDX)
                   TO LG-SALES-PERSON(LEDGER-COUNT)
               MOVE PG-END-DATE(PROG-IDX) TO LG-SALE-DATE(LEDGER-COUNT)
               MOVE ZERO TO LG-SALE-AMMOUNT(LEDGER-COUNT)
               MOVE INCENTIVE-AMOUNT TO LG-AMOUNT(LEDGER-COUNT)
               MOVE 'P' TO LG-STATUS(LEDGER-COUNT)
               MOVE RUN-DATE-NUM TO LG-PAID-DATE(LEDGER-COUNT)
               MOVE ZERO TO LG-REVERSED-DATE(LEDGER-COUNT)
               MOVE SPACES TO LG-VIN(LEDGER-COUNT)

               MOVE CONTEST-BRANCH TO PAYOUT-BRANCH
               MOVE ST-SALES-PERSON(STAND-IDX) TO PAYOUT-SALES-PERSON
               MOVE PG-END-DATE(PROG-IDX) TO PAYOUT-SALE-DATE
               PERFORM WRITE-INCENTIVE-PAYOUT

               MOVE SPACES TO RD-PRINT-MODEL
               MOVE ZERO TO RD-PRINT-YEAR
               MOVE ZERO TO RD-PRINT-SHARE
               IF TIE-COUNT IS GREATER THAN 1
                   MOVE 'TIED TOP' TO RD-PRINT-ACTION
               ELSE
                   MOVE 'TOP SELLER' TO RD-PRINT-ACTION
               END-IF
               PERFORM WRITE-REGISTER-DETAIL
               ADD 1 TO PROG-PAID-COUNT
               ADD INCENTIVE-AMOUNT TO PROG-PAID-TOTAL
           ELSE
               DISPLAY 'INCENTIVE LEDGER FULL - BONUS NOT PAID: '
                   PG-ID(PROG-IDX) ' ' ST-SALES-PERSON(STAND-IDX)
           END-IF.

      *the line rides the extract signed either way, tagged with the
      *program so the statement and payroll can tell it from a sale
       WRITE-INCENTIVE-PAYOUT.
           MOVE INCENTIVE-AMOUNT TO PAYOUT-COMMISSION-AMT.
           MOVE SPACES TO PAYOUT-PRODUCT-CODE.
           MOVE PG-ID(PROG-IDX) TO PAYOUT-INCENTIVE-ID.
           MOVE PAYOUT-RECORD TO PAYOUT-OUT.
           WRITE PAYOUT-OUT.
           ADD 1 TO INCENTIVE-LINE-COUNT.
           ADD INCENTIVE-AMOUNT TO INCENTIVE-NET-TOTAL.

       WRITE-REGISTER-DETAIL.
           MOVE PAYOUT-BRANCH TO RD-PRINT-BRANCH.
           MOVE PAYOUT-SALES-PERSON TO RD-PRINT-PERSON.
           MOVE PAYOUT-SALE-DATE TO RD-PRINT-DATE.
           MOVE INCENTIVE-AMOUNT TO RD-PRINT-AMOUNT.
           MOVE REG-DETAIL-LINE TO INCENTIVE-REGISTER-OUT.
           WRITE INCENTIVE-REGISTER-OUT.

      *the appended incentives join the extract's manifest so the
      *consumer's count and hash still prove out
       UPDATE-PAYOUT-MANIFEST.
           MOVE 'NO ' TO MANIFEST-FOUND-SWITCH.
           OPEN INPUT PAYOUT-MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS = '00'
               READ PAYOUT-MANIFEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES' TO MANIFEST-FOUND-SWITCH
               END-READ
               CLOSE PAYOUT-MANIFEST-FILE
           END-IF.

           IF MANIFEST-FOUND-SWITCH = 'YES'
               ADD INCENTIVE-LINE-COUNT TO MFT-RECORD-COUNT
               ADD INCENTIVE-NET-TOTAL TO MFT-HASH-TOTAL
               OPEN OUTPUT PAYOUT-MANIFEST-FILE
               WRITE MANIFEST-RECORD
               CLOSE PAYOUT-MANIFEST-FILE
           ELSE
               DISPLAY 'NO PAYOUT MANIFEST TO UPDATE - PAYROLL WILL '
                   'REFUSE THE EXTRACT UNTIL THE NIGHTLY RUN '
                   'REBUILDS IT'
           END-IF.

      *the ledger is written back only once the extract lines it
      *records have gone out
       REWRITE-INCENTIVE-LEDGER.
           OPEN OUTPUT INCENTIVE-LEDGER-FILE.
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
               UNTIL LEDGER-IDX > LEDGER-COUNT
               MOVE LG-PROGRAM-ID(LEDGER-IDX) TO ILR-PROGRAM-ID
               MOVE LG-KIND(LEDGER-IDX) TO ILR-KIND
               MOVE LG-BRANCH(LEDGER-IDX) TO ILR-BRANCH
               MOVE LG-SALES-PERSON(LEDGER-IDX) TO ILR-SALES-PERSON
               MOVE LG-SALE-DATE(LEDGER-IDX) TO ILR-SALE-DATE
               MOVE LG-SALE-AMMOUNT(LEDGER-IDX) TO ILR-SALE-AMMOUNT
               MOVE LG-AMOUNT(LEDGER-IDX) TO ILR-AMOUNT
               MOVE LG-STATUS(LEDGER-IDX) TO ILR-STATUS
               MOVE LG-PAID-DATE(LEDGER-IDX) TO ILR-PAID-DATE
               MOVE LG-REVERSED-DATE(LEDGER-IDX) TO ILR-REVERSED-DATE
               MOVE LG-VIN(LEDGER-IDX) TO ILR-VIN
               WRITE INCENTIVE-LEDGER-RECORD
           END-PERFORM.
           CLOSE INCENTIVE-LEDGER-FILE.
