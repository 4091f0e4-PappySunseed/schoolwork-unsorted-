           FILE SECTION.
      *same layout as the YTD master PROG3-PAYROLL maintains
               FD  YTD-MASTER-FILE
               RECORD CONTAINS 605 CHARACTERS
               DATA RECORD IS YTD-RECORD.
       01      YTD-RECORD.
               08  YTD-EMPLOYEE-KEY    PIC 9(6).
                   12  YTD-QTR-GROSS   PIC 9(7)V99.
                   12  YTD-QTR-FED     PIC 9(6)V99.
                   12  YTD-QTR-FICA    PIC 9(6)V99.
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
               08  YTD-ER-QTR OCCURS 4 TIMES.
                   12  YTD-ER-FICA         PIC 9(6)V99.
                   12  YTD-ER-FUTA         PIC 9(6)V99.
                   12  YTD-ER-SUTA         PIC 9(6)V99.

               FD  QUARTERLY-REPORT
               RECORD CONTAINS 80 CHARACTERS
       01  TOTAL-QTR-WAGES     PIC 9(9)V99  VALUE ZERO.
       01  TOTAL-QTR-FED       PIC 9(8)V99  VALUE ZERO.
       01  TOTAL-QTR-FICA      PIC 9(8)V99  VALUE ZERO.
      *the employer's own liability for the quarter, for the 941
      *and the unemployment returns
       01  TOTAL-QTR-ER-FICA   PIC 9(8)V99  VALUE ZERO.
       01  TOTAL-QTR-ER-FUTA   PIC 9(8)V99  VALUE ZERO.
       01  TOTAL-QTR-ER-SUTA   PIC 9(8)V99  VALUE ZERO.

      *each state and city files its own return, so the quarter's
      *wages and withholding are also totalled by jurisdiction -
      *kind 'S' state, 'L' local
       01  SLOT-IDX            PIC 9.
       01  JURIS-COUNT         PIC 9(2)     VALUE ZERO.
       01  JURIS-IDX           PIC 9(2).
       01  JURIS-FOUND-SWITCH  PIC XXX.
       01  JURIS-WORK-KIND     PIC X.
       01  JURIS-WORK-CODE     PIC X(4).
       01  JURIS-WORK-WAGES    PIC 9(7)V99.
       01  JURIS-WORK-WH       PIC 9(6)V99.
       01  JURIS-TABLE.
           05 JURIS-ENTRY OCCURS 30 TIMES.
               10 JT-KIND      PIC X.
               10 JT-CODE      PIC X(4).
               10 JT-WAGES     PIC 9(9)V99.
               10 JT-WH        PIC 9(8)V99.

       01  QUARTERLY-TITLE.
           05 FILLER           PIC X(34)
           05 FILLER           PIC X(6)  VALUE ' FICA '.
           05 TRAIL-FICA       PIC Z(7)9.99.

       01  QUARTERLY-EMPLOYER-LINE.
           05 FILLER           PIC X(18) VALUE 'EMPLOYER FICA    '.
           05 TRAIL-ER-FICA    PIC Z(7)9.99.
           05 FILLER           PIC X(6)  VALUE ' FUTA '.
           05 TRAIL-ER-FUTA    PIC Z(7)9.99.
           05 FILLER           PIC X(6)  VALUE ' SUTA '.
           05 TRAIL-ER-SUTA    PIC Z(7)9.99.

       01  QUARTERLY-JURIS-LINE.
           05 FILLER           PIC X(9)  VALUE SPACES.
           05 QTR-JURIS-LABEL  PIC X(6).
           05 QTR-JURIS-CODE   PIC X(4).
           05 FILLER           PIC X(14) VALUE SPACES.
           05 QTR-JURIS-WAGES  PIC ZZZZZ9.99.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 QTR-JURIS-WH     PIC ZZZZ9.99.

       01  JURIS-TOTALS-HEADING PIC X(40) VALUE
           '*** STATE AND LOCAL TOTALS ***'.

       01  JURIS-TOTAL-LINE.
           05 JT-PRINT-LABEL   PIC X(6).
           05 JT-PRINT-CODE    PIC X(4).
           05 FILLER           PIC X(7)  VALUE ' WAGES '.
           05 JT-PRINT-WAGES   PIC Z(8)9.99.
           05 FILLER           PIC X(11) VALUE ' WITHHELD  '.
           05 JT-PRINT-WH      PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE.
           MOVE TOTAL-QTR-FICA TO TRAIL-FICA.
           MOVE QUARTERLY-TRAILER TO QUARTERLY-OUT.
           WRITE QUARTERLY-OUT.
           MOVE TOTAL-QTR-ER-FICA TO TRAIL-ER-FICA.
           MOVE TOTAL-QTR-ER-FUTA TO TRAIL-ER-FUTA.
           MOVE TOTAL-QTR-ER-SUTA TO TRAIL-ER-SUTA.
           MOVE QUARTERLY-EMPLOYER-LINE TO QUARTERLY-OUT.
           WRITE QUARTERLY-OUT.

           IF JURIS-COUNT IS GREATER THAN ZERO
               MOVE JURIS-TOTALS-HEADING TO QUARTERLY-OUT
               WRITE QUARTERLY-OUT
               PERFORM VARYING JURIS-IDX FROM 1 BY 1
                   UNTIL JURIS-IDX > JURIS-COUNT
                   IF JT-KIND(JURIS-IDX) = 'S'
                       MOVE 'STATE ' TO JT-PRINT-LABEL
                   ELSE
                       MOVE 'LOCAL ' TO JT-PRINT-LABEL
                   END-IF
                   MOVE JT-CODE(JURIS-IDX) TO JT-PRINT-CODE
                   MOVE JT-WAGES(JURIS-IDX) TO JT-PRINT-WAGES
                   MOVE JT-WH(JURIS-IDX) TO JT-PRINT-WH
                   MOVE JURIS-TOTAL-LINE TO QUARTERLY-OUT
                   WRITE QUARTERLY-OUT
               END-PERFORM
           END-IF.

           CLOSE YTD-MASTER-FILE
                 QUARTERLY-REPORT.
                           TO TOTAL-QTR-FED
                       ADD YTD-QTR-FICA(REPORT-QUARTER)
                           TO TOTAL-QTR-FICA
                       ADD YTD-ER-FICA(REPORT-QUARTER)
                           TO TOTAL-QTR-ER-FICA
                       ADD YTD-ER-FUTA(REPORT-QUARTER)
                           TO TOTAL-QTR-ER-FUTA
                       ADD YTD-ER-SUTA(REPORT-QUARTER)
                           TO TOTAL-QTR-ER-SUTA
                       PERFORM REPORT-EMPLOYEE-JURISDICTIONS
                   END-IF
           END-READ.

      *the employee's state and city figures for the quarter, one
      *line under the employee per jurisdiction that has any
       REPORT-EMPLOYEE-JURISDICTIONS.
           MOVE 'STATE ' TO QTR-JURIS-LABEL.
           MOVE 'S' TO JURIS-WORK-KIND.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 3
               IF YTD-STATE-CODE(SLOT-IDX) IS NOT EQUAL TO SPACES
                  AND (YTD-STATE-WAGES(SLOT-IDX, REPORT-QUARTER) > ZERO
                    OR YTD-STATE-WH(SLOT-IDX, REPORT-QUARTER) > ZERO)
                   MOVE YTD-STATE-CODE(SLOT-IDX) TO JURIS-WORK-CODE
                   MOVE YTD-STATE-WAGES(SLOT-IDX, REPORT-QUARTER)
                       TO JURIS-WORK-WAGES
                   MOVE YTD-STATE-WH(SLOT-IDX, REPORT-QUARTER)
                       TO JURIS-WORK-WH
                   PERFORM REPORT-ONE-JURISDICTION
               END-IF
           END-PERFORM.

           MOVE 'LOCAL ' TO QTR-JURIS-LABEL.
           MOVE 'L' TO JURIS-WORK-KIND.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 2
               IF YTD-LOCAL-CODE(SLOT-IDX) IS NOT EQUAL TO SPACES
                  AND (YTD-LOCAL-WAGES(SLOT-IDX, REPORT-QUARTER) > ZERO
                    OR YTD-LOCAL-WH(SLOT-IDX, REPORT-QUARTER) > ZERO)
                   MOVE YTD-LOCAL-CODE(SLOT-IDX) TO JURIS-WORK-CODE
                   MOVE YTD-LOCAL-WAGES(SLOT-IDX, REPORT-QUARTER)
                       TO JURIS-WORK-WAGES
                   MOVE YTD-LOCAL-WH(SLOT-IDX, REPORT-QUARTER)
                       TO JURIS-WORK-WH
                   PERFORM REPORT-ONE-JURISDICTION
               END-IF
           END-PERFORM.

       REPORT-ONE-JURISDICTION.
           MOVE JURIS-WORK-CODE TO QTR-JURIS-CODE.
           MOVE JURIS-WORK-WAGES TO QTR-JURIS-WAGES.
           MOVE JURIS-WORK-WH TO QTR-JURIS-WH.
           MOVE QUARTERLY-JURIS-LINE TO QUARTERLY-OUT.
           WRITE QUARTERLY-OUT.

           MOVE 'NO ' TO JURIS-FOUND-SWITCH.
           PERFORM VARYING JURIS-IDX FROM 1 BY 1
               UNTIL JURIS-IDX > JURIS-COUNT
               IF JT-KIND(JURIS-IDX) = JURIS-WORK-KIND
                  AND JT-CODE(JURIS-IDX) = JURIS-WORK-CODE
                   ADD JURIS-WORK-WAGES TO JT-WAGES(JURIS-IDX)
                   ADD JURIS-WORK-WH TO JT-WH(JURIS-IDX)
                   MOVE 'YES' TO JURIS-FOUND-SWITCH
               END-IF
           END-PERFORM.

           IF JURIS-FOUND-SWITCH = 'NO '
              AND JURIS-COUNT IS LESS THAN 30
               ADD 1 TO JURIS-COUNT
               MOVE JURIS-WORK-KIND TO JT-KIND(JURIS-COUNT)
               MOVE JURIS-WORK-CODE TO JT-CODE(JURIS-COUNT)
               MOVE JURIS-WORK-WAGES TO JT-WAGES(JURIS-COUNT)
               MOVE JURIS-WORK-WH TO JT-WH(JURIS-COUNT)
           END-IF.
