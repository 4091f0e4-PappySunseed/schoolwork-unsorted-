           FILE SECTION.
      *same layout as the YTD master on payroll-ytd.dat
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

               FD  YTD-ARCHIVE-FILE
               RECORD CONTAINS 605 CHARACTERS
               DATA RECORD IS YTD-ARCHIVE-RECORD.
       01      YTD-ARCHIVE-RECORD  PIC X(605).

               FD  TAX-STATEMENT-FILE
               RECORD CONTAINS 80 CHARACTERS
           08 EARN-PRINT-BONUS  PIC ZZZZ9.99.

       01  QTR-IDX             PIC 9.
       01  SLOT-IDX            PIC 9.
       01  ANNUAL-WAGES        PIC 9(8)V99.
       01  ANNUAL-FED          PIC 9(7)V99.
       01  ANNUAL-FICA         PIC 9(7)V99.
       01  ANNUAL-JURIS-WAGES  PIC 9(8)V99.
       01  ANNUAL-JURIS-WH     PIC 9(7)V99.
       01  STATEMENT-COUNT     PIC 9(6)     VALUE ZERO.

       01  TAX-STMT-TITLE-LINE.
           05 FILLER            PIC X(6)  VALUE ' FICA '.
           05 TAX-STMT-TOT-FICA PIC Z(6)9.99.

       01  TAX-STMT-JURIS-LINE.
           05 TAX-STMT-JURIS-LABEL PIC X(6).
           05 TAX-STMT-JURIS-CODE  PIC X(4).
           05 FILLER            PIC X(7)  VALUE ' WAGES '.
           05 TAX-STMT-JURIS-WAGES PIC Z(7)9.99.
           05 FILLER            PIC X(10) VALUE ' WITHHELD '.
           05 TAX-STMT-JURIS-WH PIC Z(6)9.99.

       01  EARNINGS-TRAILER.
           08 FILLER            PIC X(15) VALUE '*** TRAILER ***'.
           08 FILLER            PIC X(11) VALUE ' EMPLOYEES '.
                       MOVE ZERO TO YTD-QTR-GROSS(QTR-IDX)
                                    YTD-QTR-FED(QTR-IDX)
                                    YTD-QTR-FICA(QTR-IDX)
                                    YTD-ER-FICA(QTR-IDX)
                                    YTD-ER-FUTA(QTR-IDX)
                                    YTD-ER-SUTA(QTR-IDX)
                   END-PERFORM
                   PERFORM RESET-ONE-EMPLOYEE-JURISDICTIONS
                   REWRITE YTD-RECORD
           END-READ.

           MOVE TAX-STMT-TOTAL-LINE TO TAX-STMT-OUT.
           WRITE TAX-STMT-OUT.

      *then the year's wages and withholding for each state and city
      *the employee was taxed in
           MOVE 'STATE ' TO TAX-STMT-JURIS-LABEL.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 3
               IF YTD-STATE-CODE(SLOT-IDX) IS NOT EQUAL TO SPACES
                   MOVE ZERO TO ANNUAL-JURIS-WAGES ANNUAL-JURIS-WH
                   PERFORM VARYING QTR-IDX FROM 1 BY 1
                       UNTIL QTR-IDX > 4
                       ADD YTD-STATE-WAGES(SLOT-IDX, QTR-IDX)
                           TO ANNUAL-JURIS-WAGES
                       ADD YTD-STATE-WH(SLOT-IDX, QTR-IDX)
                           TO ANNUAL-JURIS-WH
                   END-PERFORM
                   MOVE YTD-STATE-CODE(SLOT-IDX) TO TAX-STMT-JURIS-CODE
                   PERFORM WRITE-ONE-JURISDICTION-LINE
               END-IF
           END-PERFORM.

           MOVE 'LOCAL ' TO TAX-STMT-JURIS-LABEL.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 2
               IF YTD-LOCAL-CODE(SLOT-IDX) IS NOT EQUAL TO SPACES
                   MOVE ZERO TO ANNUAL-JURIS-WAGES ANNUAL-JURIS-WH
                   PERFORM VARYING QTR-IDX FROM 1 BY 1
                       UNTIL QTR-IDX > 4
                       ADD YTD-LOCAL-WAGES(SLOT-IDX, QTR-IDX)
                           TO ANNUAL-JURIS-WAGES
                       ADD YTD-LOCAL-WH(SLOT-IDX, QTR-IDX)
                           TO ANNUAL-JURIS-WH
                   END-PERFORM
                   MOVE YTD-LOCAL-CODE(SLOT-IDX) TO TAX-STMT-JURIS-CODE
                   PERFORM WRITE-ONE-JURISDICTION-LINE
               END-IF
           END-PERFORM.

           ADD 1 TO STATEMENT-COUNT.

       WRITE-ONE-JURISDICTION-LINE.
           MOVE ANNUAL-JURIS-WAGES TO TAX-STMT-JURIS-WAGES.
           MOVE ANNUAL-JURIS-WH TO TAX-STMT-JURIS-WH.
           MOVE TAX-STMT-JURIS-LINE TO TAX-STMT-OUT.
           WRITE TAX-STMT-OUT.

      *the state and city slots start the new year empty, so an
      *employee who moved last year does not carry the old state
       RESET-ONE-EMPLOYEE-JURISDICTIONS.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 3
               MOVE SPACES TO YTD-STATE-CODE(SLOT-IDX)
               PERFORM VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > 4
                   MOVE ZERO TO YTD-STATE-WAGES(SLOT-IDX, QTR-IDX)
                                YTD-STATE-WH(SLOT-IDX, QTR-IDX)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 2
               MOVE SPACES TO YTD-LOCAL-CODE(SLOT-IDX)
               PERFORM VARYING QTR-IDX FROM 1 BY 1
                   UNTIL QTR-IDX > 4
                   MOVE ZERO TO YTD-LOCAL-WAGES(SLOT-IDX, QTR-IDX)
                                YTD-LOCAL-WH(SLOT-IDX, QTR-IDX)
               END-PERFORM
           END-PERFORM.
