               10 WIN-END       PIC 9(4).

      *one row per program seen in the log - the prior run's input
      *count for the swing comparison, its output counts for the
      *integrity audit's growth check, and the latest date each
      *program ran so a silent no-show can be called out
       01  PROG-COUNT           PIC 99 VALUE ZERO.
       01  PROG-SEARCH-IDX      PIC 99.
       01  PROG-FOUND-SWITCH    PIC XXX.

       01  PROG-TABLE.
           05 PROG-ENTRY OCCURS 20 TIMES.
               10 PT-PROGRAM        PIC X(20).
               10 PT-PREV-INPUT     PIC 9(7).
               10 PT-PREV-OUTPUT    PIC 9(7) OCCURS 6 TIMES.
               10 PT-LATEST-DATE    PIC 9(6).

      *the four programs a normal night is expected to run
       01  BALANCING-SWITCH     PIC XXX.
       01  WINDOW-EXC-SWITCH    PIC XXX.
       01  SWING-EXC-SWITCH     PIC XXX.
       01  INTEGRITY-SWITCH     PIC XXX.
       01  START-HHMM           PIC 9(4).
       01  SWING-PCT            PIC 9(5).
       01  SWING-DIFF           PIC S9(8).
      *this run becomes the prior run for the next one of its kind
           MOVE AUDIT-INPUT-COUNT
               TO PT-PREV-INPUT(PROG-FOUND-IDX).
           PERFORM VARYING OUTPUT-IDX FROM 1 BY 1
               UNTIL OUTPUT-IDX > 6
               MOVE AUDIT-OUTPUT-COUNT(OUTPUT-IDX)
                   TO PT-PREV-OUTPUT(PROG-FOUND-IDX, OUTPUT-IDX)
           END-PERFORM.
           IF AUDIT-RUN-DATE >
               PT-LATEST-DATE(PROG-FOUND-IDX)
               MOVE AUDIT-RUN-DATE
           END-PERFORM.

           IF PROG-FOUND-SWITCH IS EQUAL TO 'NO '
              AND PROG-COUNT IS LESS THAN 20
               ADD 1 TO PROG-COUNT
               MOVE AUDIT-PROGRAM-NAME TO PT-PROGRAM(PROG-COUNT)
               MOVE ZERO TO PT-PREV-INPUT(PROG-COUNT)
           MOVE AUDIT-INPUT-COUNT TO OPS-PRINT-INPUT.
           MOVE BALANCE-SUM TO OPS-PRINT-OUTPUT.

      *the integrity audit's counts are broken links found, not a
      *disposition of what it read, so they don't balance
           MOVE 'NO ' TO INTEGRITY-SWITCH.
           IF AUDIT-PROGRAM-NAME(1:10) = 'INTEGRITY-'
               MOVE 'YES' TO INTEGRITY-SWITCH
           END-IF.

           IF INTEGRITY-SWITCH = 'YES'
               MOVE 'N/A' TO OPS-PRINT-BAL
           ELSE
               IF BALANCE-SUM IS EQUAL TO AUDIT-INPUT-COUNT
                   MOVE 'OK ' TO OPS-PRINT-BAL
               ELSE
                   MOVE 'OFF' TO OPS-PRINT-BAL
               END-IF
           END-IF.

           PERFORM CHECK-RUN-WINDOW.
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

           IF INTEGRITY-SWITCH = 'YES'
               PERFORM CHECK-INTEGRITY-GROWTH
           END-IF.

      *a rule with more broken links than the prior run is an
      *exception - the links are going bad faster than they are
      *being fixed.  the first run on the log has nothing to grow from
       CHECK-INTEGRITY-GROWTH.
           IF PT-LATEST-DATE(PROG-FOUND-IDX) IS GREATER THAN ZERO
               PERFORM VARYING OUTPUT-IDX FROM 1 BY 1
                   UNTIL OUTPUT-IDX > 6
                   IF AUDIT-OUTPUT-LABEL(OUTPUT-IDX) NOT = SPACES
                      AND AUDIT-OUTPUT-COUNT(OUTPUT-IDX) >
                       PT-PREV-OUTPUT(PROG-FOUND-IDX, OUTPUT-IDX)
                       MOVE AUDIT-PROGRAM-NAME TO OPS-EXC-PROGRAM
                       MOVE SPACES TO OPS-EXC-TEXT
                       STRING 'BROKEN LINKS GREW ON '
                                  DELIMITED BY SIZE
                              AUDIT-OUTPUT-LABEL(OUTPUT-IDX)
                                  DELIMITED BY SPACE
                              INTO OPS-EXC-TEXT
                       END-STRING
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-RUN-WINDOW.
           MOVE 'N/A ' TO OPS-PRINT-WINDOW.
           MOVE 'NO ' TO WINDOW-EXC-SWITCH.
