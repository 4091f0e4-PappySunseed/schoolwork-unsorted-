      ******************************************************************
      * Author: Caleb Ruby
      * Date:   10/15/26
      * Purpose: print the meter readers' route sheets ahead of the
      *          read - one sheet per route on meter-inventory.txt in
      *          the walk order the office keeps there, each stop with
      *          its service address, meter number, the last reading
      *          on file and the reading range the account's own usage
      *          history says to expect.  the same stops go out as a
      *          fixed-width download for the handhelds, and an
      *          account with an open tamper exception or a reading
      *          still in suspense is marked so the reader looks twice
      *          before ELECTRIC-REPORTS finds out a day later
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTE-SHEETS.
       AUTHOR.     CALEB R. & GROUP.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *every meter on every route, with the walk sequence the office
      *maintains - the same file ELECTRIC-REPORTS checks reads against
           SELECT METER-INVENTORY-FILE
               ASSIGN TO 'meter-inventory.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVENTORY-FILE-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO 'custmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ACC-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT CUSTOMER-HISTORY-FILE ASSIGN TO 'custhist.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-ACC-NUMBER
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT SUSPENSE-MASTER-FILE ASSIGN TO 'suspense.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-ACC-NUMBER
               FILE STATUS IS SUSP-FILE-STATUS.
           SELECT TAMPER-EXCEPTION-FILE ASSIGN TO 'tamperex.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAMPEX-ACC-NUMBER
               FILE STATUS IS TAMPEX-FILE-STATUS.
      *how far either side of the account's own low and high month a
      *reading can fall and still be expected, as a whole percent
           SELECT ROUTE-SHEET-PARAM-FILE
               ASSIGN TO 'routesheet-params.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-FILE-STATUS.
           SELECT ROUTE-SHEET-FILE ASSIGN TO 'route-sheets.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HANDHELD-DOWNLOAD-FILE
               ASSIGN TO 'route-download.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-AUDIT-LOG-FILE ASSIGN TO 'job-audit-log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *same layout ELECTRIC-REPORTS reads and rewrites
       FD  METER-INVENTORY-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS METER-INVENTORY-RECORD.
       01  METER-INVENTORY-RECORD.
           05 MI-ROUTE-ID       PIC X(10).
           05 MI-ACC-NUMBER     PIC X(6).
           05 MI-METER-NUMBER   PIC X(8).
           05 MI-WALK-SEQ       PIC 9(4).

      *customer account master shared with ELECTRIC-REPORTS - see the
      *copybook for the record layout
       FD  CUSTOMER-MASTER-FILE
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

      *same layouts ELECTRIC-REPORTS maintains on these masters -
      *only read here, never written
       FD  CUSTOMER-HISTORY-FILE
           DATA RECORD IS HIST-RECORD.
       01  HIST-RECORD.
           05 HIST-ACC-NUMBER    PIC X(6).
           05 HIST-LAST-UNITS    PIC 9(10).
           05 HIST-LAST-READING  PIC 9(10).
           05 HIST-EST-FLAG      PIC X(1).
           05 HIST-USAGE-HISTORY.
               10 HIST-USAGE-MONTH OCCURS 12 TIMES PIC 9(6).
           05 HIST-MONTHS-ON-FILE PIC 9(2).
           05 HIST-NEXT-SLOT      PIC 9(2).
           05 HIST-BUDGET-MONTHS  PIC 9(2).
           05 HIST-DEMAND-HISTORY.
               10 HIST-DEMAND-MONTH OCCURS 12 TIMES PIC 9(4)V9.

       FD  SUSPENSE-MASTER-FILE
           DATA RECORD IS SUSPENSE-RECORD.
       01  SUSPENSE-RECORD.
           05 SUSP-ACC-NUMBER    PIC X(6).
           05 SUSP-ROUTE-ID      PIC X(10).
           05 SUSP-PREV-READING  PIC X(5).
           05 SUSP-CURR-READING  PIC X(5).
           05 SUSP-REASON        PIC X(30).
           05 SUSP-CYCLES-HELD   PIC 9(3).

       FD  TAMPER-EXCEPTION-FILE
           DATA RECORD IS TAMPEX-RECORD.
       01  TAMPEX-RECORD.
           05 TAMPEX-ACC-NUMBER   PIC X(6).
           05 TAMPEX-ROUTE-ID     PIC X(10).
           05 TAMPEX-PREV-READING PIC X(5).
           05 TAMPEX-CURR-READING PIC X(5).
           05 TAMPEX-REASON       PIC X(30).
           05 TAMPEX-STATUS       PIC X(1).
               88 TAMPEX-IS-OPEN          VALUE 'O'.
               88 TAMPEX-IS-INVESTIGATING VALUE 'I'.
           05 TAMPEX-CYCLES-OPEN  PIC 9(3).

       FD  ROUTE-SHEET-PARAM-FILE
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS ROUTE-SHEET-PARAM-RECORD.
       01  ROUTE-SHEET-PARAM-RECORD.
           05 RSP-TOLERANCE-PCT PIC 9(3).

       FD  ROUTE-SHEET-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ROUTE-SHEET-OUT.
       01  ROUTE-SHEET-OUT  PIC X(80).

      *one stop per line in walk order - the handheld loads a route
      *by its route id and shows the stops in file order
       FD  HANDHELD-DOWNLOAD-FILE
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS DOWNLOAD-RECORD.
       01  DOWNLOAD-RECORD.
           05 DL-ROUTE-ID       PIC X(10).
           05 DL-WALK-SEQ       PIC 9(4).
           05 DL-ACC-NUMBER     PIC X(6).
           05 DL-STREET         PIC X(15).
           05 DL-CITY           PIC X(13).
           05 DL-METER-NUMBER   PIC X(8).
           05 DL-LAST-READING   PIC 9(5).
           05 DL-EXPECT-LOW     PIC 9(5).
           05 DL-EXPECT-HIGH    PIC 9(5).
      *Y when the range above was worked out from usage history
           05 DL-RANGE-FLAG     PIC X(1).
           05 DL-TAMPER-FLAG    PIC X(1).
           05 DL-SUSPENSE-FLAG  PIC X(1).

      *shared job-run audit log - see the copybook for the layout
       FD  JOB-AUDIT-LOG-FILE
           RECORD CONTAINS 181 CHARACTERS
           DATA RECORD IS JOB-AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01  INVENTORY-FILE-STATUS PIC XX.
       01  MASTER-FILE-STATUS   PIC XX.
       01  HIST-FILE-STATUS     PIC XX.
       01  SUSP-FILE-STATUS     PIC XX.
       01  TAMPEX-FILE-STATUS   PIC XX.
       01  PARAM-FILE-STATUS    PIC XX.
       01  INVENTORY-EOF-SWITCH PIC XXX.
       01  CUST-FOUND-SWITCH    PIC XXX.
       01  HIST-FOUND-SWITCH    PIC XXX.
       01  TAMPER-OPEN-SWITCH   PIC XXX.
       01  SUSPENSE-OPEN-SWITCH PIC XXX.

       01  RUN-DATE             PIC 9(6).
       01  JOB-START-TIME       PIC 9(8).

      *with no parameter file a reading is expected within a quarter
      *either side of the account's lowest and highest month
       01  TOLERANCE-PCT        PIC 9(3) VALUE 25.

      *the inventory held in storage so each route can be walked in
      *sequence - a stop with no walk number on file goes last, in
      *the order it sits on the inventory
       01  INV-COUNT            PIC 9(4) VALUE ZERO.
       01  INV-IDX              PIC 9(4).
       01  STOP-IDX             PIC 9(4).
       01  STOP-WALK-SEQ        PIC 9(4).
       01  INVENTORY-TABLE.
           05 INV-ENTRY OCCURS 2000 TIMES.
               10 INV-ROUTE-ID     PIC X(10).
               10 INV-ACC-NUMBER   PIC X(6).
               10 INV-METER-NUMBER PIC X(8).
               10 INV-WALK-SEQ     PIC 9(4).
               10 INV-PRINTED-FLAG PIC X(1).

      *each route once, in the order it first appears on the inventory
       01  ROUTE-COUNT          PIC 9(3) VALUE ZERO.
       01  ROUTE-IDX            PIC 9(3).
       01  ROUTE-FOUND-SWITCH   PIC XXX.
       01  ROUTE-TABLE.
           05 ROUTE-ENTRY OCCURS 100 TIMES.
               10 RT-ROUTE-ID      PIC X(10).

      *the expected range - usage low and high from the ring, widened
      *by the tolerance and laid on top of the last reading, wrapping
      *past 99999 the way the dial does
       01  RANGE-WORK.
           05 RING-IDX          PIC 9(2).
           05 RING-MONTHS       PIC 9(2).
           05 RING-LOW-UNITS    PIC 9(6).
           05 RING-HIGH-UNITS   PIC 9(6).
           05 LAST-READING-5    PIC 9(5).
           05 EXPECT-LOW        PIC 9(7).
           05 EXPECT-HIGH       PIC 9(7).
       01  RANGE-FOUND-SWITCH   PIC XXX.

       01  STOPS-PRINTED        PIC 9(5) VALUE ZERO.
       01  STOPS-FLAGGED        PIC 9(5) VALUE ZERO.
       01  STOPS-NO-HISTORY     PIC 9(5) VALUE ZERO.
       01  STOPS-NOT-ON-MASTER  PIC 9(5) VALUE ZERO.
       01  ROUTE-STOPS          PIC 9(4).
       01  ROUTE-FLAGGED        PIC 9(4).

       01  SHEET-HEADING.
           05 FILLER            PIC X(18) VALUE 'METER ROUTE SHEET '.
           05 SHEET-HEAD-ROUTE  PIC X(10).
           05 FILLER            PIC X(7)  VALUE '  DATE '.
           05 SHEET-HEAD-DATE   PIC 9(6).
           05 FILLER            PIC X(17) VALUE '  TOLERANCE PCT  '.
           05 SHEET-HEAD-TOL    PIC ZZ9.

       01  SHEET-COLUMN-HEADING.
           05 FILLER            PIC X(40)
               VALUE 'WALK ACCT   SERVICE ADDRESS METER    LAS'.
           05 FILLER            PIC X(40)
               VALUE 'T   EXP-LO EXP-HI CHECK    READING      '.

       01  SHEET-DETAIL-LINE.
           05 SD-WALK-SEQ       PIC ZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-ACC-NUMBER     PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-STREET         PIC X(15).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-METER-NUMBER   PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-LAST-READING   PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SD-EXPECT-LOW     PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-EXPECT-HIGH    PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-CHECK          PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(8)  VALUE '________'.

       01  SHEET-ROUTE-TOTAL.
           05 FILLER            PIC X(13) VALUE 'ROUTE TOTAL  '.
           05 FILLER            PIC X(6)  VALUE 'STOPS '.
           05 SRT-STOPS         PIC ZZZ9.
           05 FILLER            PIC X(10) VALUE '  FLAGGED '.
           05 SRT-FLAGGED       PIC ZZZ9.

       01  SHEET-TRAILER.
           05 FILLER            PIC X(15) VALUE '*** TRAILER ***'.
           05 FILLER            PIC X(8)  VALUE ' ROUTES '.
           05 TRAIL-ROUTES      PIC ZZ9.
           05 FILLER            PIC X(7)  VALUE ' STOPS '.
           05 TRAIL-STOPS       PIC Z(4)9.
           05 FILLER            PIC X(9)  VALUE ' FLAGGED '.
           05 TRAIL-FLAGGED     PIC Z(4)9.
           05 FILLER            PIC X(12) VALUE ' NO HISTORY '.
           05 TRAIL-NO-HISTORY  PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT JOB-START-TIME FROM TIME.
           ACCEPT RUN-DATE FROM DATE.

           PERFORM READ-ROUTE-SHEET-PARAM.
           PERFORM LOAD-METER-INVENTORY.

      *the masters may not exist yet in a fresh office - a stop then
      *simply prints without the figures that master would supply
           OPEN INPUT CUSTOMER-MASTER-FILE.
           OPEN INPUT CUSTOMER-HISTORY-FILE.
           OPEN INPUT SUSPENSE-MASTER-FILE.
           OPEN INPUT TAMPER-EXCEPTION-FILE.

           OPEN OUTPUT ROUTE-SHEET-FILE
                       HANDHELD-DOWNLOAD-FILE.

           PERFORM PRINT-ONE-ROUTE-SHEET
               VARYING ROUTE-IDX FROM 1 BY 1
               UNTIL ROUTE-IDX > ROUTE-COUNT.

           MOVE ROUTE-COUNT TO TRAIL-ROUTES.
           MOVE STOPS-PRINTED TO TRAIL-STOPS.
           MOVE STOPS-FLAGGED TO TRAIL-FLAGGED.
           MOVE STOPS-NO-HISTORY TO TRAIL-NO-HISTORY.
           MOVE SHEET-TRAILER TO ROUTE-SHEET-OUT.
           WRITE ROUTE-SHEET-OUT.

           CLOSE ROUTE-SHEET-FILE
                 HANDHELD-DOWNLOAD-FILE.
           IF MASTER-FILE-STATUS IS NOT EQUAL TO '35'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF HIST-FILE-STATUS IS NOT EQUAL TO '35'
               CLOSE CUSTOMER-HISTORY-FILE
           END-IF.
           IF SUSP-FILE-STATUS IS NOT EQUAL TO '35'
               CLOSE SUSPENSE-MASTER-FILE
           END-IF.
           IF TAMPEX-FILE-STATUS IS NOT EQUAL TO '35'
               CLOSE TAMPER-EXCEPTION-FILE
           END-IF.

           PERFORM WRITE-JOB-AUDIT-LOG-ENTRY.

           DISPLAY 'ROUTE SHEETS COMPLETE - ' ROUTE-COUNT ' ROUTES '
               STOPS-PRINTED ' STOPS ' STOPS-FLAGGED ' FLAGGED'.
      *GOBACK, not STOP RUN, so the NIGHTRUN sequencer that CALLs
      *this program gets control back to record the step's outcome
           GOBACK.

      *a missing or unreadable parameter file leaves the default
       READ-ROUTE-SHEET-PARAM.
           OPEN INPUT ROUTE-SHEET-PARAM-FILE.
           IF PARAM-FILE-STATUS IS EQUAL TO '00'
               READ ROUTE-SHEET-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RSP-TOLERANCE-PCT IS NUMERIC
                          AND RSP-TOLERANCE-PCT IS LESS THAN 100
                           MOVE RSP-TOLERANCE-PCT TO TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE ROUTE-SHEET-PARAM-FILE
           END-IF.

      *loads the inventory and notes each route the first time it is
      *seen; with no inventory there is nothing to walk
       LOAD-METER-INVENTORY.
           OPEN INPUT METER-INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS = '00'
               MOVE SPACES TO INVENTORY-EOF-SWITCH
               PERFORM LOAD-INVENTORY-ENTRY
                   UNTIL INVENTORY-EOF-SWITCH = 'YES'
               CLOSE METER-INVENTORY-FILE
           ELSE
               DISPLAY 'NO METER INVENTORY - NO ROUTE SHEETS PRINTED'
           END-IF.

       LOAD-INVENTORY-ENTRY.
           READ METER-INVENTORY-FILE
               AT END MOVE 'YES' TO INVENTORY-EOF-SWITCH
               NOT AT END
                   IF INV-COUNT IS LESS THAN 2000
                       ADD 1 TO INV-COUNT
                       MOVE MI-ROUTE-ID TO INV-ROUTE-ID(INV-COUNT)
                       MOVE MI-ACC-NUMBER TO INV-ACC-NUMBER(INV-COUNT)
                       MOVE MI-METER-NUMBER
                           TO INV-METER-NUMBER(INV-COUNT)
                       IF MI-WALK-SEQ IS NUMERIC
                           MOVE MI-WALK-SEQ TO INV-WALK-SEQ(INV-COUNT)
                       ELSE
                           MOVE 9999 TO INV-WALK-SEQ(INV-COUNT)
                       END-IF
                       MOVE 'N' TO INV-PRINTED-FLAG(INV-COUNT)
                       PERFORM NOTE-INVENTORY-ROUTE
                   END-IF
           END-READ.

       NOTE-INVENTORY-ROUTE.
           MOVE 'NO ' TO ROUTE-FOUND-SWITCH.
           PERFORM VARYING ROUTE-IDX FROM 1 BY 1
               UNTIL ROUTE-IDX > ROUTE-COUNT
               IF RT-ROUTE-ID(ROUTE-IDX) = MI-ROUTE-ID
                   MOVE 'YES' TO ROUTE-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF ROUTE-FOUND-SWITCH IS EQUAL TO 'NO '
              AND ROUTE-COUNT IS LESS THAN 100
               ADD 1 TO ROUTE-COUNT
               MOVE MI-ROUTE-ID TO RT-ROUTE-ID(ROUTE-COUNT)
           END-IF.

      *one route, each sheet on its own page - stops come out in walk
      *order by taking the lowest unprinted walk number each time
      *until the route has none left
       PRINT-ONE-ROUTE-SHEET.
           MOVE RT-ROUTE-ID(ROUTE-IDX) TO SHEET-HEAD-ROUTE.
           MOVE RUN-DATE TO SHEET-HEAD-DATE.
           MOVE TOLERANCE-PCT TO SHEET-HEAD-TOL.
           MOVE SHEET-HEADING TO ROUTE-SHEET-OUT.
           WRITE ROUTE-SHEET-OUT AFTER ADVANCING PAGE.
           MOVE SHEET-COLUMN-HEADING TO ROUTE-SHEET-OUT.
           WRITE ROUTE-SHEET-OUT.

           MOVE ZERO TO ROUTE-STOPS ROUTE-FLAGGED.
           MOVE 1 TO STOP-IDX.
           PERFORM PRINT-NEXT-STOP
               UNTIL STOP-IDX = ZERO.

           MOVE ROUTE-STOPS TO SRT-STOPS.
           MOVE ROUTE-FLAGGED TO SRT-FLAGGED.
           MOVE SHEET-ROUTE-TOTAL TO ROUTE-SHEET-OUT.
           WRITE ROUTE-SHEET-OUT.

      *finds the route's lowest unprinted walk number - ties go to
      *the one first on the inventory - and prints it; none left
      *parks a zero index
       PRINT-NEXT-STOP.
           MOVE ZERO TO STOP-IDX.
           MOVE 9999 TO STOP-WALK-SEQ.
           PERFORM VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > INV-COUNT
               IF INV-ROUTE-ID(INV-IDX) = RT-ROUTE-ID(ROUTE-IDX)
                  AND INV-PRINTED-FLAG(INV-IDX) = 'N'
                  AND (STOP-IDX = ZERO
                       OR INV-WALK-SEQ(INV-IDX) < STOP-WALK-SEQ)
                   MOVE INV-IDX TO STOP-IDX
                   MOVE INV-WALK-SEQ(INV-IDX) TO STOP-WALK-SEQ
               END-IF
           END-PERFORM.

           IF STOP-IDX IS NOT EQUAL TO ZERO
               MOVE 'Y' TO INV-PRINTED-FLAG(STOP-IDX)
               PERFORM PRINT-ONE-STOP
           END-IF.

      *one stop: address from the master, last reading and expected
      *range from the history, and the look-twice marks
       PRINT-ONE-STOP.
           MOVE INV-ACC-NUMBER(STOP-IDX) TO CUST-ACC-NUMBER.
           MOVE 'NO ' TO CUST-FOUND-SWITCH.
           IF MASTER-FILE-STATUS IS NOT EQUAL TO '35'
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO CUST-FOUND-SWITCH
               END-READ
           END-IF.
           IF CUST-FOUND-SWITCH IS EQUAL TO 'NO '
               MOVE 'NOT ON MASTER' TO CUST-STREET-ADDRESS
               MOVE SPACES TO CUST-CITY
               ADD 1 TO STOPS-NOT-ON-MASTER
           END-IF.

           PERFORM FIND-EXPECTED-RANGE.
           PERFORM CHECK-OPEN-EXCEPTIONS.

           MOVE SPACES TO DOWNLOAD-RECORD.
           MOVE RT-ROUTE-ID(ROUTE-IDX) TO DL-ROUTE-ID.
           MOVE INV-WALK-SEQ(STOP-IDX) TO DL-WALK-SEQ.
           MOVE INV-ACC-NUMBER(STOP-IDX) TO DL-ACC-NUMBER.
           MOVE CUST-STREET-ADDRESS TO DL-STREET.
           MOVE CUST-CITY TO DL-CITY.
           MOVE INV-METER-NUMBER(STOP-IDX) TO DL-METER-NUMBER.
           MOVE ZERO TO DL-LAST-READING DL-EXPECT-LOW DL-EXPECT-HIGH.
           MOVE 'N' TO DL-RANGE-FLAG DL-TAMPER-FLAG DL-SUSPENSE-FLAG.

           MOVE SPACES TO SD-LAST-READING SD-EXPECT-LOW
                          SD-EXPECT-HIGH SD-CHECK.
           MOVE INV-WALK-SEQ(STOP-IDX) TO SD-WALK-SEQ.
           MOVE INV-ACC-NUMBER(STOP-IDX) TO SD-ACC-NUMBER.
           MOVE CUST-STREET-ADDRESS TO SD-STREET.
           MOVE INV-METER-NUMBER(STOP-IDX) TO SD-METER-NUMBER.

           IF HIST-FOUND-SWITCH IS EQUAL TO 'YES'
               MOVE LAST-READING-5 TO DL-LAST-READING
               MOVE LAST-READING-5 TO SD-LAST-READING
           END-IF.
           IF RANGE-FOUND-SWITCH IS EQUAL TO 'YES'
               MOVE 'Y' TO DL-RANGE-FLAG
               MOVE EXPECT-LOW TO DL-EXPECT-LOW
               MOVE EXPECT-HIGH TO DL-EXPECT-HIGH
               MOVE DL-EXPECT-LOW TO SD-EXPECT-LOW
               MOVE DL-EXPECT-HIGH TO SD-EXPECT-HIGH
           ELSE
               MOVE 'NO HIST' TO SD-EXPECT-LOW
               ADD 1 TO STOPS-NO-HISTORY
           END-IF.

           EVALUATE TRUE
               WHEN TAMPER-OPEN-SWITCH = 'YES'
                AND SUSPENSE-OPEN-SWITCH = 'YES'
                   MOVE 'TAMP+SUS' TO SD-CHECK
               WHEN TAMPER-OPEN-SWITCH = 'YES'
                   MOVE 'TAMPER' TO SD-CHECK
               WHEN SUSPENSE-OPEN-SWITCH = 'YES'
                   MOVE 'SUSPENSE' TO SD-CHECK
           END-EVALUATE.
           IF TAMPER-OPEN-SWITCH IS EQUAL TO 'YES'
               MOVE 'Y' TO DL-TAMPER-FLAG
           END-IF.
           IF SUSPENSE-OPEN-SWITCH IS EQUAL TO 'YES'
               MOVE 'Y' TO DL-SUSPENSE-FLAG
           END-IF.
           IF TAMPER-OPEN-SWITCH IS EQUAL TO 'YES'
              OR SUSPENSE-OPEN-SWITCH IS EQUAL TO 'YES'
               ADD 1 TO ROUTE-FLAGGED
               ADD 1 TO STOPS-FLAGGED
           END-IF.

           MOVE SHEET-DETAIL-LINE TO ROUTE-SHEET-OUT.
           WRITE ROUTE-SHEET-OUT.
           WRITE DOWNLOAD-RECORD.

           ADD 1 TO ROUTE-STOPS.
           ADD 1 TO STOPS-PRINTED.

      *lowest and highest month on the usage ring - or last cycle's
      *units when the ring is still empty - widened by the tolerance
      *and added to the last reading; an account with no history has
      *no range and the reader just reads it
       FIND-EXPECTED-RANGE.
           MOVE 'NO ' TO HIST-FOUND-SWITCH RANGE-FOUND-SWITCH.
           MOVE ZERO TO LAST-READING-5 EXPECT-LOW EXPECT-HIGH.
           IF HIST-FILE-STATUS IS NOT EQUAL TO '35'
               MOVE INV-ACC-NUMBER(STOP-IDX) TO HIST-ACC-NUMBER
               READ CUSTOMER-HISTORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO HIST-FOUND-SWITCH
               END-READ
           END-IF.

           IF HIST-FOUND-SWITCH IS EQUAL TO 'YES'
               MOVE HIST-LAST-READING TO LAST-READING-5
               MOVE ZERO TO RING-HIGH-UNITS
               MOVE 999999 TO RING-LOW-UNITS
               MOVE HIST-MONTHS-ON-FILE TO RING-MONTHS
               IF HIST-MONTHS-ON-FILE IS NOT NUMERIC
                  OR HIST-MONTHS-ON-FILE IS GREATER THAN 12
                   MOVE ZERO TO RING-MONTHS
               END-IF
               PERFORM VARYING RING-IDX FROM 1 BY 1
                   UNTIL RING-IDX > RING-MONTHS
                   IF HIST-USAGE-MONTH(RING-IDX) < RING-LOW-UNITS
                       MOVE HIST-USAGE-MONTH(RING-IDX)
                           TO RING-LOW-UNITS
                   END-IF
                   IF HIST-USAGE-MONTH(RING-IDX) > RING-HIGH-UNITS
                       MOVE HIST-USAGE-MONTH(RING-IDX)
                           TO RING-HIGH-UNITS
                   END-IF
               END-PERFORM
               IF RING-MONTHS IS EQUAL TO ZERO
                  AND HIST-LAST-UNITS IS GREATER THAN ZERO
                   MOVE HIST-LAST-UNITS TO RING-LOW-UNITS
                                           RING-HIGH-UNITS
                   MOVE 1 TO RING-MONTHS
               END-IF
               IF RING-MONTHS IS GREATER THAN ZERO
                   MOVE 'YES' TO RANGE-FOUND-SWITCH
                   COMPUTE EXPECT-LOW = LAST-READING-5
                       + RING-LOW-UNITS * (100 - TOLERANCE-PCT) / 100
                   COMPUTE EXPECT-HIGH = LAST-READING-5
                       + RING-HIGH-UNITS * (100 + TOLERANCE-PCT) / 100
                   IF EXPECT-LOW IS GREATER THAN 99999
                       SUBTRACT 100000 FROM EXPECT-LOW
                   END-IF
                   IF EXPECT-HIGH IS GREATER THAN 99999
                       SUBTRACT 100000 FROM EXPECT-HIGH
                   END-IF
               END-IF
           END-IF.

      *an exception still open or under investigation, or a reading
      *still parked in suspense - cleared and confirmed tamper rows
      *need nothing more from the reader
       CHECK-OPEN-EXCEPTIONS.
           MOVE 'NO ' TO TAMPER-OPEN-SWITCH SUSPENSE-OPEN-SWITCH.
           IF TAMPEX-FILE-STATUS IS NOT EQUAL TO '35'
               MOVE INV-ACC-NUMBER(STOP-IDX) TO TAMPEX-ACC-NUMBER
               READ TAMPER-EXCEPTION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TAMPEX-IS-OPEN OR TAMPEX-IS-INVESTIGATING
                           MOVE 'YES' TO TAMPER-OPEN-SWITCH
                       END-IF
               END-READ
           END-IF.
           IF SUSP-FILE-STATUS IS NOT EQUAL TO '35'
               MOVE INV-ACC-NUMBER(STOP-IDX) TO SUSP-ACC-NUMBER
               READ SUSPENSE-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO SUSPENSE-OPEN-SWITCH
               END-READ
           END-IF.

      *appends one line to the shared job-run audit log
       WRITE-JOB-AUDIT-LOG-ENTRY.
           MOVE 'ROUTE-SHEETS' TO AUDIT-PROGRAM-NAME.
           ACCEPT AUDIT-RUN-DATE FROM DATE.
           MOVE JOB-START-TIME TO AUDIT-START-TIME.
           ACCEPT AUDIT-END-TIME FROM TIME.
           MOVE INV-COUNT TO AUDIT-INPUT-COUNT.

           MOVE 'ROUTES'         TO AUDIT-OUTPUT-LABEL(1).
           MOVE ROUTE-COUNT      TO AUDIT-OUTPUT-COUNT(1).
           MOVE 'STOPS'          TO AUDIT-OUTPUT-LABEL(2).
           MOVE STOPS-PRINTED    TO AUDIT-OUTPUT-COUNT(2).
           MOVE 'FLAGGED'        TO AUDIT-OUTPUT-LABEL(3).
           MOVE STOPS-FLAGGED    TO AUDIT-OUTPUT-COUNT(3).
           MOVE 'NO-HISTORY'     TO AUDIT-OUTPUT-LABEL(4).
           MOVE STOPS-NO-HISTORY TO AUDIT-OUTPUT-COUNT(4).
           MOVE 'NOT-ON-MASTER'  TO AUDIT-OUTPUT-LABEL(5).
           MOVE STOPS-NOT-ON-MASTER TO AUDIT-OUTPUT-COUNT(5).
           MOVE SPACES           TO AUDIT-OUTPUT-LABEL(6).
           MOVE ZERO             TO AUDIT-OUTPUT-COUNT(6).

           OPEN EXTEND JOB-AUDIT-LOG-FILE.
           WRITE JOB-AUDIT-LOG-RECORD.
           CLOSE JOB-AUDIT-LOG-FILE.

       END PROGRAM ROUTE-SHEETS.
