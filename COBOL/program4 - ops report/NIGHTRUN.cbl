      *          state file, a step whose predecessor didn't finish
      *          cleanly is refused, and rerunning this driver picks
      *          the night back up from the failed step without
      *          redoing the steps that already completed.  the master
      *          files a step updates are copied to a dated backup
      *          generation before it is called, so NIGHT-ROLLBACK can
      *          put them back when a step fails partway through
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *one step per line - step number, the program to run, the
      *step that must have finished cleanly first (zero for none),
      *and the master files the step updates
               SELECT RUN-DEPS-FILE ASSIGN TO 'rundeps.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DEPS-FILE-STATUS.
               SELECT RUN-CONTROL-FILE ASSIGN TO 'runcontrol.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CONTROL-FILE-STATUS.
      *every backup generation still on disk, one master per line
               SELECT BACKUP-INDEX-FILE
                   ASSIGN TO 'backup-generations.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BACKUP-INDEX-STATUS.
      *how many generations to keep per step
               SELECT RETENTION-PARAM-FILE
                   ASSIGN TO 'backup-retention.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RETENTION-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *longest of the nightly steps, is 21 characters and must not
      *truncate or its CALL can never resolve
               FD  RUN-DEPS-FILE
               RECORD CONTAINS 265 CHARACTERS
               DATA RECORD IS RUN-DEPS-RECORD.
       01      RUN-DEPS-RECORD.
                   05 RD-STEP          PIC 9(2).
                   05 RD-PROGRAM       PIC X(21).
                   05 RD-PREDECESSOR   PIC 9(2).
                   05 RD-MASTER-FILE   PIC X(30) OCCURS 8 TIMES.

      *see the copybook for the record layout
               FD  RUN-CONTROL-FILE
               RECORD CONTAINS 16 CHARACTERS
               DATA RECORD IS RUN-CONTROL-RECORD.
               COPY RUNCTL.

               FD  BACKUP-INDEX-FILE
               RECORD CONTAINS 89 CHARACTERS
               DATA RECORD IS BACKUP-GENERATION-RECORD.
               COPY BKUPGEN.

               FD  RETENTION-PARAM-FILE
               RECORD CONTAINS 2 CHARACTERS
               DATA RECORD IS RETENTION-PARAM-RECORD.
       01      RETENTION-PARAM-RECORD.
                   05 RP-KEEP-GENERATIONS PIC 9(2).

           WORKING-STORAGE SECTION.
       01  DEPS-FILE-STATUS     PIC XX.
               10 DT-STEP          PIC 9(2).
               10 DT-PROGRAM       PIC X(21).
               10 DT-PREDECESSOR   PIC 9(2).
               10 DT-MASTER-FILE   PIC X(30) OCCURS 8 TIMES.

      *tonight's state held in storage and rewritten whole after
      *every change - rows from earlier nights are dropped on load
       01  STATE-IDX            PIC 9(2).
       01  STATE-FOUND-SWITCH   PIC XXX.
       01  STEP-STATE           PIC X(2).
       01  STEP-GENERATION      PIC 9(6).

       01  STATE-TABLE.
           05 STATE-ENTRY OCCURS 20 TIMES.
               10 ST-STEP          PIC 9(2).
               10 ST-STATUS        PIC X(2).
               10 ST-GENERATION    PIC 9(6).

       01  LOOKUP-STEP          PIC 9(2).
       01  NIGHT-HALTED-SWITCH  PIC XXX VALUE 'NO '.
       01  CALL-PROGRAM-NAME    PIC X(21).
       01  CALL-FAILED-SWITCH   PIC XXX.

      *the backup index held in storage and rewritten whole when a
      *generation is added or pruned
       01  BACKUP-INDEX-STATUS  PIC XX.
       01  RETENTION-FILE-STATUS PIC XX.
       01  BACKUP-EOF-SWITCH    PIC XXX.
       01  KEEP-GENERATIONS     PIC 9(2) VALUE ZERO.
       01  BKUP-COUNT           PIC 9(3) VALUE ZERO.
       01  BKUP-IDX             PIC 9(3).
       01  BACKUP-TABLE.
           05 BKUP-ENTRY OCCURS 500 TIMES.
               10 BK-STEP          PIC 9(2).
               10 BK-GENERATION    PIC 9(6).
               10 BK-EXISTED-FLAG  PIC X(1).
               10 BK-MASTER-FILE   PIC X(30).
               10 BK-BACKUP-FILE   PIC X(50).
               10 BK-DROP-FLAG     PIC X(1).
       01  MASTER-IDX           PIC 9.
       01  BACKUP-FAILED-SWITCH PIC XXX.
       01  BACKUP-FILE-NAME     PIC X(50).
       01  MASTER-FILE-NAME     PIC X(30).
       01  FILE-EXISTS-SWITCH   PIC XXX.
       01  FILE-COPY-STATUS     PIC S9(9) BINARY.
       01  FILE-INFO-AREA.
           05 FILE-INFO-SIZE    PIC X(8) COMP-X.
           05 FILE-INFO-DATE    PIC X(8) COMP-X.

      *the step's distinct generations oldest first, for pruning
       01  GEN-COUNT            PIC 9(3).
       01  GEN-IDX              PIC 9(3).
       01  GEN-CUTOFF           PIC 9(6).
       01  GEN-LIST.
           05 GEN-ENTRY         PIC 9(6) OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT TODAYS-DATE FROM DATE.
           END-IF.

           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-BACKUP-INDEX.

           PERFORM WORK-ONE-STEP
               VARYING DEP-IDX FROM 1 BY 1
                       MOVE RD-PROGRAM TO DT-PROGRAM(DEP-COUNT)
                       MOVE RD-PREDECESSOR
                           TO DT-PREDECESSOR(DEP-COUNT)
                       PERFORM VARYING MASTER-IDX FROM 1 BY 1
                           UNTIL MASTER-IDX > 8
                           MOVE RD-MASTER-FILE(MASTER-IDX)
                               TO DT-MASTER-FILE(DEP-COUNT, MASTER-IDX)
                       END-PERFORM
                   END-IF
           END-READ.

                       ADD 1 TO STATE-COUNT
                       MOVE RC-STEP TO ST-STEP(STATE-COUNT)
                       MOVE RC-STATUS TO ST-STATUS(STATE-COUNT)
                       IF RC-GENERATION IS NUMERIC
                           MOVE RC-GENERATION
                               TO ST-GENERATION(STATE-COUNT)
                       ELSE
                           MOVE ZERO TO ST-GENERATION(STATE-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *loads the backup index and the retention count; with no
      *retention count on file every generation is kept
       LOAD-BACKUP-INDEX.
           OPEN INPUT BACKUP-INDEX-FILE.
           IF BACKUP-INDEX-STATUS = '00'
               MOVE SPACES TO BACKUP-EOF-SWITCH
               PERFORM LOAD-ONE-BACKUP-ROW
                   UNTIL BACKUP-EOF-SWITCH = 'YES'
               CLOSE BACKUP-INDEX-FILE
           END-IF.

           OPEN INPUT RETENTION-PARAM-FILE.
           IF RETENTION-FILE-STATUS = '00'
               READ RETENTION-PARAM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RP-KEEP-GENERATIONS IS NUMERIC
                           MOVE RP-KEEP-GENERATIONS
                               TO KEEP-GENERATIONS
                       END-IF
               END-READ
               CLOSE RETENTION-PARAM-FILE
           END-IF.
           IF KEEP-GENERATIONS IS EQUAL TO ZERO
               DISPLAY 'NO BACKUP RETENTION COUNT - ALL GENERATIONS '
                   'KEPT'
           END-IF.

       LOAD-ONE-BACKUP-ROW.
           READ BACKUP-INDEX-FILE
               AT END MOVE 'YES' TO BACKUP-EOF-SWITCH
               NOT AT END
                   IF BKUP-COUNT IS LESS THAN 500
                       ADD 1 TO BKUP-COUNT
                       MOVE BG-STEP TO BK-STEP(BKUP-COUNT)
                       MOVE BG-GENERATION TO BK-GENERATION(BKUP-COUNT)
                       MOVE BG-EXISTED-FLAG
                           TO BK-EXISTED-FLAG(BKUP-COUNT)
                       MOVE BG-MASTER-FILE
                           TO BK-MASTER-FILE(BKUP-COUNT)
                       MOVE BG-BACKUP-FILE
                           TO BK-BACKUP-FILE(BKUP-COUNT)
                       MOVE 'N' TO BK-DROP-FLAG(BKUP-COUNT)
                   END-IF
           END-READ.


       FIND-STEP-STATE.
           MOVE SPACES TO STEP-STATE.
           MOVE ZERO TO STEP-GENERATION.
           PERFORM VARYING STATE-IDX FROM 1 BY 1
               UNTIL STATE-IDX > STATE-COUNT
               IF ST-STEP(STATE-IDX) = LOOKUP-STEP
                   MOVE ST-STATUS(STATE-IDX) TO STEP-STATE
                   MOVE ST-GENERATION(STATE-IDX) TO STEP-GENERATION
               END-IF
           END-PERFORM.

      *the ST row written before the call is crash protection - a
      *step that dies outright leaves ST behind, and the next
      *NIGHTRUN sees it as unfinished and reruns the night from it
      *the masters are copied only on the step's first attempt of
      *the night - a rerun after a failure must not overwrite the
      *clean copy with what the failed attempt left behind
       RUN-ONE-STEP.
           MOVE DT-STEP(DEP-IDX) TO LOOKUP-STEP.
           PERFORM FIND-STEP-STATE.
           MOVE 'NO ' TO BACKUP-FAILED-SWITCH.
           IF STEP-GENERATION IS EQUAL TO ZERO
              AND DT-MASTER-FILE(DEP-IDX, 1) IS NOT EQUAL TO SPACES
               PERFORM BACKUP-STEP-MASTERS
           END-IF.
           IF BACKUP-FAILED-SWITCH = 'YES'
               DISPLAY 'STEP ' DT-STEP(DEP-IDX)
                   ' NOT STARTED - MASTER BACKUP FAILED'
               MOVE 'YES' TO NIGHT-HALTED-SWITCH
           ELSE
               PERFORM CALL-ONE-STEP
           END-IF.

       CALL-ONE-STEP.
           MOVE 'ST' TO STEP-STATE.
           PERFORM RECORD-STEP-STATE.

               UNTIL STATE-IDX > STATE-COUNT
               IF ST-STEP(STATE-IDX) = LOOKUP-STEP
                   MOVE STEP-STATE TO ST-STATUS(STATE-IDX)
                   MOVE STEP-GENERATION TO ST-GENERATION(STATE-IDX)
                   MOVE 'YES' TO STATE-FOUND-SWITCH
               END-IF
           END-PERFORM.
               ADD 1 TO STATE-COUNT
               MOVE LOOKUP-STEP TO ST-STEP(STATE-COUNT)
               MOVE STEP-STATE TO ST-STATUS(STATE-COUNT)
               MOVE STEP-GENERATION TO ST-GENERATION(STATE-COUNT)
           END-IF.

           OPEN OUTPUT RUN-CONTROL-FILE.
               MOVE ST-STEP(STATE-IDX) TO RC-STEP
               MOVE TODAYS-DATE TO RC-RUN-DATE
               MOVE ST-STATUS(STATE-IDX) TO RC-STATUS
               MOVE ST-GENERATION(STATE-IDX) TO RC-GENERATION
               WRITE RUN-CONTROL-RECORD
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

      *copies each master the step updates to tonight's generation,
      *e.g. bkup-20261015-03-balances.dat, then records it in the
      *index and on the step's run-control row; a master the step
      *has not created yet is listed so a rollback removes it
       BACKUP-STEP-MASTERS.
           PERFORM VARYING BKUP-IDX FROM 1 BY 1
               UNTIL BKUP-IDX > BKUP-COUNT
               IF BK-STEP(BKUP-IDX) = DT-STEP(DEP-IDX)
                  AND BK-GENERATION(BKUP-IDX) = TODAYS-DATE
                   MOVE 'Y' TO BK-DROP-FLAG(BKUP-IDX)
               END-IF
           END-PERFORM.

           PERFORM VARYING MASTER-IDX FROM 1 BY 1
               UNTIL MASTER-IDX > 8
                  OR BACKUP-FAILED-SWITCH = 'YES'
               IF DT-MASTER-FILE(DEP-IDX, MASTER-IDX)
                   IS NOT EQUAL TO SPACES
                   PERFORM BACKUP-ONE-MASTER
               END-IF
           END-PERFORM.

           IF BACKUP-FAILED-SWITCH = 'NO '
               MOVE TODAYS-DATE TO STEP-GENERATION
               IF KEEP-GENERATIONS IS GREATER THAN ZERO
                   PERFORM PRUNE-STEP-GENERATIONS
               END-IF
               PERFORM SAVE-BACKUP-INDEX
               DISPLAY 'STEP ' DT-STEP(DEP-IDX)
                   ' MASTERS BACKED UP TO GENERATION ' TODAYS-DATE
           END-IF.

       BACKUP-ONE-MASTER.
           MOVE DT-MASTER-FILE(DEP-IDX, MASTER-IDX)
               TO MASTER-FILE-NAME.
           MOVE SPACES TO BACKUP-FILE-NAME.
           STRING 'bkup-20'        DELIMITED BY SIZE
                  TODAYS-DATE      DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  DT-STEP(DEP-IDX) DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  MASTER-FILE-NAME DELIMITED BY SPACE
                  INTO BACKUP-FILE-NAME
           END-STRING.

           CALL 'CBL_CHECK_FILE_EXIST'
               USING MASTER-FILE-NAME FILE-INFO-AREA
               RETURNING FILE-COPY-STATUS
           END-CALL.
           IF FILE-COPY-STATUS IS EQUAL TO ZERO
               MOVE 'YES' TO FILE-EXISTS-SWITCH
               CALL 'CBL_COPY_FILE'
                   USING MASTER-FILE-NAME BACKUP-FILE-NAME
                   RETURNING FILE-COPY-STATUS
               END-CALL
               IF FILE-COPY-STATUS IS NOT EQUAL TO ZERO
                   DISPLAY 'COULD NOT COPY ' MASTER-FILE-NAME
                       ' TO ' BACKUP-FILE-NAME
                   MOVE 'YES' TO BACKUP-FAILED-SWITCH
               END-IF
           ELSE
               MOVE 'NO ' TO FILE-EXISTS-SWITCH
           END-IF.

           IF BACKUP-FAILED-SWITCH = 'NO '
               IF BKUP-COUNT IS LESS THAN 500
                   ADD 1 TO BKUP-COUNT
                   MOVE DT-STEP(DEP-IDX) TO BK-STEP(BKUP-COUNT)
                   MOVE TODAYS-DATE TO BK-GENERATION(BKUP-COUNT)
                   IF FILE-EXISTS-SWITCH = 'YES'
                       MOVE 'Y' TO BK-EXISTED-FLAG(BKUP-COUNT)
                   ELSE
                       MOVE 'N' TO BK-EXISTED-FLAG(BKUP-COUNT)
                   END-IF
                   MOVE MASTER-FILE-NAME TO BK-MASTER-FILE(BKUP-COUNT)
                   MOVE BACKUP-FILE-NAME TO BK-BACKUP-FILE(BKUP-COUNT)
                   MOVE 'N' TO BK-DROP-FLAG(BKUP-COUNT)
               ELSE
                   DISPLAY 'BACKUP INDEX FULL - RAISE THE RETENTION '
                       'OR PRUNE BY HAND'
                   MOVE 'YES' TO BACKUP-FAILED-SWITCH
               END-IF
           END-IF.

      *keeps the newest generations up to the retention count; the
      *older ones' copies are deleted and drop out of the index
       PRUNE-STEP-GENERATIONS.
           MOVE ZERO TO GEN-COUNT.
           PERFORM VARYING BKUP-IDX FROM 1 BY 1
               UNTIL BKUP-IDX > BKUP-COUNT
               IF BK-STEP(BKUP-IDX) = DT-STEP(DEP-IDX)
                  AND BK-DROP-FLAG(BKUP-IDX) = 'N'
                   IF GEN-COUNT IS EQUAL TO ZERO
                       ADD 1 TO GEN-COUNT
                       MOVE BK-GENERATION(BKUP-IDX)
                           TO GEN-ENTRY(GEN-COUNT)
                   ELSE
                       IF BK-GENERATION(BKUP-IDX)
                           IS NOT EQUAL TO GEN-ENTRY(GEN-COUNT)
                           ADD 1 TO GEN-COUNT
                           MOVE BK-GENERATION(BKUP-IDX)
                               TO GEN-ENTRY(GEN-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF GEN-COUNT IS GREATER THAN KEEP-GENERATIONS
               COMPUTE GEN-IDX = GEN-COUNT - KEEP-GENERATIONS
               MOVE GEN-ENTRY(GEN-IDX) TO GEN-CUTOFF
               PERFORM VARYING BKUP-IDX FROM 1 BY 1
                   UNTIL BKUP-IDX > BKUP-COUNT
                   IF BK-STEP(BKUP-IDX) = DT-STEP(DEP-IDX)
                      AND BK-DROP-FLAG(BKUP-IDX) = 'N'
                      AND BK-GENERATION(BKUP-IDX) NOT > GEN-CUTOFF
                       PERFORM DROP-ONE-BACKUP
                   END-IF
               END-PERFORM
           END-IF.

       DROP-ONE-BACKUP.
           IF BK-EXISTED-FLAG(BKUP-IDX) = 'Y'
               MOVE BK-BACKUP-FILE(BKUP-IDX) TO BACKUP-FILE-NAME
               CALL 'CBL_DELETE_FILE' USING BACKUP-FILE-NAME
                   RETURNING FILE-COPY-STATUS
               END-CALL
           END-IF.
           MOVE 'Y' TO BK-DROP-FLAG(BKUP-IDX).

       SAVE-BACKUP-INDEX.
           OPEN OUTPUT BACKUP-INDEX-FILE.
           PERFORM VARYING BKUP-IDX FROM 1 BY 1
               UNTIL BKUP-IDX > BKUP-COUNT
               IF BK-DROP-FLAG(BKUP-IDX) = 'N'
                   MOVE BK-STEP(BKUP-IDX) TO BG-STEP
                   MOVE BK-GENERATION(BKUP-IDX) TO BG-GENERATION
                   MOVE BK-EXISTED-FLAG(BKUP-IDX) TO BG-EXISTED-FLAG
                   MOVE BK-MASTER-FILE(BKUP-IDX) TO BG-MASTER-FILE
                   MOVE BK-BACKUP-FILE(BKUP-IDX) TO BG-BACKUP-FILE
                   WRITE BACKUP-GENERATION-RECORD
               END-IF
           END-PERFORM.
           CLOSE BACKUP-INDEX-FILE.
