      ******************************************************************
      * Author: Caleb Ruby
      * Date: 10/15/26
      * Purpose: put a nightly step's master files back the way they
      *          were before the step was called, from the backup
      *          generation NIGHTRUN took - the step named on the
      *          request is looked up on the dependency file, its
      *          masters are copied back (and any it created are
      *          removed), its run-control row is cleared so the next
      *          NIGHTRUN starts it fresh, and the rollback is logged
      *          on the job-audit log
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. NIGHT-ROLLBACK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *one line - the step's program name, and the generation to go
      *back to (zero for the newest one on file)
               SELECT ROLLBACK-REQUEST-FILE
                   ASSIGN TO 'rollback-request.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REQUEST-FILE-STATUS.
               SELECT RUN-DEPS-FILE ASSIGN TO 'rundeps.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DEPS-FILE-STATUS.
               SELECT RUN-CONTROL-FILE ASSIGN TO 'runcontrol.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CONTROL-FILE-STATUS.
               SELECT BACKUP-INDEX-FILE
                   ASSIGN TO 'backup-generations.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS BACKUP-INDEX-STATUS.
               SELECT JOB-AUDIT-LOG-FILE ASSIGN TO 'job-audit-log.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD  ROLLBACK-REQUEST-FILE
               RECORD CONTAINS 27 CHARACTERS
               DATA RECORD IS ROLLBACK-REQUEST-RECORD.
       01      ROLLBACK-REQUEST-RECORD.
                   05 RB-PROGRAM       PIC X(21).
                   05 RB-GENERATION    PIC 9(6).

      *the dependency file as NIGHTRUN reads it
               FD  RUN-DEPS-FILE
               RECORD CONTAINS 265 CHARACTERS
               DATA RECORD IS RUN-DEPS-RECORD.
       01      RUN-DEPS-RECORD.
                   05 RD-STEP          PIC 9(2).
                   05 RD-PROGRAM       PIC X(21).
                   05 RD-PREDECESSOR   PIC 9(2).
                   05 RD-MASTER-FILE   PIC X(30) OCCURS 8 TIMES.

      *see the copybooks for the record layouts
               FD  RUN-CONTROL-FILE
               RECORD CONTAINS 16 CHARACTERS
               DATA RECORD IS RUN-CONTROL-RECORD.
               COPY RUNCTL.

               FD  BACKUP-INDEX-FILE
               RECORD CONTAINS 89 CHARACTERS
               DATA RECORD IS BACKUP-GENERATION-RECORD.
               COPY BKUPGEN.

               FD  JOB-AUDIT-LOG-FILE
               RECORD CONTAINS 181 CHARACTERS
               DATA RECORD IS JOB-AUDIT-LOG-RECORD.
               COPY AUDITLOG.

           WORKING-STORAGE SECTION.
       01  REQUEST-FILE-STATUS  PIC XX.
       01  DEPS-FILE-STATUS     PIC XX.
       01  CONTROL-FILE-STATUS  PIC XX.
       01  BACKUP-INDEX-STATUS  PIC XX.
       01  DEPS-EOF-SWITCH      PIC XXX.
       01  CONTROL-EOF-SWITCH   PIC XXX.
       01  BACKUP-EOF-SWITCH    PIC XXX.
       01  ROLLBACK-OK-SWITCH   PIC XXX VALUE 'YES'.
       01  JOB-START-TIME       PIC 9(8).

       01  ROLLBACK-PROGRAM     PIC X(21).
       01  ROLLBACK-STEP        PIC 9(2) VALUE ZERO.
       01  ROLLBACK-GENERATION  PIC 9(6) VALUE ZERO.

      *tonight's run-control rows, rewritten without the step's
       01  STATE-COUNT          PIC 9(2) VALUE ZERO.
       01  STATE-IDX            PIC 9(2).
       01  STEP-ROW-FOUND       PIC XXX VALUE 'NO '.
       01  STATE-TABLE.
           05 STATE-ENTRY OCCURS 20 TIMES.
               10 ST-STEP          PIC 9(2).
               10 ST-RUN-DATE      PIC 9(6).
               10 ST-STATUS        PIC X(2).
               10 ST-GENERATION    PIC 9(6).

       01  BKUP-COUNT           PIC 9(3) VALUE ZERO.
       01  BKUP-IDX             PIC 9(3).
       01  BACKUP-TABLE.
           05 BKUP-ENTRY OCCURS 500 TIMES.
               10 BK-STEP          PIC 9(2).
               10 BK-GENERATION    PIC 9(6).
               10 BK-EXISTED-FLAG  PIC X(1).
               10 BK-MASTER-FILE   PIC X(30).
               10 BK-BACKUP-FILE   PIC X(50).

       01  MASTER-FILE-NAME     PIC X(30).
       01  BACKUP-FILE-NAME     PIC X(50).
       01  FILE-CALL-STATUS     PIC S9(9) BINARY.
       01  FILE-INFO-AREA.
           05 FILE-INFO-SIZE    PIC X(8) COMP-X.
           05 FILE-INFO-DATE    PIC X(8) COMP-X.

       01  GENERATION-ROW-COUNT PIC 9(7) VALUE ZERO.
       01  RESTORED-COUNT       PIC 9(7) VALUE ZERO.
       01  REMOVED-COUNT        PIC 9(7) VALUE ZERO.
       01  FAILED-COUNT         PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT JOB-START-TIME FROM TIME.

           PERFORM READ-ROLLBACK-REQUEST.
           IF ROLLBACK-OK-SWITCH = 'YES'
               PERFORM FIND-ROLLBACK-STEP
           END-IF.
           IF ROLLBACK-OK-SWITCH = 'YES'
               PERFORM LOAD-BACKUP-INDEX
               PERFORM FIND-ROLLBACK-GENERATION
           END-IF.

           IF ROLLBACK-OK-SWITCH = 'YES'
               PERFORM RESTORE-ONE-MASTER
                   VARYING BKUP-IDX FROM 1 BY 1
                   UNTIL BKUP-IDX > BKUP-COUNT
               IF FAILED-COUNT IS GREATER THAN ZERO
                   DISPLAY 'ROLLBACK INCOMPLETE - ' FAILED-COUNT
                       ' MASTERS NOT RESTORED - STEP LEFT AS IT WAS'
                   MOVE 'NO ' TO ROLLBACK-OK-SWITCH
               ELSE
                   PERFORM RESET-STEP-STATE
                   DISPLAY 'STEP ' ROLLBACK-STEP ' '
                       ROLLBACK-PROGRAM ' ROLLED BACK TO GENERATION '
                       ROLLBACK-GENERATION ' - ' RESTORED-COUNT
                       ' RESTORED ' REMOVED-COUNT ' REMOVED'
               END-IF
               PERFORM WRITE-JOB-AUDIT-LOG-ENTRY
           END-IF.

           IF ROLLBACK-OK-SWITCH IS NOT EQUAL TO 'YES'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-ROLLBACK-REQUEST.
           OPEN INPUT ROLLBACK-REQUEST-FILE.
           IF REQUEST-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'NO ROLLBACK REQUEST - NOTHING ROLLED BACK'
               MOVE 'NO ' TO ROLLBACK-OK-SWITCH
           ELSE
               READ ROLLBACK-REQUEST-FILE
                   AT END
                       DISPLAY 'ROLLBACK REQUEST IS EMPTY'
                       MOVE 'NO ' TO ROLLBACK-OK-SWITCH
                   NOT AT END
                       MOVE RB-PROGRAM TO ROLLBACK-PROGRAM
                       IF RB-GENERATION IS NUMERIC
                           MOVE RB-GENERATION TO ROLLBACK-GENERATION
                       END-IF
               END-READ
               CLOSE ROLLBACK-REQUEST-FILE
           END-IF.

      *the step is named by its program, the way the operator sees
      *it on NIGHTRUN's messages
       FIND-ROLLBACK-STEP.
           OPEN INPUT RUN-DEPS-FILE.
           IF DEPS-FILE-STATUS = '00'
               MOVE SPACES TO DEPS-EOF-SWITCH
               PERFORM FIND-ONE-DEP
                   UNTIL DEPS-EOF-SWITCH = 'YES'
               CLOSE RUN-DEPS-FILE
           END-IF.
           IF ROLLBACK-STEP IS EQUAL TO ZERO
               DISPLAY 'NO NIGHTLY STEP RUNS ' ROLLBACK-PROGRAM
               MOVE 'NO ' TO ROLLBACK-OK-SWITCH
           END-IF.

       FIND-ONE-DEP.
           READ RUN-DEPS-FILE
               AT END MOVE 'YES' TO DEPS-EOF-SWITCH
               NOT AT END
                   IF RD-PROGRAM = ROLLBACK-PROGRAM
                       MOVE RD-STEP TO ROLLBACK-STEP
                   END-IF
           END-READ.

       LOAD-BACKUP-INDEX.
           OPEN INPUT BACKUP-INDEX-FILE.
           IF BACKUP-INDEX-STATUS = '00'
               MOVE SPACES TO BACKUP-EOF-SWITCH
               PERFORM LOAD-ONE-BACKUP-ROW
                   UNTIL BACKUP-EOF-SWITCH = 'YES'
               CLOSE BACKUP-INDEX-FILE
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
                   END-IF
           END-READ.

      *with no generation asked for, the step's newest one - the
      *index is written oldest first, so the last one found wins
       FIND-ROLLBACK-GENERATION.
           IF ROLLBACK-GENERATION IS EQUAL TO ZERO
               PERFORM VARYING BKUP-IDX FROM 1 BY 1
                   UNTIL BKUP-IDX > BKUP-COUNT
                   IF BK-STEP(BKUP-IDX) = ROLLBACK-STEP
                       MOVE BK-GENERATION(BKUP-IDX)
                           TO ROLLBACK-GENERATION
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING BKUP-IDX FROM 1 BY 1
               UNTIL BKUP-IDX > BKUP-COUNT
               IF BK-STEP(BKUP-IDX) = ROLLBACK-STEP
                  AND BK-GENERATION(BKUP-IDX) = ROLLBACK-GENERATION
                   ADD 1 TO GENERATION-ROW-COUNT
               END-IF
           END-PERFORM.

           IF GENERATION-ROW-COUNT IS EQUAL TO ZERO
               DISPLAY 'NO BACKUP GENERATION ' ROLLBACK-GENERATION
                   ' ON FILE FOR STEP ' ROLLBACK-STEP ' '
                   ROLLBACK-PROGRAM
               MOVE 'NO ' TO ROLLBACK-OK-SWITCH
           END-IF.

      *a master that existed before the step is copied back over
      *whatever the step left; one the step created is removed
       RESTORE-ONE-MASTER.
           IF BK-STEP(BKUP-IDX) = ROLLBACK-STEP
              AND BK-GENERATION(BKUP-IDX) = ROLLBACK-GENERATION
               MOVE BK-MASTER-FILE(BKUP-IDX) TO MASTER-FILE-NAME
               MOVE BK-BACKUP-FILE(BKUP-IDX) TO BACKUP-FILE-NAME
               IF BK-EXISTED-FLAG(BKUP-IDX) = 'Y'
                   CALL 'CBL_COPY_FILE'
                       USING BACKUP-FILE-NAME MASTER-FILE-NAME
                       RETURNING FILE-CALL-STATUS
                   END-CALL
                   IF FILE-CALL-STATUS IS EQUAL TO ZERO
                       ADD 1 TO RESTORED-COUNT
                   ELSE
                       DISPLAY 'COULD NOT RESTORE ' MASTER-FILE-NAME
                           ' FROM ' BACKUP-FILE-NAME
                       ADD 1 TO FAILED-COUNT
                   END-IF
               ELSE
                   CALL 'CBL_CHECK_FILE_EXIST'
                       USING MASTER-FILE-NAME FILE-INFO-AREA
                       RETURNING FILE-CALL-STATUS
                   END-CALL
                   IF FILE-CALL-STATUS IS EQUAL TO ZERO
                       CALL 'CBL_DELETE_FILE' USING MASTER-FILE-NAME
                           RETURNING FILE-CALL-STATUS
                       END-CALL
                       IF FILE-CALL-STATUS IS EQUAL TO ZERO
                           ADD 1 TO REMOVED-COUNT
                       ELSE
                           DISPLAY 'COULD NOT REMOVE '
                               MASTER-FILE-NAME
                           ADD 1 TO FAILED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *the step's row comes off run-control, so NIGHTRUN sees it as
      *not started and - with no generation recorded - takes a
      *fresh backup before calling it again
       RESET-STEP-STATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF CONTROL-FILE-STATUS = '00'
               MOVE SPACES TO CONTROL-EOF-SWITCH
               PERFORM LOAD-ONE-CONTROL-ROW
                   UNTIL CONTROL-EOF-SWITCH = 'YES'
               CLOSE RUN-CONTROL-FILE
           END-IF.

           IF STEP-ROW-FOUND = 'YES'
               OPEN OUTPUT RUN-CONTROL-FILE
               PERFORM VARYING STATE-IDX FROM 1 BY 1
                   UNTIL STATE-IDX > STATE-COUNT
                   MOVE ST-STEP(STATE-IDX) TO RC-STEP
                   MOVE ST-RUN-DATE(STATE-IDX) TO RC-RUN-DATE
                   MOVE ST-STATUS(STATE-IDX) TO RC-STATUS
                   MOVE ST-GENERATION(STATE-IDX) TO RC-GENERATION
                   WRITE RUN-CONTROL-RECORD
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-ONE-CONTROL-ROW.
           READ RUN-CONTROL-FILE
               AT END MOVE 'YES' TO CONTROL-EOF-SWITCH
               NOT AT END
                   IF RC-STEP = ROLLBACK-STEP
                       MOVE 'YES' TO STEP-ROW-FOUND
                   ELSE
                       IF STATE-COUNT IS LESS THAN 20
                           ADD 1 TO STATE-COUNT
                           MOVE RC-STEP TO ST-STEP(STATE-COUNT)
                           MOVE RC-RUN-DATE
                               TO ST-RUN-DATE(STATE-COUNT)
                           MOVE RC-STATUS TO ST-STATUS(STATE-COUNT)
                           IF RC-GENERATION IS NUMERIC
                               MOVE RC-GENERATION
                                   TO ST-GENERATION(STATE-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO ST-GENERATION(STATE-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *one line on the shared job-audit log for every rollback tried,
      *so MORNING-OPS shows the night was put back
       WRITE-JOB-AUDIT-LOG-ENTRY.
           MOVE 'NIGHT-ROLLBACK' TO AUDIT-PROGRAM-NAME.
           ACCEPT AUDIT-RUN-DATE FROM DATE.
           MOVE JOB-START-TIME TO AUDIT-START-TIME.
           ACCEPT AUDIT-END-TIME FROM TIME.
           MOVE GENERATION-ROW-COUNT TO AUDIT-INPUT-COUNT.

           MOVE 'STEP'            TO AUDIT-OUTPUT-LABEL(1).
           MOVE ROLLBACK-STEP     TO AUDIT-OUTPUT-COUNT(1).
           MOVE 'GENERATION'      TO AUDIT-OUTPUT-LABEL(2).
           MOVE ROLLBACK-GENERATION TO AUDIT-OUTPUT-COUNT(2).
           MOVE 'RESTORED'        TO AUDIT-OUTPUT-LABEL(3).
           MOVE RESTORED-COUNT    TO AUDIT-OUTPUT-COUNT(3).
           MOVE 'REMOVED'         TO AUDIT-OUTPUT-LABEL(4).
           MOVE REMOVED-COUNT     TO AUDIT-OUTPUT-COUNT(4).
           MOVE 'FAILED'          TO AUDIT-OUTPUT-LABEL(5).
           MOVE FAILED-COUNT      TO AUDIT-OUTPUT-COUNT(5).
           MOVE SPACES            TO AUDIT-OUTPUT-LABEL(6).
           MOVE ZERO              TO AUDIT-OUTPUT-COUNT(6).

           OPEN EXTEND JOB-AUDIT-LOG-FILE.
           WRITE JOB-AUDIT-LOG-RECORD.
           CLOSE JOB-AUDIT-LOG-FILE.
