      ******************************************************************
      * Copybook: BKUPGEN
      * Purpose:  one master file per line of backup-generations.txt -
      *           the index of every pre-step backup still on disk, by
      *           step and dated generation, with the name the copy was
      *           taken under.  a master that did not exist yet when
      *           the step started is listed with the flag at N, so a
      *           rollback removes what the step created
      * Used by:  NIGHTRUN, NIGHT-ROLLBACK
      ******************************************************************
       01  BACKUP-GENERATION-RECORD.
           05  BG-STEP             PIC 9(2).
           05  BG-GENERATION       PIC 9(6).
           05  BG-EXISTED-FLAG     PIC X(1).
               88  BG-MASTER-EXISTED   VALUE 'Y'.
           05  BG-MASTER-FILE      PIC X(30).
           05  BG-BACKUP-FILE      PIC X(50).
