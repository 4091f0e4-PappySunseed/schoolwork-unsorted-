      *followed by a full salesperson-master image (only the payee
      *ID needs to be filled in on a delete)
               FD  MAINT-TRANS-FILE
               RECORD CONTAINS 53 CHARACTERS
               DATA RECORD IS MAINT-TRANS-RECORD.
       01      MAINT-TRANS-RECORD.
                   05 TRANS-ACTION-CODE   PIC X(1).
                   05 TRANS-STATUS        PIC X(1).
                   05 TRANS-PLAN-RATE     PIC 999.
                   05 TRANS-PLAN-ID       PIC X(4).
                   05 TRANS-FI-MANAGER    PIC X(10).

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

               FD  PENDING-APPROVAL-FILE
               RECORD CONTAINS 70 CHARACTERS
               DATA RECORD IS PENDING-APPROVAL-RECORD.
       01      PENDING-APPROVAL-RECORD.
                   05 PAF-BRANCH          PIC 9(4).
                   05 PAF-RATE            PIC 999.
                   05 PAF-COMMISSION      PIC 9(6)V99.
                   05 PAF-HOLD-REASON     PIC X(12).
                   05 PAF-PRODUCT-CODE    PIC X(4).
                   05 PAF-VIN             PIC X(17).

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

               FD  MAINT-AUDIT-FILE
               RECORD CONTAINS 100 CHARACTERS
               10 SM-STATUS      PIC X(1).
               10 SM-PLAN-RATE   PIC 999.
               10 SM-PLAN-ID     PIC X(4).
               10 SM-FI-MANAGER  PIC X(10).
               10 SM-DELETED     PIC X(1).

      *payees with open holds or active register rows cannot be
                       MOVE SM-REC-STATUS TO SM-STATUS(SM-COUNT)
                       MOVE SM-REC-PLAN-RATE TO SM-PLAN-RATE(SM-COUNT)
                       MOVE SM-REC-PLAN-ID TO SM-PLAN-ID(SM-COUNT)
                       MOVE SM-REC-FI-MANAGER
                           TO SM-FI-MANAGER(SM-COUNT)
                       MOVE 'N' TO SM-DELETED(SM-COUNT)
                   END-IF
           END-READ.
           MOVE TRANS-STATUS TO SM-STATUS(SM-FOUND-IDX).
           MOVE TRANS-PLAN-RATE TO SM-PLAN-RATE(SM-FOUND-IDX).
           MOVE TRANS-PLAN-ID TO SM-PLAN-ID(SM-FOUND-IDX).
           MOVE TRANS-FI-MANAGER TO SM-FI-MANAGER(SM-FOUND-IDX).

       BUILD-NEW-DETAIL.
           MOVE SPACES TO AUDIT-DETAIL.
                  TRANS-PLAN-RATE   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TRANS-PLAN-ID     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TRANS-FI-MANAGER  DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.

                  SM-PLAN-RATE(SM-FOUND-IDX) DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  SM-PLAN-ID(SM-FOUND-IDX)   DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  SM-FI-MANAGER(SM-FOUND-IDX) DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.

                           TO SM-REC-PLAN-RATE
                       MOVE SM-PLAN-ID(SM-SEARCH-IDX)
                           TO SM-REC-PLAN-ID
                       MOVE SM-FI-MANAGER(SM-SEARCH-IDX)
                           TO SM-REC-FI-MANAGER
                       WRITE SALES-MASTER-RECORD
                   END-IF
               END-PERFORM
