           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
          05 CF-ARCHIVE-DATE        PIC X(10).
          05 CF-PARENT-ID           PIC 9(5).
          05 CF-GROUP-LIMIT         PIC 9(7)V99.
          05 CF-TERMS-CODE          PIC X(10).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TF-RUN-ID              PIC X(12).
          05 TF-TAX-CODE            PIC X(4).
          05 TF-TAX-AMOUNT          PIC S9(7)V99.
          05 TF-DUE-DATE            PIC X(10).
          05 TF-DISC-DATE           PIC X(10).
          05 TF-DISC-PCT            PIC 9(2)V99.

       FD NOTES-FILE.
       01 NOTES-RECORD.
          05 SO-LAST-CYCLE          PIC X(7).
          05 SO-ROLL-RULE           PIC X(1).
          05 SO-TAX-CODE            PIC X(4).
          05 SO-MANDATE-REF         PIC X(18).
          05 SO-RETURN-COUNT        PIC 9(2).
          05 SO-LAST-RETURN-CYCLE   PIC X(7).

       FD USER-FILE.
       01 USER-RECORD.
          05 UF-ROLE                PIC X(10).
          05 UF-PASSWORD-CHANGED    PIC X(10).
          05 UF-MUST-CHANGE-FLAG    PIC X(1).
          05 UF-LAST-LOGIN          PIC X(10).

       FD TODO-FILE.
       01 TODO-RECORD.
          05 TD-LAST-UPDATE         PIC X(10).
          05 TD-RECURRING           PIC X(3).
          05 TD-RECURRING-INTERVAL  PIC 9(3).
          05 TD-PROJECT-ID          PIC 9(5).

       FD WORKLOG-FILE.
       01 WORKLOG-RECORD.
                   MOVE SPACES TO CF-ARCHIVE-DATE
                   MOVE 0 TO CF-PARENT-ID
                   MOVE 0 TO CF-GROUP-LIMIT
                   MOVE SPACES TO CF-TERMS-CODE
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           CONTINUE
                   MOVE "USER" TO UF-ROLE
                   MOVE WS-FORMATTED-DATE TO UF-PASSWORD-CHANGED
                   MOVE "N" TO UF-MUST-CHANGE-FLAG
                   MOVE SPACES TO UF-LAST-LOGIN
                   WRITE USER-RECORD
                       INVALID KEY
                           CONTINUE
                   MOVE WS-FORMATTED-DATE TO TD-LAST-UPDATE
                   MOVE "NO" TO TD-RECURRING
                   MOVE 0 TO TD-RECURRING-INTERVAL
                   MOVE 0 TO TD-PROJECT-ID
                   WRITE TODO-RECORD
                       INVALID KEY
                           CONTINUE
