       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT STATEMENT-FILE
           ASSIGN TO EXTERNAL DD_MONTHLY_STATEMENT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE
           ASSIGN TO EXTERNAL DD_STATEMENT_RUN_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.

          05 TF-RUN-ID              PIC X(12).
          05 TF-TAX-CODE            PIC X(4).
          05 TF-TAX-AMOUNT          PIC S9(7)V99.
          05 TF-DUE-DATE            PIC X(10).
          05 TF-DISC-DATE           PIC X(10).
          05 TF-DISC-PCT            PIC 9(2)V99.

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CF-ARCHIVE-DATE        PIC X(10).
          05 CF-PARENT-ID           PIC 9(5).
          05 CF-GROUP-LIMIT         PIC 9(7)V99.
          05 CF-TERMS-CODE          PIC X(10).

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD          PIC X(300).
                                   IF TF-DATE(1:7) < WS-STATEMENT-MONTH
                                       AND TF-STATUS NOT = "PENDAPPR"
                                       AND TF-STATUS NOT = "REJECTED"
                                       ADD TF-AMOUNT TO
                                           WS-OPENING-BALANCE
                                   END-IF
                               END-IF
                       END-READ
           END-STRING
           WRITE STATEMENT-RECORD FROM WS-STMT-LINE

           MOVE "TransactionID,Date,Amount,Type,Description,"
               & "Status,Currency,OriginalAmount"
               TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

                                       AND TF-STATUS NOT = "REJECTED"
                                       PERFORM WRITE-TRANSACTION-LINE
                                       PERFORM ACCUMULATE-TYPE-SUBTOTAL
                                       ADD TF-AMOUNT TO
                                           WS-CLOSING-BALANCE
                                       ADD TF-TAX-AMOUNT TO WS-TAX-TOTAL
                                       ADD 1 TO WS-TRANSACTION-COUNT
                                   END-IF
