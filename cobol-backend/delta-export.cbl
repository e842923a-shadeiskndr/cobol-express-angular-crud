           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

       FD DELTA-CUSTOMER-FILE.
       01 DELTA-CUSTOMER-RECORD     PIC X(300).
               STOP RUN
           END-IF

           MOVE "Action,CustomerID,Name,Email,Status,LastUpdate,"
               & "CreditLimit,Balance,CreationDate,ArchiveDate,"
               & "ParentID"
               TO DELTA-CUSTOMER-RECORD
           WRITE DELTA-CUSTOMER-RECORD

           MOVE "Action,TransactionID,CustomerID,Date,Amount,"
               & "Type,Description,Status,OpenAmount,Currency,"
               & "TaxCode,TaxAmount"
               TO DELTA-TRANSACTION-RECORD
           WRITE DELTA-TRANSACTION-RECORD.

           PERFORM VARYING WS-CSV-QUOTE-IDX FROM 1 BY 1
               UNTIL WS-CSV-QUOTE-IDX > WS-CSV-QUOTE-LEN
               IF WS-CSV-QUOTE-INPUT(WS-CSV-QUOTE-IDX:1) = '"'
                   MOVE '"' TO
                       WS-CSV-QUOTE-OUTPUT(WS-CSV-QUOTE-OUT-IDX:1)
                   ADD 1 TO WS-CSV-QUOTE-OUT-IDX
               END-IF
               MOVE WS-CSV-QUOTE-INPUT(WS-CSV-QUOTE-IDX:1)
