           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TF-TRANSACTION-ID
           FILE STATUS IS FILE-STATUS.

           SELECT CUSTOMER-EXPORT-FILE
           ASSIGN TO EXTERNAL DD_CUSTOMER_EXPORT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPORT-FILE-STATUS.

           SELECT TRANSACTION-EXPORT-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_EXPORT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPORT-FILE-STATUS.

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

       FD CUSTOMER-EXPORT-FILE.
       01 CUSTOMER-EXPORT-RECORD    PIC X(300).
       INITIALIZE-PROGRAM.
           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   FILE-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
               STOP RUN
           END-IF

           MOVE "CustomerID,Name,Email,Status,LastUpdate,Address,"
               & "Phone,CreditLimit,Balance,CreationDate,"
               & "ArchiveDate,ParentID,GroupLimit"
               TO CUSTOMER-EXPORT-RECORD
           WRITE CUSTOMER-EXPORT-RECORD

           MOVE "TransactionID,CustomerID,Date,Amount,Type,"
               & "Description,Status,OpenAmount,Currency,"
               & "OriginalAmount"
               TO TRANSACTION-EXPORT-RECORD
           WRITE TRANSACTION-EXPORT-RECORD.

           PERFORM VARYING WS-CSV-QUOTE-IDX FROM 1 BY 1
               UNTIL WS-CSV-QUOTE-IDX > WS-CSV-QUOTE-LEN
               IF WS-CSV-QUOTE-INPUT(WS-CSV-QUOTE-IDX:1) = '"'
                   MOVE '"' TO
                       WS-CSV-QUOTE-OUTPUT(WS-CSV-QUOTE-OUT-IDX:1)
                   ADD 1 TO WS-CSV-QUOTE-OUT-IDX
               END-IF
               MOVE WS-CSV-QUOTE-INPUT(WS-CSV-QUOTE-IDX:1)
