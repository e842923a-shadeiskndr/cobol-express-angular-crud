           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
           ALTERNATE RECORD KEY IS TF-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT RECON-REPORT-FILE
           ASSIGN TO EXTERNAL DD_RECON_REPORT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

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

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD       PIC X(200).
       INITIALIZE-PROGRAM.
           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               STOP RUN
           END-IF


           OPEN OUTPUT RECON-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open reconciliation"
                   " report file, status "
                   REPORT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
