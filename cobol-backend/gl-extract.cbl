       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT GL-REPORT-FILE
           ASSIGN TO EXTERNAL DD_GL_EXTRACT_REPORT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

          05 TF-RUN-ID              PIC X(12).
          05 TF-TAX-CODE            PIC X(4).
          05 TF-TAX-AMOUNT          PIC S9(7)V99.
          05 TF-DUE-DATE            PIC X(10).
          05 TF-DISC-DATE           PIC X(10).
          05 TF-DISC-PCT            PIC 9(2)V99.

       FD DAYCLOSE-FILE.
       01 DAYCLOSE-RECORD.
               PERFORM FIND-TYPE-MAPPING
               IF WS-MAP-FOUND-FLAG = 0
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "Unmapped transaction type: "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TYPE-NAME(WS-TYPE-IDX))
                              DELIMITED BY SIZE
                       INTO WS-RPT-LINE
