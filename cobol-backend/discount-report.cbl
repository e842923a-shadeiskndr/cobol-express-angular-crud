       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCOUNT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO EXTERNAL DD_CUSTOMER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CF-CUSTOMER-ID
           ALTERNATE RECORD KEY IS CF-CUSTOMER-EMAIL WITH DUPLICATES
           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
           ALTERNATE RECORD KEY IS TF-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT DISCOUNT-REPORT-FILE
           ASSIGN TO EXTERNAL DD_DISCOUNT_REPORT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT REPORT-CATALOG-FILE
           ASSIGN TO EXTERNAL DD_REPORT_CATALOG_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-RUN-ID
           FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT REPORT-STORE-FILE
           ASSIGN TO EXTERNAL DD_REPORT_STORE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS STORE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CF-CUSTOMER-ID         PIC 9(5).
          05 CF-CUSTOMER-NAME       PIC X(30).
          05 CF-CUSTOMER-EMAIL      PIC X(50).
          05 CF-CUSTOMER-STATUS     PIC X(10).
          05 CF-LAST-UPDATE         PIC X(10).
          05 CF-ADDRESS             PIC X(100).
          05 CF-PHONE               PIC X(15).
          05 CF-CREDIT-LIMIT        PIC 9(7)V99.
          05 CF-BALANCE             PIC S9(7)V99.
          05 CF-CREATION-DATE       PIC X(10).
          05 CF-ARCHIVE-DATE        PIC X(10).
          05 CF-PARENT-ID           PIC 9(5).
          05 CF-GROUP-LIMIT         PIC 9(7)V99.
          05 CF-TERMS-CODE          PIC X(10).

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TF-TRANSACTION-ID      PIC 9(10).
          05 TF-CUSTOMER-ID         PIC 9(5).
          05 TF-DATE                PIC X(10).
          05 TF-AMOUNT              PIC S9(7)V99.
          05 TF-TYPE                PIC X(10).
          05 TF-DESCRIPTION         PIC X(100).
          05 TF-STATUS              PIC X(10).
          05 TF-OPEN-AMOUNT         PIC S9(7)V99.
          05 TF-CURRENCY            PIC X(3).
          05 TF-ORIG-AMOUNT         PIC S9(7)V99.
          05 TF-RUN-ID              PIC X(12).
          05 TF-TAX-CODE            PIC X(4).
          05 TF-TAX-AMOUNT          PIC S9(7)V99.
          05 TF-DUE-DATE            PIC X(10).
          05 TF-DISC-DATE           PIC X(10).
          05 TF-DISC-PCT            PIC 9(2)V99.

       FD DISCOUNT-REPORT-FILE.
       01 DISCOUNT-REPORT-RECORD    PIC X(200).

       FD REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
          05 RC-RUN-ID              PIC X(16).
          05 RC-REPORT-NAME         PIC X(20).
          05 RC-RUN-DATE            PIC X(10).
          05 RC-RUN-TIME            PIC X(8).
          05 RC-LINE-COUNT          PIC 9(7).
          05 RC-STATUS              PIC X(8).

       FD REPORT-STORE-FILE.
       01 REPORT-STORE-RECORD.
          05 RS-KEY.
             10 RS-RUN-ID           PIC X(16).
             10 RS-LINE-NO          PIC 9(5).
          05 RS-LINE                PIC X(200).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 REPORT-FILE-STATUS        PIC XX VALUE SPACES.
       01 CATALOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 STORE-FILE-STATUS         PIC XX VALUE SPACES.

       01 WS-REPORT-RUN-ID          PIC X(16) VALUE SPACES.
       01 WS-REG-DATE               PIC 9(8) VALUE 0.
       01 WS-REG-DATE-X REDEFINES WS-REG-DATE PIC X(8).
       01 WS-REG-TIME               PIC 9(8) VALUE 0.
       01 WS-REG-TIME-X REDEFINES WS-REG-TIME PIC X(8).
       01 WS-STORE-LINE-COUNT       PIC 9(7) VALUE 0.
       01 WS-REG-EOF-FLAG           PIC 9 VALUE 0.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-FROM-DATE              PIC X(10) VALUE SPACES.
       01 WS-TO-DATE                PIC X(10) VALUE SPACES.
       01 WS-TRANS-EOF-FLAG         PIC 9 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).

       01 WS-DISCOUNT-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-DISCOUNT-COUNT         PIC 9(7) VALUE 0.
       01 WS-TOTAL-DISCOUNT         PIC S9(9)V99 VALUE 0.
       01 WS-CHARGE-ID-TEXT         PIC X(10) VALUE SPACES.
       01 WS-DESC-LEAD              PIC X(40) VALUE SPACES.
       01 WS-SOURCE-TEXT            PIC X(12) VALUE SPACES.

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-ID-TEXT            PIC X(10).
       01 WS-RPT-TRANS-TEXT         PIC X(10).
       01 WS-RPT-AMOUNT             PIC -ZZZZZZZZ9.99.
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LIST-DISCOUNTS
           PERFORM WRITE-REPORT-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> Optional posting-date window, one YYYY-MM-DD per line;
           *> blank reports everything on file
           ACCEPT WS-INPUT-TEXT
           MOVE WS-INPUT-TEXT TO WS-FROM-DATE
           ACCEPT WS-INPUT-TEXT
           MOVE WS-INPUT-TEXT TO WS-TO-DATE
           IF WS-TO-DATE = SPACES
               MOVE "9999-12-31" TO WS-TO-DATE
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   TRANS-FILE-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT DISCOUNT-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open discounts report, status "
                   REPORT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Early Payment Discounts Taken - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DISCOUNT-REPORT-RECORD FROM WS-RPT-LINE

           MOVE "Date,CustomerID,Name,TermsCode,TransactionID,"
               & "ChargeID,Discount,Source"
               TO DISCOUNT-REPORT-RECORD
           WRITE DISCOUNT-REPORT-RECORD.

       LIST-DISCOUNTS.
           MOVE LOW-VALUES TO TF-TRANSACTION-ID
           START TRANSACTION-FILE KEY >= TF-TRANSACTION-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-TRANS-EOF-FLAG
           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       IF TF-TYPE = "DISCOUNT"
                           AND TF-DATE >= WS-FROM-DATE
                           AND TF-DATE <= WS-TO-DATE
                           AND TF-STATUS NOT = "REVERSED"
                           PERFORM REPORT-ONE-DISCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-ONE-DISCOUNT.
           COMPUTE WS-DISCOUNT-AMOUNT = 0 - TF-AMOUNT
           ADD 1 TO WS-DISCOUNT-COUNT
           ADD WS-DISCOUNT-AMOUNT TO WS-TOTAL-DISCOUNT

           MOVE TF-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CF-CUSTOMER-NAME
                   MOVE SPACES TO CF-TERMS-CODE
           END-READ

           *> The charge a discount settled is named at the end of its
           *> description when the posting wrote it
           MOVE SPACES TO WS-DESC-LEAD
           MOVE SPACES TO WS-CHARGE-ID-TEXT
           UNSTRING TF-DESCRIPTION DELIMITED BY "on transaction "
               INTO WS-DESC-LEAD WS-CHARGE-ID-TEXT
           END-UNSTRING

           *> Lockbox discounts carry the import run id; online ones
           *> have none
           IF TF-RUN-ID = SPACES
               MOVE "ONLINE" TO WS-SOURCE-TEXT
           ELSE
               MOVE TF-RUN-ID TO WS-SOURCE-TEXT
           END-IF

           MOVE TF-CUSTOMER-ID TO WS-RPT-ID-TEXT
           MOVE TF-TRANSACTION-ID TO WS-RPT-TRANS-TEXT
           MOVE WS-DISCOUNT-AMOUNT TO WS-RPT-AMOUNT

           MOVE SPACES TO WS-RPT-LINE
           STRING TF-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CF-CUSTOMER-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CF-TERMS-CODE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-TRANS-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHARGE-ID-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DISCOUNT-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE "Summary:" TO DISCOUNT-REPORT-RECORD
           WRITE DISCOUNT-REPORT-RECORD

           MOVE WS-DISCOUNT-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-TOTAL-DISCOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Discounts taken: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DISCOUNT-REPORT-RECORD FROM WS-RPT-LINE.

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> report lines into the repository under a unique run id,
           *> the same way DUNNING-NOTICES files its control list
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "DSCT" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
               DELIMITED BY SIZE INTO WS-REPORT-RUN-ID

           OPEN I-O REPORT-STORE-FILE
           IF STORE-FILE-STATUS = "35"
               CLOSE REPORT-STORE-FILE
               OPEN OUTPUT REPORT-STORE-FILE
               CLOSE REPORT-STORE-FILE
               OPEN I-O REPORT-STORE-FILE
           END-IF
           IF STORE-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open report store, status "
                   STORE-FILE-STATUS
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DISCOUNT-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE DISCOUNT-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ DISCOUNT-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE DISCOUNT-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE DISCOUNT-REPORT-FILE
           CLOSE REPORT-STORE-FILE

           OPEN I-O REPORT-CATALOG-FILE
           IF CATALOG-FILE-STATUS = "35"
               CLOSE REPORT-CATALOG-FILE
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN I-O REPORT-CATALOG-FILE
           END-IF
           IF CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open report catalog, status "
                   CATALOG-FILE-STATUS
               CLOSE REPORT-CATALOG-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REPORT-RUN-ID TO RC-RUN-ID
           MOVE "DISCOUNT-REPORT" TO RC-REPORT-NAME
           MOVE SPACES TO RC-RUN-DATE
           STRING WS-REG-DATE-X(1:4) "-" WS-REG-DATE-X(5:2) "-"
                  WS-REG-DATE-X(7:2)
               DELIMITED BY SIZE INTO RC-RUN-DATE
           MOVE SPACES TO RC-RUN-TIME
           STRING WS-REG-TIME-X(1:2) ":" WS-REG-TIME-X(3:2) ":"
                  WS-REG-TIME-X(5:2)
               DELIMITED BY SIZE INTO RC-RUN-TIME
           MOVE WS-STORE-LINE-COUNT TO RC-LINE-COUNT
           MOVE "KEPT" TO RC-STATUS
           WRITE REPORT-CATALOG-RECORD
               INVALID KEY
                   DISPLAY "Failed to catalog report run "
                       WS-REPORT-RUN-ID
           END-WRITE

           CLOSE REPORT-CATALOG-FILE.

       CLEANUP-AND-EXIT.
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE DISCOUNT-REPORT-FILE
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Discounts report complete: "
               WS-DISCOUNT-COUNT " discounts".
