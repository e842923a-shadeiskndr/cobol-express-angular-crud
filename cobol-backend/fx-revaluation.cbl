       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-REVALUATION.

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

           SELECT CURRENCY-RATE-FILE
           ASSIGN TO EXTERNAL DD_CURRENCY_RATE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CURRENCY
           FILE STATUS IS RATE-FILE-STATUS.

           SELECT GL-MAPPING-FILE ASSIGN TO EXTERNAL DD_GL_MAPPING_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAPPING-FILE-STATUS.

           SELECT FX-JOURNAL-FILE
           ASSIGN TO EXTERNAL DD_FX_REVAL_JOURNAL_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT FX-REPORT-FILE
           ASSIGN TO EXTERNAL DD_FX_REVAL_REPORT_FILE
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

       FD CURRENCY-RATE-FILE.
       01 CURRENCY-RATE-RECORD.
          05 CR-CURRENCY            PIC X(3).
          05 CR-RATE                PIC 9(3)V9(6).
          05 CR-RATE-DATE           PIC X(10).

       FD GL-MAPPING-FILE.
       01 GL-MAPPING-RECORD         PIC X(100).

       FD FX-JOURNAL-FILE.
      *> Same journal line GL-EXTRACT hands the ledger load
       01 GL-JOURNAL-RECORD.
          05 JL-DATE                PIC X(10).
          05 JL-ACCOUNT             PIC X(8).
          05 JL-DEBIT               PIC 9(9)V99.
          05 JL-CREDIT              PIC 9(9)V99.
          05 JL-SOURCE              PIC X(8).
          05 JL-TYPE                PIC X(10).

       FD FX-REPORT-FILE.
       01 FX-REPORT-RECORD          PIC X(200).

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
       01 RATE-FILE-STATUS          PIC XX VALUE SPACES.
       01 MAPPING-FILE-STATUS       PIC XX VALUE SPACES.
       01 JOURNAL-FILE-STATUS       PIC XX VALUE SPACES.
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

       01 WS-BASE-CURRENCY          PIC X(3) VALUE "USD".
      *> GL-MAPPING-FILE row carrying the receivables control account
      *> (debit) and the unrealised revaluation account (credit)
       01 WS-REVAL-MAP-TYPE         PIC X(10) VALUE "FXREVAL".

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-PERIOD                 PIC X(7) VALUE SPACES.
       01 WS-RUN-DATE               PIC X(10) VALUE SPACES.
       01 WS-PERIOD-YEAR            PIC 9(4) VALUE 0.
       01 WS-PERIOD-MONTH           PIC 9(2) VALUE 0.
       01 WS-PERIOD-MONTHS          PIC 9(6) VALUE 0.
       01 WS-NEXT-MONTH-NUM         PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH-NUM-X REDEFINES WS-NEXT-MONTH-NUM PIC X(8).
       01 WS-MONTH-END-NUM          PIC 9(8) VALUE 0.
       01 WS-MONTH-END-NUM-X REDEFINES WS-MONTH-END-NUM PIC X(8).
       01 WS-MONTH-END-DATE         PIC X(10) VALUE SPACES.
       01 WS-REVERSAL-DATE          PIC X(10) VALUE SPACES.
       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).

       01 WS-EOF-FLAG               PIC 9 VALUE 0.
       01 WS-TRANS-EOF-FLAG         PIC 9 VALUE 0.
       01 WS-RUN-FAILED-FLAG        PIC 9 VALUE 0.

       01 WS-CSV-LINE               PIC X(100).
       01 WS-CSV-LINE-LEN           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-SCAN-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-FIELD-IDX          PIC 9(2) COMP VALUE 0.
       01 WS-CSV-CHAR-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-FIELDS.
          05 WS-CSV-FIELD OCCURS 4 TIMES PIC X(30).

       01 WS-AR-ACCOUNT             PIC X(8) VALUE SPACES.
       01 WS-REVAL-ACCOUNT          PIC X(8) VALUE SPACES.
       01 WS-MAP-FOUND-FLAG         PIC 9 VALUE 0.

      *> Every rate on file, with the run totals for that currency;
      *> a currency met on an open item but missing from the rate
      *> file gets a row flagged without a rate and is not revalued
       01 WS-CCY-COUNT              PIC 9(3) VALUE 0.
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 50 TIMES.
             10 WS-CCY-CODE         PIC X(3).
             10 WS-CCY-RATE         PIC 9(3)V9(6).
             10 WS-CCY-RATE-DATE    PIC X(10).
             10 WS-CCY-HAS-RATE     PIC 9.
             10 WS-CCY-ITEMS        PIC 9(7).
             10 WS-CCY-FOREIGN      PIC S9(11)V99.
             10 WS-CCY-BOOKED       PIC S9(11)V99.
             10 WS-CCY-REVALUED     PIC S9(11)V99.
             10 WS-CCY-UNREALISED   PIC S9(11)V99.
       01 WS-CCY-IDX                PIC 9(3) VALUE 0.
       01 WS-CCY-FOUND-FLAG         PIC 9 VALUE 0.

      *> The same figures for the customer being scanned
       01 WS-CUST-CCY-COUNT         PIC 9(3) VALUE 0.
       01 WS-CUST-CCY-TABLE.
          05 WS-CUST-CCY-ENTRY OCCURS 50 TIMES.
             10 WS-CUST-CCY-IDX     PIC 9(3).
             10 WS-CUST-ITEMS       PIC 9(7).
             10 WS-CUST-FOREIGN     PIC S9(11)V99.
             10 WS-CUST-BOOKED      PIC S9(11)V99.
             10 WS-CUST-REVALUED    PIC S9(11)V99.
             10 WS-CUST-UNREALISED  PIC S9(11)V99.
       01 WS-CUST-IDX               PIC 9(3) VALUE 0.
       01 WS-CUST-FOUND-FLAG        PIC 9 VALUE 0.

       01 WS-ITEM-FOREIGN           PIC S9(9)V99 VALUE 0.
       01 WS-ITEM-REVALUED          PIC S9(9)V99 VALUE 0.
       01 WS-ITEM-UNREALISED        PIC S9(9)V99 VALUE 0.

       01 WS-CUSTOMER-COUNT         PIC 9(7) VALUE 0.
       01 WS-ITEM-COUNT             PIC 9(7) VALUE 0.
       01 WS-NO-RATE-COUNT          PIC 9(7) VALUE 0.
       01 WS-TOTAL-BOOKED           PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-REVALUED         PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-UNREALISED       PIC S9(11)V99 VALUE 0.

       01 WS-LINE-AMOUNT            PIC 9(9)V99 VALUE 0.
       01 WS-LINE-DATE              PIC X(10) VALUE SPACES.
       01 WS-LINE-SOURCE            PIC X(8) VALUE SPACES.
       01 WS-LINE-TYPE              PIC X(10) VALUE SPACES.
       01 WS-TOTAL-DEBITS           PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDITS          PIC 9(11)V99 VALUE 0.
       01 WS-JOURNAL-LINE-COUNT     PIC 9(5) VALUE 0.

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-CUST-ID            PIC 9(5).
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.
       01 WS-RPT-RATE-NOTE          PIC X(6).
       01 WS-RPT-RATE               PIC ZZ9.999999.
       01 WS-RPT-FOREIGN            PIC -ZZZZZZZZZZ9.99.
       01 WS-RPT-BOOKED             PIC -ZZZZZZZZZZ9.99.
       01 WS-RPT-REVALUED           PIC -ZZZZZZZZZZ9.99.
       01 WS-RPT-UNREALISED         PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-REVALUATION-ACCOUNTS
           PERFORM LOAD-CURRENCY-RATES
           PERFORM REVALUE-ALL-CUSTOMERS
           PERFORM WRITE-CURRENCY-TOTALS
           IF WS-RUN-FAILED-FLAG = 0
               PERFORM WRITE-JOURNAL-LINES
           END-IF
           PERFORM WRITE-REPORT-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> The month to revalue arrives as YYYY-MM; blank means the
           *> month before the job chain's run date (or today when run
           *> by hand), so the run can go in the chain on the first
           *> night of the new month
           ACCEPT WS-INPUT-TEXT
           MOVE WS-INPUT-TEXT TO WS-PERIOD

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)

           IF WS-PERIOD = SPACES
               ACCEPT WS-RUN-DATE FROM ENVIRONMENT "JOB_RUN_DATE"
               IF WS-RUN-DATE = SPACES
                   MOVE WS-FORMATTED-DATE TO WS-RUN-DATE
               END-IF
               MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR
               MOVE WS-RUN-DATE(6:2) TO WS-PERIOD-MONTH
               COMPUTE WS-PERIOD-MONTHS =
                   WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH - 2
           ELSE
               IF WS-PERIOD(1:4) IS NOT NUMERIC
                   OR WS-PERIOD(5:1) NOT = "-"
                   OR WS-PERIOD(6:2) IS NOT NUMERIC
                   DISPLAY "Invalid period " WS-PERIOD
                       "; expected YYYY-MM"
                   STOP RUN
               END-IF
               MOVE WS-PERIOD(1:4) TO WS-PERIOD-YEAR
               MOVE WS-PERIOD(6:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                   DISPLAY "Invalid period " WS-PERIOD
                       "; expected YYYY-MM"
                   STOP RUN
               END-IF
               COMPUTE WS-PERIOD-MONTHS =
                   WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH - 1
           END-IF

           *> The reversal goes in on the first day of the following
           *> month; the revaluation on the day before it
           COMPUTE WS-PERIOD-YEAR = (WS-PERIOD-MONTHS + 1) / 12
           COMPUTE WS-PERIOD-MONTH =
               WS-PERIOD-MONTHS + 1 - WS-PERIOD-YEAR * 12 + 1
           COMPUTE WS-NEXT-MONTH-NUM =
               WS-PERIOD-YEAR * 10000 + WS-PERIOD-MONTH * 100 + 1
           COMPUTE WS-MONTH-END-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1)

           MOVE SPACES TO WS-REVERSAL-DATE
           STRING WS-NEXT-MONTH-NUM-X(1:4) "-"
                  WS-NEXT-MONTH-NUM-X(5:2) "-"
                  WS-NEXT-MONTH-NUM-X(7:2)
               DELIMITED BY SIZE INTO WS-REVERSAL-DATE
           MOVE SPACES TO WS-MONTH-END-DATE
           STRING WS-MONTH-END-NUM-X(1:4) "-"
                  WS-MONTH-END-NUM-X(5:2) "-"
                  WS-MONTH-END-NUM-X(7:2)
               DELIMITED BY SIZE INTO WS-MONTH-END-DATE
           MOVE WS-MONTH-END-DATE(1:7) TO WS-PERIOD

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

           OPEN OUTPUT FX-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open revaluation report file, status "
                   REPORT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF

           *> Empty the journal straight away so a rejected run never
           *> leaves last month's lines where the ledger load could
           *> pick them up a second time
           OPEN OUTPUT FX-JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open revaluation journal, status "
                   JOURNAL-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE FX-REPORT-FILE
               STOP RUN
           END-IF
           CLOSE FX-JOURNAL-FILE

           MOVE SPACES TO WS-RPT-LINE
           STRING "Foreign Currency Revaluation - month ending "
                      DELIMITED BY SIZE
                  WS-MONTH-END-DATE DELIMITED BY SIZE
                  " - reverses " DELIMITED BY SIZE
                  WS-REVERSAL-DATE DELIMITED BY SIZE
                  " - run " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FX-REPORT-RECORD FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "Open items booked in a foreign currency on or "
                      DELIMITED BY SIZE
                  "before the month end, revalued at the current "
                      DELIMITED BY SIZE
                  "rate; positive = gain" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FX-REPORT-RECORD FROM WS-RPT-LINE.

       LOAD-REVALUATION-ACCOUNTS.
           *> The accounts come from the same mapping GL-EXTRACT uses,
           *> so finance keeps every ledger account in one place
           OPEN INPUT GL-MAPPING-FILE
           IF MAPPING-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open GL mapping file, status "
                   MAPPING-FILE-STATUS
               MOVE "No GL mapping file; run rejected"
                   TO FX-REPORT-RECORD
               WRITE FX-REPORT-RECORD
               MOVE 1 TO WS-RUN-FAILED-FLAG
               CLOSE GL-MAPPING-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MAP-FOUND-FLAG
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ GL-MAPPING-FILE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE GL-MAPPING-RECORD TO WS-CSV-LINE
                       IF WS-CSV-LINE(1:5) NOT = "Type,"
                           AND WS-CSV-LINE NOT = SPACES
                           PERFORM PARSE-CSV-LINE
                           IF WS-CSV-FIELD(1) = WS-REVAL-MAP-TYPE
                               MOVE WS-CSV-FIELD(2) TO WS-AR-ACCOUNT
                               MOVE WS-CSV-FIELD(3) TO WS-REVAL-ACCOUNT
                               MOVE 1 TO WS-MAP-FOUND-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GL-MAPPING-FILE

           IF WS-MAP-FOUND-FLAG = 0
               OR WS-AR-ACCOUNT = SPACES
               OR WS-REVAL-ACCOUNT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "No GL mapping for " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REVAL-MAP-TYPE)
                          DELIMITED BY SIZE
                      "; run rejected" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE FX-REPORT-RECORD FROM WS-RPT-LINE
               MOVE 1 TO WS-RUN-FAILED-FLAG
           END-IF.

       PARSE-CSV-LINE.
           MOVE SPACES TO WS-CSV-FIELDS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-LINE TRAILING))
               TO WS-CSV-LINE-LEN
           MOVE 1 TO WS-CSV-FIELD-IDX
           MOVE 0 TO WS-CSV-CHAR-IDX

           PERFORM VARYING WS-CSV-SCAN-IDX FROM 1 BY 1
               UNTIL WS-CSV-SCAN-IDX > WS-CSV-LINE-LEN
               OR WS-CSV-FIELD-IDX > 4
               IF WS-CSV-LINE(WS-CSV-SCAN-IDX:1) = ','
                   ADD 1 TO WS-CSV-FIELD-IDX
                   MOVE 0 TO WS-CSV-CHAR-IDX
               ELSE
                   ADD 1 TO WS-CSV-CHAR-IDX
                   IF WS-CSV-CHAR-IDX <= 30
                       MOVE WS-CSV-LINE(WS-CSV-SCAN-IDX:1)
                           TO WS-CSV-FIELD(WS-CSV-FIELD-IDX)
                               (WS-CSV-CHAR-IDX:1)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-CURRENCY-RATES.
           *> The rate file holds one current rate per currency; run at
           *> month end it is the month-end rate, and its date goes on
           *> the report so finance can see which rate was used
           MOVE 0 TO WS-CCY-COUNT
           OPEN INPUT CURRENCY-RATE-FILE
           IF RATE-FILE-STATUS NOT = "00"
               MOVE "No currency rate file; foreign items not revalued"
                   TO FX-REPORT-RECORD
               WRITE FX-REPORT-RECORD
               CLOSE CURRENCY-RATE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO CR-CURRENCY
           START CURRENCY-RATE-FILE KEY >= CR-CURRENCY
               INVALID KEY
                   CLOSE CURRENCY-RATE-FILE
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CURRENCY-RATE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF CR-CURRENCY NOT = WS-BASE-CURRENCY
                           AND WS-CCY-COUNT < 50
                           ADD 1 TO WS-CCY-COUNT
                           MOVE CR-CURRENCY TO
                               WS-CCY-CODE(WS-CCY-COUNT)
                           MOVE CR-RATE TO WS-CCY-RATE(WS-CCY-COUNT)
                           MOVE CR-RATE-DATE TO
                               WS-CCY-RATE-DATE(WS-CCY-COUNT)
                           MOVE 1 TO WS-CCY-HAS-RATE(WS-CCY-COUNT)
                           IF CR-RATE = 0
                               MOVE 0 TO
                                   WS-CCY-HAS-RATE(WS-CCY-COUNT)
                           END-IF
                           MOVE 0 TO WS-CCY-ITEMS(WS-CCY-COUNT)
                           MOVE 0 TO WS-CCY-FOREIGN(WS-CCY-COUNT)
                           MOVE 0 TO WS-CCY-BOOKED(WS-CCY-COUNT)
                           MOVE 0 TO WS-CCY-REVALUED(WS-CCY-COUNT)
                           MOVE 0 TO WS-CCY-UNREALISED(WS-CCY-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CURRENCY-RATE-FILE.

       REVALUE-ALL-CUSTOMERS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "CustomerID,Currency,Items,OpenForeign,BookedBase,"
                      DELIMITED BY SIZE
                  "RevaluedBase,UnrealisedGainLoss,Rate"
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FX-REPORT-RECORD FROM WS-RPT-LINE

           MOVE LOW-VALUES TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY >= CF-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CUSTOMER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM REVALUE-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       REVALUE-ONE-CUSTOMER.
           MOVE 0 TO WS-CUST-CCY-COUNT
           MOVE CF-CUSTOMER-ID TO TF-CUSTOMER-ID
           START TRANSACTION-FILE KEY = TF-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-TRANS-EOF-FLAG
           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       IF TF-CUSTOMER-ID NOT = CF-CUSTOMER-ID
                           MOVE 1 TO WS-TRANS-EOF-FLAG
                       ELSE
                           PERFORM REVALUE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CUST-CCY-COUNT > 0
               ADD 1 TO WS-CUSTOMER-COUNT
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-CCY-COUNT
                   PERFORM WRITE-CUSTOMER-LINE
               END-PERFORM
           END-IF.

       REVALUE-ONE-ITEM.
           *> Open items only - held, rejected and reversed postings
           *> never carried a receivable - booked in a foreign currency
           *> on or before the month end
           IF TF-OPEN-AMOUNT = 0
               OR TF-STATUS = "REVERSED"
               OR TF-STATUS = "REJECTED"
               OR TF-STATUS = "PENDAPPR"
               OR TF-CURRENCY = SPACES
               OR TF-CURRENCY = WS-BASE-CURRENCY
               OR TF-ORIG-AMOUNT = 0
               OR TF-AMOUNT = 0
               OR TF-DATE > WS-MONTH-END-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ITEM-CURRENCY
           IF WS-CCY-FOUND-FLAG = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CUSTOMER-CURRENCY
           IF WS-CUST-FOUND-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           *> The open part of the item in its own currency, then what
           *> that is worth in base currency at today's rate against
           *> what it is carried at
           COMPUTE WS-ITEM-FOREIGN ROUNDED =
               TF-OPEN-AMOUNT * TF-ORIG-AMOUNT / TF-AMOUNT
           IF WS-CCY-HAS-RATE(WS-CCY-IDX) = 1
               COMPUTE WS-ITEM-REVALUED ROUNDED =
                   WS-ITEM-FOREIGN * WS-CCY-RATE(WS-CCY-IDX)
           ELSE
               MOVE TF-OPEN-AMOUNT TO WS-ITEM-REVALUED
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF
           COMPUTE WS-ITEM-UNREALISED =
               WS-ITEM-REVALUED - TF-OPEN-AMOUNT

           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-CUST-ITEMS(WS-CUST-IDX)
           ADD WS-ITEM-FOREIGN TO WS-CUST-FOREIGN(WS-CUST-IDX)
           ADD TF-OPEN-AMOUNT TO WS-CUST-BOOKED(WS-CUST-IDX)
           ADD WS-ITEM-REVALUED TO WS-CUST-REVALUED(WS-CUST-IDX)
           ADD WS-ITEM-UNREALISED TO WS-CUST-UNREALISED(WS-CUST-IDX)

           ADD 1 TO WS-CCY-ITEMS(WS-CCY-IDX)
           ADD WS-ITEM-FOREIGN TO WS-CCY-FOREIGN(WS-CCY-IDX)
           ADD TF-OPEN-AMOUNT TO WS-CCY-BOOKED(WS-CCY-IDX)
           ADD WS-ITEM-REVALUED TO WS-CCY-REVALUED(WS-CCY-IDX)
           ADD WS-ITEM-UNREALISED TO WS-CCY-UNREALISED(WS-CCY-IDX)

           ADD TF-OPEN-AMOUNT TO WS-TOTAL-BOOKED
           ADD WS-ITEM-REVALUED TO WS-TOTAL-REVALUED
           ADD WS-ITEM-UNREALISED TO WS-TOTAL-UNREALISED.

       FIND-ITEM-CURRENCY.
           MOVE 0 TO WS-CCY-FOUND-FLAG
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               OR WS-CCY-FOUND-FLAG = 1
               IF WS-CCY-CODE(WS-CCY-IDX) = TF-CURRENCY
                   MOVE 1 TO WS-CCY-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-CCY-FOUND-FLAG = 1
               SUBTRACT 1 FROM WS-CCY-IDX
               EXIT PARAGRAPH
           END-IF

           IF WS-CCY-COUNT < 50
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT TO WS-CCY-IDX
               MOVE TF-CURRENCY TO WS-CCY-CODE(WS-CCY-IDX)
               MOVE 0 TO WS-CCY-RATE(WS-CCY-IDX)
               MOVE SPACES TO WS-CCY-RATE-DATE(WS-CCY-IDX)
               MOVE 0 TO WS-CCY-HAS-RATE(WS-CCY-IDX)
               MOVE 0 TO WS-CCY-ITEMS(WS-CCY-IDX)
               MOVE 0 TO WS-CCY-FOREIGN(WS-CCY-IDX)
               MOVE 0 TO WS-CCY-BOOKED(WS-CCY-IDX)
               MOVE 0 TO WS-CCY-REVALUED(WS-CCY-IDX)
               MOVE 0 TO WS-CCY-UNREALISED(WS-CCY-IDX)
               MOVE 1 TO WS-CCY-FOUND-FLAG
           END-IF.

       FIND-CUSTOMER-CURRENCY.
           MOVE 0 TO WS-CUST-FOUND-FLAG
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-CCY-COUNT
               OR WS-CUST-FOUND-FLAG = 1
               IF WS-CUST-CCY-IDX(WS-CUST-IDX) = WS-CCY-IDX
                   MOVE 1 TO WS-CUST-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-CUST-FOUND-FLAG = 1
               SUBTRACT 1 FROM WS-CUST-IDX
               EXIT PARAGRAPH
           END-IF

           IF WS-CUST-CCY-COUNT < 50
               ADD 1 TO WS-CUST-CCY-COUNT
               MOVE WS-CUST-CCY-COUNT TO WS-CUST-IDX
               MOVE WS-CCY-IDX TO WS-CUST-CCY-IDX(WS-CUST-IDX)
               MOVE 0 TO WS-CUST-ITEMS(WS-CUST-IDX)
               MOVE 0 TO WS-CUST-FOREIGN(WS-CUST-IDX)
               MOVE 0 TO WS-CUST-BOOKED(WS-CUST-IDX)
               MOVE 0 TO WS-CUST-REVALUED(WS-CUST-IDX)
               MOVE 0 TO WS-CUST-UNREALISED(WS-CUST-IDX)
               MOVE 1 TO WS-CUST-FOUND-FLAG
           END-IF.

       WRITE-CUSTOMER-LINE.
           MOVE WS-CUST-CCY-IDX(WS-CUST-IDX) TO WS-CCY-IDX
           MOVE CF-CUSTOMER-ID TO WS-RPT-CUST-ID
           MOVE WS-CUST-ITEMS(WS-CUST-IDX) TO WS-RPT-COUNT-TEXT
           MOVE WS-CUST-FOREIGN(WS-CUST-IDX) TO WS-RPT-FOREIGN
           MOVE WS-CUST-BOOKED(WS-CUST-IDX) TO WS-RPT-BOOKED
           MOVE WS-CUST-REVALUED(WS-CUST-IDX) TO WS-RPT-REVALUED
           MOVE WS-CUST-UNREALISED(WS-CUST-IDX) TO WS-RPT-UNREALISED
           IF WS-CCY-HAS-RATE(WS-CCY-IDX) = 1
               MOVE "OK" TO WS-RPT-RATE-NOTE
           ELSE
               MOVE "NORATE" TO WS-RPT-RATE-NOTE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RPT-CUST-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CCY-CODE(WS-CCY-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-FOREIGN) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-BOOKED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-REVALUED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-UNREALISED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RPT-RATE-NOTE DELIMITED BY SPACE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FX-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO FX-REPORT-RECORD
           WRITE FX-REPORT-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING "Currency,Rate,RateDate,Items,OpenForeign,BookedBase,"
                      DELIMITED BY SIZE
                  "RevaluedBase,UnrealisedGainLoss" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FX-REPORT-RECORD FROM WS-RPT-LINE

           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-ITEMS(WS-CCY-IDX) > 0
                   PERFORM WRITE-ONE-CURRENCY-TOTAL
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-BOOKED TO WS-RPT-BOOKED
           MOVE WS-TOTAL-REVALUED TO WS-RPT-REVALUED
           MOVE WS-TOTAL-UNREALISED TO WS-RPT-UNREALISED
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL,,," DELIMITED BY SIZE
                  ",," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-BOOKED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-REVALUED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-UNREALISED) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FX-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-ONE-CURRENCY-TOTAL.
           MOVE WS-CCY-ITEMS(WS-CCY-IDX) TO WS-RPT-COUNT-TEXT
           MOVE WS-CCY-RATE(WS-CCY-IDX) TO WS-RPT-RATE
           MOVE WS-CCY-FOREIGN(WS-CCY-IDX) TO WS-RPT-FOREIGN
           MOVE WS-CCY-BOOKED(WS-CCY-IDX) TO WS-RPT-BOOKED
           MOVE WS-CCY-REVALUED(WS-CCY-IDX) TO WS-RPT-REVALUED
           MOVE WS-CCY-UNREALISED(WS-CCY-IDX) TO WS-RPT-UNREALISED
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CCY-HAS-RATE(WS-CCY-IDX) = 1
               STRING WS-CCY-CODE(WS-CCY-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-RATE) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CCY-RATE-DATE(WS-CCY-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-FOREIGN) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-BOOKED) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-REVALUED) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-UNREALISED)
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING WS-CCY-CODE(WS-CCY-IDX) DELIMITED BY SIZE
                      ",NO RATE,," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-FOREIGN) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-BOOKED) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-REVALUED) DELIMITED BY SIZE
                      ",0.00" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
           END-IF
           WRITE FX-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-JOURNAL-LINES.
           *> One balanced pair per currency dated the month end, and
           *> the same pair the other way round dated the first of the
           *> next month, so the ledger carries the revaluation for
           *> the month-end balance sheet only and the next month
           *> starts again from the booked amounts
           OPEN OUTPUT FX-JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open revaluation journal, status "
                   JOURNAL-FILE-STATUS
               MOVE "Journal file open failed; run rejected"
                   TO FX-REPORT-RECORD
               WRITE FX-REPORT-RECORD
               MOVE 1 TO WS-RUN-FAILED-FLAG
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-UNREALISED(WS-CCY-IDX) NOT = 0
                   MOVE WS-MONTH-END-DATE TO WS-LINE-DATE
                   MOVE "FXREVAL" TO WS-LINE-SOURCE
                   PERFORM WRITE-CURRENCY-JOURNAL
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-UNREALISED(WS-CCY-IDX) NOT = 0
                   MOVE WS-REVERSAL-DATE TO WS-LINE-DATE
                   MOVE "FXREVREV" TO WS-LINE-SOURCE
                   PERFORM WRITE-CURRENCY-JOURNAL
               END-IF
           END-PERFORM

           CLOSE FX-JOURNAL-FILE

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE "Journal does not balance; run rejected"
                   TO FX-REPORT-RECORD
               WRITE FX-REPORT-RECORD
               MOVE 1 TO WS-RUN-FAILED-FLAG
               OPEN OUTPUT FX-JOURNAL-FILE
               CLOSE FX-JOURNAL-FILE
           END-IF.

       WRITE-CURRENCY-JOURNAL.
           *> A gain raises the receivable: debit the control account,
           *> credit revaluation. A loss runs the pair the other way,
           *> and the reversal swaps whichever pair the month end used
           MOVE SPACES TO WS-LINE-TYPE
           STRING "FXREV-" DELIMITED BY SIZE
                  WS-CCY-CODE(WS-CCY-IDX) DELIMITED BY SIZE
               INTO WS-LINE-TYPE

           IF WS-CCY-UNREALISED(WS-CCY-IDX) > 0
               MOVE WS-CCY-UNREALISED(WS-CCY-IDX) TO WS-LINE-AMOUNT
           ELSE
               COMPUTE WS-LINE-AMOUNT =
                   0 - WS-CCY-UNREALISED(WS-CCY-IDX)
           END-IF

           IF (WS-CCY-UNREALISED(WS-CCY-IDX) > 0
               AND WS-LINE-SOURCE = "FXREVAL")
               OR (WS-CCY-UNREALISED(WS-CCY-IDX) < 0
               AND WS-LINE-SOURCE NOT = "FXREVAL")
               MOVE WS-AR-ACCOUNT TO JL-ACCOUNT
               PERFORM WRITE-DEBIT-LINE
               MOVE WS-REVAL-ACCOUNT TO JL-ACCOUNT
               PERFORM WRITE-CREDIT-LINE
           ELSE
               MOVE WS-REVAL-ACCOUNT TO JL-ACCOUNT
               PERFORM WRITE-DEBIT-LINE
               MOVE WS-AR-ACCOUNT TO JL-ACCOUNT
               PERFORM WRITE-CREDIT-LINE
           END-IF.

       WRITE-DEBIT-LINE.
           MOVE WS-LINE-DATE TO JL-DATE
           MOVE WS-LINE-AMOUNT TO JL-DEBIT
           MOVE 0 TO JL-CREDIT
           MOVE WS-LINE-SOURCE TO JL-SOURCE
           MOVE WS-LINE-TYPE TO JL-TYPE
           WRITE GL-JOURNAL-RECORD
           ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
           ADD 1 TO WS-JOURNAL-LINE-COUNT.

       WRITE-CREDIT-LINE.
           MOVE WS-LINE-DATE TO JL-DATE
           MOVE 0 TO JL-DEBIT
           MOVE WS-LINE-AMOUNT TO JL-CREDIT
           MOVE WS-LINE-SOURCE TO JL-SOURCE
           MOVE WS-LINE-TYPE TO JL-TYPE
           WRITE GL-JOURNAL-RECORD
           ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
           ADD 1 TO WS-JOURNAL-LINE-COUNT.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO FX-REPORT-RECORD
           WRITE FX-REPORT-RECORD

           MOVE WS-CUSTOMER-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Customers with open foreign items: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FX-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-ITEM-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Open foreign items: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FX-REPORT-RECORD FROM WS-RPT-LINE

           IF WS-NO-RATE-COUNT > 0
               MOVE WS-NO-RATE-COUNT TO WS-RPT-COUNT-TEXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "Items left at booked value, no rate on file: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT)
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE FX-REPORT-RECORD FROM WS-RPT-LINE
           END-IF

           MOVE WS-TOTAL-DEBITS TO WS-RPT-BOOKED
           MOVE WS-TOTAL-CREDITS TO WS-RPT-REVALUED
           MOVE SPACES TO WS-RPT-LINE
           STRING "Journal debits: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-BOOKED) DELIMITED BY SIZE
                  "   credits: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-REVALUED) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FX-REPORT-RECORD FROM WS-RPT-LINE

           IF WS-RUN-FAILED-FLAG = 1
               MOVE "RUN REJECTED - no journal produced"
                   TO FX-REPORT-RECORD
               WRITE FX-REPORT-RECORD
           ELSE
               MOVE WS-JOURNAL-LINE-COUNT TO WS-RPT-COUNT-TEXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "Journal lines written: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT)
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AR-ACCOUNT) DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REVAL-ACCOUNT)
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE FX-REPORT-RECORD FROM WS-RPT-LINE
           END-IF.

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> report lines into the repository under a unique run id,
           *> so earlier runs survive the next overwrite-in-place
           *> OPEN OUTPUT and an auditor can ask for any kept run
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "FXRV" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT FX-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE FX-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ FX-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE FX-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE FX-REPORT-FILE
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
           MOVE "FX-REVALUATION" TO RC-REPORT-NAME
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
           CLOSE FX-REPORT-FILE
           PERFORM REGISTER-REPORT-RUN
           IF WS-RUN-FAILED-FLAG = 1
               DISPLAY "FX revaluation for " WS-PERIOD
                   " REJECTED - see revaluation report, run "
                   WS-REPORT-RUN-ID
           ELSE
               DISPLAY "FX revaluation for " WS-PERIOD ": "
                   WS-ITEM-COUNT " open items, "
                   WS-JOURNAL-LINE-COUNT " journal lines, run "
                   WS-REPORT-RUN-ID
           END-IF.
