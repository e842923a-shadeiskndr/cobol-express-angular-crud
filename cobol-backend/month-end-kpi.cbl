       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-KPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-SNAPSHOT-FILE
           ASSIGN TO EXTERNAL DD_MONTH_SNAPSHOT_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MS-KEY
           FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT KPI-REPORT-FILE
           ASSIGN TO EXTERNAL DD_KPI_REPORT_FILE
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
       FD MONTH-SNAPSHOT-FILE.
       01 MONTH-SNAPSHOT-RECORD.
          05 MS-KEY.
             10 MS-PERIOD           PIC X(7).
             10 MS-CUSTOMER-ID      PIC 9(5).
          05 MS-MONTH-END-DATE      PIC X(10).
          05 MS-TAKEN-DATE          PIC X(10).
          05 MS-CUSTOMER-STATUS     PIC X(10).
          05 MS-BALANCE             PIC S9(9)V99.
          05 MS-AGE-0-30            PIC S9(9)V99.
          05 MS-AGE-31-60           PIC S9(9)V99.
          05 MS-AGE-61-90           PIC S9(9)V99.
          05 MS-AGE-90-PLUS         PIC S9(9)V99.
          05 MS-SALES               PIC S9(9)V99.
          05 MS-PAYMENTS            PIC S9(9)V99.
          05 MS-CLOSED-DAYS         PIC 9(2).
          05 MS-CUSTOMER-COUNT      PIC 9(7).

       FD KPI-REPORT-FILE.
       01 KPI-REPORT-RECORD         PIC X(200).

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
       01 SNAPSHOT-FILE-STATUS      PIC XX VALUE SPACES.
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
       01 WS-RUN-DATE               PIC X(10) VALUE SPACES.
       01 WS-END-PERIOD             PIC X(7) VALUE SPACES.
       01 WS-START-PERIOD           PIC X(7) VALUE SPACES.
       01 WS-SNAP-EOF-FLAG          PIC 9 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).

       *> Periods are handled as a month count (year * 12 + month
       *> - 1) so stepping back across a year end is plain arithmetic
       01 WS-PERIOD-YEAR            PIC 9(4) VALUE 0.
       01 WS-PERIOD-MONTH           PIC 9(2) VALUE 0.
       01 WS-END-MONTHS             PIC 9(6) VALUE 0.
       01 WS-START-MONTHS           PIC 9(6) VALUE 0.
       01 WS-ROW-MONTHS             PIC 9(6) VALUE 0.

       *> The twelve reported months plus the one before them, whose
       *> buckets and balance the first month's rates are measured
       *> against
       01 WS-MONTH-TABLE.
          05 WS-MONTH-ENTRY OCCURS 13 TIMES.
             10 WS-MT-PERIOD        PIC X(7).
             10 WS-MT-PRESENT       PIC 9.
             10 WS-MT-DAYS          PIC 9(2).
             10 WS-MT-BALANCE       PIC S9(9)V99.
             10 WS-MT-AGE-0-30      PIC S9(9)V99.
             10 WS-MT-AGE-31-60     PIC S9(9)V99.
             10 WS-MT-AGE-61-90     PIC S9(9)V99.
             10 WS-MT-AGE-90-PLUS   PIC S9(9)V99.
             10 WS-MT-SALES         PIC S9(9)V99.
             10 WS-MT-PAYMENTS      PIC S9(9)V99.
             10 WS-MT-CLOSED-DAYS   PIC 9(2).
       01 WS-MT-IDX                 PIC 9(3) VALUE 0.
       01 WS-PRIOR-IDX              PIC 9(3) VALUE 0.

       01 WS-DSO                    PIC S9(5)V9 VALUE 0.
       01 WS-EFFECTIVENESS-PCT      PIC S9(5)V99 VALUE 0.
       01 WS-COLLECTIBLE            PIC S9(11)V99 VALUE 0.
       01 WS-ROLL-PCT               PIC S9(5)V99 VALUE 0.
       01 WS-MONTHS-REPORTED        PIC 9(3) VALUE 0.

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-BALANCE            PIC -ZZZZZZZZ9.99.
       01 WS-RPT-SALES              PIC -ZZZZZZZZ9.99.
       01 WS-RPT-PAYMENTS           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-DSO                PIC -ZZZZ9.9.
       01 WS-RPT-PCT                PIC -ZZZZ9.99.
       01 WS-RPT-DSO-TEXT           PIC X(10).
       01 WS-RPT-CEI-TEXT           PIC X(10).
       01 WS-RPT-ROLL-1-TEXT        PIC X(10).
       01 WS-RPT-ROLL-2-TEXT        PIC X(10).
       01 WS-RPT-ROLL-3-TEXT        PIC X(10).
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-MONTH-TOTALS
           PERFORM WRITE-KPI-LINES
           PERFORM WRITE-KPI-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> The last month to report arrives as YYYY-MM; blank means
           *> the month before the job chain's run date (or today when
           *> run by hand), the latest one MONTH-END-SNAPSHOT can have
           *> kept
           ACCEPT WS-INPUT-TEXT
           MOVE WS-INPUT-TEXT TO WS-END-PERIOD

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)

           IF WS-END-PERIOD = SPACES
               ACCEPT WS-RUN-DATE FROM ENVIRONMENT "JOB_RUN_DATE"
               IF WS-RUN-DATE = SPACES
                   MOVE WS-FORMATTED-DATE TO WS-RUN-DATE
               END-IF
               MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR
               MOVE WS-RUN-DATE(6:2) TO WS-PERIOD-MONTH
               COMPUTE WS-END-MONTHS =
                   WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH - 2
           ELSE
               IF WS-END-PERIOD(1:4) IS NOT NUMERIC
                   OR WS-END-PERIOD(5:1) NOT = "-"
                   OR WS-END-PERIOD(6:2) IS NOT NUMERIC
                   DISPLAY "Invalid period " WS-END-PERIOD
                       "; expected YYYY-MM"
                   STOP RUN
               END-IF
               MOVE WS-END-PERIOD(1:4) TO WS-PERIOD-YEAR
               MOVE WS-END-PERIOD(6:2) TO WS-PERIOD-MONTH
               COMPUTE WS-END-MONTHS =
                   WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH - 1
           END-IF

           COMPUTE WS-START-MONTHS = WS-END-MONTHS - 12

           *> Label every table slot with its period up front, so a
           *> month with no snapshot still shows in its place
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > 13
               COMPUTE WS-ROW-MONTHS = WS-START-MONTHS + WS-MT-IDX - 1
               COMPUTE WS-PERIOD-YEAR = WS-ROW-MONTHS / 12
               COMPUTE WS-PERIOD-MONTH =
                   WS-ROW-MONTHS - WS-PERIOD-YEAR * 12 + 1
               MOVE SPACES TO WS-MT-PERIOD(WS-MT-IDX)
               STRING WS-PERIOD-YEAR "-" WS-PERIOD-MONTH
                   DELIMITED BY SIZE INTO WS-MT-PERIOD(WS-MT-IDX)
               MOVE 0 TO WS-MT-PRESENT(WS-MT-IDX)
           END-PERFORM
           MOVE WS-MT-PERIOD(1) TO WS-START-PERIOD
           MOVE WS-MT-PERIOD(13) TO WS-END-PERIOD

           OPEN INPUT MONTH-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "Month snapshot file not available, status "
                   SNAPSHOT-FILE-STATUS
                   "; run MONTH-END-SNAPSHOT first"
               STOP RUN
           END-IF

           OPEN OUTPUT KPI-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open KPI report, status "
                   REPORT-FILE-STATUS
               CLOSE MONTH-SNAPSHOT-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Receivables KPI Report - twelve months to "
                      DELIMITED BY SIZE
                  WS-END-PERIOD DELIMITED BY SIZE
                  " - run " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE KPI-REPORT-RECORD FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "DSO = month-end receivables / month sales x days "
                      DELIMITED BY SIZE
                  "in month; CollectionEffPct = payments on closed "
                      DELIMITED BY SIZE
                  "days / (prior month receivables + month sales)"
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE KPI-REPORT-RECORD FROM WS-RPT-LINE

           MOVE "Roll rates = bucket this month / next younger bucket "
               & "last month"
               TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD

           MOVE "Period,Receivables,Sales,Payments,ClosedDays,DSO,"
               & "CollectionEffPct,Roll0-30To31-60,Roll31-60To61-90,"
               & "Roll61-90To90Plus"
               TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD.

       LOAD-MONTH-TOTALS.
           *> Only the customer-zero total rows are wanted; the
           *> customer rows in between are passed over
           MOVE WS-START-PERIOD TO MS-PERIOD
           MOVE 0 TO MS-CUSTOMER-ID
           START MONTH-SNAPSHOT-FILE KEY >= MS-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-SNAP-EOF-FLAG
           PERFORM UNTIL WS-SNAP-EOF-FLAG = 1
               READ MONTH-SNAPSHOT-FILE NEXT
                   AT END
                       MOVE 1 TO WS-SNAP-EOF-FLAG
                   NOT AT END
                       IF MS-PERIOD > WS-END-PERIOD
                           MOVE 1 TO WS-SNAP-EOF-FLAG
                       ELSE
                           IF MS-CUSTOMER-ID = 0
                               PERFORM STORE-MONTH-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       STORE-MONTH-TOTAL.
           MOVE MS-PERIOD(1:4) TO WS-PERIOD-YEAR
           MOVE MS-PERIOD(6:2) TO WS-PERIOD-MONTH
           COMPUTE WS-ROW-MONTHS =
               WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH - 1
           COMPUTE WS-MT-IDX = WS-ROW-MONTHS - WS-START-MONTHS + 1
           IF WS-MT-IDX < 1 OR WS-MT-IDX > 13
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-MT-PRESENT(WS-MT-IDX)
           MOVE MS-MONTH-END-DATE(9:2) TO WS-MT-DAYS(WS-MT-IDX)
           MOVE MS-BALANCE TO WS-MT-BALANCE(WS-MT-IDX)
           MOVE MS-AGE-0-30 TO WS-MT-AGE-0-30(WS-MT-IDX)
           MOVE MS-AGE-31-60 TO WS-MT-AGE-31-60(WS-MT-IDX)
           MOVE MS-AGE-61-90 TO WS-MT-AGE-61-90(WS-MT-IDX)
           MOVE MS-AGE-90-PLUS TO WS-MT-AGE-90-PLUS(WS-MT-IDX)
           MOVE MS-SALES TO WS-MT-SALES(WS-MT-IDX)
           MOVE MS-PAYMENTS TO WS-MT-PAYMENTS(WS-MT-IDX)
           MOVE MS-CLOSED-DAYS TO WS-MT-CLOSED-DAYS(WS-MT-IDX).

       WRITE-KPI-LINES.
           PERFORM VARYING WS-MT-IDX FROM 2 BY 1
               UNTIL WS-MT-IDX > 13
               COMPUTE WS-PRIOR-IDX = WS-MT-IDX - 1
               IF WS-MT-PRESENT(WS-MT-IDX) = 1
                   ADD 1 TO WS-MONTHS-REPORTED
                   PERFORM WRITE-ONE-KPI-LINE
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-MT-PERIOD(WS-MT-IDX) DELIMITED BY SIZE
                          ",no snapshot" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   END-STRING
                   WRITE KPI-REPORT-RECORD FROM WS-RPT-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-KPI-LINE.
           MOVE "n/a" TO WS-RPT-DSO-TEXT
           IF WS-MT-SALES(WS-MT-IDX) > 0
               COMPUTE WS-DSO ROUNDED =
                   WS-MT-BALANCE(WS-MT-IDX) * WS-MT-DAYS(WS-MT-IDX)
                   / WS-MT-SALES(WS-MT-IDX)
               MOVE WS-DSO TO WS-RPT-DSO
               MOVE FUNCTION TRIM(WS-RPT-DSO) TO WS-RPT-DSO-TEXT
           END-IF

           *> Everything the customers could have paid in the month:
           *> what they owed going in plus what they bought
           MOVE "n/a" TO WS-RPT-CEI-TEXT
           IF WS-MT-PRESENT(WS-PRIOR-IDX) = 1
               COMPUTE WS-COLLECTIBLE = WS-MT-BALANCE(WS-PRIOR-IDX)
                   + WS-MT-SALES(WS-MT-IDX)
               IF WS-COLLECTIBLE > 0
                   COMPUTE WS-EFFECTIVENESS-PCT ROUNDED =
                       WS-MT-PAYMENTS(WS-MT-IDX) * 100
                       / WS-COLLECTIBLE
                   MOVE WS-EFFECTIVENESS-PCT TO WS-RPT-PCT
                   MOVE FUNCTION TRIM(WS-RPT-PCT) TO WS-RPT-CEI-TEXT
               END-IF
           END-IF

           MOVE "n/a" TO WS-RPT-ROLL-1-TEXT
           MOVE "n/a" TO WS-RPT-ROLL-2-TEXT
           MOVE "n/a" TO WS-RPT-ROLL-3-TEXT
           IF WS-MT-PRESENT(WS-PRIOR-IDX) = 1
               IF WS-MT-AGE-0-30(WS-PRIOR-IDX) > 0
                   COMPUTE WS-ROLL-PCT ROUNDED =
                       WS-MT-AGE-31-60(WS-MT-IDX) * 100
                       / WS-MT-AGE-0-30(WS-PRIOR-IDX)
                   MOVE WS-ROLL-PCT TO WS-RPT-PCT
                   MOVE FUNCTION TRIM(WS-RPT-PCT) TO WS-RPT-ROLL-1-TEXT
               END-IF
               IF WS-MT-AGE-31-60(WS-PRIOR-IDX) > 0
                   COMPUTE WS-ROLL-PCT ROUNDED =
                       WS-MT-AGE-61-90(WS-MT-IDX) * 100
                       / WS-MT-AGE-31-60(WS-PRIOR-IDX)
                   MOVE WS-ROLL-PCT TO WS-RPT-PCT
                   MOVE FUNCTION TRIM(WS-RPT-PCT) TO WS-RPT-ROLL-2-TEXT
               END-IF
               IF WS-MT-AGE-61-90(WS-PRIOR-IDX) > 0
                   COMPUTE WS-ROLL-PCT ROUNDED =
                       WS-MT-AGE-90-PLUS(WS-MT-IDX) * 100
                       / WS-MT-AGE-61-90(WS-PRIOR-IDX)
                   MOVE WS-ROLL-PCT TO WS-RPT-PCT
                   MOVE FUNCTION TRIM(WS-RPT-PCT) TO WS-RPT-ROLL-3-TEXT
               END-IF
           END-IF

           MOVE WS-MT-BALANCE(WS-MT-IDX) TO WS-RPT-BALANCE
           MOVE WS-MT-SALES(WS-MT-IDX) TO WS-RPT-SALES
           MOVE WS-MT-PAYMENTS(WS-MT-IDX) TO WS-RPT-PAYMENTS
           MOVE WS-MT-CLOSED-DAYS(WS-MT-IDX) TO WS-RPT-COUNT-TEXT

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-MT-PERIOD(WS-MT-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-BALANCE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-SALES) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-PAYMENTS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-DSO-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-CEI-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ROLL-1-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ROLL-2-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ROLL-3-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE KPI-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-KPI-TRAILER.
           MOVE "Summary:" TO KPI-REPORT-RECORD
           WRITE KPI-REPORT-RECORD

           MOVE WS-MONTHS-REPORTED TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Months with a snapshot: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " of 12, " DELIMITED BY SIZE
                  WS-MT-PERIOD(2) DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-END-PERIOD DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE KPI-REPORT-RECORD FROM WS-RPT-LINE.

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> report lines into the repository under a unique run id,
           *> the same way DUNNING-NOTICES files its control list
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "MKPI" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT KPI-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE KPI-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ KPI-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE KPI-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE KPI-REPORT-FILE
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
           MOVE "MONTH-END-KPI" TO RC-REPORT-NAME
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
           CLOSE MONTH-SNAPSHOT-FILE
           CLOSE KPI-REPORT-FILE
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Receivables KPI report complete: "
               WS-MONTHS-REPORTED " months reported to "
               WS-END-PERIOD.
