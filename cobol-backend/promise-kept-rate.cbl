       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMISE-KEPT-RATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE ASSIGN TO EXTERNAL DD_PROMISE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           ALTERNATE RECORD KEY IS PM-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS PROMISE-FILE-STATUS.

           SELECT RATE-REPORT-FILE
           ASSIGN TO EXTERNAL DD_PROMISE_RATE_FILE
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
       FD PROMISE-FILE.
       01 PROMISE-RECORD.
          05 PM-KEY.
             10 PM-PROMISE-ID       PIC 9(10).
             10 PM-INSTALMENT-NO    PIC 9(2).
          05 PM-CUSTOMER-ID         PIC 9(5).
          05 PM-TAKEN-DATE          PIC X(10).
          05 PM-TAKEN-BY            PIC X(50).
          05 PM-DUE-DATE            PIC X(10).
          05 PM-AMOUNT              PIC S9(7)V99.
          05 PM-PAID-AMOUNT         PIC S9(7)V99.
          05 PM-STATUS              PIC X(10).
          05 PM-CHECKED-DATE        PIC X(10).

       FD RATE-REPORT-FILE.
       01 RATE-REPORT-RECORD        PIC X(132).

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
       01 PROMISE-FILE-STATUS       PIC XX VALUE SPACES.
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
       01 WS-PROMISE-EOF-FLAG       PIC 9 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).

       *> One row per collector, built up as the promise file is read
       01 WS-COLLECTOR-COUNT        PIC 9(3) VALUE 0.
       01 WS-COLLECTOR-MAX          PIC 9(3) VALUE 200.
       01 WS-COLLECTOR-IDX          PIC 9(3) VALUE 0.
       01 WS-COLLECTOR-FOUND        PIC 9 VALUE 0.
       01 WS-COLLECTOR-OVERFLOW     PIC 9(7) VALUE 0.
       01 WS-COLLECTOR-TABLE.
          05 WS-COLLECTOR-ENTRY OCCURS 200 TIMES.
             10 WS-CT-NAME              PIC X(50).
             10 WS-CT-PROMISES          PIC 9(7).
             10 WS-CT-DUE               PIC 9(7).
             10 WS-CT-KEPT              PIC 9(7).
             10 WS-CT-BROKEN            PIC 9(7).
             10 WS-CT-OPEN              PIC 9(7).
             10 WS-CT-CANCELLED         PIC 9(7).
             10 WS-CT-PROMISED-AMT      PIC S9(9)V99.
             10 WS-CT-KEPT-AMT          PIC S9(9)V99.

       01 WS-TOTAL-PROMISES         PIC 9(7) VALUE 0.
       01 WS-TOTAL-DUE              PIC 9(7) VALUE 0.
       01 WS-TOTAL-KEPT             PIC 9(7) VALUE 0.
       01 WS-TOTAL-BROKEN           PIC 9(7) VALUE 0.
       01 WS-TOTAL-OPEN             PIC 9(7) VALUE 0.
       01 WS-TOTAL-CANCELLED        PIC 9(7) VALUE 0.
       01 WS-TOTAL-PROMISED-AMT     PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-KEPT-AMT         PIC S9(9)V99 VALUE 0.

       01 WS-KEPT-RATE              PIC 9(3)V9 VALUE 0.

       01 WS-RPT-LINE               PIC X(132).
       01 WS-RPT-NAME               PIC X(50).
       01 WS-RPT-PROMISES           PIC 9(7).
       01 WS-RPT-DUE                PIC 9(7).
       01 WS-RPT-KEPT               PIC 9(7).
       01 WS-RPT-BROKEN             PIC 9(7).
       01 WS-RPT-OPEN               PIC 9(7).
       01 WS-RPT-CANCELLED          PIC 9(7).
       01 WS-RPT-PROMISED-AMT       PIC S9(9)V99.
       01 WS-RPT-KEPT-AMT           PIC S9(9)V99.
       01 WS-RPT-COUNT-1            PIC ZZZZZZ9.
       01 WS-RPT-COUNT-2            PIC ZZZZZZ9.
       01 WS-RPT-COUNT-3            PIC ZZZZZZ9.
       01 WS-RPT-COUNT-4            PIC ZZZZZZ9.
       01 WS-RPT-COUNT-5            PIC ZZZZZZ9.
       01 WS-RPT-COUNT-6            PIC ZZZZZZ9.
       01 WS-RPT-RATE               PIC ZZ9.9.
       01 WS-RPT-AMOUNT-1           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-2           PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM TALLY-ALL-PROMISES
           PERFORM WRITE-COLLECTOR-LINES
           PERFORM WRITE-TOTAL-LINE
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> Optional due-date window, one YYYY-MM-DD per line;
           *> blank reports every promise on file
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

           OPEN INPUT PROMISE-FILE
           IF PROMISE-FILE-STATUS NOT = "00"
               AND PROMISE-FILE-STATUS NOT = "35"
               DISPLAY "Failed to open promise file, status "
                   PROMISE-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT RATE-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open kept-rate report, status "
                   REPORT-FILE-STATUS
               CLOSE PROMISE-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Promise Kept Rate By Collector - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RATE-REPORT-RECORD FROM WS-RPT-LINE

           MOVE "Collector,Promises,InstalmentsDue,Kept,Broken,Open,"
               & "Cancelled,KeptRatePct,AmountDue,AmountKept"
               TO RATE-REPORT-RECORD
           WRITE RATE-REPORT-RECORD.

       TALLY-ALL-PROMISES.
           IF PROMISE-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PM-KEY
           START PROMISE-FILE KEY >= PM-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-PROMISE-EOF-FLAG
           PERFORM UNTIL WS-PROMISE-EOF-FLAG = 1
               READ PROMISE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-PROMISE-EOF-FLAG
                   NOT AT END
                       IF PM-DUE-DATE >= WS-FROM-DATE
                           AND PM-DUE-DATE <= WS-TO-DATE
                           PERFORM TALLY-ONE-INSTALMENT
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-INSTALMENT.
           PERFORM FIND-COLLECTOR-ENTRY
           IF WS-COLLECTOR-FOUND = 0
               ADD 1 TO WS-COLLECTOR-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           IF PM-INSTALMENT-NO = 1
               ADD 1 TO WS-CT-PROMISES(WS-COLLECTOR-IDX)
           END-IF

           *> Only instalments the nightly check has judged count
           *> toward the rate; open and withdrawn ones are shown so
           *> the figures can be reconciled to the promise file
           EVALUATE PM-STATUS
               WHEN "KEPT"
                   ADD 1 TO WS-CT-DUE(WS-COLLECTOR-IDX)
                   ADD 1 TO WS-CT-KEPT(WS-COLLECTOR-IDX)
                   ADD PM-AMOUNT TO WS-CT-PROMISED-AMT(WS-COLLECTOR-IDX)
                   ADD PM-PAID-AMOUNT
                       TO WS-CT-KEPT-AMT(WS-COLLECTOR-IDX)
               WHEN "BROKEN"
                   ADD 1 TO WS-CT-DUE(WS-COLLECTOR-IDX)
                   ADD 1 TO WS-CT-BROKEN(WS-COLLECTOR-IDX)
                   ADD PM-AMOUNT TO WS-CT-PROMISED-AMT(WS-COLLECTOR-IDX)
                   ADD PM-PAID-AMOUNT
                       TO WS-CT-KEPT-AMT(WS-COLLECTOR-IDX)
               WHEN "OPEN"
                   ADD 1 TO WS-CT-OPEN(WS-COLLECTOR-IDX)
               WHEN OTHER
                   ADD 1 TO WS-CT-CANCELLED(WS-COLLECTOR-IDX)
           END-EVALUATE.

       FIND-COLLECTOR-ENTRY.
           MOVE 0 TO WS-COLLECTOR-FOUND
           PERFORM VARYING WS-COLLECTOR-IDX FROM 1 BY 1
               UNTIL WS-COLLECTOR-IDX > WS-COLLECTOR-COUNT
                  OR WS-COLLECTOR-FOUND = 1
               IF WS-CT-NAME(WS-COLLECTOR-IDX) = PM-TAKEN-BY
                   MOVE 1 TO WS-COLLECTOR-FOUND
               END-IF
           END-PERFORM

           IF WS-COLLECTOR-FOUND = 1
               SUBTRACT 1 FROM WS-COLLECTOR-IDX
               EXIT PARAGRAPH
           END-IF

           IF WS-COLLECTOR-COUNT >= WS-COLLECTOR-MAX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-COLLECTOR-COUNT
           MOVE WS-COLLECTOR-COUNT TO WS-COLLECTOR-IDX
           MOVE PM-TAKEN-BY TO WS-CT-NAME(WS-COLLECTOR-IDX)
           MOVE 0 TO WS-CT-PROMISES(WS-COLLECTOR-IDX)
           MOVE 0 TO WS-CT-DUE(WS-COLLECTOR-IDX)
           MOVE 0 TO WS-CT-KEPT(WS-COLLECTOR-IDX)
           MOVE 0 TO WS-CT-BROKEN(WS-COLLECTOR-IDX)
           MOVE 0 TO WS-CT-OPEN(WS-COLLECTOR-IDX)
           MOVE 0 TO WS-CT-CANCELLED(WS-COLLECTOR-IDX)
           MOVE 0 TO WS-CT-PROMISED-AMT(WS-COLLECTOR-IDX)
           MOVE 0 TO WS-CT-KEPT-AMT(WS-COLLECTOR-IDX)
           MOVE 1 TO WS-COLLECTOR-FOUND.

       WRITE-COLLECTOR-LINES.
           PERFORM VARYING WS-COLLECTOR-IDX FROM 1 BY 1
               UNTIL WS-COLLECTOR-IDX > WS-COLLECTOR-COUNT
               MOVE WS-CT-NAME(WS-COLLECTOR-IDX) TO WS-RPT-NAME
               MOVE WS-CT-PROMISES(WS-COLLECTOR-IDX) TO WS-RPT-PROMISES
               MOVE WS-CT-DUE(WS-COLLECTOR-IDX) TO WS-RPT-DUE
               MOVE WS-CT-KEPT(WS-COLLECTOR-IDX) TO WS-RPT-KEPT
               MOVE WS-CT-BROKEN(WS-COLLECTOR-IDX) TO WS-RPT-BROKEN
               MOVE WS-CT-OPEN(WS-COLLECTOR-IDX) TO WS-RPT-OPEN
               MOVE WS-CT-CANCELLED(WS-COLLECTOR-IDX)
                   TO WS-RPT-CANCELLED
               MOVE WS-CT-PROMISED-AMT(WS-COLLECTOR-IDX)
                   TO WS-RPT-PROMISED-AMT
               MOVE WS-CT-KEPT-AMT(WS-COLLECTOR-IDX)
                   TO WS-RPT-KEPT-AMT
               PERFORM WRITE-RATE-LINE

               ADD WS-RPT-PROMISES TO WS-TOTAL-PROMISES
               ADD WS-RPT-DUE TO WS-TOTAL-DUE
               ADD WS-RPT-KEPT TO WS-TOTAL-KEPT
               ADD WS-RPT-BROKEN TO WS-TOTAL-BROKEN
               ADD WS-RPT-OPEN TO WS-TOTAL-OPEN
               ADD WS-RPT-CANCELLED TO WS-TOTAL-CANCELLED
               ADD WS-RPT-PROMISED-AMT TO WS-TOTAL-PROMISED-AMT
               ADD WS-RPT-KEPT-AMT TO WS-TOTAL-KEPT-AMT
           END-PERFORM.

       WRITE-TOTAL-LINE.
           MOVE "TOTAL" TO WS-RPT-NAME
           MOVE WS-TOTAL-PROMISES TO WS-RPT-PROMISES
           MOVE WS-TOTAL-DUE TO WS-RPT-DUE
           MOVE WS-TOTAL-KEPT TO WS-RPT-KEPT
           MOVE WS-TOTAL-BROKEN TO WS-RPT-BROKEN
           MOVE WS-TOTAL-OPEN TO WS-RPT-OPEN
           MOVE WS-TOTAL-CANCELLED TO WS-RPT-CANCELLED
           MOVE WS-TOTAL-PROMISED-AMT TO WS-RPT-PROMISED-AMT
           MOVE WS-TOTAL-KEPT-AMT TO WS-RPT-KEPT-AMT
           PERFORM WRITE-RATE-LINE

           IF WS-COLLECTOR-OVERFLOW > 0
               MOVE WS-COLLECTOR-OVERFLOW TO WS-RPT-COUNT-1
               MOVE SPACES TO WS-RPT-LINE
               STRING "Instalments not tallied (collector table full): "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-1) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE RATE-REPORT-RECORD FROM WS-RPT-LINE
           END-IF.

       WRITE-RATE-LINE.
           MOVE 0 TO WS-KEPT-RATE
           IF WS-RPT-DUE > 0
               COMPUTE WS-KEPT-RATE ROUNDED =
                   WS-RPT-KEPT * 100 / WS-RPT-DUE
           END-IF

           MOVE WS-RPT-PROMISES TO WS-RPT-COUNT-1
           MOVE WS-RPT-DUE TO WS-RPT-COUNT-2
           MOVE WS-RPT-KEPT TO WS-RPT-COUNT-3
           MOVE WS-RPT-BROKEN TO WS-RPT-COUNT-4
           MOVE WS-RPT-OPEN TO WS-RPT-COUNT-5
           MOVE WS-RPT-CANCELLED TO WS-RPT-COUNT-6
           MOVE WS-KEPT-RATE TO WS-RPT-RATE
           MOVE WS-RPT-PROMISED-AMT TO WS-RPT-AMOUNT-1
           MOVE WS-RPT-KEPT-AMT TO WS-RPT-AMOUNT-2

           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(WS-RPT-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-4) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-5) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-6) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-RATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RATE-REPORT-RECORD FROM WS-RPT-LINE.

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> report lines into the repository under a unique run id,
           *> the same way DUNNING-NOTICES files its control list
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "PKRT" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT RATE-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE RATE-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ RATE-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE RATE-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE RATE-REPORT-FILE
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
           MOVE "PROMISE-KEPT-RATE" TO RC-REPORT-NAME
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
           IF PROMISE-FILE-STATUS NOT = "35"
               CLOSE PROMISE-FILE
           END-IF
           CLOSE RATE-REPORT-FILE
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Promise kept-rate report complete: "
               WS-COLLECTOR-COUNT " collectors".
