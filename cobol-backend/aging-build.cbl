       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGING-BUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
           ALTERNATE RECORD KEY IS TF-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT AGING-SUMMARY-FILE
           ASSIGN TO EXTERNAL DD_AGING_SUMMARY_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-CUSTOMER-ID
           FILE STATUS IS AGING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD AGING-SUMMARY-FILE.
       01 AGING-SUMMARY-RECORD.
          05 AG-CUSTOMER-ID         PIC 9(5).
          05 AG-AS-OF-DATE          PIC X(10).
          05 AG-BUILD-TIME          PIC X(8).
          05 AG-AGE-0-30            PIC S9(7)V99.
          05 AG-AGE-31-60           PIC S9(7)V99.
          05 AG-AGE-61-90           PIC S9(7)V99.
          05 AG-AGE-90-PLUS         PIC S9(7)V99.
          05 AG-OLDEST-OPEN-DATE    PIC X(10).
          05 AG-HIGH-WATER-12M      PIC S9(9)V99.
          05 AG-PURCHASE-12M        PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 AGING-FILE-STATUS         PIC XX VALUE SPACES.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-AS-OF-DATE             PIC X(10) VALUE SPACES.
       01 WS-AS-OF-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-BUILD-TIME             PIC X(8) VALUE SPACES.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-CURRENT-TIME.
          05 WS-HOUR                PIC 9(2).
          05 WS-MINUTE              PIC 9(2).
          05 WS-SECOND              PIC 9(2).
          05 FILLER                 PIC X(4).

       01 WS-CUTOFF-INTEGER         PIC S9(9) COMP VALUE 0.
       01 WS-CUTOFF-DATE-NUM        PIC 9(8) VALUE 0.
       01 WS-CUTOFF-NUM-X           PIC X(8).
       01 WS-CUTOFF-DATE            PIC X(10) VALUE SPACES.

       01 WS-AGING-DATE-BUILD       PIC X(8).
       01 WS-AGING-DATE-NUM         PIC 9(8).
       01 WS-AGE-DAYS               PIC S9(6) VALUE 0.
       01 WS-ITEM-DUE-DATE          PIC X(10) VALUE SPACES.

       01 WS-TRANS-EOF-FLAG         PIC 9 VALUE 0.
       01 WS-CURRENT-CUSTOMER-ID    PIC 9(5) VALUE 0.
       01 WS-RUNNING-BALANCE        PIC S9(9)V99 VALUE 0.

       01 WS-CUSTOMER-COUNT         PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT           PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM BUILD-AGING-SUMMARY
           PERFORM WRITE-CONTROL-RECORD
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> The as-of date arrives as YYYY-MM-DD; blank means the
           *> job chain's run date, or today when run by hand
           ACCEPT WS-INPUT-TEXT
           MOVE WS-INPUT-TEXT TO WS-AS-OF-DATE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-AS-OF-DATE = SPACES
               ACCEPT WS-AS-OF-DATE FROM ENVIRONMENT "JOB_RUN_DATE"
           END-IF
           IF WS-AS-OF-DATE = SPACES
               MOVE WS-YEAR TO WS-AS-OF-DATE(1:4)
               MOVE "-" TO WS-AS-OF-DATE(5:1)
               MOVE WS-MONTH TO WS-AS-OF-DATE(6:2)
               MOVE "-" TO WS-AS-OF-DATE(8:1)
               MOVE WS-DAY TO WS-AS-OF-DATE(9:2)
           END-IF

           MOVE SPACES TO WS-AGING-DATE-BUILD
           STRING WS-AS-OF-DATE(1:4) WS-AS-OF-DATE(6:2)
                  WS-AS-OF-DATE(9:2)
               DELIMITED BY SIZE INTO WS-AGING-DATE-BUILD
           IF WS-AGING-DATE-BUILD IS NOT NUMERIC
               DISPLAY "Invalid as-of date " WS-AS-OF-DATE
               STOP RUN
           END-IF
           MOVE WS-AGING-DATE-BUILD TO WS-AS-OF-DATE-NUM

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-BUILD-TIME
           STRING WS-HOUR ":" WS-MINUTE ":" WS-SECOND
               DELIMITED BY SIZE INTO WS-BUILD-TIME

           *> CREDIT-REVIEW's trailing twelve months end on the
           *> as-of date
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-NUM) - 365
           COMPUTE WS-CUTOFF-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           MOVE WS-CUTOFF-DATE-NUM TO WS-CUTOFF-NUM-X
           MOVE SPACES TO WS-CUTOFF-DATE
           STRING WS-CUTOFF-NUM-X(1:4) "-" WS-CUTOFF-NUM-X(5:2) "-"
                  WS-CUTOFF-NUM-X(7:2)
               DELIMITED BY SIZE INTO WS-CUTOFF-DATE

           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   TRANS-FILE-STATUS
               STOP RUN
           END-IF

           *> Rebuilt from scratch every night: a customer with no
           *> detail simply has no row, which readers take as zero
           OPEN OUTPUT AGING-SUMMARY-FILE
           IF AGING-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open aging summary file, status "
                   AGING-FILE-STATUS
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF.

       BUILD-AGING-SUMMARY.
           *> One pass over the detail in customer order replaces the
           *> per-customer rescans the batch programs used to make
           MOVE 0 TO TF-CUSTOMER-ID
           START TRANSACTION-FILE KEY >= TF-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-CURRENT-CUSTOMER-ID
           MOVE 0 TO WS-TRANS-EOF-FLAG
           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       IF TF-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER-ID
                           IF WS-CURRENT-CUSTOMER-ID > 0
                               PERFORM WRITE-CUSTOMER-SUMMARY
                           END-IF
                           PERFORM START-CUSTOMER-SUMMARY
                       END-IF
                       ADD 1 TO WS-DETAIL-COUNT
                       PERFORM ACCUMULATE-ONE-TRANSACTION
               END-READ
           END-PERFORM

           IF WS-CURRENT-CUSTOMER-ID > 0
               PERFORM WRITE-CUSTOMER-SUMMARY
           END-IF.

       START-CUSTOMER-SUMMARY.
           MOVE TF-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
           MOVE 0 TO WS-RUNNING-BALANCE

           MOVE TF-CUSTOMER-ID TO AG-CUSTOMER-ID
           MOVE WS-AS-OF-DATE TO AG-AS-OF-DATE
           MOVE WS-BUILD-TIME TO AG-BUILD-TIME
           MOVE 0 TO AG-AGE-0-30 AG-AGE-31-60 AG-AGE-61-90
               AG-AGE-90-PLUS
           MOVE SPACES TO AG-OLDEST-OPEN-DATE
           MOVE 0 TO AG-HIGH-WATER-12M
           MOVE 0 TO AG-PURCHASE-12M.

       ACCUMULATE-ONE-TRANSACTION.
           *> Detail posted after the as-of date belongs to a later
           *> build
           IF TF-DATE > WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF

           *> Running balance in posting order (ids ascend with it)
           *> gives CREDIT-REVIEW its twelve-month high-water mark
           ADD TF-AMOUNT TO WS-RUNNING-BALANCE
           IF TF-DATE >= WS-CUTOFF-DATE
               IF WS-RUNNING-BALANCE > AG-HIGH-WATER-12M
                   MOVE WS-RUNNING-BALANCE TO AG-HIGH-WATER-12M
               END-IF
               IF TF-AMOUNT > 0
                   AND TF-STATUS NOT = "REVERSED"
                   ADD TF-AMOUNT TO AG-PURCHASE-12M
               END-IF
           END-IF

           *> Disputed items are on hold and stop aging
           IF TF-STATUS NOT = "CLOSED"
               AND TF-STATUS NOT = "REVERSED"
               AND TF-STATUS NOT = "DISPUTED"
               PERFORM COMPUTE-TRANSACTION-AGE-BUCKET
           END-IF.

       COMPUTE-TRANSACTION-AGE-BUCKET.
           *> Items age from their due date, so a charge on terms
           *> sits in the current bucket until it falls due; detail
           *> posted before terms existed is due on its posting date
           IF TF-DUE-DATE = SPACES OR TF-DUE-DATE = LOW-VALUES
               MOVE TF-DATE TO WS-ITEM-DUE-DATE
           ELSE
               MOVE TF-DUE-DATE TO WS-ITEM-DUE-DATE
           END-IF
           STRING WS-ITEM-DUE-DATE(1:4) WS-ITEM-DUE-DATE(6:2)
                  WS-ITEM-DUE-DATE(9:2)
               DELIMITED BY SIZE INTO WS-AGING-DATE-BUILD
           MOVE WS-AGING-DATE-BUILD TO WS-AGING-DATE-NUM

           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-AGING-DATE-NUM)

           *> Buckets build from TF-OPEN-AMOUNT, not TF-AMOUNT, so a
           *> charge the customer has since paid stops aging the moment
           *> a payment is applied to it
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   ADD TF-OPEN-AMOUNT TO AG-AGE-0-30
               WHEN WS-AGE-DAYS <= 60
                   ADD TF-OPEN-AMOUNT TO AG-AGE-31-60
               WHEN WS-AGE-DAYS <= 90
                   ADD TF-OPEN-AMOUNT TO AG-AGE-61-90
               WHEN OTHER
                   ADD TF-OPEN-AMOUNT TO AG-AGE-90-PLUS
           END-EVALUATE

           IF TF-OPEN-AMOUNT > 0
               IF AG-OLDEST-OPEN-DATE = SPACES
                   OR TF-DATE < AG-OLDEST-OPEN-DATE
                   MOVE TF-DATE TO AG-OLDEST-OPEN-DATE
               END-IF
           END-IF.

       WRITE-CUSTOMER-SUMMARY.
           WRITE AGING-SUMMARY-RECORD
               INVALID KEY
                   DISPLAY "Failed to write aging summary for "
                       "customer " AG-CUSTOMER-ID " status "
                       AGING-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CUSTOMER-COUNT
           END-WRITE.

       WRITE-CONTROL-RECORD.
           *> Key zero is never a customer; it carries the as-of date
           *> the readers compare against the last DAY-CLOSE
           MOVE 0 TO AG-CUSTOMER-ID
           MOVE WS-AS-OF-DATE TO AG-AS-OF-DATE
           MOVE WS-BUILD-TIME TO AG-BUILD-TIME
           MOVE 0 TO AG-AGE-0-30 AG-AGE-31-60 AG-AGE-61-90
               AG-AGE-90-PLUS
           MOVE SPACES TO AG-OLDEST-OPEN-DATE
           MOVE 0 TO AG-HIGH-WATER-12M
           MOVE 0 TO AG-PURCHASE-12M
           WRITE AGING-SUMMARY-RECORD
               INVALID KEY
                   DISPLAY "Failed to write aging control record, "
                       "status " AGING-FILE-STATUS
           END-WRITE.

       CLEANUP-AND-EXIT.
           CLOSE TRANSACTION-FILE
           CLOSE AGING-SUMMARY-FILE
           DISPLAY "Aging summary built as of " WS-AS-OF-DATE ": "
               WS-CUSTOMER-COUNT " customers from " WS-DETAIL-COUNT
               " transactions".
