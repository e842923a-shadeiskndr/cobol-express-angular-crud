       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-SNAPSHOT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO EXTERNAL DD_CUSTOMER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

           SELECT AGING-SUMMARY-FILE
           ASSIGN TO EXTERNAL DD_AGING_SUMMARY_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-CUSTOMER-ID
           FILE STATUS IS AGING-FILE-STATUS.

           SELECT DAYCLOSE-FILE ASSIGN TO EXTERNAL DD_DAYCLOSE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-CLOSE-DATE
           FILE STATUS IS DAYCLOSE-FILE-STATUS.

           SELECT MONTH-SNAPSHOT-FILE
           ASSIGN TO EXTERNAL DD_MONTH_SNAPSHOT_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MS-KEY
           FILE STATUS IS SNAPSHOT-FILE-STATUS.

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

       FD DAYCLOSE-FILE.
       01 DAYCLOSE-RECORD.
          05 DC-CLOSE-DATE          PIC X(10).
          05 DC-TRAN-COUNT          PIC 9(7).
          05 DC-NET-AMOUNT          PIC S9(9)V99.
          05 DC-CLOSED-FLAG         PIC X(1).

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

       WORKING-STORAGE SECTION.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 AGING-FILE-STATUS         PIC XX VALUE SPACES.
       01 DAYCLOSE-FILE-STATUS      PIC XX VALUE SPACES.
       01 SNAPSHOT-FILE-STATUS      PIC XX VALUE SPACES.

       01 WS-AGING-AS-OF-DATE       PIC X(10) VALUE SPACES.
       01 WS-LAST-CLOSE-DATE        PIC X(10) VALUE SPACES.
       01 WS-DAYCLOSE-EOF-FLAG      PIC 9 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).

       01 WS-PERIOD                 PIC X(7) VALUE SPACES.
       01 WS-MONTH-START-DATE       PIC X(10) VALUE SPACES.
       01 WS-MONTH-END-DATE         PIC X(10) VALUE SPACES.
       01 WS-MONTH-END-NUM-X        PIC X(8).
       01 WS-MONTH-END-NUM          PIC 9(8) VALUE 0.
       01 WS-NEXT-DAY-NUM           PIC 9(8) VALUE 0.
       01 WS-NEXT-DAY-NUM-X         PIC X(8).
       01 WS-CLOSED-DAYS            PIC 9(2) VALUE 0.

       01 WS-CUST-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-TRANS-EOF-FLAG         PIC 9 VALUE 0.
       01 WS-SNAP-EOF-FLAG          PIC 9 VALUE 0.

       *> Last day looked up on the DAYCLOSE file, so a run of
       *> payments on the same date costs one read
       01 WS-CHECKED-DAY            PIC X(10) VALUE SPACES.
       01 WS-CHECKED-DAY-CLOSED     PIC 9 VALUE 0.

       01 WS-CUST-SALES             PIC S9(9)V99 VALUE 0.
       01 WS-CUST-PAYMENTS          PIC S9(9)V99 VALUE 0.

       01 WS-TOTAL-BALANCE          PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-0-30             PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-31-60            PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-61-90            PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-90-PLUS          PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-SALES            PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-PAYMENTS         PIC S9(9)V99 VALUE 0.

       01 WS-CUSTOMER-COUNT         PIC 9(7) VALUE 0.
       01 WS-REPLACED-COUNT         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM CLEAR-PERIOD-SNAPSHOT
           PERFORM SNAPSHOT-ALL-CUSTOMERS
           PERFORM WRITE-PERIOD-TOTAL
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)

           *> The snapshot is taken from the nightly aging summary, so
           *> it runs in the chain straight after AGING-BUILD and only
           *> does anything on the night the summary is as of the last
           *> day of a month
           PERFORM CHECK-AGING-SUMMARY-CURRENT
           MOVE WS-AGING-AS-OF-DATE TO WS-MONTH-END-DATE

           MOVE SPACES TO WS-MONTH-END-NUM-X
           STRING WS-MONTH-END-DATE(1:4) WS-MONTH-END-DATE(6:2)
                  WS-MONTH-END-DATE(9:2)
               DELIMITED BY SIZE INTO WS-MONTH-END-NUM-X
           MOVE WS-MONTH-END-NUM-X TO WS-MONTH-END-NUM
           COMPUTE WS-NEXT-DAY-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-NUM) + 1)
           MOVE WS-NEXT-DAY-NUM TO WS-NEXT-DAY-NUM-X

           IF WS-NEXT-DAY-NUM-X(5:2) = WS-MONTH-END-NUM-X(5:2)
               DISPLAY "Aging summary as of " WS-MONTH-END-DATE
                   " is not a month end; no snapshot taken"
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

           *> Only a month whose last day has been certified by
           *> DAY-CLOSE is kept; its figures can no longer move
           IF WS-LAST-CLOSE-DATE NOT = WS-MONTH-END-DATE
               DISPLAY "Month end " WS-MONTH-END-DATE
                   " has not been closed; run DAY-CLOSE first"
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

           MOVE WS-MONTH-END-DATE(1:7) TO WS-PERIOD
           MOVE SPACES TO WS-MONTH-START-DATE
           STRING WS-PERIOD "-01" DELIMITED BY SIZE
               INTO WS-MONTH-START-DATE

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   TRANS-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

           OPEN INPUT DAYCLOSE-FILE
           IF DAYCLOSE-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open day close file, status "
                   DAYCLOSE-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

           OPEN I-O MONTH-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-STATUS = "35"
               CLOSE MONTH-SNAPSHOT-FILE
               OPEN OUTPUT MONTH-SNAPSHOT-FILE
               CLOSE MONTH-SNAPSHOT-FILE
               OPEN I-O MONTH-SNAPSHOT-FILE
           END-IF
           IF SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open month snapshot file, status "
                   SNAPSHOT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE AGING-SUMMARY-FILE
               CLOSE DAYCLOSE-FILE
               STOP RUN
           END-IF

           PERFORM COUNT-CLOSED-DAYS.

       CHECK-AGING-SUMMARY-CURRENT.
           *> A summary built before the last DAY-CLOSE misses postings
           *> that day certified, so the run is refused until it is
           *> rebuilt
           OPEN INPUT AGING-SUMMARY-FILE
           IF AGING-FILE-STATUS NOT = "00"
               DISPLAY "Aging summary not available, status "
                   AGING-FILE-STATUS "; run AGING-BUILD first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO AG-CUSTOMER-ID
           READ AGING-SUMMARY-FILE
               INVALID KEY
                   DISPLAY "Aging summary has no control record; "
                       "run AGING-BUILD first"
                   CLOSE AGING-SUMMARY-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE AG-AS-OF-DATE TO WS-AGING-AS-OF-DATE

           PERFORM FIND-LAST-CLOSED-DAY
           IF WS-AGING-AS-OF-DATE < WS-LAST-CLOSE-DATE
               DISPLAY "Aging summary as of " WS-AGING-AS-OF-DATE
                   " is older than the last day close "
                   WS-LAST-CLOSE-DATE "; run AGING-BUILD first"
               CLOSE AGING-SUMMARY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-LAST-CLOSED-DAY.
           MOVE SPACES TO WS-LAST-CLOSE-DATE

           OPEN INPUT DAYCLOSE-FILE
           IF DAYCLOSE-FILE-STATUS NOT = "00"
               *> No day has ever been closed
               CLOSE DAYCLOSE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO DC-CLOSE-DATE
           START DAYCLOSE-FILE KEY >= DC-CLOSE-DATE
               INVALID KEY
                   CLOSE DAYCLOSE-FILE
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-DAYCLOSE-EOF-FLAG
           PERFORM UNTIL WS-DAYCLOSE-EOF-FLAG = 1
               READ DAYCLOSE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-DAYCLOSE-EOF-FLAG
                   NOT AT END
                       IF DC-CLOSED-FLAG = "Y"
                           AND DC-CLOSE-DATE > WS-LAST-CLOSE-DATE
                           MOVE DC-CLOSE-DATE TO WS-LAST-CLOSE-DATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DAYCLOSE-FILE.

       COUNT-CLOSED-DAYS.
           MOVE 0 TO WS-CLOSED-DAYS
           MOVE WS-MONTH-START-DATE TO DC-CLOSE-DATE
           START DAYCLOSE-FILE KEY >= DC-CLOSE-DATE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-DAYCLOSE-EOF-FLAG
           PERFORM UNTIL WS-DAYCLOSE-EOF-FLAG = 1
               READ DAYCLOSE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-DAYCLOSE-EOF-FLAG
                   NOT AT END
                       IF DC-CLOSE-DATE > WS-MONTH-END-DATE
                           MOVE 1 TO WS-DAYCLOSE-EOF-FLAG
                       ELSE
                           IF DC-CLOSED-FLAG = "Y"
                               ADD 1 TO WS-CLOSED-DAYS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CLEAR-PERIOD-SNAPSHOT.
           *> A rerun for the same month replaces what the earlier run
           *> kept, so a customer dropped since then leaves no row
           MOVE WS-PERIOD TO MS-PERIOD
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
                       IF MS-PERIOD NOT = WS-PERIOD
                           MOVE 1 TO WS-SNAP-EOF-FLAG
                       ELSE
                           DELETE MONTH-SNAPSHOT-FILE RECORD
                               INVALID KEY
                                   DISPLAY "Failed to clear snapshot "
                                       MS-PERIOD " " MS-CUSTOMER-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-REPLACED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO SNAPSHOT-FILE-STATUS.

       SNAPSHOT-ALL-CUSTOMERS.
           *> Customers and their detail both ascend by customer id,
           *> so the month's sales and payments are gathered in one
           *> matched pass rather than a rescan per customer
           MOVE 1 TO WS-TRANS-EOF-FLAG
           MOVE 0 TO TF-CUSTOMER-ID
           START TRANSACTION-FILE KEY >= TF-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-TRANS-EOF-FLAG
                   PERFORM READ-NEXT-TRANSACTION
           END-START

           MOVE 0 TO WS-CUST-EOF-FLAG
           PERFORM UNTIL WS-CUST-EOF-FLAG = 1
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CUST-EOF-FLAG
                   NOT AT END
                       PERFORM SNAPSHOT-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE NEXT
               AT END
                   MOVE 1 TO WS-TRANS-EOF-FLAG
           END-READ.

       SNAPSHOT-ONE-CUSTOMER.
           MOVE 0 TO WS-CUST-SALES
           MOVE 0 TO WS-CUST-PAYMENTS

           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               OR TF-CUSTOMER-ID > CF-CUSTOMER-ID
               IF TF-CUSTOMER-ID = CF-CUSTOMER-ID
                   PERFORM ACCUMULATE-MONTH-ACTIVITY
               END-IF
               PERFORM READ-NEXT-TRANSACTION
           END-PERFORM

           IF CF-CUSTOMER-STATUS = "ARCHIVED"
               EXIT PARAGRAPH
           END-IF

           MOVE CF-CUSTOMER-ID TO AG-CUSTOMER-ID
           READ AGING-SUMMARY-FILE
               INVALID KEY
                   *> No detail on file for the customer
                   MOVE 0 TO AG-AGE-0-30 AG-AGE-31-60 AG-AGE-61-90
                       AG-AGE-90-PLUS
           END-READ

           MOVE WS-PERIOD TO MS-PERIOD
           MOVE CF-CUSTOMER-ID TO MS-CUSTOMER-ID
           MOVE WS-MONTH-END-DATE TO MS-MONTH-END-DATE
           MOVE WS-FORMATTED-DATE TO MS-TAKEN-DATE
           MOVE CF-CUSTOMER-STATUS TO MS-CUSTOMER-STATUS
           MOVE CF-BALANCE TO MS-BALANCE
           MOVE AG-AGE-0-30 TO MS-AGE-0-30
           MOVE AG-AGE-31-60 TO MS-AGE-31-60
           MOVE AG-AGE-61-90 TO MS-AGE-61-90
           MOVE AG-AGE-90-PLUS TO MS-AGE-90-PLUS
           MOVE WS-CUST-SALES TO MS-SALES
           MOVE WS-CUST-PAYMENTS TO MS-PAYMENTS
           MOVE WS-CLOSED-DAYS TO MS-CLOSED-DAYS
           MOVE 1 TO MS-CUSTOMER-COUNT

           WRITE MONTH-SNAPSHOT-RECORD
               INVALID KEY
                   DISPLAY "Failed to write snapshot for customer "
                       CF-CUSTOMER-ID " status " SNAPSHOT-FILE-STATUS
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-CUSTOMER-COUNT
           ADD CF-BALANCE TO WS-TOTAL-BALANCE
           ADD AG-AGE-0-30 TO WS-TOTAL-0-30
           ADD AG-AGE-31-60 TO WS-TOTAL-31-60
           ADD AG-AGE-61-90 TO WS-TOTAL-61-90
           ADD AG-AGE-90-PLUS TO WS-TOTAL-90-PLUS
           ADD WS-CUST-SALES TO WS-TOTAL-SALES
           ADD WS-CUST-PAYMENTS TO WS-TOTAL-PAYMENTS.

       ACCUMULATE-MONTH-ACTIVITY.
           IF TF-DATE < WS-MONTH-START-DATE
               OR TF-DATE > WS-MONTH-END-DATE
               EXIT PARAGRAPH
           END-IF

           *> Reversed pairs, held and rejected postings never reached
           *> the ledger
           IF TF-STATUS = "REVERSED"
               OR TF-STATUS = "PENDAPPR"
               OR TF-STATUS = "REJECTED"
               EXIT PARAGRAPH
           END-IF

           *> Sales are the month's new charges; a refund or the
           *> reinstatement half of a recovery is not new business
           IF TF-AMOUNT > 0
               AND TF-TYPE NOT = "REFUND"
               AND TF-TYPE NOT = "REINSTATE"
               ADD TF-AMOUNT TO WS-CUST-SALES
               EXIT PARAGRAPH
           END-IF

           *> Payments count once their day has been certified by
           *> DAY-CLOSE, the same cash the close totals carry
           IF TF-TYPE = "PAYMENT"
               PERFORM CHECK-DAY-CLOSED
               IF WS-CHECKED-DAY-CLOSED = 1
                   SUBTRACT TF-AMOUNT FROM WS-CUST-PAYMENTS
               END-IF
           END-IF.

       CHECK-DAY-CLOSED.
           IF TF-DATE = WS-CHECKED-DAY
               EXIT PARAGRAPH
           END-IF

           MOVE TF-DATE TO WS-CHECKED-DAY
           MOVE 0 TO WS-CHECKED-DAY-CLOSED
           MOVE TF-DATE TO DC-CLOSE-DATE
           READ DAYCLOSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DC-CLOSED-FLAG = "Y"
                       MOVE 1 TO WS-CHECKED-DAY-CLOSED
                   END-IF
           END-READ.

       WRITE-PERIOD-TOTAL.
           *> Customer id zero carries the month's totals, which is
           *> all MONTH-END-KPI needs to read
           MOVE WS-PERIOD TO MS-PERIOD
           MOVE 0 TO MS-CUSTOMER-ID
           MOVE WS-MONTH-END-DATE TO MS-MONTH-END-DATE
           MOVE WS-FORMATTED-DATE TO MS-TAKEN-DATE
           MOVE "TOTAL" TO MS-CUSTOMER-STATUS
           MOVE WS-TOTAL-BALANCE TO MS-BALANCE
           MOVE WS-TOTAL-0-30 TO MS-AGE-0-30
           MOVE WS-TOTAL-31-60 TO MS-AGE-31-60
           MOVE WS-TOTAL-61-90 TO MS-AGE-61-90
           MOVE WS-TOTAL-90-PLUS TO MS-AGE-90-PLUS
           MOVE WS-TOTAL-SALES TO MS-SALES
           MOVE WS-TOTAL-PAYMENTS TO MS-PAYMENTS
           MOVE WS-CLOSED-DAYS TO MS-CLOSED-DAYS
           MOVE WS-CUSTOMER-COUNT TO MS-CUSTOMER-COUNT
           WRITE MONTH-SNAPSHOT-RECORD
               INVALID KEY
                   DISPLAY "Failed to write snapshot total for "
                       WS-PERIOD " status " SNAPSHOT-FILE-STATUS
           END-WRITE.

       CLEANUP-AND-EXIT.
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE AGING-SUMMARY-FILE
           CLOSE DAYCLOSE-FILE
           CLOSE MONTH-SNAPSHOT-FILE
           DISPLAY "Month-end snapshot for " WS-PERIOD " complete: "
               WS-CUSTOMER-COUNT " customers kept, "
               WS-REPLACED-COUNT " earlier rows replaced".
