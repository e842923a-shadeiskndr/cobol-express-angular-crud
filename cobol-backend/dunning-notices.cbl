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

           SELECT NOTICE-FILE ASSIGN TO EXTERNAL DD_DUNNING_NOTICE_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTICE-FILE-STATUS.
           ALTERNATE RECORD KEY IS AD-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS ADDRESS-FILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO EXTERNAL DD_PROMISE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           ALTERNATE RECORD KEY IS PM-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS PROMISE-FILE-STATUS.

           SELECT REPORT-CATALOG-FILE
           ASSIGN TO EXTERNAL DD_REPORT_CATALOG_FILE
           RECORD KEY IS RS-KEY
           FILE STATUS IS STORE-FILE-STATUS.

           SELECT NOTIFY-OUTBOX-FILE
           ASSIGN TO EXTERNAL DD_NOTIFY_OUTBOX_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NQ-NOTIFY-ID
           FILE STATUS IS NOTIFY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
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

       FD NOTICE-FILE.
       01 NOTICE-RECORD             PIC X(132).
          05 AD-EFFECTIVE-DATE      PIC X(10).
          05 AD-END-DATE            PIC X(10).

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

       FD REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
          05 RC-RUN-ID              PIC X(16).
             10 RS-LINE-NO          PIC 9(5).
          05 RS-LINE                PIC X(200).

       FD NOTIFY-OUTBOX-FILE.
       01 NOTIFY-OUTBOX-RECORD.
          05 NQ-NOTIFY-ID           PIC X(20).
          05 NQ-QUEUED-DATE         PIC X(10).
          05 NQ-QUEUED-TIME         PIC X(8).
          05 NQ-SOURCE              PIC X(20).
          05 NQ-RECIPIENT-TYPE      PIC X(8).
          05 NQ-RECIPIENT-ID        PIC 9(5).
          05 NQ-RECIPIENT-EMAIL     PIC X(100).
          05 NQ-RECIPIENT-ADDRESS   PIC X(150).
          05 NQ-CHANNEL             PIC X(6).
          05 NQ-TEMPLATE-CODE       PIC X(12).
          05 NQ-MERGE-FIELDS        PIC X(200).
          05 NQ-STATUS              PIC X(8).
          05 NQ-ATTEMPT-COUNT       PIC 9(2).
          05 NQ-LAST-ATTEMPT-DATE   PIC X(10).
          05 NQ-LAST-ERROR          PIC X(40).

       WORKING-STORAGE SECTION.
       01 CATALOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 STORE-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-REG-EOF-FLAG           PIC 9 VALUE 0.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 AGING-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-AGING-AS-OF-DATE       PIC X(10) VALUE SPACES.
       01 WS-LAST-CLOSE-DATE        PIC X(10) VALUE SPACES.
       01 WS-DAYCLOSE-EOF-FLAG      PIC 9 VALUE 0.
       01 DAYCLOSE-FILE-STATUS      PIC XX VALUE SPACES.
       01 NOTICE-FILE-STATUS        PIC XX VALUE SPACES.
       01 CONTROL-FILE-STATUS       PIC XX VALUE SPACES.
       01 ADDRESS-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-ADDRESS-PRESENT-FLAG   PIC 9 VALUE 0.
       01 PROMISE-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-PROMISE-PRESENT-FLAG   PIC 9 VALUE 0.
       01 WS-PROMISE-EOF-FLAG       PIC 9 VALUE 0.
       01 WS-PROMISE-OPEN-FLAG      PIC 9 VALUE 0.
       01 WS-PROMISE-SKIP-COUNT     PIC 9(7) VALUE 0.
       01 WS-ADDR-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-BILLING-FOUND-FLAG     PIC 9 VALUE 0.
       01 WS-BILLING-EFFECTIVE      PIC X(10) VALUE SPACES.
       01 WS-BILLING-CITY           PIC X(30) VALUE SPACES.
       01 WS-BILLING-POSTCODE       PIC X(10) VALUE SPACES.

       01 NOTIFY-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-NOTIFY-PREFIX          PIC X(4) VALUE "DUNN".
       01 WS-NOTIFY-DATE            PIC 9(8) VALUE 0.
       01 WS-NOTIFY-DATE-X REDEFINES WS-NOTIFY-DATE PIC X(8).
       01 WS-NOTIFY-TIME            PIC 9(8) VALUE 0.
       01 WS-NOTIFY-TIME-X REDEFINES WS-NOTIFY-TIME PIC X(8).
       01 WS-NOTIFY-SEQ             PIC 9(4) VALUE 0.
       01 WS-NOTIFY-TRIES           PIC 9(2) VALUE 0.
       01 WS-NOTIFY-OPEN-FLAG       PIC 9 VALUE 0.
       01 WS-NOTIFY-WRITTEN-FLAG    PIC 9 VALUE 0.
       01 WS-QUEUED-COUNT           PIC 9(7) VALUE 0.
       01 WS-NOTIFY-PTR             PIC 9(3) VALUE 1.

       01 WS-CUST-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-TRANS-EOF-FLAG         PIC 9 VALUE 0.

          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).
       01 WS-AS-OF-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-AGING-DATE-BUILD       PIC X(8).
       01 WS-AGING-DATE-NUM         PIC 9(8).
       01 WS-AGE-DAYS               PIC S9(6) VALUE 0.
       01 WS-ITEM-DUE-DATE          PIC X(10) VALUE SPACES.

       01 WS-AGING-BUCKETS.
          05 WS-AGE-0-30            PIC S9(7)V99 VALUE 0.
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)

           PERFORM CHECK-AGING-SUMMARY-CURRENT

           *> The item lines on a letter age against the same date as
           *> the summary totals, so the two always agree
           MOVE SPACES TO WS-AGING-DATE-BUILD
           STRING WS-AGING-AS-OF-DATE(1:4) WS-AGING-AS-OF-DATE(6:2)
                  WS-AGING-AS-OF-DATE(9:2)
               DELIMITED BY SIZE INTO WS-AGING-DATE-BUILD
           MOVE WS-AGING-DATE-BUILD TO WS-AS-OF-DATE-NUM

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   TRANS-FILE-STATUS
               CLOSE AGING-SUMMARY-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF
           IF NOTICE-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open notice file, status "
                   NOTICE-FILE-STATUS
               CLOSE AGING-SUMMARY-FILE
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open control listing file, status "
                   CONTROL-FILE-STATUS
               CLOSE AGING-SUMMARY-FILE
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE NOTICE-FILE
               MOVE 0 TO WS-ADDRESS-PRESENT-FLAG
           END-IF

           *> No promise file simply means no promises have been taken
           MOVE 1 TO WS-PROMISE-PRESENT-FLAG
           OPEN INPUT PROMISE-FILE
           IF PROMISE-FILE-STATUS NOT = "00"
               CLOSE PROMISE-FILE
               MOVE 0 TO WS-PROMISE-PRESENT-FLAG
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Dunning Control Listing - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE

           MOVE "CustomerID,Name,Severity,Aged61-90,Aged90Plus"
               TO CONTROL-LIST-RECORD
           WRITE CONTROL-LIST-RECORD

           *> The printed letters are the notice of record; without
           *> the outbox they still go out, just not by mail as well
           PERFORM OPEN-NOTIFY-OUTBOX
           IF WS-NOTIFY-OPEN-FLAG = 0
               DISPLAY "Failed to open notification outbox, status "
                   NOTIFY-FILE-STATUS "; letters only this run"
           END-IF.

       NOTICE-ALL-CUSTOMERS.
           MOVE 0 TO WS-CUST-EOF-FLAG
                   AT END
                       MOVE 1 TO WS-CUST-EOF-FLAG
                   NOT AT END
                       *> A written-off account is closed out for
                       *> collection; only a recovery touches it now
                       IF CF-CUSTOMER-STATUS NOT = "ARCHIVED"
                           AND CF-CUSTOMER-STATUS NOT = "WRITTENOFF"
                           PERFORM CONSIDER-ONE-CUSTOMER
                       END-IF
               END-READ

       CONSIDER-ONE-CUSTOMER.
           MOVE CF-CUSTOMER-ID TO WS-SAVED-CUSTOMER-ID

           *> A customer keeping to a promise to pay is not chased
           *> while the arrangement stands
           PERFORM CHECK-OPEN-PROMISE
           IF WS-PROMISE-OPEN-FLAG = 1
               ADD 1 TO WS-PROMISE-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-CUSTOMER-AGING-BUCKETS

           IF WS-AGE-61-90 <= 0 AND WS-AGE-90-PLUS <= 0

           PERFORM WRITE-NOTICE
           PERFORM WRITE-CONTROL-LINE
           PERFORM QUEUE-DUNNING-NOTICE

           ADD 1 TO WS-NOTICED-COUNT
           ADD WS-OVERDUE-TOTAL TO WS-TOTAL-NOTICED.

       CHECK-OPEN-PROMISE.
           *> An OPEN instalment means the promise is still running;
           *> the nightly PROMISE-CHECK withdraws the rest of a
           *> schedule as soon as one instalment is broken
           MOVE 0 TO WS-PROMISE-OPEN-FLAG
           IF WS-PROMISE-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SAVED-CUSTOMER-ID TO PM-CUSTOMER-ID
           START PROMISE-FILE KEY = PM-CUSTOMER-ID
               INVALID KEY
                   MOVE "00" TO PROMISE-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-PROMISE-EOF-FLAG
           PERFORM UNTIL WS-PROMISE-EOF-FLAG = 1
               READ PROMISE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-PROMISE-EOF-FLAG
                   NOT AT END
                       IF PM-CUSTOMER-ID NOT = WS-SAVED-CUSTOMER-ID
                           MOVE 1 TO WS-PROMISE-EOF-FLAG
                       ELSE
                           IF PM-STATUS = "OPEN"
                               MOVE 1 TO WS-PROMISE-OPEN-FLAG
                               MOVE 1 TO WS-PROMISE-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO PROMISE-FILE-STATUS.

       BUILD-CUSTOMER-AGING-BUCKETS.
           *> Ages the open balance from the nightly summary, built
           *> by the same rules CUSTOMER-DATABASE's AGING_REPORT uses;
           *> disputed items are on hold and stay out of the letter
           MOVE WS-SAVED-CUSTOMER-ID TO AG-CUSTOMER-ID
           READ AGING-SUMMARY-FILE
               INVALID KEY
                   *> No detail on file for the customer
                   MOVE 0 TO AG-AGE-0-30 AG-AGE-31-60 AG-AGE-61-90
                       AG-AGE-90-PLUS
           END-READ

           MOVE AG-AGE-0-30 TO WS-AGE-0-30
           MOVE AG-AGE-31-60 TO WS-AGE-31-60
           MOVE AG-AGE-61-90 TO WS-AGE-61-90
           MOVE AG-AGE-90-PLUS TO WS-AGE-90-PLUS.

       CHECK-AGING-SUMMARY-CURRENT.
           *> Buckets come from the nightly AGING-BUILD summary; one
           *> built before the last DAY-CLOSE misses postings that
           *> day certified, so the run is refused until it is rebuilt
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

       WRITE-NOTICE.
           MOVE ALL "=" TO NOTICE-RECORD
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       QUEUE-DUNNING-NOTICE.
           *> Follows WRITE-NOTICE, so the billing address it found
           *> is the one the letter went to
           IF WS-NOTIFY-OPEN-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "CUSTOMER" TO NQ-RECIPIENT-TYPE
           MOVE CF-CUSTOMER-ID TO NQ-RECIPIENT-ID
           MOVE CF-CUSTOMER-EMAIL TO NQ-RECIPIENT-EMAIL
           MOVE SPACES TO NQ-RECIPIENT-ADDRESS
           IF WS-BILLING-FOUND-FLAG = 1
               MOVE 1 TO WS-NOTIFY-PTR
               STRING FUNCTION TRIM(WS-BILLING-LINE-1)
                          DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                   INTO NQ-RECIPIENT-ADDRESS
                   POINTER WS-NOTIFY-PTR
               IF WS-BILLING-LINE-2 NOT = SPACES
                   STRING FUNCTION TRIM(WS-BILLING-LINE-2)
                              DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                       INTO NQ-RECIPIENT-ADDRESS
                       POINTER WS-NOTIFY-PTR
               END-IF
               STRING FUNCTION TRIM(WS-BILLING-CITY)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BILLING-POSTCODE)
                          DELIMITED BY SIZE
                   INTO NQ-RECIPIENT-ADDRESS
                   POINTER WS-NOTIFY-PTR
           ELSE
               MOVE CF-ADDRESS TO NQ-RECIPIENT-ADDRESS
           END-IF
           MOVE "EMAIL" TO NQ-CHANNEL
           MOVE "DUNNING" TO NQ-TEMPLATE-CODE
           MOVE WS-OVERDUE-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO NQ-MERGE-FIELDS
           STRING "name=" DELIMITED BY SIZE
                  FUNCTION TRIM(CF-CUSTOMER-NAME) DELIMITED BY SIZE
                  "|severity=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEVERITY) DELIMITED BY SIZE
                  "|overdue=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO NQ-MERGE-FIELDS

           PERFORM QUEUE-NOTIFICATION
           IF WS-NOTIFY-WRITTEN-FLAG = 1
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               DISPLAY "Failed to queue dunning mail for customer "
                   CF-CUSTOMER-ID " status " NOTIFY-FILE-STATUS
           END-IF.

       OPEN-NOTIFY-OUTBOX.
           MOVE 0 TO WS-NOTIFY-OPEN-FLAG
           OPEN I-O NOTIFY-OUTBOX-FILE
           IF NOTIFY-FILE-STATUS = "35"
               CLOSE NOTIFY-OUTBOX-FILE
               OPEN OUTPUT NOTIFY-OUTBOX-FILE
               CLOSE NOTIFY-OUTBOX-FILE
               OPEN I-O NOTIFY-OUTBOX-FILE
           END-IF
           IF NOTIFY-FILE-STATUS = "00"
               MOVE 1 TO WS-NOTIFY-OPEN-FLAG
           ELSE
               CLOSE NOTIFY-OUTBOX-FILE
           END-IF.

       CLOSE-NOTIFY-OUTBOX.
           IF WS-NOTIFY-OPEN-FLAG = 1
               CLOSE NOTIFY-OUTBOX-FILE
               MOVE 0 TO WS-NOTIFY-OPEN-FLAG
           END-IF.

       QUEUE-NOTIFICATION.
           *> Expects the outbox open and the NQ- recipient, channel,
           *> template and merge fields filled in; NOTIFY-DISPATCH
           *> sends it. The id is this program's prefix and the time
           *> of queueing plus a counter, retried on a clash with
           *> another program queueing in the same second
           MOVE 0 TO WS-NOTIFY-WRITTEN-FLAG
           IF WS-NOTIFY-OPEN-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-NOTIFY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOTIFY-TIME FROM TIME
           MOVE SPACES TO NQ-QUEUED-DATE
           STRING WS-NOTIFY-DATE-X(1:4) "-" WS-NOTIFY-DATE-X(5:2) "-"
                  WS-NOTIFY-DATE-X(7:2)
               DELIMITED BY SIZE INTO NQ-QUEUED-DATE
           MOVE SPACES TO NQ-QUEUED-TIME
           STRING WS-NOTIFY-TIME-X(1:2) ":" WS-NOTIFY-TIME-X(3:2) ":"
                  WS-NOTIFY-TIME-X(5:2)
               DELIMITED BY SIZE INTO NQ-QUEUED-TIME
           MOVE "DUNNING-NOTICES" TO NQ-SOURCE
           MOVE "QUEUED" TO NQ-STATUS
           MOVE 0 TO NQ-ATTEMPT-COUNT
           MOVE SPACES TO NQ-LAST-ATTEMPT-DATE
           MOVE SPACES TO NQ-LAST-ERROR

           MOVE 0 TO WS-NOTIFY-TRIES
           PERFORM UNTIL WS-NOTIFY-WRITTEN-FLAG = 1
               OR WS-NOTIFY-TRIES >= 10
               ADD 1 TO WS-NOTIFY-TRIES
               ADD 1 TO WS-NOTIFY-SEQ
               MOVE SPACES TO NQ-NOTIFY-ID
               STRING WS-NOTIFY-PREFIX WS-NOTIFY-DATE-X(3:6)
                      WS-NOTIFY-TIME-X(1:6) WS-NOTIFY-SEQ
                   DELIMITED BY SIZE INTO NQ-NOTIFY-ID
               WRITE NOTIFY-OUTBOX-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-NOTIFY-WRITTEN-FLAG
               END-WRITE
           END-PERFORM.

       FIND-BILLING-ADDRESS.
           *> Current = effective on or before today with no end date
           *> (or one still in the future); latest effective wins
           MOVE "00" TO TRANS-FILE-STATUS.

       WRITE-ONE-UNPAID-LINE.
           *> Overdue is measured from the due date the charge was
           *> posted with; older detail without one is due as posted
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

           IF WS-AGE-DAYS <= 60
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(TF-DATE) DELIMITED BY SIZE
                  "  due " DELIMITED BY SIZE
                  WS-ITEM-DUE-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONTROL-LIST-RECORD FROM WS-RPT-LINE

           MOVE WS-PROMISE-SKIP-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Suspended under a promise to pay: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONTROL-LIST-RECORD FROM WS-RPT-LINE.

       REGISTER-REPORT-RUN.
       CLEANUP-AND-EXIT.
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE AGING-SUMMARY-FILE
           CLOSE NOTICE-FILE
           CLOSE CONTROL-LIST-FILE
           PERFORM CLOSE-NOTIFY-OUTBOX
           PERFORM REGISTER-REPORT-RUN
           IF WS-ADDRESS-PRESENT-FLAG = 1
               CLOSE ADDRESS-FILE
           END-IF
           IF WS-PROMISE-PRESENT-FLAG = 1
               CLOSE PROMISE-FILE
           END-IF
           DISPLAY "Dunning run complete: " WS-NOTICED-COUNT
               " notices produced, " WS-QUEUED-COUNT " mails queued".
