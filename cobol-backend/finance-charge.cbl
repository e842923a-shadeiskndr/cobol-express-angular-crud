           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
           RECORD KEY IS DC-CLOSE-DATE
           FILE STATUS IS DAYCLOSE-FILE-STATUS.

           SELECT AGING-SUMMARY-FILE
           ASSIGN TO EXTERNAL DD_AGING_SUMMARY_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-CUSTOMER-ID
           FILE STATUS IS AGING-FILE-STATUS.

           SELECT CHARGE-REGISTER-FILE
           ASSIGN TO EXTERNAL DD_CHARGE_REGISTER_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS.

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

       FD DAYCLOSE-FILE.
       01 DAYCLOSE-RECORD.
          05 DC-NET-AMOUNT          PIC S9(9)V99.
          05 DC-CLOSED-FLAG         PIC X(1).

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

       FD CHARGE-REGISTER-FILE.
       01 CHARGE-REGISTER-RECORD    PIC X(200).

          05 FILLER                 PIC X(4).
       01 DAYCLOSE-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-CLOSED-DAY-FLAG        PIC 9 VALUE 0.
       01 AGING-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-AGING-AS-OF-DATE       PIC X(10) VALUE SPACES.
       01 WS-LAST-CLOSE-DATE        PIC X(10) VALUE SPACES.
       01 WS-DAYCLOSE-EOF-FLAG      PIC 9 VALUE 0.

       01 WS-RATE-INPUT             PIC X(10).
       01 WS-RATE-31-60             PIC 9(2)V99 VALUE 0.
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).

       01 WS-AGING-BUCKETS.
          05 WS-AGE-0-30            PIC S9(7)V99 VALUE 0.
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)

           *> Every transaction this run writes is stamped with one
           *> run id so a bad run can be reversed in a single pass by
               STOP RUN
           END-IF

           PERFORM CHECK-AGING-SUMMARY-CURRENT

           OPEN I-O CUSTOMER-FILE
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
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open charge register file, status "
                   REGISTER-FILE-STATUS
               CLOSE AGING-SUMMARY-FILE
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN

           CLOSE DAYCLOSE-FILE.

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

       FIND-NEXT-TRANSACTION-ID.
           *> Same scan-for-highest-key approach CUSTOMER-DATABASE
           *> uses for online posting; scanned once, then the counter
                   AT END
                       MOVE 1 TO WS-CUST-EOF-FLAG
                   NOT AT END
                       *> A written-off account is closed out for
                       *> collection; only a recovery touches it now
                       IF CF-CUSTOMER-STATUS NOT = "ARCHIVED"
                           AND CF-CUSTOMER-STATUS NOT = "WRITTENOFF"
                           PERFORM ASSESS-ONE-CUSTOMER
                       END-IF
               END-READ
           PERFORM POST-FINANCE-CHARGE.

       BUILD-CUSTOMER-AGING-BUCKETS.
           *> The nightly summary ages the open balance the way
           *> CUSTOMER-DATABASE's AGING_REPORT always has: open amounts
           *> of non-CLOSED, non-REVERSED detail by days past due;
           *> disputed items are on hold and attract no interest
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

       POST-FINANCE-CHARGE.
           *> Same all-or-nothing posting CUSTOMER-DATABASE uses
           *> Interest is outside the scope of VAT
           MOVE SPACES TO TF-TAX-CODE
           MOVE 0 TO TF-TAX-AMOUNT
           *> Interest is due on the day it is charged
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE AGING-SUMMARY-FILE
           CLOSE CHARGE-REGISTER-FILE
           DISPLAY "Finance charge assessment complete: "
               WS-CHARGED-COUNT " customers charged, run "
