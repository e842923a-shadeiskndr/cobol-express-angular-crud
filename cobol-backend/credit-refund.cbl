       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REFUND.

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

           SELECT DISPUTE-FILE ASSIGN TO EXTERNAL DD_DISPUTE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-TRANSACTION-ID
           ALTERNATE RECORD KEY IS DP-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO EXTERNAL DD_ADDRESS_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-ADDRESS-ID
           ALTERNATE RECORD KEY IS AD-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS ADDRESS-FILE-STATUS.

           SELECT DAYCLOSE-FILE ASSIGN TO EXTERNAL DD_DAYCLOSE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-CLOSE-DATE
           FILE STATUS IS DAYCLOSE-FILE-STATUS.

           SELECT APPROVAL-CONFIG-FILE
           ASSIGN TO EXTERNAL DD_APPROVAL_CONFIG_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPROVAL-CONFIG-STATUS.

           SELECT AP-REFUND-FILE ASSIGN TO EXTERNAL DD_AP_REFUND_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AP-FILE-STATUS.

           SELECT REFUND-REGISTER-FILE
           ASSIGN TO EXTERNAL DD_REFUND_REGISTER_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT RUN-REGISTER-FILE
           ASSIGN TO EXTERNAL DD_RUN_REGISTER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-RUN-ID
           FILE STATUS IS RUN-REGISTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO EXTERNAL DD_AUDIT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT USER-FILE ASSIGN TO EXTERNAL DD_USER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UF-USER-ID
           ALTERNATE RECORD KEY IS UF-EMAIL WITH DUPLICATES
           FILE STATUS IS USER-FILE-STATUS.

           SELECT NOTIFY-OUTBOX-FILE
           ASSIGN TO EXTERNAL DD_NOTIFY_OUTBOX_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NQ-NOTIFY-ID
           FILE STATUS IS NOTIFY-FILE-STATUS.

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

       FD DISPUTE-FILE.
       01 DISPUTE-RECORD.
          05 DP-TRANSACTION-ID      PIC 9(10).
          05 DP-CUSTOMER-ID         PIC 9(5).
          05 DP-REASON              PIC X(60).
          05 DP-OPEN-DATE           PIC X(10).
          05 DP-PRIOR-STATUS        PIC X(10).
          05 DP-RESOLVED-DATE       PIC X(10).
          05 DP-RESOLUTION          PIC X(10).
          05 DP-NOTE                PIC X(60).

       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
          05 AD-ADDRESS-ID          PIC 9(10).
          05 AD-CUSTOMER-ID         PIC 9(5).
          05 AD-ADDRESS-TYPE        PIC X(8).
          05 AD-LINE-1              PIC X(40).
          05 AD-LINE-2              PIC X(40).
          05 AD-CITY                PIC X(30).
          05 AD-POSTCODE            PIC X(10).
          05 AD-EFFECTIVE-DATE      PIC X(10).
          05 AD-END-DATE            PIC X(10).

       FD DAYCLOSE-FILE.
       01 DAYCLOSE-RECORD.
          05 DC-CLOSE-DATE          PIC X(10).
          05 DC-TRAN-COUNT          PIC 9(7).
          05 DC-NET-AMOUNT          PIC S9(9)V99.
          05 DC-CLOSED-FLAG         PIC X(1).

       FD APPROVAL-CONFIG-FILE.
       01 APPROVAL-CONFIG-RECORD    PIC X(20).

       FD AP-REFUND-FILE.
      *> Fixed-format payment line the accounts-payable load expects:
      *> payee, remittance address, amount and the reference that
      *> ties the cheque back to the REFUND posting
       01 AP-REFUND-RECORD.
          05 AP-PAYEE-ID            PIC 9(5).
          05 AP-PAYEE-NAME          PIC X(30).
          05 AP-ADDRESS-LINE-1      PIC X(40).
          05 AP-ADDRESS-LINE-2      PIC X(40).
          05 AP-CITY                PIC X(30).
          05 AP-POSTCODE            PIC X(10).
          05 AP-AMOUNT              PIC 9(7)V99.
          05 AP-CURRENCY            PIC X(3).
          05 AP-PAY-DATE            PIC X(10).
          05 AP-RUN-ID              PIC X(12).
          05 AP-TRANSACTION-ID      PIC 9(10).

       FD REFUND-REGISTER-FILE.
       01 REFUND-REGISTER-RECORD    PIC X(200).

       FD RUN-REGISTER-FILE.
       01 RUN-REGISTER-RECORD.
          05 RR-RUN-ID              PIC X(12).
          05 RR-PROGRAM             PIC X(20).
          05 RR-RUN-DATE            PIC X(10).
          05 RR-TRAN-COUNT          PIC 9(7).
          05 RR-NET-AMOUNT          PIC S9(9)V99.
          05 RR-STATUS              PIC X(10).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AF-TIMESTAMP           PIC X(10).
          05 AF-PROGRAM             PIC X(20).
          05 AF-OPERATION           PIC X(10).
          05 AF-RECORD-KEY          PIC X(10).
          05 AF-BEFORE-VALUE        PIC X(60).
          05 AF-AFTER-VALUE         PIC X(60).

       FD USER-FILE.
       01 USER-RECORD.
          05 UF-USER-ID             PIC 9(5).
          05 UF-USERNAME            PIC X(50).
          05 UF-EMAIL               PIC X(100).
          05 UF-PASSWORD            PIC X(100).
          05 UF-CREATION-DATE       PIC X(10).
          05 UF-LAST-UPDATE         PIC X(10).
          05 UF-FAILED-LOGIN-COUNT  PIC 9(2).
          05 UF-LOCKED-UNTIL        PIC 9(9).
          05 UF-ROLE                PIC X(10).
          05 UF-PASSWORD-CHANGED    PIC X(10).
          05 UF-MUST-CHANGE-FLAG    PIC X(1).
          05 UF-LAST-LOGIN          PIC X(10).

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
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 DISPUTE-FILE-STATUS       PIC XX VALUE SPACES.
       01 ADDRESS-FILE-STATUS       PIC XX VALUE SPACES.
       01 DAYCLOSE-FILE-STATUS      PIC XX VALUE SPACES.
       01 APPROVAL-CONFIG-STATUS    PIC XX VALUE SPACES.
       01 AP-FILE-STATUS            PIC XX VALUE SPACES.
       01 REGISTER-FILE-STATUS      PIC XX VALUE SPACES.
       01 RUN-REGISTER-STATUS       PIC XX VALUE SPACES.
       01 AUDIT-FILE-STATUS         PIC XX VALUE SPACES.
       01 USER-FILE-STATUS          PIC XX VALUE SPACES.
       01 WS-USER-EOF-FLAG          PIC 9 VALUE 0.
       01 NOTIFY-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-NOTIFY-PREFIX          PIC X(4) VALUE "CRFD".
       01 WS-NOTIFY-DATE            PIC 9(8) VALUE 0.
       01 WS-NOTIFY-DATE-X REDEFINES WS-NOTIFY-DATE PIC X(8).
       01 WS-NOTIFY-TIME            PIC 9(8) VALUE 0.
       01 WS-NOTIFY-TIME-X REDEFINES WS-NOTIFY-TIME PIC X(8).
       01 WS-NOTIFY-SEQ             PIC 9(4) VALUE 0.
       01 WS-NOTIFY-TRIES           PIC 9(2) VALUE 0.
       01 WS-NOTIFY-OPEN-FLAG       PIC 9 VALUE 0.
       01 WS-NOTIFY-WRITTEN-FLAG    PIC 9 VALUE 0.
       01 WS-NOTIFY-MERGE           PIC X(200) VALUE SPACES.
       01 WS-ALERT-COUNT            PIC 9(5) VALUE 0.
       01 WS-DISPUTE-PRESENT-FLAG   PIC 9 VALUE 0.
       01 WS-ADDRESS-PRESENT-FLAG   PIC 9 VALUE 0.

       01 WS-RUN-ID                 PIC X(12) VALUE SPACES.
       01 WS-CURRENT-TIME.
          05 WS-HOUR                PIC 9(2).
          05 WS-MINUTE              PIC 9(2).
          05 WS-SECOND              PIC 9(2).
          05 FILLER                 PIC X(4).
       01 WS-CLOSED-DAY-FLAG        PIC 9 VALUE 0.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-MIN-CREDIT-DAYS        PIC 9(4) VALUE 30.
       01 WS-APPROVAL-THRESHOLD     PIC 9(7)V99 VALUE 10000.

       01 WS-CUST-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-TRANS-EOF-FLAG         PIC 9 VALUE 0.
       01 WS-DISPUTE-EOF-FLAG       PIC 9 VALUE 0.
       01 WS-ADDR-EOF-FLAG          PIC 9 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).
       01 WS-TODAY-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-AGING-DATE-BUILD       PIC X(8).
       01 WS-AGING-DATE-NUM         PIC 9(8).
       01 WS-AGE-DAYS               PIC S9(6) VALUE 0.

       01 WS-SAVED-CUSTOMER-ID      PIC 9(5) VALUE 0.
       01 WS-CREDIT-BALANCE         PIC S9(7)V99 VALUE 0.
       01 WS-AGED-CREDIT            PIC S9(9)V99 VALUE 0.
       01 WS-REFUND-AMOUNT          PIC S9(7)V99 VALUE 0.
       01 WS-PRIOR-BALANCE          PIC S9(7)V99 VALUE 0.
       01 WS-OPEN-DISPUTE-FLAG      PIC 9 VALUE 0.
       01 WS-PENDING-REFUND-FLAG    PIC 9 VALUE 0.
       01 WS-REFUND-ACTION          PIC X(8) VALUE SPACES.
       01 WS-REFUND-TRANS-ID        PIC 9(10) VALUE 0.

      *> Aged credit items for the customer in hand, oldest first,
      *> so the refund consumes the longest-standing credit
       01 WS-CREDIT-ITEM-COUNT      PIC 9(3) VALUE 0.
       01 WS-CREDIT-ITEM-TABLE.
          05 WS-CREDIT-ITEM-ENTRY OCCURS 200 TIMES.
             10 WS-CREDIT-ITEM-DATE PIC X(10).
             10 WS-CREDIT-ITEM-ID   PIC 9(10).
       01 WS-CREDIT-ITEM-TEMP       PIC X(20).
       01 WS-CREDIT-IDX             PIC 9(3) COMP VALUE 0.
       01 WS-SORT-IDX-I             PIC 9(3) COMP VALUE 0.
       01 WS-SORT-IDX-J             PIC 9(3) COMP VALUE 0.
       01 WS-SORT-SWAP-FLAG         PIC 9 VALUE 0.
       01 WS-APPLY-REMAINING        PIC S9(9)V99 VALUE 0.
       01 WS-APPLY-THIS             PIC S9(9)V99 VALUE 0.

       01 WS-BILLING-FOUND-FLAG     PIC 9 VALUE 0.
       01 WS-BILLING-EFFECTIVE      PIC X(10) VALUE SPACES.
       01 WS-BILLING-LINE-1         PIC X(40) VALUE SPACES.
       01 WS-BILLING-LINE-2         PIC X(40) VALUE SPACES.
       01 WS-BILLING-CITY           PIC X(30) VALUE SPACES.
       01 WS-BILLING-POSTCODE       PIC X(10) VALUE SPACES.

       01 WS-MAX-TRANSACTION-ID     PIC 9(10) VALUE 0.
       01 WS-NEXT-TRANSACTION-ID    PIC 9(10) VALUE 0.

       01 WS-APPROVED-COUNT         PIC 9(3) VALUE 0.
       01 WS-APPROVED-TABLE.
          05 WS-APPROVED-ID         PIC 9(10) OCCURS 500 TIMES.
       01 WS-APPROVED-IDX           PIC 9(3) COMP VALUE 0.

       01 WS-REFUNDED-COUNT         PIC 9(7) VALUE 0.
       01 WS-TOTAL-REFUNDED         PIC S9(9)V99 VALUE 0.
       01 WS-HELD-COUNT             PIC 9(7) VALUE 0.
       01 WS-TOTAL-HELD             PIC S9(9)V99 VALUE 0.
       01 WS-RELEASED-COUNT         PIC 9(7) VALUE 0.
       01 WS-TOTAL-RELEASED         PIC S9(9)V99 VALUE 0.
       01 WS-DISPUTE-SKIP-COUNT     PIC 9(7) VALUE 0.
       01 WS-PENDING-SKIP-COUNT     PIC 9(7) VALUE 0.
       01 WS-YOUNG-SKIP-COUNT       PIC 9(7) VALUE 0.
       01 WS-AP-LINE-COUNT          PIC 9(7) VALUE 0.

       01 WS-AUDIT-OPERATION        PIC X(10).
       01 WS-AUDIT-KEY              PIC X(10).
       01 WS-AUDIT-BEFORE           PIC X(60).
       01 WS-AUDIT-AFTER            PIC X(60).
       01 WS-FMT-AMOUNT             PIC -ZZZZZZ9.99.

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-ID-TEXT            PIC X(10).
       01 WS-RPT-TRANS-TEXT         PIC X(10).
       01 WS-RPT-AMOUNT             PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-2           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-3           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM FIND-NEXT-TRANSACTION-ID
           PERFORM RELEASE-APPROVED-REFUNDS
           PERFORM REFUND-ALL-CUSTOMERS
           PERFORM WRITE-REGISTER-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> The number of days a credit must have stood before it
           *> is paid back arrives on one line; blank keeps 30
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT)
                   TO WS-MIN-CREDIT-DAYS
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM

           *> Every REFUND this run writes carries one run id so a bad
           *> run can be undone in a single pass by RUN-BACKOUT
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-RUN-ID
           STRING "RF" WS-CURRENT-DATE(3:6) WS-HOUR WS-MINUTE
               DELIMITED BY SIZE INTO WS-RUN-ID

           *> Refunds post with today's date, so a closed day would
           *> have its certified figures changed underneath it
           PERFORM CHECK-CLOSED-PERIOD
           IF WS-CLOSED-DAY-FLAG = 1
               DISPLAY "Business day " WS-FORMATTED-DATE
                   " is already closed; refund run abandoned"
               STOP RUN
           END-IF

           PERFORM READ-APPROVAL-THRESHOLD

           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               STOP RUN
           END-IF

           OPEN I-O TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   TRANS-FILE-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT AP-REFUND-FILE
           IF AP-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open AP refund file, status "
                   AP-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT REFUND-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open refund register file, status "
                   REGISTER-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE AP-REFUND-FILE
               STOP RUN
           END-IF

           *> No dispute file means nothing has ever been disputed; no
           *> address book means the cheque goes to CF-ADDRESS
           MOVE 1 TO WS-DISPUTE-PRESENT-FLAG
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS NOT = "00"
               CLOSE DISPUTE-FILE
               MOVE 0 TO WS-DISPUTE-PRESENT-FLAG
           END-IF

           MOVE 1 TO WS-ADDRESS-PRESENT-FLAG
           OPEN INPUT ADDRESS-FILE
           IF ADDRESS-FILE-STATUS NOT = "00"
               CLOSE ADDRESS-FILE
               MOVE 0 TO WS-ADDRESS-PRESENT-FLAG
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Credit Balance Refund Register - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
                  " run " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REFUND-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-MIN-CREDIT-DAYS TO WS-RPT-COUNT-TEXT
           MOVE WS-APPROVAL-THRESHOLD TO WS-RPT-AMOUNT
           STRING "Credits older than " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " days; approval above " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REFUND-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE "CustomerID,Name,CreditBalance,AgedCredit,Refund,"
               & "Action,TransactionID"
               TO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD.

       CHECK-CLOSED-PERIOD.
           MOVE 0 TO WS-CLOSED-DAY-FLAG

           OPEN INPUT DAYCLOSE-FILE
           IF DAYCLOSE-FILE-STATUS NOT = "00"
               *> No day has ever been closed
               CLOSE DAYCLOSE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FORMATTED-DATE TO DC-CLOSE-DATE
           READ DAYCLOSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DC-CLOSED-FLAG = "Y"
                       MOVE 1 TO WS-CLOSED-DAY-FLAG
                   END-IF
           END-READ

           CLOSE DAYCLOSE-FILE.

       READ-APPROVAL-THRESHOLD.
           *> Same single-amount file POST_TRANSACTION reads; an
           *> absent file leaves the shipped default in force
           OPEN INPUT APPROVAL-CONFIG-FILE
           IF APPROVAL-CONFIG-STATUS NOT = "00"
               CLOSE APPROVAL-CONFIG-FILE
               EXIT PARAGRAPH
           END-IF

           READ APPROVAL-CONFIG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TRIM(APPROVAL-CONFIG-RECORD) NOT =
                       SPACES
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(APPROVAL-CONFIG-RECORD))
                           TO WS-APPROVAL-THRESHOLD
                   END-IF
           END-READ

           CLOSE APPROVAL-CONFIG-FILE.

       FIND-NEXT-TRANSACTION-ID.
           *> Same scan-for-highest-key approach the batch posters use
           MOVE 0 TO WS-MAX-TRANSACTION-ID
           MOVE LOW-VALUES TO TF-TRANSACTION-ID
           START TRANSACTION-FILE KEY >= TF-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL TRANS-FILE-STATUS NOT = "00"
                       READ TRANSACTION-FILE NEXT
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF TF-TRANSACTION-ID >
                                  WS-MAX-TRANSACTION-ID
                                   MOVE TF-TRANSACTION-ID TO
                                       WS-MAX-TRANSACTION-ID
                               END-IF
                       END-READ
                   END-PERFORM
           END-START

           MOVE "00" TO TRANS-FILE-STATUS
           COMPUTE WS-NEXT-TRANSACTION-ID = WS-MAX-TRANSACTION-ID + 1.

       RELEASE-APPROVED-REFUNDS.
           *> Refunds an ADMIN has approved since the last run already
           *> moved the balance at approval; all that is left is to
           *> pay them out. Ids are buffered first so the rewrites do
           *> not disturb the scan position
           MOVE 0 TO WS-APPROVED-COUNT
           MOVE LOW-VALUES TO TF-TRANSACTION-ID
           START TRANSACTION-FILE KEY >= TF-TRANSACTION-ID
               INVALID KEY
                   MOVE "00" TO TRANS-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-TRANS-EOF-FLAG
           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       IF TF-TYPE = "REFUND"
                           AND TF-STATUS = "APPROVED"
                           AND WS-APPROVED-COUNT < 500
                           ADD 1 TO WS-APPROVED-COUNT
                           MOVE TF-TRANSACTION-ID TO
                               WS-APPROVED-ID(WS-APPROVED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO TRANS-FILE-STATUS

           PERFORM VARYING WS-APPROVED-IDX FROM 1 BY 1
               UNTIL WS-APPROVED-IDX > WS-APPROVED-COUNT
               PERFORM RELEASE-ONE-APPROVED-REFUND
           END-PERFORM.

       RELEASE-ONE-APPROVED-REFUND.
           MOVE WS-APPROVED-ID(WS-APPROVED-IDX) TO TF-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE TF-TRANSACTION-ID TO WS-REFUND-TRANS-ID
           MOVE TF-AMOUNT TO WS-REFUND-AMOUNT
           MOVE TF-CUSTOMER-ID TO WS-SAVED-CUSTOMER-ID
           MOVE "APPLIED" TO TF-STATUS
           REWRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Failed to release refund "
                       WS-REFUND-TRANS-ID
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE WS-SAVED-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CF-CUSTOMER-NAME
                   MOVE SPACES TO CF-ADDRESS
                   MOVE 0 TO CF-BALANCE
           END-READ

           PERFORM WRITE-AP-PAYMENT-LINE

           MOVE "RELEASED" TO WS-REFUND-ACTION
           MOVE CF-BALANCE TO WS-CREDIT-BALANCE
           MOVE 0 TO WS-AGED-CREDIT
           PERFORM WRITE-REGISTER-LINE

           ADD 1 TO WS-RELEASED-COUNT
           ADD WS-REFUND-AMOUNT TO WS-TOTAL-RELEASED.

       REFUND-ALL-CUSTOMERS.
           MOVE LOW-VALUES TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY >= CF-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-CUST-EOF-FLAG
           PERFORM UNTIL WS-CUST-EOF-FLAG = 1
               READ CUSTOMER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-CUST-EOF-FLAG
                   NOT AT END
                       IF CF-CUSTOMER-STATUS NOT = "ARCHIVED"
                           AND CF-CUSTOMER-STATUS NOT = "WRITTENOFF"
                           AND CF-BALANCE < 0
                           PERFORM CONSIDER-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

       CONSIDER-ONE-CUSTOMER.
           MOVE CF-CUSTOMER-ID TO WS-SAVED-CUSTOMER-ID
           MOVE CF-BALANCE TO WS-CREDIT-BALANCE

           *> Money under dispute is not settled either way; nothing
           *> is paid back until the dispute is resolved
           PERFORM CHECK-OPEN-DISPUTE
           IF WS-OPEN-DISPUTE-FLAG = 1
               ADD 1 TO WS-DISPUTE-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM COLLECT-AGED-CREDITS
           IF WS-PENDING-REFUND-FLAG = 1
               ADD 1 TO WS-PENDING-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           *> Only credit that has stood past the minimum age is paid
           *> back, and never more than the account is actually in
           *> credit - later charges may already have used some of it
           COMPUTE WS-REFUND-AMOUNT = 0 - WS-CREDIT-BALANCE
           IF WS-AGED-CREDIT < WS-REFUND-AMOUNT
               MOVE WS-AGED-CREDIT TO WS-REFUND-AMOUNT
           END-IF

           IF WS-REFUND-AMOUNT <= 0
               ADD 1 TO WS-YOUNG-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-REFUND-AMOUNT > WS-APPROVAL-THRESHOLD
               PERFORM QUEUE-PENDING-REFUND
           ELSE
               PERFORM POST-REFUND
           END-IF.

       CHECK-OPEN-DISPUTE.
           MOVE 0 TO WS-OPEN-DISPUTE-FLAG
           IF WS-DISPUTE-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SAVED-CUSTOMER-ID TO DP-CUSTOMER-ID
           START DISPUTE-FILE KEY = DP-CUSTOMER-ID
               INVALID KEY
                   MOVE "00" TO DISPUTE-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-DISPUTE-EOF-FLAG
           PERFORM UNTIL WS-DISPUTE-EOF-FLAG = 1
               READ DISPUTE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-DISPUTE-EOF-FLAG
                   NOT AT END
                       IF DP-CUSTOMER-ID NOT = WS-SAVED-CUSTOMER-ID
                           MOVE 1 TO WS-DISPUTE-EOF-FLAG
                       ELSE
                           IF DP-RESOLUTION = SPACES
                               MOVE 1 TO WS-OPEN-DISPUTE-FLAG
                               MOVE 1 TO WS-DISPUTE-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO DISPUTE-FILE-STATUS.

       COLLECT-AGED-CREDITS.
           *> Credit items are details with a negative open amount -
           *> unapplied payment residue, credits and reversals - that
           *> have stood longer than the minimum age
           MOVE 0 TO WS-AGED-CREDIT
           MOVE 0 TO WS-CREDIT-ITEM-COUNT
           MOVE 0 TO WS-PENDING-REFUND-FLAG

           MOVE WS-SAVED-CUSTOMER-ID TO TF-CUSTOMER-ID
           MOVE LOW-VALUES TO TF-TRANSACTION-ID

           MOVE 0 TO WS-TRANS-EOF-FLAG
           START TRANSACTION-FILE KEY = TF-CUSTOMER-ID
               INVALID KEY
                   MOVE "00" TO TRANS-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       IF TF-CUSTOMER-ID NOT = WS-SAVED-CUSTOMER-ID
                           MOVE 1 TO WS-TRANS-EOF-FLAG
                       ELSE
                           PERFORM CONSIDER-ONE-CREDIT-ITEM
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO TRANS-FILE-STATUS
           PERFORM SORT-CREDIT-ITEMS-BY-DATE.

       CONSIDER-ONE-CREDIT-ITEM.
           *> A refund already waiting for approval (or approved and
           *> not yet paid out) covers this credit; a second one would
           *> pay it back twice
           IF TF-TYPE = "REFUND"
               AND (TF-STATUS = "PENDAPPR" OR TF-STATUS = "APPROVED")
               MOVE 1 TO WS-PENDING-REFUND-FLAG
               EXIT PARAGRAPH
           END-IF

           IF TF-OPEN-AMOUNT >= 0
               OR TF-STATUS = "REVERSED"
               OR TF-STATUS = "REJECTED"
               OR TF-STATUS = "PENDAPPR"
               OR TF-STATUS = "DISPUTED"
               EXIT PARAGRAPH
           END-IF

           STRING TF-DATE(1:4) TF-DATE(6:2) TF-DATE(9:2)
               DELIMITED BY SIZE INTO WS-AGING-DATE-BUILD
           MOVE WS-AGING-DATE-BUILD TO WS-AGING-DATE-NUM
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-AGING-DATE-NUM)

           IF WS-AGE-DAYS <= WS-MIN-CREDIT-DAYS
               EXIT PARAGRAPH
           END-IF

           IF WS-CREDIT-ITEM-COUNT >= 200
               EXIT PARAGRAPH
           END-IF

           SUBTRACT TF-OPEN-AMOUNT FROM WS-AGED-CREDIT
           ADD 1 TO WS-CREDIT-ITEM-COUNT
           MOVE TF-DATE TO WS-CREDIT-ITEM-DATE(WS-CREDIT-ITEM-COUNT)
           MOVE TF-TRANSACTION-ID TO
               WS-CREDIT-ITEM-ID(WS-CREDIT-ITEM-COUNT).

       SORT-CREDIT-ITEMS-BY-DATE.
           *> Same bubble sort CUSTOMER-DATABASE uses to order open
           *> charges; oldest first, transaction id as the tiebreaker
           IF WS-CREDIT-ITEM-COUNT < 2
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SORT-IDX-I FROM 1 BY 1
               UNTIL WS-SORT-IDX-I >= WS-CREDIT-ITEM-COUNT
               MOVE 0 TO WS-SORT-SWAP-FLAG
               PERFORM VARYING WS-SORT-IDX-J FROM 1 BY 1
                   UNTIL WS-SORT-IDX-J >
                       WS-CREDIT-ITEM-COUNT - WS-SORT-IDX-I
                   IF WS-CREDIT-ITEM-ENTRY(WS-SORT-IDX-J) >
                      WS-CREDIT-ITEM-ENTRY(WS-SORT-IDX-J + 1)
                       MOVE WS-CREDIT-ITEM-ENTRY(WS-SORT-IDX-J) TO
                           WS-CREDIT-ITEM-TEMP
                       MOVE WS-CREDIT-ITEM-ENTRY(WS-SORT-IDX-J + 1) TO
                           WS-CREDIT-ITEM-ENTRY(WS-SORT-IDX-J)
                       MOVE WS-CREDIT-ITEM-TEMP TO
                           WS-CREDIT-ITEM-ENTRY(WS-SORT-IDX-J + 1)
                       MOVE 1 TO WS-SORT-SWAP-FLAG
                   END-IF
               END-PERFORM
               IF WS-SORT-SWAP-FLAG = 0
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       POST-REFUND.
           *> Same all-or-nothing posting FINANCE-CHARGE uses: write
           *> the REFUND detail first, and back it out again if the
           *> balance rewrite fails
           MOVE WS-NEXT-TRANSACTION-ID TO WS-REFUND-TRANS-ID
           PERFORM BUILD-REFUND-RECORD
           *> The refund is settled against the credits it pays back
           *> below, so it never stands open as a charge of its own
           MOVE "APPLIED" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Refund write failed for customer "
                       WS-SAVED-CUSTOMER-ID " status "
                       TRANS-FILE-STATUS
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-SAVED-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM BACK-OUT-REFUND
                   DISPLAY "Customer " WS-SAVED-CUSTOMER-ID
                       " vanished during refund"
                   EXIT PARAGRAPH
           END-READ

           MOVE CF-BALANCE TO WS-PRIOR-BALANCE
           COMPUTE CF-BALANCE = CF-BALANCE + WS-REFUND-AMOUNT
           MOVE WS-FORMATTED-DATE TO CF-LAST-UPDATE

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   PERFORM BACK-OUT-REFUND
                   DISPLAY "Balance update failed for customer "
                       WS-SAVED-CUSTOMER-ID " status " FILE-STATUS
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-NEXT-TRANSACTION-ID
           ADD 1 TO WS-REFUNDED-COUNT
           ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED

           PERFORM APPLY-REFUND-TO-CREDITS

           MOVE "REFUND" TO WS-AUDIT-OPERATION
           MOVE WS-REFUND-TRANS-ID TO WS-AUDIT-KEY
           MOVE WS-PRIOR-BALANCE TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "BAL=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           MOVE CF-BALANCE TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "BAL=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  ",RUN=" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           PERFORM WRITE-AP-PAYMENT-LINE
           MOVE "POSTED" TO WS-REFUND-ACTION
           PERFORM WRITE-REGISTER-LINE.

       QUEUE-PENDING-REFUND.
           *> Above the approval threshold the refund parks in the
           *> same PENDING-APPROVAL state POST_TRANSACTION uses: no
           *> balance movement and no payment until an ADMIN approves
           *> it, after which the next run pays it out
           MOVE WS-NEXT-TRANSACTION-ID TO WS-REFUND-TRANS-ID
           PERFORM BUILD-REFUND-RECORD
           MOVE "PENDAPPR" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Pending refund write failed for customer "
                       WS-SAVED-CUSTOMER-ID " status "
                       TRANS-FILE-STATUS
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-NEXT-TRANSACTION-ID
           ADD 1 TO WS-HELD-COUNT
           ADD WS-REFUND-AMOUNT TO WS-TOTAL-HELD

           MOVE "PENDPOST" TO WS-AUDIT-OPERATION
           MOVE WS-REFUND-TRANS-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE WS-REFUND-AMOUNT TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "AMT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  ",HELD FOR APPROVAL" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           MOVE "HELD" TO WS-REFUND-ACTION
           PERFORM WRITE-REGISTER-LINE.

       BUILD-REFUND-RECORD.
           *> A refund is a debit: it brings the credit balance back
           *> up toward zero
           MOVE WS-REFUND-TRANS-ID TO TF-TRANSACTION-ID
           MOVE WS-SAVED-CUSTOMER-ID TO TF-CUSTOMER-ID
           MOVE WS-FORMATTED-DATE TO TF-DATE
           MOVE WS-REFUND-AMOUNT TO TF-AMOUNT
           MOVE "REFUND" TO TF-TYPE
           MOVE "Refund of credit balance" TO TF-DESCRIPTION
           MOVE "USD" TO TF-CURRENCY
           MOVE WS-REFUND-AMOUNT TO TF-ORIG-AMOUNT
           MOVE WS-RUN-ID TO TF-RUN-ID
           *> A refund of the customer's own money carries no VAT
           MOVE SPACES TO TF-TAX-CODE
           MOVE 0 TO TF-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT.

       BACK-OUT-REFUND.
           MOVE WS-REFUND-TRANS-ID TO TF-TRANSACTION-ID
           DELETE TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       APPLY-REFUND-TO-CREDITS.
           *> Each credit the refund pays back has its open amount
           *> brought toward zero, oldest first; the REFAPPLY audit
           *> rows (REF=<refund id>) let RUN-BACKOUT put them back
           MOVE WS-REFUND-AMOUNT TO WS-APPLY-REMAINING
           PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
               UNTIL WS-CREDIT-IDX > WS-CREDIT-ITEM-COUNT
               OR WS-APPLY-REMAINING <= 0
               PERFORM APPLY-REFUND-TO-ONE-CREDIT
           END-PERFORM.

       APPLY-REFUND-TO-ONE-CREDIT.
           MOVE WS-CREDIT-ITEM-ID(WS-CREDIT-IDX) TO TF-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF TF-OPEN-AMOUNT >= 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-APPLY-THIS = 0 - TF-OPEN-AMOUNT
           IF WS-APPLY-THIS > WS-APPLY-REMAINING
               MOVE WS-APPLY-REMAINING TO WS-APPLY-THIS
           END-IF

           ADD WS-APPLY-THIS TO TF-OPEN-AMOUNT
           SUBTRACT WS-APPLY-THIS FROM WS-APPLY-REMAINING
           IF TF-OPEN-AMOUNT = 0
               MOVE "APPLIED" TO TF-STATUS
           END-IF

           REWRITE TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "REFAPPLY" TO WS-AUDIT-OPERATION
                   MOVE TF-TRANSACTION-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING "REF=" DELIMITED BY SIZE
                          WS-REFUND-TRANS-ID DELIMITED BY SIZE
                       INTO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   MOVE WS-APPLY-THIS TO WS-FMT-AMOUNT
                   STRING "AMT=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-AMOUNT)
                              DELIMITED BY SIZE
                          ",STATUS=" DELIMITED BY SIZE
                          FUNCTION TRIM(TF-STATUS) DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

       FIND-BILLING-ADDRESS.
           *> Current = effective on or before today with no end date
           *> (or one still in the future); latest effective wins
           MOVE 0 TO WS-BILLING-FOUND-FLAG
           MOVE SPACES TO WS-BILLING-EFFECTIVE

           IF WS-ADDRESS-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SAVED-CUSTOMER-ID TO AD-CUSTOMER-ID
           MOVE LOW-VALUES TO AD-ADDRESS-ID
           START ADDRESS-FILE KEY = AD-CUSTOMER-ID
               INVALID KEY
                   MOVE "00" TO ADDRESS-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-ADDR-EOF-FLAG
           PERFORM UNTIL WS-ADDR-EOF-FLAG = 1
               READ ADDRESS-FILE NEXT
                   AT END
                       MOVE 1 TO WS-ADDR-EOF-FLAG
                   NOT AT END
                       IF AD-CUSTOMER-ID NOT = WS-SAVED-CUSTOMER-ID
                           MOVE 1 TO WS-ADDR-EOF-FLAG
                       ELSE
                           IF AD-ADDRESS-TYPE = "BILLING"
                               AND AD-EFFECTIVE-DATE <=
                                   WS-FORMATTED-DATE
                               AND (AD-END-DATE = SPACES
                                   OR AD-END-DATE >
                                       WS-FORMATTED-DATE)
                               AND AD-EFFECTIVE-DATE >=
                                   WS-BILLING-EFFECTIVE
                               MOVE 1 TO WS-BILLING-FOUND-FLAG
                               MOVE AD-EFFECTIVE-DATE TO
                                   WS-BILLING-EFFECTIVE
                               MOVE AD-LINE-1 TO WS-BILLING-LINE-1
                               MOVE AD-LINE-2 TO WS-BILLING-LINE-2
                               MOVE AD-CITY TO WS-BILLING-CITY
                               MOVE AD-POSTCODE TO
                                   WS-BILLING-POSTCODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO ADDRESS-FILE-STATUS.

       WRITE-AP-PAYMENT-LINE.
           *> Expects CUSTOMER-RECORD to hold the payee
           PERFORM FIND-BILLING-ADDRESS

           MOVE SPACES TO AP-REFUND-RECORD
           MOVE WS-SAVED-CUSTOMER-ID TO AP-PAYEE-ID
           MOVE CF-CUSTOMER-NAME TO AP-PAYEE-NAME
           IF WS-BILLING-FOUND-FLAG = 1
               MOVE WS-BILLING-LINE-1 TO AP-ADDRESS-LINE-1
               MOVE WS-BILLING-LINE-2 TO AP-ADDRESS-LINE-2
               MOVE WS-BILLING-CITY TO AP-CITY
               MOVE WS-BILLING-POSTCODE TO AP-POSTCODE
           ELSE
               *> Accounts set up before the address book carry only
               *> the single-line CF-ADDRESS
               MOVE CF-ADDRESS(1:40) TO AP-ADDRESS-LINE-1
               MOVE CF-ADDRESS(41:40) TO AP-ADDRESS-LINE-2
           END-IF
           MOVE WS-REFUND-AMOUNT TO AP-AMOUNT
           MOVE "USD" TO AP-CURRENCY
           MOVE WS-FORMATTED-DATE TO AP-PAY-DATE
           MOVE WS-RUN-ID TO AP-RUN-ID
           MOVE WS-REFUND-TRANS-ID TO AP-TRANSACTION-ID

           WRITE AP-REFUND-RECORD
           ADD 1 TO WS-AP-LINE-COUNT.

       WRITE-REGISTER-LINE.
           MOVE WS-SAVED-CUSTOMER-ID TO WS-RPT-ID-TEXT
           MOVE WS-REFUND-TRANS-ID TO WS-RPT-TRANS-TEXT
           MOVE WS-CREDIT-BALANCE TO WS-RPT-AMOUNT
           MOVE WS-AGED-CREDIT TO WS-RPT-AMOUNT-2
           MOVE WS-REFUND-AMOUNT TO WS-RPT-AMOUNT-3

           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CF-CUSTOMER-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REFUND-ACTION) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-TRANS-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REFUND-REGISTER-RECORD FROM WS-RPT-LINE.

       WRITE-REGISTER-TRAILER.
           MOVE "Summary:" TO REFUND-REGISTER-RECORD
           WRITE REFUND-REGISTER-RECORD

           MOVE WS-REFUNDED-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-TOTAL-REFUNDED TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Refunds posted: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REFUND-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE WS-HELD-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-TOTAL-HELD TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Refunds held for approval: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REFUND-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE WS-RELEASED-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-TOTAL-RELEASED TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Approved refunds paid out: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REFUND-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE WS-DISPUTE-SKIP-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Skipped, open dispute: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REFUND-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE WS-PENDING-SKIP-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Skipped, refund already awaiting payment: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REFUND-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE WS-YOUNG-SKIP-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Skipped, credit not yet old enough: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE REFUND-REGISTER-RECORD FROM WS-RPT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE WS-FORMATTED-DATE TO AF-TIMESTAMP
           MOVE "CREDIT-REFUND" TO AF-PROGRAM
           MOVE WS-AUDIT-OPERATION TO AF-OPERATION
           MOVE WS-AUDIT-KEY TO AF-RECORD-KEY
           MOVE WS-AUDIT-BEFORE TO AF-BEFORE-VALUE
           MOVE WS-AUDIT-AFTER TO AF-AFTER-VALUE

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF

           IF AUDIT-FILE-STATUS = "00"
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

       QUEUE-APPROVAL-ALERTS.
           *> One mail per ADMIN per run rather than one per refund;
           *> the held refunds themselves are listed by
           *> LIST_PENDING_APPROVALS
           MOVE WS-TOTAL-HELD TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-NOTIFY-MERGE
           STRING "count=" DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  "|amount=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  "|type=REFUND|runId=" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
               INTO WS-NOTIFY-MERGE

           OPEN INPUT USER-FILE
           IF USER-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open user file, status "
                   USER-FILE-STATUS "; no approval alerts queued"
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-NOTIFY-OUTBOX
           IF WS-NOTIFY-OPEN-FLAG = 0
               DISPLAY "Failed to open notification outbox, status "
                   NOTIFY-FILE-STATUS "; no approval alerts queued"
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-USER-EOF-FLAG
           PERFORM UNTIL WS-USER-EOF-FLAG = 1
               READ USER-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-USER-EOF-FLAG
                   NOT AT END
                       IF UF-ROLE = "ADMIN"
                           PERFORM QUEUE-ONE-ADMIN-ALERT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM CLOSE-NOTIFY-OUTBOX
           CLOSE USER-FILE
           DISPLAY "Approval alerts queued: " WS-ALERT-COUNT.

       QUEUE-ONE-ADMIN-ALERT.
           MOVE "USER" TO NQ-RECIPIENT-TYPE
           MOVE UF-USER-ID TO NQ-RECIPIENT-ID
           MOVE UF-EMAIL TO NQ-RECIPIENT-EMAIL
           MOVE SPACES TO NQ-RECIPIENT-ADDRESS
           MOVE "EMAIL" TO NQ-CHANNEL
           MOVE "PENDAPPR" TO NQ-TEMPLATE-CODE
           MOVE WS-NOTIFY-MERGE TO NQ-MERGE-FIELDS
           PERFORM QUEUE-NOTIFICATION
           IF WS-NOTIFY-WRITTEN-FLAG = 1
               ADD 1 TO WS-ALERT-COUNT
           ELSE
               DISPLAY "Failed to queue approval alert for user "
                   UF-USER-ID " status " NOTIFY-FILE-STATUS
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
           MOVE "CREDIT-REFUND" TO NQ-SOURCE
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

       RECORD-RUN-REGISTER.
           OPEN I-O RUN-REGISTER-FILE
           IF RUN-REGISTER-STATUS = "35"
               CLOSE RUN-REGISTER-FILE
               OPEN OUTPUT RUN-REGISTER-FILE
               CLOSE RUN-REGISTER-FILE
               OPEN I-O RUN-REGISTER-FILE
           END-IF
           IF RUN-REGISTER-STATUS NOT = "00"
               DISPLAY "Failed to open run register, status "
                   RUN-REGISTER-STATUS
               CLOSE RUN-REGISTER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-ID TO RR-RUN-ID
           MOVE "CREDIT-REFUND" TO RR-PROGRAM
           MOVE WS-FORMATTED-DATE TO RR-RUN-DATE
           MOVE WS-REFUNDED-COUNT TO RR-TRAN-COUNT
           MOVE WS-TOTAL-REFUNDED TO RR-NET-AMOUNT
           MOVE "POSTED" TO RR-STATUS
           WRITE RUN-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Failed to register run " WS-RUN-ID
           END-WRITE

           CLOSE RUN-REGISTER-FILE.

       CLEANUP-AND-EXIT.
           *> Held refunds carry the run id too, so a run that only
           *> queued refunds is still registered for RUN-BACKOUT
           IF WS-REFUNDED-COUNT > 0 OR WS-HELD-COUNT > 0
               PERFORM RECORD-RUN-REGISTER
           END-IF
           IF WS-HELD-COUNT > 0
               PERFORM QUEUE-APPROVAL-ALERTS
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE AP-REFUND-FILE
           CLOSE REFUND-REGISTER-FILE
           IF WS-DISPUTE-PRESENT-FLAG = 1
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-ADDRESS-PRESENT-FLAG = 1
               CLOSE ADDRESS-FILE
           END-IF
           DISPLAY "Credit refund run complete: "
               WS-REFUNDED-COUNT " refunds posted, "
               WS-HELD-COUNT " held for approval, "
               WS-AP-LINE-COUNT " payment lines, run " WS-RUN-ID.
