       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS.

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

           SELECT CUSTOMER-HISTORY-FILE
           ASSIGN TO EXTERNAL DD_CUSTOMER_HISTORY_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-CUSTOMER-ID
           FILE STATUS IS CUST-HIST-STATUS.

           SELECT TRANSACTION-HISTORY-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_HISTORY_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TH-TRANSACTION-ID
           ALTERNATE RECORD KEY IS TH-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS TRAN-HIST-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO EXTERNAL DD_ADDRESS_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-ADDRESS-ID
           ALTERNATE RECORD KEY IS AD-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS ADDRESS-FILE-STATUS.

           SELECT NOTES-FILE ASSIGN TO EXTERNAL DD_CUSTOMER_NOTES_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NF-NOTE-ID
           ALTERNATE RECORD KEY IS NF-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS NOTES-FILE-STATUS.

           SELECT NOTES-HISTORY-FILE
           ASSIGN TO EXTERNAL DD_NOTES_HISTORY_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-NOTE-ID
           ALTERNATE RECORD KEY IS NH-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS NOTE-HIST-STATUS.

           SELECT STANDING-ORDER-FILE
           ASSIGN TO EXTERNAL DD_STANDING_ORDER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ORDER-ID
           ALTERNATE RECORD KEY IS SO-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS ORDER-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO EXTERNAL DD_DISPUTE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-TRANSACTION-ID
           ALTERNATE RECORD KEY IS DP-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO EXTERNAL DD_PROMISE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           ALTERNATE RECORD KEY IS PM-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS PROMISE-FILE-STATUS.

           SELECT HOLD-HISTORY-FILE
           ASSIGN TO EXTERNAL DD_HOLD_HISTORY_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HH-HOLD-ID
           ALTERNATE RECORD KEY IS HH-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS HOLD-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO EXTERNAL DD_AUDIT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT NOTIFY-OUTBOX-FILE
           ASSIGN TO EXTERNAL DD_NOTIFY_OUTBOX_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NQ-NOTIFY-ID
           FILE STATUS IS NOTIFY-FILE-STATUS.

           SELECT SUBJECT-ACCESS-FILE
           ASSIGN TO EXTERNAL DD_SUBJECT_ACCESS_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPORT-FILE-STATUS.

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

       FD CUSTOMER-HISTORY-FILE.
       01 CUSTOMER-HISTORY-RECORD.
          05 CH-CUSTOMER-ID         PIC 9(5).
          05 CH-CUSTOMER-NAME       PIC X(30).
          05 CH-CUSTOMER-EMAIL      PIC X(50).
          05 CH-CUSTOMER-STATUS     PIC X(10).
          05 CH-LAST-UPDATE         PIC X(10).
          05 CH-ADDRESS             PIC X(100).
          05 CH-PHONE               PIC X(15).
          05 CH-CREDIT-LIMIT        PIC 9(7)V99.
          05 CH-BALANCE             PIC S9(7)V99.
          05 CH-CREATION-DATE       PIC X(10).
          05 CH-ARCHIVE-DATE        PIC X(10).
          05 CH-PARENT-ID           PIC 9(5).
          05 CH-GROUP-LIMIT         PIC 9(7)V99.
          05 CH-TERMS-CODE          PIC X(10).

       FD TRANSACTION-HISTORY-FILE.
       01 TRANSACTION-HISTORY-RECORD.
          05 TH-TRANSACTION-ID      PIC 9(10).
          05 TH-CUSTOMER-ID         PIC 9(5).
          05 TH-DATE                PIC X(10).
          05 TH-AMOUNT              PIC S9(7)V99.
          05 TH-TYPE                PIC X(10).
          05 TH-DESCRIPTION         PIC X(100).
          05 TH-STATUS              PIC X(10).
          05 TH-OPEN-AMOUNT         PIC S9(7)V99.
          05 TH-CURRENCY            PIC X(3).
          05 TH-ORIG-AMOUNT         PIC S9(7)V99.
          05 TH-RUN-ID              PIC X(12).
          05 TH-TAX-CODE            PIC X(4).
          05 TH-TAX-AMOUNT          PIC S9(7)V99.
          05 TH-DUE-DATE            PIC X(10).
          05 TH-DISC-DATE           PIC X(10).
          05 TH-DISC-PCT            PIC 9(2)V99.

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

       FD NOTES-FILE.
       01 NOTES-RECORD.
          05 NF-NOTE-ID             PIC 9(10).
          05 NF-CUSTOMER-ID         PIC 9(5).
          05 NF-NOTE-DATE           PIC X(10).
          05 NF-NOTE-USER           PIC X(50).
          05 NF-NOTE-TEXT           PIC X(100).

       FD NOTES-HISTORY-FILE.
       01 NOTES-HISTORY-RECORD.
          05 NH-NOTE-ID             PIC 9(10).
          05 NH-CUSTOMER-ID         PIC 9(5).
          05 NH-NOTE-DATE           PIC X(10).
          05 NH-NOTE-USER           PIC X(50).
          05 NH-NOTE-TEXT           PIC X(100).

       FD STANDING-ORDER-FILE.
       01 STANDING-ORDER-RECORD.
          05 SO-ORDER-ID            PIC 9(5).
          05 SO-CUSTOMER-ID         PIC 9(5).
          05 SO-AMOUNT              PIC S9(7)V99.
          05 SO-TYPE                PIC X(10).
          05 SO-DESCRIPTION         PIC X(100).
          05 SO-DAY-OF-MONTH        PIC 9(2).
          05 SO-START-DATE          PIC X(10).
          05 SO-END-DATE            PIC X(10).
          05 SO-LAST-CYCLE          PIC X(7).
          05 SO-ROLL-RULE           PIC X(1).
          05 SO-TAX-CODE            PIC X(4).
          05 SO-MANDATE-REF         PIC X(18).
          05 SO-RETURN-COUNT        PIC 9(2).
          05 SO-LAST-RETURN-CYCLE   PIC X(7).

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

       FD HOLD-HISTORY-FILE.
       01 HOLD-HISTORY-RECORD.
          05 HH-HOLD-ID             PIC 9(10).
          05 HH-CUSTOMER-ID         PIC 9(5).
          05 HH-REASON-CODE         PIC X(10).
          05 HH-REASON-TEXT         PIC X(60).
          05 HH-HOLD-DATE           PIC X(10).
          05 HH-PRIOR-STATUS        PIC X(10).
          05 HH-RELEASE-DATE        PIC X(10).
          05 HH-RELEASE-TYPE        PIC X(6).
          05 HH-RELEASED-BY         PIC 9(5).
          05 HH-RELEASE-REASON      PIC X(60).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AF-TIMESTAMP           PIC X(10).
          05 AF-PROGRAM             PIC X(20).
          05 AF-OPERATION           PIC X(10).
          05 AF-RECORD-KEY          PIC X(10).
          05 AF-BEFORE-VALUE        PIC X(60).
          05 AF-AFTER-VALUE         PIC X(60).

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

       FD SUBJECT-ACCESS-FILE.
       01 SUBJECT-ACCESS-RECORD     PIC X(1000).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 CUST-HIST-STATUS          PIC XX VALUE SPACES.
       01 TRAN-HIST-STATUS          PIC XX VALUE SPACES.
       01 ADDRESS-FILE-STATUS       PIC XX VALUE SPACES.
       01 NOTES-FILE-STATUS         PIC XX VALUE SPACES.
       01 NOTE-HIST-STATUS          PIC XX VALUE SPACES.
       01 ORDER-FILE-STATUS         PIC XX VALUE SPACES.
       01 DISPUTE-FILE-STATUS       PIC XX VALUE SPACES.
       01 PROMISE-FILE-STATUS       PIC XX VALUE SPACES.
       01 HOLD-FILE-STATUS          PIC XX VALUE SPACES.
       01 AUDIT-FILE-STATUS         PIC XX VALUE SPACES.
       01 EXPORT-FILE-STATUS        PIC XX VALUE SPACES.
       01 NOTIFY-FILE-STATUS        PIC XX VALUE SPACES.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-SUBJECT-ID             PIC 9(5) VALUE 0.
       01 WS-SUBJECT-KEY            PIC X(10) VALUE SPACES.
       01 WS-CUSTOMER-SOURCE        PIC X(7) VALUE SPACES.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).

      *> The live transaction, address and standing-order files
      *> stay open for the audit pass, which looks rows up by key
      *> to decide whether they belong to this customer
       01 WS-ADDRESS-PRESENT-FLAG   PIC 9 VALUE 0.
       01 WS-ORDERS-PRESENT-FLAG    PIC 9 VALUE 0.
       01 WS-EOF-FLAG               PIC 9 VALUE 0.
       01 WS-AUDIT-MATCH-FLAG       PIC 9 VALUE 0.
       01 WS-AUDIT-KEY-NUM          PIC 9(10) VALUE 0.

       01 WS-SECTION-COUNT          PIC 9(7) VALUE 0.
       01 WS-LINE-COUNT             PIC 9(7) VALUE 0.
       01 WS-SOURCE-TEXT            PIC X(7) VALUE SPACES.

       01 WS-RPT-LINE               PIC X(1000).
       01 WS-RPT-AMOUNT             PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-2           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-3           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-TAX-AMOUNT         PIC -ZZZZZZZZ9.99.
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.

       01 WS-CSV-QUOTE-INPUT        PIC X(200).
       01 WS-CSV-QUOTE-OUTPUT       PIC X(410).
       01 WS-CSV-QUOTE-LEN          PIC 9(4) VALUE 0.
       01 WS-CSV-QUOTE-IDX          PIC 9(4) VALUE 0.
       01 WS-CSV-QUOTE-OUT-IDX      PIC 9(4) VALUE 0.
       01 WS-CSV-QUOTED-1           PIC X(410).
       01 WS-CSV-QUOTED-2           PIC X(410).
       01 WS-CSV-QUOTED-3           PIC X(410).

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM EXPORT-CUSTOMER-RECORD
           PERFORM EXPORT-ADDRESSES
           PERFORM EXPORT-NOTES
           PERFORM EXPORT-TRANSACTIONS
           PERFORM EXPORT-STANDING-ORDERS
           PERFORM EXPORT-DISPUTES
           PERFORM EXPORT-PROMISES
           PERFORM EXPORT-CREDIT-HOLDS
           PERFORM EXPORT-NOTIFICATIONS
           PERFORM EXPORT-AUDIT-TRAIL
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> One customer per run; the operator points
           *> DD_SUBJECT_ACCESS_FILE at a new file for each request
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT = SPACES
               DISPLAY "No customer id supplied, nothing exported"
               STOP RUN
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-INPUT-TEXT) NOT = 0
               DISPLAY "Customer id is not numeric: " WS-INPUT-TEXT
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-SUBJECT-ID
           MOVE WS-SUBJECT-ID TO WS-SUBJECT-KEY

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

           *> A customer taken off the primaries by RETENTION-PURGE
           *> is still held in the history files
           MOVE "LIVE" TO WS-CUSTOMER-SOURCE
           MOVE WS-SUBJECT-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CUSTOMER-SOURCE
           END-READ

           IF WS-CUSTOMER-SOURCE = SPACES
               OPEN INPUT CUSTOMER-HISTORY-FILE
               IF CUST-HIST-STATUS = "00"
                   MOVE WS-SUBJECT-ID TO CH-CUSTOMER-ID
                   READ CUSTOMER-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUSTOMER-HISTORY-RECORD
                               TO CUSTOMER-RECORD
                           MOVE "HISTORY" TO WS-CUSTOMER-SOURCE
                   END-READ
               END-IF
               CLOSE CUSTOMER-HISTORY-FILE
           END-IF

           IF WS-CUSTOMER-SOURCE = SPACES
               DISPLAY "Customer " WS-SUBJECT-ID " not found"
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF

           *> The address book and standing orders only exist once
           *> those features have been used
           MOVE 1 TO WS-ADDRESS-PRESENT-FLAG
           OPEN INPUT ADDRESS-FILE
           IF ADDRESS-FILE-STATUS NOT = "00"
               CLOSE ADDRESS-FILE
               MOVE 0 TO WS-ADDRESS-PRESENT-FLAG
           END-IF

           MOVE 1 TO WS-ORDERS-PRESENT-FLAG
           OPEN INPUT STANDING-ORDER-FILE
           IF ORDER-FILE-STATUS NOT = "00"
               CLOSE STANDING-ORDER-FILE
               MOVE 0 TO WS-ORDERS-PRESENT-FLAG
           END-IF

           OPEN OUTPUT SUBJECT-ACCESS-FILE
           IF EXPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open subject access file, status "
                   EXPORT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               IF WS-ADDRESS-PRESENT-FLAG = 1
                   CLOSE ADDRESS-FILE
               END-IF
               IF WS-ORDERS-PRESENT-FLAG = 1
                   CLOSE STANDING-ORDER-FILE
               END-IF
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Subject Access Export - Customer " DELIMITED BY SIZE
                  WS-SUBJECT-ID DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE.

       EXPORT-CUSTOMER-RECORD.
           MOVE "CUSTOMER" TO WS-RPT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE "Id,Name,Email,Status,Phone,Address,CreditLimit,"
               & "Balance,GroupLimit,ParentId,TermsCode,Created,"
               & "LastUpdate,Archived,Source"
               TO WS-RPT-LINE
           PERFORM WRITE-EXPORT-LINE

           MOVE CF-CUSTOMER-NAME TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-1
           MOVE CF-ADDRESS TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-2
           MOVE CF-CREDIT-LIMIT TO WS-RPT-AMOUNT
           MOVE CF-BALANCE TO WS-RPT-AMOUNT-2
           MOVE CF-GROUP-LIMIT TO WS-RPT-AMOUNT-3

           MOVE SPACES TO WS-RPT-LINE
           STRING CF-CUSTOMER-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CF-CUSTOMER-EMAIL) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CF-CUSTOMER-STATUS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CF-PHONE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CF-PARENT-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CF-TERMS-CODE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CF-CREATION-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CF-LAST-UPDATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CF-ARCHIVE-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUSTOMER-SOURCE) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-SECTION-COUNT
           PERFORM WRITE-SECTION-TRAILER.

       EXPORT-ADDRESSES.
           MOVE "ADDRESSES" TO WS-RPT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE "AddressId,Type,Line1,Line2,City,Postcode,"
               & "EffectiveDate,EndDate"
               TO WS-RPT-LINE
           PERFORM WRITE-EXPORT-LINE

           IF WS-ADDRESS-PRESENT-FLAG = 0
               PERFORM WRITE-SECTION-TRAILER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUBJECT-ID TO AD-CUSTOMER-ID
           MOVE LOW-VALUES TO AD-ADDRESS-ID
           MOVE 0 TO WS-EOF-FLAG
           START ADDRESS-FILE KEY = AD-CUSTOMER-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF-FLAG
           END-START

           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ADDRESS-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF AD-CUSTOMER-ID NOT = WS-SUBJECT-ID
                           MOVE 1 TO WS-EOF-FLAG
                       ELSE
                           PERFORM EXPORT-ONE-ADDRESS
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-SECTION-TRAILER.

       EXPORT-ONE-ADDRESS.
           MOVE AD-LINE-1 TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-1
           MOVE AD-LINE-2 TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-2
           MOVE AD-CITY TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-3

           MOVE SPACES TO WS-RPT-LINE
           STRING AD-ADDRESS-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(AD-ADDRESS-TYPE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(AD-POSTCODE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(AD-EFFECTIVE-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(AD-END-DATE) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-SECTION-COUNT.

       EXPORT-NOTES.
           MOVE "NOTES" TO WS-RPT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE "NoteId,Date,User,Text,Source" TO WS-RPT-LINE
           PERFORM WRITE-EXPORT-LINE

           OPEN INPUT NOTES-FILE
           IF NOTES-FILE-STATUS = "00"
               MOVE "LIVE" TO WS-SOURCE-TEXT
               MOVE WS-SUBJECT-ID TO NF-CUSTOMER-ID
               MOVE LOW-VALUES TO NF-NOTE-ID
               MOVE 0 TO WS-EOF-FLAG
               START NOTES-FILE KEY = NF-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ NOTES-FILE NEXT
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF NF-CUSTOMER-ID NOT = WS-SUBJECT-ID
                               MOVE 1 TO WS-EOF-FLAG
                           ELSE
                               PERFORM EXPORT-ONE-NOTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE NOTES-FILE

           OPEN INPUT NOTES-HISTORY-FILE
           IF NOTE-HIST-STATUS = "00"
               MOVE "HISTORY" TO WS-SOURCE-TEXT
               MOVE WS-SUBJECT-ID TO NH-CUSTOMER-ID
               MOVE LOW-VALUES TO NH-NOTE-ID
               MOVE 0 TO WS-EOF-FLAG
               START NOTES-HISTORY-FILE KEY = NH-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ NOTES-HISTORY-FILE NEXT
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF NH-CUSTOMER-ID NOT = WS-SUBJECT-ID
                               MOVE 1 TO WS-EOF-FLAG
                           ELSE
                               MOVE NOTES-HISTORY-RECORD
                                   TO NOTES-RECORD
                               PERFORM EXPORT-ONE-NOTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE NOTES-HISTORY-FILE

           PERFORM WRITE-SECTION-TRAILER.

       EXPORT-ONE-NOTE.
           MOVE NF-NOTE-TEXT TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-1

           MOVE SPACES TO WS-RPT-LINE
           STRING NF-NOTE-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NF-NOTE-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NF-NOTE-USER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-SECTION-COUNT.

       EXPORT-TRANSACTIONS.
           MOVE "TRANSACTIONS" TO WS-RPT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE "TransactionId,Date,Type,Amount,OpenAmount,Currency,"
               & "ForeignAmount,TaxCode,TaxAmount,Status,DueDate,"
               & "Description,Source"
               TO WS-RPT-LINE
           PERFORM WRITE-EXPORT-LINE

           MOVE "LIVE" TO WS-SOURCE-TEXT
           MOVE WS-SUBJECT-ID TO TF-CUSTOMER-ID
           MOVE LOW-VALUES TO TF-TRANSACTION-ID
           MOVE 0 TO WS-EOF-FLAG
           START TRANSACTION-FILE KEY = TF-CUSTOMER-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF TF-CUSTOMER-ID NOT = WS-SUBJECT-ID
                           MOVE 1 TO WS-EOF-FLAG
                       ELSE
                           PERFORM EXPORT-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM

           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF TRAN-HIST-STATUS = "00"
               MOVE "HISTORY" TO WS-SOURCE-TEXT
               MOVE WS-SUBJECT-ID TO TH-CUSTOMER-ID
               MOVE LOW-VALUES TO TH-TRANSACTION-ID
               MOVE 0 TO WS-EOF-FLAG
               START TRANSACTION-HISTORY-FILE KEY = TH-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ TRANSACTION-HISTORY-FILE NEXT
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF TH-CUSTOMER-ID NOT = WS-SUBJECT-ID
                               MOVE 1 TO WS-EOF-FLAG
                           ELSE
                               MOVE TRANSACTION-HISTORY-RECORD
                                   TO TRANSACTION-RECORD
                               PERFORM EXPORT-ONE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRANSACTION-HISTORY-FILE

           PERFORM WRITE-SECTION-TRAILER.

       EXPORT-ONE-TRANSACTION.
           MOVE TF-DESCRIPTION TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-1
           MOVE TF-AMOUNT TO WS-RPT-AMOUNT
           MOVE TF-OPEN-AMOUNT TO WS-RPT-AMOUNT-2
           MOVE TF-ORIG-AMOUNT TO WS-RPT-AMOUNT-3
           MOVE TF-TAX-AMOUNT TO WS-RPT-TAX-AMOUNT

           MOVE SPACES TO WS-RPT-LINE
           STRING TF-TRANSACTION-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(TF-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(TF-TYPE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(TF-CURRENCY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(TF-TAX-CODE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-TAX-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(TF-STATUS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(TF-DUE-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SOURCE-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-SECTION-COUNT.

       EXPORT-STANDING-ORDERS.
           MOVE "STANDING ORDERS" TO WS-RPT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE "OrderId,Type,Amount,DayOfMonth,StartDate,EndDate,"
               & "LastCycle,MandateRef,Description"
               TO WS-RPT-LINE
           PERFORM WRITE-EXPORT-LINE

           IF WS-ORDERS-PRESENT-FLAG = 0
               PERFORM WRITE-SECTION-TRAILER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SUBJECT-ID TO SO-CUSTOMER-ID
           MOVE LOW-VALUES TO SO-ORDER-ID
           MOVE 0 TO WS-EOF-FLAG
           START STANDING-ORDER-FILE KEY = SO-CUSTOMER-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ STANDING-ORDER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF SO-CUSTOMER-ID NOT = WS-SUBJECT-ID
                           MOVE 1 TO WS-EOF-FLAG
                       ELSE
                           PERFORM EXPORT-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-SECTION-TRAILER.

       EXPORT-ONE-ORDER.
           MOVE SO-DESCRIPTION TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-1
           MOVE SO-AMOUNT TO WS-RPT-AMOUNT

           MOVE SPACES TO WS-RPT-LINE
           STRING SO-ORDER-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SO-TYPE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SO-DAY-OF-MONTH DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SO-START-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SO-END-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SO-LAST-CYCLE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SO-MANDATE-REF) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-1) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-SECTION-COUNT.

       EXPORT-DISPUTES.
           MOVE "DISPUTES" TO WS-RPT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE "TransactionId,OpenDate,Reason,PriorStatus,"
               & "ResolvedDate,Resolution,Note"
               TO WS-RPT-LINE
           PERFORM WRITE-EXPORT-LINE

           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = "00"
               MOVE WS-SUBJECT-ID TO DP-CUSTOMER-ID
               MOVE 0 TO WS-EOF-FLAG
               START DISPUTE-FILE KEY = DP-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ DISPUTE-FILE NEXT
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF DP-CUSTOMER-ID NOT = WS-SUBJECT-ID
                               MOVE 1 TO WS-EOF-FLAG
                           ELSE
                               PERFORM EXPORT-ONE-DISPUTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DISPUTE-FILE

           PERFORM WRITE-SECTION-TRAILER.

       EXPORT-ONE-DISPUTE.
           MOVE DP-REASON TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-1
           MOVE DP-NOTE TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-2

           MOVE SPACES TO WS-RPT-LINE
           STRING DP-TRANSACTION-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DP-OPEN-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DP-PRIOR-STATUS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DP-RESOLVED-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DP-RESOLUTION) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-2) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-SECTION-COUNT.

       EXPORT-PROMISES.
           MOVE "PROMISES TO PAY" TO WS-RPT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE "PromiseId,Instalment,TakenDate,TakenBy,DueDate,"
               & "Amount,PaidAmount,Status"
               TO WS-RPT-LINE
           PERFORM WRITE-EXPORT-LINE

           OPEN INPUT PROMISE-FILE
           IF PROMISE-FILE-STATUS = "00"
               MOVE WS-SUBJECT-ID TO PM-CUSTOMER-ID
               MOVE 0 TO WS-EOF-FLAG
               START PROMISE-FILE KEY = PM-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ PROMISE-FILE NEXT
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF PM-CUSTOMER-ID NOT = WS-SUBJECT-ID
                               MOVE 1 TO WS-EOF-FLAG
                           ELSE
                               PERFORM EXPORT-ONE-PROMISE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PROMISE-FILE

           PERFORM WRITE-SECTION-TRAILER.

       EXPORT-ONE-PROMISE.
           MOVE PM-AMOUNT TO WS-RPT-AMOUNT
           MOVE PM-PAID-AMOUNT TO WS-RPT-AMOUNT-2

           MOVE SPACES TO WS-RPT-LINE
           STRING PM-PROMISE-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PM-INSTALMENT-NO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PM-TAKEN-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PM-TAKEN-BY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PM-DUE-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PM-STATUS) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-SECTION-COUNT.

       EXPORT-CREDIT-HOLDS.
           MOVE "CREDIT HOLDS" TO WS-RPT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE "HoldId,ReasonCode,Reason,HoldDate,PriorStatus,"
               & "ReleaseDate,ReleaseType,ReleaseReason"
               TO WS-RPT-LINE
           PERFORM WRITE-EXPORT-LINE

           OPEN INPUT HOLD-HISTORY-FILE
           IF HOLD-FILE-STATUS = "00"
               MOVE WS-SUBJECT-ID TO HH-CUSTOMER-ID
               MOVE 0 TO WS-EOF-FLAG
               START HOLD-HISTORY-FILE KEY = HH-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ HOLD-HISTORY-FILE NEXT
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF HH-CUSTOMER-ID NOT = WS-SUBJECT-ID
                               MOVE 1 TO WS-EOF-FLAG
                           ELSE
                               PERFORM EXPORT-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HOLD-HISTORY-FILE

           PERFORM WRITE-SECTION-TRAILER.

       EXPORT-ONE-HOLD.
           MOVE HH-REASON-TEXT TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-1
           MOVE HH-RELEASE-REASON TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-2

           MOVE SPACES TO WS-RPT-LINE
           STRING HH-HOLD-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HH-REASON-CODE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HH-HOLD-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HH-PRIOR-STATUS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HH-RELEASE-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HH-RELEASE-TYPE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-2) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-SECTION-COUNT.

       EXPORT-NOTIFICATIONS.
           *> Notices queued to the customer carry a copy of its
           *> email, address and merge data, sent or not; the outbox
           *> has no customer key so every row is looked at
           MOVE "NOTIFICATIONS" TO WS-RPT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE "NotifyId,QueuedDate,QueuedTime,Source,Channel,"
               & "Template,Email,Address,MergeFields,Status,Attempts,"
               & "LastAttempt"
               TO WS-RPT-LINE
           PERFORM WRITE-EXPORT-LINE

           OPEN INPUT NOTIFY-OUTBOX-FILE
           IF NOTIFY-FILE-STATUS = "00"
               MOVE LOW-VALUES TO NQ-NOTIFY-ID
               MOVE 0 TO WS-EOF-FLAG
               START NOTIFY-OUTBOX-FILE KEY >= NQ-NOTIFY-ID
                   INVALID KEY
                       MOVE 1 TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ NOTIFY-OUTBOX-FILE NEXT
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF NQ-RECIPIENT-TYPE = "CUSTOMER"
                               AND NQ-RECIPIENT-ID = WS-SUBJECT-ID
                               PERFORM EXPORT-ONE-NOTIFICATION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE NOTIFY-OUTBOX-FILE

           PERFORM WRITE-SECTION-TRAILER.

       EXPORT-ONE-NOTIFICATION.
           MOVE NQ-RECIPIENT-EMAIL TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-1
           MOVE NQ-RECIPIENT-ADDRESS TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-2
           MOVE NQ-MERGE-FIELDS TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-3

           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(NQ-NOTIFY-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-QUEUED-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-QUEUED-TIME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-SOURCE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-CHANNEL) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-TEMPLATE-CODE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-STATUS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  NQ-ATTEMPT-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-LAST-ATTEMPT-DATE) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-SECTION-COUNT.

       EXPORT-AUDIT-TRAIL.
           MOVE "AUDIT TRAIL" TO WS-RPT-LINE
           PERFORM WRITE-SECTION-HEADING
           MOVE "Date,Program,Operation,RecordKey,Before,After"
               TO WS-RPT-LINE
           PERFORM WRITE-EXPORT-LINE

           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = "00"
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ AUDIT-FILE
                       AT END
                           MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-AUDIT-ROW
                           IF WS-AUDIT-MATCH-FLAG = 1
                               PERFORM EXPORT-ONE-AUDIT-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE

           PERFORM WRITE-SECTION-TRAILER.

       CHECK-AUDIT-ROW.
           *> The audit key means different things per operation:
           *> the customer id, one of its transactions, orders or
           *> addresses, or a reference code that belongs to no one.
           *> Only the programs that write customer rows are looked
           *> at; user and to-do audit rows use their own id ranges
           MOVE 0 TO WS-AUDIT-MATCH-FLAG
           IF AF-PROGRAM NOT = "CUSTOMER-DATABASE"
               AND AF-PROGRAM NOT = "CREDIT-HOLD"
               AND AF-PROGRAM NOT = "CREDIT-REFUND"
               AND AF-PROGRAM NOT = "PAYMENT-IMPORT"
               AND AF-PROGRAM NOT = "RUN-BACKOUT"
               AND AF-PROGRAM NOT = "WRITE-OFF"
               EXIT PARAGRAPH
           END-IF

           EVALUATE AF-OPERATION
               WHEN "CREATE"
               WHEN "UPDATE"
               WHEN "DELETE"
               WHEN "MERGE"
               WHEN "ADDNOTE"
               WHEN "ADDRADD"
               WHEN "PROMADD"
               WHEN "PROMCANCEL"
               WHEN "HOLD"
               WHEN "UNHOLD"
               WHEN "RELEASE"
               WHEN "REINSTATE"
               WHEN "ANONYMISE"
                   IF AF-RECORD-KEY = WS-SUBJECT-KEY
                       MOVE 1 TO WS-AUDIT-MATCH-FLAG
                   END-IF
               WHEN "DUPREVIEW"
                   *> Keyed on the lower id; the pair is in the before
                   *> value as PAIR=lowid/highid
                   IF AF-BEFORE-VALUE(6:5) = WS-SUBJECT-KEY(1:5)
                       OR AF-BEFORE-VALUE(12:5) = WS-SUBJECT-KEY(1:5)
                       MOVE 1 TO WS-AUDIT-MATCH-FLAG
                   END-IF
               WHEN "RATESET"
               WHEN "TAXSET"
               WHEN "TERMSSET"
               WHEN "TERMSRET"
               WHEN "TYPEADD"
               WHEN "TYPERET"
                   CONTINUE
               WHEN "ORDERADD"
               WHEN "ORDERUPD"
               WHEN "ORDERDEL"
                   IF WS-ORDERS-PRESENT-FLAG = 1
                       AND AF-RECORD-KEY(1:5) IS NUMERIC
                       MOVE AF-RECORD-KEY(1:5) TO SO-ORDER-ID
                       READ STANDING-ORDER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF SO-CUSTOMER-ID = WS-SUBJECT-ID
                                   MOVE 1 TO WS-AUDIT-MATCH-FLAG
                               END-IF
                       END-READ
                   END-IF
               WHEN "ADDRUPD"
                   IF WS-ADDRESS-PRESENT-FLAG = 1
                       AND AF-RECORD-KEY IS NUMERIC
                       MOVE AF-RECORD-KEY TO AD-ADDRESS-ID
                       READ ADDRESS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF AD-CUSTOMER-ID = WS-SUBJECT-ID
                                   MOVE 1 TO WS-AUDIT-MATCH-FLAG
                               END-IF
                       END-READ
                   END-IF
               WHEN OTHER
                   *> Postings, applications, reversals and disputes
                   *> are keyed by transaction id
                   IF AF-RECORD-KEY IS NUMERIC
                       MOVE AF-RECORD-KEY TO WS-AUDIT-KEY-NUM
                       MOVE WS-AUDIT-KEY-NUM TO TF-TRANSACTION-ID
                       READ TRANSACTION-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF TF-CUSTOMER-ID = WS-SUBJECT-ID
                                   MOVE 1 TO WS-AUDIT-MATCH-FLAG
                               END-IF
                       END-READ
                   END-IF
           END-EVALUATE.

       EXPORT-ONE-AUDIT-ROW.
           MOVE AF-BEFORE-VALUE TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-1
           MOVE AF-AFTER-VALUE TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-CSV-QUOTED-2

           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(AF-TIMESTAMP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(AF-PROGRAM) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(AF-OPERATION) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(AF-RECORD-KEY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTED-2) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE
           ADD 1 TO WS-SECTION-COUNT.

       WRITE-SECTION-HEADING.
           *> Caller leaves the section title in WS-RPT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           WRITE SUBJECT-ACCESS-RECORD FROM SPACES
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-RPT-LINE TO WS-CSV-QUOTE-INPUT
           MOVE SPACES TO WS-RPT-LINE
           STRING "[" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-QUOTE-INPUT) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE.

       WRITE-SECTION-TRAILER.
           MOVE WS-SECTION-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Records: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           PERFORM WRITE-EXPORT-LINE.

       WRITE-EXPORT-LINE.
           WRITE SUBJECT-ACCESS-RECORD FROM WS-RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       QUOTE-CSV-FIELD.
           *> Wraps WS-CSV-QUOTE-INPUT in double quotes, doubling any
           *> embedded quote, so embedded commas in free-text fields
           *> (names, addresses, notes) don't shift CSV columns
           MOVE SPACES TO WS-CSV-QUOTE-OUTPUT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-QUOTE-INPUT))
               TO WS-CSV-QUOTE-LEN
           IF WS-CSV-QUOTE-INPUT = SPACES
               MOVE 0 TO WS-CSV-QUOTE-LEN
           END-IF
           MOVE 1 TO WS-CSV-QUOTE-OUT-IDX
           MOVE '"' TO WS-CSV-QUOTE-OUTPUT(WS-CSV-QUOTE-OUT-IDX:1)
           ADD 1 TO WS-CSV-QUOTE-OUT-IDX
           PERFORM VARYING WS-CSV-QUOTE-IDX FROM 1 BY 1
               UNTIL WS-CSV-QUOTE-IDX > WS-CSV-QUOTE-LEN
               IF WS-CSV-QUOTE-INPUT(WS-CSV-QUOTE-IDX:1) = '"'
                   MOVE '"' TO
                       WS-CSV-QUOTE-OUTPUT(WS-CSV-QUOTE-OUT-IDX:1)
                   ADD 1 TO WS-CSV-QUOTE-OUT-IDX
               END-IF
               MOVE WS-CSV-QUOTE-INPUT(WS-CSV-QUOTE-IDX:1)
                   TO WS-CSV-QUOTE-OUTPUT(WS-CSV-QUOTE-OUT-IDX:1)
               ADD 1 TO WS-CSV-QUOTE-OUT-IDX
           END-PERFORM
           MOVE '"' TO WS-CSV-QUOTE-OUTPUT(WS-CSV-QUOTE-OUT-IDX:1).

       CLEANUP-AND-EXIT.
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           IF WS-ADDRESS-PRESENT-FLAG = 1
               CLOSE ADDRESS-FILE
           END-IF
           IF WS-ORDERS-PRESENT-FLAG = 1
               CLOSE STANDING-ORDER-FILE
           END-IF
           CLOSE SUBJECT-ACCESS-FILE
           DISPLAY "Subject access export for customer "
               WS-SUBJECT-ID " complete: "
               WS-LINE-COUNT " lines written".
