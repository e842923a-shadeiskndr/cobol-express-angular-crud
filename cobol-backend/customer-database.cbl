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

           SELECT NOTES-FILE ASSIGN TO EXTERNAL DD_CUSTOMER_NOTES_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ALTERNATE RECORD KEY IS DP-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO EXTERNAL DD_PROMISE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           ALTERNATE RECORD KEY IS PM-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS PROMISE-FILE-STATUS.

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

           SELECT HOLD-HISTORY-FILE
           ASSIGN TO EXTERNAL DD_HOLD_HISTORY_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HH-HOLD-ID
           ALTERNATE RECORD KEY IS HH-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS HOLD-FILE-STATUS.

           SELECT PAYMENT-TERMS-FILE
           ASSIGN TO EXTERNAL DD_PAYMENT_TERMS_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PT-TERMS-CODE
           FILE STATUS IS TERMS-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO EXTERNAL DD_CALENDAR_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BC-DATE
           FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT DUPLICATE-REVIEW-FILE
           ASSIGN TO EXTERNAL DD_DUPLICATE_REVIEW_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DR-PAIR-KEY
           FILE STATUS IS REVIEW-FILE-STATUS.

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

       FD STANDING-ORDER-FILE.
       01 STANDING-ORDER-RECORD.
          05 SO-LAST-CYCLE          PIC X(7).
          05 SO-ROLL-RULE           PIC X(1).
          05 SO-TAX-CODE            PIC X(4).
          05 SO-MANDATE-REF         PIC X(18).
          05 SO-RETURN-COUNT        PIC 9(2).
          05 SO-LAST-RETURN-CYCLE   PIC X(7).

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

       FD NOTES-FILE.
       01 NOTES-RECORD.
          05 NF-NOTE-ID             PIC 9(10).
          05 TT-DESCRIPTION         PIC X(30).
          05 TT-NORMAL-SIGN         PIC X(1).
          05 TT-ACTIVE-FLAG         PIC X(1).
          05 TT-DEFAULT-AMOUNT      PIC 9(7)V99.

       FD CURRENCY-RATE-FILE.
       01 CURRENCY-RATE-RECORD.
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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AF-TIMESTAMP           PIC X(10).
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

       FD PAYMENT-TERMS-FILE.
       01 PAYMENT-TERMS-RECORD.
          05 PT-TERMS-CODE          PIC X(10).
          05 PT-DESCRIPTION         PIC X(30).
          05 PT-NET-DAYS            PIC 9(3).
          05 PT-DISC-DAYS           PIC 9(3).
          05 PT-DISC-PCT            PIC 9(2)V99.
          05 PT-ACTIVE-FLAG         PIC X(1).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
          05 BC-DATE                PIC X(10).
          05 BC-DAY-TYPE            PIC X(1).
          05 BC-DESCRIPTION         PIC X(30).

       FD DUPLICATE-REVIEW-FILE.
       01 DUPLICATE-REVIEW-RECORD.
          05 DR-PAIR-KEY.
             10 DR-LOW-ID           PIC 9(5).
             10 DR-HIGH-ID          PIC 9(5).
          05 DR-DECISION            PIC X(10).
          05 DR-SURVIVOR-ID         PIC 9(5).
          05 DR-REVIEW-DATE         PIC X(10).
          05 DR-REVIEWED-BY         PIC 9(5).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 AUDIT-FILE-STATUS         PIC XX VALUE SPACES.
       01 USER-FILE-STATUS          PIC XX VALUE SPACES.
       01 WS-USER-EOF-FLAG          PIC 9 VALUE 0.
       01 NOTIFY-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-NOTIFY-PREFIX          PIC X(4) VALUE "CUDB".
       01 WS-NOTIFY-DATE            PIC 9(8) VALUE 0.
       01 WS-NOTIFY-DATE-X REDEFINES WS-NOTIFY-DATE PIC X(8).
       01 WS-NOTIFY-TIME            PIC 9(8) VALUE 0.
       01 WS-NOTIFY-TIME-X REDEFINES WS-NOTIFY-TIME PIC X(8).
       01 WS-NOTIFY-SEQ             PIC 9(4) VALUE 0.
       01 WS-NOTIFY-TRIES           PIC 9(2) VALUE 0.
       01 WS-NOTIFY-OPEN-FLAG       PIC 9 VALUE 0.
       01 WS-NOTIFY-WRITTEN-FLAG    PIC 9 VALUE 0.
       01 WS-NOTIFY-MERGE           PIC X(200) VALUE SPACES.
       01 WS-AUDIT-OPERATION        PIC X(10).
       01 WS-AUDIT-KEY              PIC X(10).
       01 WS-AUDIT-BEFORE           PIC X(60).
          05 WS-AGE-61-90         PIC S9(7)V99 VALUE 0.
          05 WS-AGE-90-PLUS       PIC S9(7)V99 VALUE 0.

       01 AGING-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-AGING-LIVE           PIC X(5) VALUE SPACES.
       01 WS-AGING-SUMMARY-FLAG   PIC 9 VALUE 0.
       01 WS-AGING-AS-OF-DATE     PIC X(10) VALUE SPACES.
       01 WS-LAST-CLOSE-DATE      PIC X(10) VALUE SPACES.
       01 WS-DAYCLOSE-EOF-FLAG    PIC 9 VALUE 0.

       01 NOTES-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-NOTE-USER            PIC X(50) VALUE SPACES.
       01 WS-NOTE-TEXT            PIC X(100) VALUE SPACES.
       01 WS-NEXT-NOTE-ID         PIC 9(10) VALUE 0.
       01 WS-NOTE-EOF-FLAG        PIC 9 VALUE 0.

       01 PROMISE-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-PROMISE-ID           PIC 9(10) VALUE 0.
       01 WS-PROMISE-USER         PIC X(50) VALUE SPACES.
       01 WS-PROMISE-DUE          PIC X(10) VALUE SPACES.
       01 WS-PROMISE-COUNT        PIC 9(2) VALUE 0.
       01 WS-PROMISE-INTERVAL     PIC 9(3) VALUE 0.
       01 WS-PROMISE-INST-NO      PIC 9(2) VALUE 0.
       01 WS-PROMISE-INST-AMT     PIC S9(7)V99 VALUE 0.
       01 WS-PROMISE-DAY-INT      PIC 9(8) VALUE 0.
       01 WS-MAX-PROMISE-ID       PIC 9(10) VALUE 0.
       01 WS-NEXT-PROMISE-ID      PIC 9(10) VALUE 0.
       01 WS-PROMISE-EOF-FLAG     PIC 9 VALUE 0.
       01 WS-PROMISE-OPEN-FLAG    PIC 9 VALUE 0.
       01 WS-PROMISE-FAIL-FLAG    PIC 9 VALUE 0.
       01 WS-PROMISE-FOUND        PIC 9(3) VALUE 0.
       01 WS-PROMISE-CANCELLED    PIC 9(3) VALUE 0.

       01 WS-TRAN-AMOUNT          PIC S9(7)V99 VALUE 0.
       01 WS-TRAN-TYPE            PIC X(10) VALUE SPACES.
       01 WS-TRAN-DESCRIPTION     PIC X(100) VALUE SPACES.
       01 WS-NEXT-ORDER-ID        PIC 9(5) VALUE 0.
       01 WS-ORDER-EOF-FLAG       PIC 9 VALUE 0.
       01 WS-ORDER-ROLL-RULE      PIC X(1) VALUE SPACE.
       01 WS-ORDER-MANDATE-REF    PIC X(18) VALUE SPACES.

       01 DAYCLOSE-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-TRAN-DATE            PIC X(10) VALUE SPACES.
          05 WS-OPEN-TEMP-ID      PIC 9(10).
          05 WS-OPEN-TEMP-DATE    PIC X(10).
       01 WS-PAYMENT-TRANS-ID     PIC 9(10) VALUE 0.
       01 WS-APPROVED-STATUS      PIC X(10) VALUE SPACES.
       01 WS-REINSTATE-TRANS-ID   PIC 9(10) VALUE 0.

       01 SESSION-FILE-STATUS     PIC XX VALUE SPACES.
       01 APPROVAL-CONFIG-STATUS  PIC XX VALUE SPACES.
       01 WS-SESSION-VALID-FLAG   PIC 9 VALUE 0.
       01 WS-SESSION-USER-ID      PIC 9(5) VALUE 0.
       01 WS-CALLER-ROLE          PIC X(10) VALUE SPACES.
       01 WS-ADMIN-ACTION         PIC X(20) VALUE "Approval".
       01 WS-CURRENT-TIME.
          05 WS-HOUR              PIC 9(2).
          05 WS-MINUTE            PIC 9(2).
       01 WS-DISPUTE-NOTE         PIC X(60) VALUE SPACES.
       01 WS-DISPUTE-PRIOR-STATUS PIC X(10) VALUE SPACES.

       01 HOLD-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-HOLD-REASON          PIC X(60) VALUE SPACES.
       01 WS-HOLD-OPEN-ID         PIC 9(10) VALUE 0.
       01 WS-HOLD-PRIOR-STATUS    PIC X(10) VALUE SPACES.
       01 WS-HOLD-RESTORE-STATUS  PIC X(10) VALUE SPACES.
       01 WS-HOLD-EOF-FLAG        PIC 9 VALUE 0.
       01 WS-HOLD-FILE-FLAG       PIC 9 VALUE 0.

       01 WS-ANON-OPEN-DISPUTE    PIC 9 VALUE 0.
       01 WS-ANON-EOF-FLAG        PIC 9 VALUE 0.
       01 WS-ANON-ADDR-COUNT      PIC 9(5) VALUE 0.
       01 WS-ANON-NOTICE-COUNT    PIC 9(5) VALUE 0.

       01 REVIEW-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-DUP-OTHER-ID         PIC 9(5) VALUE 0.
       01 WS-DUP-SURVIVOR-ID      PIC 9(5) VALUE 0.
       01 WS-DUP-DECISION         PIC X(10) VALUE SPACES.
       01 WS-DUP-LOW-ID           PIC 9(5) VALUE 0.
       01 WS-DUP-HIGH-ID          PIC 9(5) VALUE 0.

       01 TERMS-FILE-STATUS       PIC XX VALUE SPACES.
       01 CALENDAR-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-TERMS-CODE           PIC X(10) VALUE SPACES.
       01 WS-TERMS-PRESENT        PIC 9 VALUE 0.
       01 WS-TERMS-VALID-FLAG     PIC 9 VALUE 0.
       01 WS-TERMS-DESCRIPTION    PIC X(30) VALUE SPACES.
       01 WS-TERMS-NET-DAYS       PIC 9(3) VALUE 0.
       01 WS-TERMS-DISC-DAYS      PIC 9(3) VALUE 0.
       01 WS-TERMS-DISC-PCT       PIC 9(2)V99 VALUE 0.
       01 WS-TERMS-EOF-FLAG       PIC 9 VALUE 0.
       01 WS-FMT-TERMS-PCT        PIC Z9.99.
       01 WS-POST-TERMS-CODE      PIC X(10) VALUE SPACES.
       01 WS-TERMS-BASE-DATE      PIC X(10) VALUE SPACES.
       01 WS-TERMS-ADD-DAYS       PIC 9(3) VALUE 0.
       01 WS-TERMS-RESULT-DATE    PIC X(10) VALUE SPACES.
       01 WS-TERMS-DAY-INT        PIC 9(8) VALUE 0.
       01 WS-TERMS-ROLL-TRIES     PIC 9(2) VALUE 0.
       01 WS-CALENDAR-OPEN-FLAG   PIC 9 VALUE 0.
       01 WS-ITEM-DUE-DATE        PIC X(10) VALUE SPACES.

       01 WS-DISC-ELIGIBLE-FLAG   PIC 9 VALUE 0.
       01 WS-DISC-PAY-DATE        PIC X(10) VALUE SPACES.
       01 WS-DISC-THIS            PIC S9(7)V99 VALUE 0.
       01 WS-DISC-TOTAL           PIC S9(7)V99 VALUE 0.
       01 WS-DISC-NEXT-ID         PIC 9(10) VALUE 0.
       01 WS-DISC-CHARGE-ID       PIC 9(10) VALUE 0.
       01 WS-DISC-JSON            PIC X(15) VALUE SPACES.

       01 WS-FX-PAY-CURRENCY      PIC X(3) VALUE SPACES.
       01 WS-FX-PAY-DATE          PIC X(10) VALUE SPACES.
       01 WS-FX-PAY-BASE          PIC S9(7)V99 VALUE 0.
       01 WS-FX-PAY-FOREIGN       PIC S9(7)V99 VALUE 0.
       01 WS-FX-CHARGE-FOREIGN    PIC S9(9)V99 VALUE 0.
       01 WS-FX-REMAIN-FOREIGN    PIC S9(9)V99 VALUE 0.
       01 WS-FX-PAY-USED          PIC S9(7)V99 VALUE 0.
       01 WS-FX-DIFF              PIC S9(7)V99 VALUE 0.
       01 WS-FX-TOTAL             PIC S9(7)V99 VALUE 0.
       01 WS-FX-CHARGE-ID         PIC 9(10) VALUE 0.
       01 WS-FX-JSON              PIC X(15) VALUE SPACES.

       01 WS-MERGE-SOURCE-ID      PIC 9(5) VALUE 0.
       01 WS-MERGE-TARGET-ID      PIC 9(5) VALUE 0.
       01 WS-MERGE-SOURCE-BAL     PIC S9(7)V99 VALUE 0.
       01 WS-UNAPPLY-AMT-TEXT     PIC X(30) VALUE SPACES.
       01 WS-UNAPPLY-REST         PIC X(60) VALUE SPACES.
       01 WS-UNAPPLY-EOF-FLAG     PIC 9 VALUE 0.
       01 WS-FXREV-COUNT          PIC 9(3) VALUE 0.
       01 WS-FXREV-TABLE.
          05 WS-FXREV-ENTRY OCCURS 50 TIMES.
             10 WS-FXREV-TRANS-ID  PIC 9(10).
             10 WS-FXREV-AMOUNT    PIC S9(7)V99.
       01 WS-FXREV-IDX            PIC 9(3) COMP VALUE 0.
       01 WS-FXREV-TOTAL          PIC S9(7)V99 VALUE 0.
       01 WS-FXREV-NEXT-ID        PIC 9(10) VALUE 0.
       01 WS-FXREV-ID-TEXT        PIC X(30) VALUE SPACES.

       01 WS-PAGE                 PIC 9(5) VALUE 1.
       01 WS-PAGE-SIZE            PIC 9(5) VALUE 0.
          05 WS-SORT-TEMP-EMAIL   PIC X(50).
          05 WS-SORT-TEMP-STATUS  PIC X(10).
          05 WS-SORT-TEMP-BALANCE PIC S9(7)V99.

      *> Cross-customer transaction search: the filters, the totals
      *> over the whole result set, and the buffered matches the page
      *> is cut from (every match when sorting, the page otherwise)
       01 WS-TS-DATE-FROM         PIC X(10) VALUE SPACES.
       01 WS-TS-DATE-TO           PIC X(10) VALUE SPACES.
       01 WS-TS-TYPE              PIC X(10) VALUE SPACES.
       01 WS-TS-STATUS            PIC X(10) VALUE SPACES.
       01 WS-TS-CURRENCY          PIC X(3) VALUE SPACES.
       01 WS-TS-RUN-ID            PIC X(12) VALUE SPACES.
       01 WS-TS-RUN-ID-LEN        PIC 9(2) VALUE 0.
       01 WS-TS-TAX-CODE          PIC X(4) VALUE SPACES.
       01 WS-TS-OPEN-STATE        PIC X(10) VALUE SPACES.
       01 WS-TS-MIN-AMOUNT        PIC S9(7)V99 VALUE 0.
       01 WS-TS-MIN-FLAG          PIC 9 VALUE 0.
       01 WS-TS-MAX-AMOUNT        PIC S9(7)V99 VALUE 0.
       01 WS-TS-MAX-FLAG          PIC 9 VALUE 0.
       01 WS-TS-SORT-ORDER        PIC X(10) VALUE SPACES.
       01 WS-TS-DESC-FLAG         PIC 9 VALUE 0.
       01 WS-TS-SORTED-FLAG       PIC 9 VALUE 0.
       01 WS-TS-MATCH-FLAG        PIC 9 VALUE 0.
       01 WS-TS-ROW-CURRENCY      PIC X(3) VALUE SPACES.
       01 WS-TS-TOTAL-COUNT       PIC 9(7) VALUE 0.
       01 WS-TS-TOTAL-AMOUNT      PIC S9(11)V99 VALUE 0.
       01 WS-TS-FIRST-ROW         PIC 9(7) VALUE 0.
       01 WS-TS-LAST-ROW          PIC 9(7) VALUE 0.
       01 WS-TS-PAGE-COUNT        PIC 9(7) VALUE 0.
       01 WS-TS-ROWS-OUT          PIC 9(4) VALUE 0.
       01 WS-TS-MAX-BUFFER        PIC 9(4) VALUE 1000.
       01 WS-TS-COUNT             PIC 9(4) VALUE 0.
       01 WS-TS-I                 PIC 9(4) VALUE 0.
       01 WS-TS-J                 PIC 9(4) VALUE 0.
       01 WS-TS-SWAP-FLAG         PIC 9 VALUE 0.
       01 WS-TS-COMPARE-FLAG      PIC 9 VALUE 0.
       01 WS-TS-TABLE.
          05 WS-TS-ENTRY OCCURS 1000 TIMES.
             10 WS-TS-ID          PIC 9(10).
             10 WS-TS-CUSTOMER    PIC 9(5).
             10 WS-TS-DATE        PIC X(10).
             10 WS-TS-AMOUNT      PIC S9(7)V99.
       01 WS-TS-ENTRY-TEMP.
          05 WS-TS-TEMP-ID        PIC 9(10).
          05 WS-TS-TEMP-CUSTOMER  PIC 9(5).
          05 WS-TS-TEMP-DATE      PIC X(10).
          05 WS-TS-TEMP-AMOUNT    PIC S9(7)V99.
       01 WS-FMT-TS-TOTAL         PIC -ZZZZZZZZZZ9.99.
       01 WS-TS-TOTAL-JSON        PIC X(20) VALUE SPACES.
       01 WS-FMT-TS-COUNT         PIC ZZZZZZ9.
       01 WS-FMT-TS-PAGE          PIC ZZZZZZ9.
       01 WS-FMT-TS-PAGE-SIZE     PIC ZZZZZZ9.
       01 WS-FMT-TS-PAGE-COUNT    PIC ZZZZZZ9.
       
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
                   PERFORM SEARCH-CUSTOMERS
               WHEN "TRANSACTIONS"
                   PERFORM GET-CUSTOMER-TRANSACTIONS
               WHEN "TRANSACTION_SEARCH"
                   PERFORM SEARCH-TRANSACTIONS
               WHEN "POST_TRANSACTION"
                   PERFORM POST-TRANSACTION
               WHEN "REVERSE_TRANSACTION"
                   PERFORM APPROVE-PENDING-TRANSACTION
               WHEN "REJECT"
                   PERFORM REJECT-PENDING-TRANSACTION
               WHEN "ADD_PROMISE"
                   PERFORM ADD-CUSTOMER-PROMISE
               WHEN "LIST_PROMISES"
                   PERFORM LIST-CUSTOMER-PROMISES
               WHEN "CANCEL_PROMISE"
                   PERFORM CANCEL-CUSTOMER-PROMISE
               WHEN "RELEASE_HOLD"
                   PERFORM RELEASE-CREDIT-HOLD
               WHEN "SET_TERMS"
                   PERFORM SET-PAYMENT-TERMS
               WHEN "RETIRE_TERMS"
                   PERFORM RETIRE-PAYMENT-TERMS
               WHEN "LIST_TERMS"
                   PERFORM LIST-PAYMENT-TERMS
               WHEN "ANONYMISE"
                   PERFORM ANONYMISE-CUSTOMER
               WHEN "MARK_DUPLICATE"
                   PERFORM MARK-DUPLICATE-PAIR
               WHEN OTHER
                   MOVE "Invalid operation" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   PERFORM EXTRACT-SEARCH-CRITERIA
               WHEN "LIST"
                   PERFORM EXTRACT-PAGE-PARAMS
               WHEN "TRANSACTION_SEARCH"
                   PERFORM EXTRACT-PAGE-PARAMS
                   PERFORM EXTRACT-TRANSACTION-SEARCH
                   PERFORM EXTRACT-SESSION-TOKEN
               WHEN "POST_TRANSACTION"
                   PERFORM EXTRACT-TRANSACTION-DATA
               WHEN "REVERSE_TRANSACTION"
                   PERFORM EXTRACT-ID
               WHEN "SET_TAX_RATE"
                   PERFORM EXTRACT-TAX-RATE-DATA
               WHEN "ADD_PROMISE"
               WHEN "CANCEL_PROMISE"
                   PERFORM EXTRACT-PROMISE-DATA
               WHEN "LIST_PROMISES"
                   PERFORM EXTRACT-ID
               WHEN "AGING_REPORT"
                   PERFORM EXTRACT-AGING-OPTIONS
               WHEN "RELEASE_HOLD"
                   PERFORM EXTRACT-ID
                   PERFORM EXTRACT-HOLD-RELEASE-DATA
               WHEN "SET_TERMS"
               WHEN "RETIRE_TERMS"
                   PERFORM EXTRACT-TERMS-DATA
               WHEN "ANONYMISE"
                   PERFORM EXTRACT-ID
                   PERFORM EXTRACT-SESSION-TOKEN
               WHEN "MARK_DUPLICATE"
                   PERFORM EXTRACT-ID
                   PERFORM EXTRACT-DUPLICATE-REVIEW-DATA
           END-EVALUATE.

       EXTRACT-AGING-OPTIONS.
           *> "live":true asks for buckets rebuilt from the detail now
           *> rather than the nightly summary
           MOVE '"live":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-AGING-LIVE.

       EXTRACT-TAX-RATE-DATA.
           MOVE '"taxCode":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
               MOVE 1 TO WS-OVERRIDE-FLAG
           END-IF.

       EXTRACT-TERMS-DATA.
           MOVE '"code":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-TERMS-CODE

           MOVE '"description":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-TERMS-DESCRIPTION

           MOVE 0 TO WS-TEMP-NUMERIC-VALUE
           MOVE '"netDays":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-NUMERIC-FIELD
           MOVE WS-TEMP-NUMERIC-VALUE TO WS-TERMS-NET-DAYS

           MOVE 0 TO WS-TEMP-NUMERIC-VALUE
           MOVE '"discountDays":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-NUMERIC-FIELD
           MOVE WS-TEMP-NUMERIC-VALUE TO WS-TERMS-DISC-DAYS

           *> The percentage carries decimals, so it is taken as text
           *> and converted the way the tax rate is
           MOVE 0 TO WS-TERMS-DISC-PCT
           MOVE '"discountPct":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           IF FUNCTION TRIM(WS-TEMP-FIELD-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-FIELD-VALUE))
                   TO WS-TERMS-DISC-PCT
           END-IF.

       EXTRACT-HOLD-RELEASE-DATA.
           MOVE '"reason":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-HOLD-REASON

           PERFORM EXTRACT-SESSION-TOKEN.

       EXTRACT-MERGE-DATA.
           MOVE 0 TO WS-TEMP-NUMERIC-VALUE
           MOVE '"sourceId":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-NUMERIC-FIELD
           MOVE WS-TEMP-NUMERIC-VALUE TO WS-MERGE-TARGET-ID.

       EXTRACT-DUPLICATE-REVIEW-DATA.
           MOVE 0 TO WS-TEMP-NUMERIC-VALUE
           MOVE '"otherId":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-NUMERIC-FIELD
           MOVE WS-TEMP-NUMERIC-VALUE TO WS-DUP-OTHER-ID

           MOVE 0 TO WS-TEMP-NUMERIC-VALUE
           MOVE '"survivorId":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-NUMERIC-FIELD
           MOVE WS-TEMP-NUMERIC-VALUE TO WS-DUP-SURVIVOR-ID

           MOVE '"decision":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE FUNCTION UPPER-CASE(WS-TEMP-FIELD-VALUE)
               TO WS-DUP-DECISION

           PERFORM EXTRACT-SESSION-TOKEN.

       EXTRACT-RATE-DATA.
           MOVE '"currency":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD

           MOVE '"normalSign":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-TYPE-NORMAL-SIGN

           *> Optional standard amount for types the batch raises on
           *> its own, such as the returned direct-debit fee
           PERFORM EXTRACT-AMOUNT-FIELD.

       EXTRACT-PAGE-PARAMS.
           MOVE 1 TO WS-PAGE
           MOVE WS-NUMERIC-FIELD-FOUND TO WS-GROUP-LIMIT-PRESENT
           MOVE WS-TEMP-NUMERIC-VALUE TO WS-GROUP-LIMIT

           *> An absent termsCode leaves an update's terms alone; an
           *> empty one puts the customer back on due-on-posting
           MOVE 0 TO WS-TERMS-PRESENT
           MOVE '"termsCode":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               MOVE 1 TO WS-TERMS-PRESENT
           END-IF
           MOVE WS-TEMP-FIELD-VALUE TO WS-TERMS-CODE

           *> Extract name field
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               MOVE SPACES TO WS-CUSTOMER-NAME
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-CUSTOMER-NAME
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-CUSTOMER-NAME(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
               MOVE SPACES TO WS-CUSTOMER-EMAIL
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-CUSTOMER-EMAIL
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-CUSTOMER-EMAIL(WS-NUMERIC-TEMP + 1:1)
                   END-IF

               MOVE SPACES TO WS-CUSTOMER-STATUS
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-CUSTOMER-STATUS
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-CUSTOMER-STATUS(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
           *> Extract address field
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:11) =
                   '"address":"'
               CONTINUE
           END-PERFORM
           
               MOVE SPACES TO WS-ADDRESS
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-ADDRESS
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-ADDRESS(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
               MOVE SPACES TO WS-PHONE
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-PHONE
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-PHONE(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-SORT-BY.

       EXTRACT-TRANSACTION-SEARCH.
           *> Every filter is optional; codes are matched upper-case
           *> the way they are stored
           MOVE '"dateFrom":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-TS-DATE-FROM

           MOVE '"dateTo":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-TS-DATE-TO

           MOVE '"type":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE FUNCTION UPPER-CASE(WS-TEMP-FIELD-VALUE) TO WS-TS-TYPE

           MOVE '"status":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE FUNCTION UPPER-CASE(WS-TEMP-FIELD-VALUE)
               TO WS-TS-STATUS

           MOVE '"currency":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE FUNCTION UPPER-CASE(WS-TEMP-FIELD-VALUE)
               TO WS-TS-CURRENCY

           *> A run id may be given in part, e.g. FC2609 for every
           *> finance-charge run that month
           MOVE '"runId":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE FUNCTION UPPER-CASE(WS-TEMP-FIELD-VALUE)
               TO WS-TS-RUN-ID
           MOVE 0 TO WS-TS-RUN-ID-LEN
           IF WS-TS-RUN-ID NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TS-RUN-ID))
                   TO WS-TS-RUN-ID-LEN
           END-IF

           MOVE '"taxCode":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE FUNCTION UPPER-CASE(WS-TEMP-FIELD-VALUE)
               TO WS-TS-TAX-CODE

           *> OPEN = something still outstanding, SETTLED = nothing
           MOVE '"openState":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE FUNCTION UPPER-CASE(WS-TEMP-FIELD-VALUE)
               TO WS-TS-OPEN-STATE

           *> The amounts carry decimals and may be negative, so they
           *> are taken as text and converted the way the tax rate is
           MOVE 0 TO WS-TS-MIN-FLAG
           MOVE 0 TO WS-TS-MIN-AMOUNT
           MOVE '"minAmount":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           IF FUNCTION TRIM(WS-TEMP-FIELD-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-FIELD-VALUE))
                   TO WS-TS-MIN-AMOUNT
               MOVE 1 TO WS-TS-MIN-FLAG
           END-IF

           MOVE 0 TO WS-TS-MAX-FLAG
           MOVE 0 TO WS-TS-MAX-AMOUNT
           MOVE '"maxAmount":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           IF FUNCTION TRIM(WS-TEMP-FIELD-VALUE) NOT = SPACES
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-FIELD-VALUE))
                   TO WS-TS-MAX-AMOUNT
               MOVE 1 TO WS-TS-MAX-FLAG
           END-IF

           MOVE '"sortOrder":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE FUNCTION UPPER-CASE(WS-TEMP-FIELD-VALUE)
               TO WS-TS-SORT-ORDER.

       EXTRACT-TRANSACTION-DATA.
           *> Extract customerId field
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               ADD WS-FIELD-NAME-LEN TO WS-JSON-PARSING-IDX
               
               *> Skip any whitespace after the field name
               PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                   WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) NOT = SPACE
                   ADD 1 TO WS-JSON-PARSING-IDX
               END-PERFORM
                   
                   *> Extract the value until closing quote
                   MOVE 1 TO WS-NUMERIC-TEMP
                   PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP
                       - 1
                         > LENGTH OF WS-INPUT-BUFFER
                       OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX 
                                         + WS-NUMERIC-TEMP - 1:1) = '"'
                       
                       IF WS-NUMERIC-TEMP <= LENGTH OF
                           WS-TEMP-FIELD-VALUE
                           MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX 
                                              + WS-NUMERIC-TEMP - 1:1)
                               TO WS-TEMP-FIELD-VALUE(WS-NUMERIC-TEMP:1)
               ELSE
                   *> Handle non-quoted values (numbers, booleans, etc.)
                   MOVE 1 TO WS-NUMERIC-TEMP
                   PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP
                       - 1
                         > LENGTH OF WS-INPUT-BUFFER
                       OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX 
                                         + WS-NUMERIC-TEMP - 1:1) = ','
                       OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX 
                                         + WS-NUMERIC-TEMP - 1:1) = '}'
                       
                       IF WS-NUMERIC-TEMP <= LENGTH OF
                           WS-TEMP-FIELD-VALUE
                           MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX 
                                              + WS-NUMERIC-TEMP - 1:1)
                               TO WS-TEMP-FIELD-VALUE(WS-NUMERIC-TEMP:1)
       CREATE-CUSTOMER.
           OPEN I-O CUSTOMER-FILE
               
           *> File doesn't exist, open for OUTPUT first
           IF FILE-STATUS = "35"
               CLOSE CUSTOMER-FILE *> Close attempt to open I-O
               OPEN OUTPUT CUSTOMER-FILE *> Open to create it
               IF FILE-STATUS NOT = "00"
                   MOVE "Failed to create customer file"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   EXIT PARAGRAPH *> Cannot proceed
               END-IF
               CLOSE CUSTOMER-FILE *> Close OUTPUT
               *> Re-open I-O now that file exists
               OPEN I-O CUSTOMER-FILE
           END-IF
           
           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open customer file for I-O"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

           IF WS-CUSTOMER-STATUS = "HOLD"
               MOVE "Credit holds are placed by the nightly hold run"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-TERMS-CODE
           IF WS-TERMS-VALID-FLAG = 0
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-CUSTOMER-EMAIL
           IF WS-EMAIL-VALID-FLAG = 0
               MOVE "Invalid email format" TO WS-ERROR-MESSAGE
           MOVE WS-CREATION-DATE TO CF-CREATION-DATE
           MOVE WS-PARENT-ID TO CF-PARENT-ID
           MOVE WS-GROUP-LIMIT TO CF-GROUP-LIMIT
           MOVE WS-TERMS-CODE TO CF-TERMS-CODE
           
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE CF-BALANCE TO WS-FMT-BALANCE
                   STRING "STATUS=" DELIMITED BY SIZE
                          FUNCTION TRIM(CF-CUSTOMER-STATUS)
                              DELIMITED BY SIZE
                          ",BAL=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-BALANCE)
                              DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-WRITE
                       MOVE CF-GROUP-LIMIT TO WS-GROUP-LIMIT
                   END-IF

                   *> HOLD belongs to the nightly hold run and
                   *> RELEASE_HOLD, which keep the hold history
                   *> straight; a plain update can neither set nor
                   *> clear it
                   IF CF-CUSTOMER-STATUS = "HOLD"
                       IF WS-CUSTOMER-STATUS = SPACES
                           MOVE "HOLD" TO WS-CUSTOMER-STATUS
                       END-IF
                       IF WS-CUSTOMER-STATUS NOT = "HOLD"
                           MOVE "Account is on credit hold; use "
                               & "RELEASE_HOLD" TO WS-ERROR-MESSAGE
                           PERFORM GENERATE-ERROR-RESPONSE
                           CLOSE CUSTOMER-FILE
                           EXIT PARAGRAPH
                       END-IF
                   ELSE
                       IF WS-CUSTOMER-STATUS = "HOLD"
                           MOVE "Credit holds are placed by the "
                               & "nightly hold run" TO WS-ERROR-MESSAGE
                           PERFORM GENERATE-ERROR-RESPONSE
                           CLOSE CUSTOMER-FILE
                           EXIT PARAGRAPH
                       END-IF
                   END-IF

                   *> Terms already on the account stay valid even once
                   *> retired; only a change is checked against the
                   *> master
                   IF WS-TERMS-PRESENT = 0
                       MOVE CF-TERMS-CODE TO WS-TERMS-CODE
                   END-IF
                   IF WS-TERMS-CODE NOT = CF-TERMS-CODE
                       PERFORM VALIDATE-TERMS-CODE
                       IF WS-TERMS-VALID-FLAG = 0
                           PERFORM GENERATE-ERROR-RESPONSE
                           CLOSE CUSTOMER-FILE
                           EXIT PARAGRAPH
                       END-IF
                   END-IF

                   PERFORM VALIDATE-PARENT-LINK
                   IF WS-PARENT-VALID-FLAG = 0
                       PERFORM GENERATE-ERROR-RESPONSE
                       ELSE
                           PERFORM VALIDATE-CUSTOMER-EMAIL
                           IF WS-EMAIL-VALID-FLAG = 0
                               MOVE "Invalid email format"
                                   TO WS-ERROR-MESSAGE
                               PERFORM GENERATE-ERROR-RESPONSE
                           ELSE
                               PERFORM CHECK-DUPLICATE-EMAIL
                               IF WS-DUPLICATE-EMAIL-FLAG = 1
                                   MOVE "Email address already in use"
                                       TO WS-ERROR-MESSAGE
                                   PERFORM GENERATE-ERROR-RESPONSE
                               ELSE
                                   PERFORM UPDATE-CUSTOMER-RECORD
                       MOVE WS-BALANCE TO CF-BALANCE
                       MOVE WS-PARENT-ID TO CF-PARENT-ID
                       MOVE WS-GROUP-LIMIT TO CF-GROUP-LIMIT
                       MOVE WS-TERMS-CODE TO CF-TERMS-CODE

                       REWRITE CUSTOMER-RECORD
                           INVALID KEY
                               PERFORM GENERATE-ERROR-RESPONSE
                           NOT INVALID KEY
                               MOVE 1 TO WS-SUCCESS-FLAG
                               STRING '{"success":true,'
                                          DELIMITED BY SIZE
                                      '"message":"Customer updated",'
                                          DELIMITED BY SIZE
                                      '"id":' DELIMITED BY SIZE
                                      WS-CUSTOMER-ID DELIMITED BY SIZE
                                      '}' DELIMITED BY SIZE
               NOT INVALID KEY
                   PERFORM CHECK-OPEN-TRANSACTIONS
                   IF WS-OPEN-TRANSACTIONS-FLAG = 1
                       MOVE "Cannot archive customer with open"
                           & " transactions" TO WS-ERROR-MESSAGE
                       PERFORM GENERATE-ERROR-RESPONSE
                       CLOSE CUSTOMER-FILE
                       EXIT PARAGRAPH
                           PERFORM GENERATE-ERROR-RESPONSE
                       NOT INVALID KEY
                           MOVE 1 TO WS-SUCCESS-FLAG
                           STRING '{"success":true,"message":"'
                               DELIMITED BY SIZE
                                  'Customer archived",'
                                      DELIMITED BY SIZE
                                  '"id":"' DELIMITED BY SIZE
                                  WS-ID DELIMITED BY SIZE
                                  '"}' DELIMITED BY SIZE
                       CLOSE CUSTOMER-FILE
                       EXIT PARAGRAPH *> Exit cleanly if no records
                   NOT INVALID KEY
                       *> Start successful, proceed to read loop
                       CONTINUE
               END-START
           END-IF

                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-PAGE-SIZE > 0
                           AND WS-SKIP-DONE < WS-SKIP-COUNT
                           ADD 1 TO WS-SKIP-DONE
                       ELSE
                           IF WS-PAGE-SIZE > 0
                               AND WS-NUMERIC-TEMP >= WS-PAGE-SIZE
                               EXIT PERFORM
                           END-IF
                           IF WS-SORT-COUNT >= 200

                           ADD 1 TO WS-NUMERIC-TEMP
                           ADD 1 TO WS-SORT-COUNT
                           MOVE CF-CUSTOMER-ID
                               TO WS-SORT-ID(WS-SORT-COUNT)
                           MOVE CF-CUSTOMER-NAME
                               TO WS-SORT-NAME(WS-SORT-COUNT)
                           MOVE CF-CUSTOMER-EMAIL TO
                               WS-SORT-EMAIL(WS-SORT-COUNT)
                           MOVE CF-CUSTOMER-STATUS TO
                               WS-SORT-STATUS(WS-SORT-COUNT)
                           MOVE CF-BALANCE
                               TO WS-SORT-BALANCE(WS-SORT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
                   END-STRING
               END-IF

               STRING '{'
                   DELIMITED BY SIZE
                      '"id":'
                          DELIMITED BY SIZE
                      WS-SORT-ID(WS-SORT-IDX-I)
                          DELIMITED BY SIZE
                      ',"name":"'
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-NAME(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
                      '","email":"'
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-EMAIL(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
                      '","status":"'
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-STATUS(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
                      '"}'
                          DELIMITED BY SIZE
                   INTO WS-RESPONSE
                   POINTER WS-JSON-PARSING-IDX
               END-STRING
           *> Close the JSON array and object
           IF WS-TRUNCATED-FLAG = 1
               STRING '],"truncated":true}' DELIMITED BY SIZE
                   *> Append at current position
                   INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
               END-STRING
           ELSE
               STRING ']}' DELIMITED BY SIZE
                   *> Append at current position
                   INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
               END-STRING
           END-IF

               END-IF

               MOVE WS-SORT-BALANCE(WS-SORT-IDX-I) TO WS-FMT-BALANCE
               MOVE FUNCTION TRIM(WS-FMT-BALANCE LEADING)
                   TO WS-BALANCE-JSON

               STRING '{"id":' DELIMITED BY SIZE
                      WS-SORT-ID(WS-SORT-IDX-I) DELIMITED BY SIZE
                           MOVE TF-OPEN-AMOUNT TO WS-FMT-AMOUNT
                           MOVE FUNCTION TRIM(WS-FMT-AMOUNT LEADING)
                            TO WS-OPEN-AMOUNT-JSON
                           PERFORM RESOLVE-ITEM-DUE-DATE

                           STRING '{"id":' DELIMITED BY SIZE
                                  TF-TRANSACTION-ID DELIMITED BY SIZE
                                  ',"date":"' DELIMITED BY SIZE
                                  FUNCTION TRIM(TF-DATE)
                                   DELIMITED BY SIZE
                                  '","dueDate":"' DELIMITED BY SIZE
                                  WS-ITEM-DUE-DATE DELIMITED BY SIZE
                                       '","amount":' DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-BALANCE-JSON)
                                      DELIMITED BY SIZE
                                  ',"openAmount":' DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-OPEN-AMOUNT-JSON)
                                      DELIMITED BY SIZE
                                  ',"type":"' DELIMITED BY SIZE
                                  FUNCTION TRIM(TF-TYPE) 
                                   DELIMITED BY SIZE

           CLOSE TRANSACTION-FILE.

       SEARCH-TRANSACTIONS.
           *> Read-only inquiry across every customer's detail, open
           *> to any valid session. The whole file is read once so the
           *> total count and amount cover the full result set, not
           *> just the page returned
           PERFORM VALIDATE-SESSION-TOKEN
           IF WS-SESSION-VALID-FLAG = 0
               MOVE "Invalid or expired session" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-TS-OPEN-STATE NOT = SPACES
               AND WS-TS-OPEN-STATE NOT = "OPEN"
               AND WS-TS-OPEN-STATE NOT = "SETTLED"
               MOVE "openState must be OPEN or SETTLED" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-SORT-BY NOT = SPACES
               AND WS-SORT-BY NOT = "id"
               AND WS-SORT-BY NOT = "date"
               AND WS-SORT-BY NOT = "amount"
               AND WS-SORT-BY NOT = "customer"
               MOVE "sortBy must be id, date, amount or customer" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TS-DESC-FLAG
           EVALUATE WS-TS-SORT-ORDER
               WHEN SPACES
               WHEN "ASC"
                   CONTINUE
               WHEN "DESC"
                   MOVE 1 TO WS-TS-DESC-FLAG
               WHEN OTHER
                   MOVE "sortOrder must be asc or desc" TO
                       WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   EXIT PARAGRAPH
           END-EVALUATE

           *> Pages are small enough that a full page of rows with
           *> descriptions still fits the response
           IF WS-PAGE-SIZE = 0
               MOVE 10 TO WS-PAGE-SIZE
           END-IF
           IF WS-PAGE-SIZE > 10
               MOVE 10 TO WS-PAGE-SIZE
           END-IF
           COMPUTE WS-TS-FIRST-ROW = (WS-PAGE - 1) * WS-PAGE-SIZE + 1
           COMPUTE WS-TS-LAST-ROW = WS-PAGE * WS-PAGE-SIZE

           *> Transaction-id order is the file's own order, so the page
           *> can be cut while reading; any other order needs every
           *> match in hand before the page can be chosen
           IF (WS-SORT-BY = SPACES OR WS-SORT-BY = "id")
               AND WS-TS-DESC-FLAG = 0
               MOVE 0 TO WS-TS-SORTED-FLAG
           ELSE
               MOVE 1 TO WS-TS-SORTED-FLAG
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open transaction file" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TS-TOTAL-COUNT
           MOVE 0 TO WS-TS-TOTAL-AMOUNT
           MOVE 0 TO WS-TS-COUNT

           MOVE LOW-VALUES TO TF-TRANSACTION-ID
           START TRANSACTION-FILE KEY >= TF-TRANSACTION-ID
               INVALID KEY
                   MOVE "10" TO FILE-STATUS
           END-START

           PERFORM UNTIL FILE-STATUS NOT = "00"
               READ TRANSACTION-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CHECK-TRANSACTION-SEARCH-MATCH
                       IF WS-TS-MATCH-FLAG = 1
                           PERFORM ADD-TRANSACTION-SEARCH-ROW
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FILE-STATUS

           IF WS-TS-SORTED-FLAG = 1
               AND WS-TS-TOTAL-COUNT > WS-TS-MAX-BUFFER
               MOVE WS-TS-TOTAL-COUNT TO WS-FMT-TS-COUNT
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING FUNCTION TRIM(WS-FMT-TS-COUNT) DELIMITED BY SIZE
                      " matches is too many to sort; narrow the"
                          DELIMITED BY SIZE
                      " filters or sort by id" DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               END-STRING
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-TS-SORTED-FLAG = 1
               PERFORM SORT-TRANSACTION-SEARCH-TABLE
           END-IF

           PERFORM WRITE-TRANSACTION-SEARCH-PAGE

           CLOSE TRANSACTION-FILE.

       CHECK-TRANSACTION-SEARCH-MATCH.
           MOVE 0 TO WS-TS-MATCH-FLAG

           IF WS-TS-DATE-FROM NOT = SPACES
               AND TF-DATE < WS-TS-DATE-FROM
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-DATE-TO NOT = SPACES
               AND TF-DATE > WS-TS-DATE-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-TYPE NOT = SPACES AND TF-TYPE NOT = WS-TS-TYPE
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-STATUS NOT = SPACES
               AND TF-STATUS NOT = WS-TS-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-MIN-FLAG = 1 AND TF-AMOUNT < WS-TS-MIN-AMOUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-MAX-FLAG = 1 AND TF-AMOUNT > WS-TS-MAX-AMOUNT
               EXIT PARAGRAPH
           END-IF

           *> Detail posted before currencies were carried has no
           *> code and is base currency
           IF WS-TS-CURRENCY NOT = SPACES
               MOVE TF-CURRENCY TO WS-TS-ROW-CURRENCY
               IF WS-TS-ROW-CURRENCY = SPACES
                   OR WS-TS-ROW-CURRENCY = LOW-VALUES
                   MOVE WS-BASE-CURRENCY TO WS-TS-ROW-CURRENCY
               END-IF
               IF WS-TS-ROW-CURRENCY NOT = WS-TS-CURRENCY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-TS-RUN-ID-LEN > 0
               IF TF-RUN-ID(1:WS-TS-RUN-ID-LEN) NOT =
                   WS-TS-RUN-ID(1:WS-TS-RUN-ID-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TS-TAX-CODE NOT = SPACES
               AND TF-TAX-CODE NOT = WS-TS-TAX-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-OPEN-STATE = "OPEN" AND TF-OPEN-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-OPEN-STATE = "SETTLED" AND TF-OPEN-AMOUNT NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-TS-MATCH-FLAG.

       ADD-TRANSACTION-SEARCH-ROW.
           ADD 1 TO WS-TS-TOTAL-COUNT
           ADD TF-AMOUNT TO WS-TS-TOTAL-AMOUNT

           *> Unsorted, only the rows on the requested page are kept;
           *> sorted, every match is kept until the buffer is full
           IF WS-TS-SORTED-FLAG = 0
               IF WS-TS-TOTAL-COUNT < WS-TS-FIRST-ROW
                   OR WS-TS-TOTAL-COUNT > WS-TS-LAST-ROW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TS-COUNT >= WS-TS-MAX-BUFFER
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TS-COUNT
           MOVE TF-TRANSACTION-ID TO WS-TS-ID(WS-TS-COUNT)
           MOVE TF-CUSTOMER-ID TO WS-TS-CUSTOMER(WS-TS-COUNT)
           MOVE TF-DATE TO WS-TS-DATE(WS-TS-COUNT)
           MOVE TF-AMOUNT TO WS-TS-AMOUNT(WS-TS-COUNT).

       SORT-TRANSACTION-SEARCH-TABLE.
           *> Same in-memory bubble sort the customer list uses; ties
           *> fall back to transaction id so paging is repeatable
           IF WS-TS-COUNT < 2
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-TS-I FROM 1 BY 1
               UNTIL WS-TS-I >= WS-TS-COUNT
               MOVE 0 TO WS-TS-SWAP-FLAG
               PERFORM VARYING WS-TS-J FROM 1 BY 1
                   UNTIL WS-TS-J > WS-TS-COUNT - WS-TS-I
                   PERFORM COMPARE-TRANSACTION-SEARCH-ROWS
                   IF WS-TS-COMPARE-FLAG = 1
                       MOVE WS-TS-ENTRY(WS-TS-J) TO WS-TS-ENTRY-TEMP
                       MOVE WS-TS-ENTRY(WS-TS-J + 1) TO
                           WS-TS-ENTRY(WS-TS-J)
                       MOVE WS-TS-ENTRY-TEMP TO
                           WS-TS-ENTRY(WS-TS-J + 1)
                       MOVE 1 TO WS-TS-SWAP-FLAG
                   END-IF
               END-PERFORM
               IF WS-TS-SWAP-FLAG = 0
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       COMPARE-TRANSACTION-SEARCH-ROWS.
           *> Sets the flag when row J belongs after row J + 1
           MOVE 0 TO WS-TS-COMPARE-FLAG
           EVALUATE TRUE
               WHEN WS-SORT-BY = "date"
                   AND WS-TS-DATE(WS-TS-J) NOT =
                       WS-TS-DATE(WS-TS-J + 1)
                   IF WS-TS-DATE(WS-TS-J) > WS-TS-DATE(WS-TS-J + 1)
                       MOVE 1 TO WS-TS-COMPARE-FLAG
                   END-IF
               WHEN WS-SORT-BY = "amount"
                   AND WS-TS-AMOUNT(WS-TS-J) NOT =
                       WS-TS-AMOUNT(WS-TS-J + 1)
                   IF WS-TS-AMOUNT(WS-TS-J) >
                      WS-TS-AMOUNT(WS-TS-J + 1)
                       MOVE 1 TO WS-TS-COMPARE-FLAG
                   END-IF
               WHEN WS-SORT-BY = "customer"
                   AND WS-TS-CUSTOMER(WS-TS-J) NOT =
                       WS-TS-CUSTOMER(WS-TS-J + 1)
                   IF WS-TS-CUSTOMER(WS-TS-J) >
                      WS-TS-CUSTOMER(WS-TS-J + 1)
                       MOVE 1 TO WS-TS-COMPARE-FLAG
                   END-IF
               WHEN OTHER
                   IF WS-TS-ID(WS-TS-J) > WS-TS-ID(WS-TS-J + 1)
                       MOVE 1 TO WS-TS-COMPARE-FLAG
                   END-IF
           END-EVALUATE

           IF WS-TS-DESC-FLAG = 1
               IF WS-TS-COMPARE-FLAG = 1
                   MOVE 0 TO WS-TS-COMPARE-FLAG
               ELSE
                   MOVE 1 TO WS-TS-COMPARE-FLAG
               END-IF
           END-IF.

       WRITE-TRANSACTION-SEARCH-PAGE.
           MOVE WS-TS-TOTAL-COUNT TO WS-FMT-TS-COUNT
           MOVE WS-TS-TOTAL-AMOUNT TO WS-FMT-TS-TOTAL
           MOVE FUNCTION TRIM(WS-FMT-TS-TOTAL LEADING)
               TO WS-TS-TOTAL-JSON
           MOVE WS-PAGE TO WS-FMT-TS-PAGE
           MOVE WS-PAGE-SIZE TO WS-FMT-TS-PAGE-SIZE
           COMPUTE WS-TS-PAGE-COUNT =
               (WS-TS-TOTAL-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
           MOVE WS-TS-PAGE-COUNT TO WS-FMT-TS-PAGE-COUNT

           MOVE 1 TO WS-JSON-PARSING-IDX
           STRING '{"totalCount":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-TS-COUNT) DELIMITED BY SIZE
                  ',"totalAmount":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TS-TOTAL-JSON) DELIMITED BY SIZE
                  ',"page":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-TS-PAGE) DELIMITED BY SIZE
                  ',"pageSize":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-TS-PAGE-SIZE) DELIMITED BY SIZE
                  ',"pageCount":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-TS-PAGE-COUNT)
                      DELIMITED BY SIZE
                  ',"transactions":[' DELIMITED BY SIZE
               INTO WS-RESPONSE
               POINTER WS-JSON-PARSING-IDX
           END-STRING
           MOVE 1 TO WS-SUCCESS-FLAG

           *> Sorted, the buffer holds every match and the page is a
           *> slice of it; unsorted, it already holds just the page
           IF WS-TS-SORTED-FLAG = 1
               MOVE WS-TS-FIRST-ROW TO WS-TS-I
           ELSE
               MOVE 1 TO WS-TS-I
           END-IF
           MOVE 0 TO WS-TS-ROWS-OUT
           MOVE 0 TO WS-TRUNCATED-FLAG

           PERFORM UNTIL WS-TS-I > WS-TS-COUNT
               OR WS-TS-ROWS-OUT >= WS-PAGE-SIZE
               *> Stop short rather than overrun the response area
               IF WS-JSON-PARSING-IDX > 4500
                   MOVE 1 TO WS-TRUNCATED-FLAG
                   EXIT PERFORM
               END-IF
               MOVE WS-TS-ID(WS-TS-I) TO TF-TRANSACTION-ID
               READ TRANSACTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WRITE-TRANSACTION-SEARCH-ROW
               END-READ
               ADD 1 TO WS-TS-I
           END-PERFORM

           IF WS-TRUNCATED-FLAG = 1
               STRING '],"truncated":true}' DELIMITED BY SIZE
                   INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
               END-STRING
           ELSE
               STRING ']}' DELIMITED BY SIZE
                   INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
               END-STRING
           END-IF.

       WRITE-TRANSACTION-SEARCH-ROW.
           IF WS-TS-ROWS-OUT > 0
               STRING ',' DELIMITED BY SIZE
                   INTO WS-RESPONSE
                   POINTER WS-JSON-PARSING-IDX
               END-STRING
           END-IF
           ADD 1 TO WS-TS-ROWS-OUT

           MOVE TF-AMOUNT TO WS-FMT-AMOUNT
           MOVE FUNCTION TRIM(WS-FMT-AMOUNT LEADING)
               TO WS-BALANCE-JSON
           MOVE TF-OPEN-AMOUNT TO WS-FMT-AMOUNT
           MOVE FUNCTION TRIM(WS-FMT-AMOUNT LEADING)
               TO WS-OPEN-AMOUNT-JSON
           MOVE TF-CURRENCY TO WS-TS-ROW-CURRENCY
           IF WS-TS-ROW-CURRENCY = SPACES
               OR WS-TS-ROW-CURRENCY = LOW-VALUES
               MOVE WS-BASE-CURRENCY TO WS-TS-ROW-CURRENCY
           END-IF

           STRING '{"id":' DELIMITED BY SIZE
                  TF-TRANSACTION-ID DELIMITED BY SIZE
                  ',"customerId":' DELIMITED BY SIZE
                  TF-CUSTOMER-ID DELIMITED BY SIZE
                  ',"date":"' DELIMITED BY SIZE
                  FUNCTION TRIM(TF-DATE) DELIMITED BY SIZE
                  '","amount":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BALANCE-JSON) DELIMITED BY SIZE
                  ',"openAmount":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPEN-AMOUNT-JSON) DELIMITED BY SIZE
                  ',"currency":"' DELIMITED BY SIZE
                  WS-TS-ROW-CURRENCY DELIMITED BY SIZE
                  '","type":"' DELIMITED BY SIZE
                  FUNCTION TRIM(TF-TYPE) DELIMITED BY SIZE
                  '","status":"' DELIMITED BY SIZE
                  FUNCTION TRIM(TF-STATUS) DELIMITED BY SIZE
                  '","runId":"' DELIMITED BY SIZE
                  FUNCTION TRIM(TF-RUN-ID) DELIMITED BY SIZE
                  '","taxCode":"' DELIMITED BY SIZE
                  FUNCTION TRIM(TF-TAX-CODE) DELIMITED BY SIZE
                  '","description":"' DELIMITED BY SIZE
                  FUNCTION TRIM(TF-DESCRIPTION) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-RESPONSE
               POINTER WS-JSON-PARSING-IDX
           END-STRING.

       POST-TRANSACTION.
           *> Writes the transaction detail and adjusts CF-BALANCE as
           *> one unit of work: if the balance rewrite fails the
           *> freshly written transaction is deleted again so the two
           *> files cannot drift apart
           IF WS-TRAN-VALID-FLAG = 0
               MOVE "Missing or invalid amount" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-TRAN-TYPE = SPACES
               MOVE "Missing transaction type" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-TRANSACTION-TYPE
           IF WS-TYPE-VALID-FLAG = 0
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM CONVERT-TRANSACTION-CURRENCY
           IF WS-TRAN-VALID-FLAG = 0
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-TRAN-DATE NOT = SPACES
               PERFORM VALIDATE-POSTING-DATE
               IF WS-DATE-VALID-FLAG = 0
                   MOVE "Invalid date" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TRAN-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE WS-FORMATTED-DATE TO WS-EFFECTIVE-DATE
           END-IF

           *> Certified daily figures cannot change retroactively:
           *> once DAY-CLOSE has closed a business day, postings dated
           *> inside it need the audited back-dated override
           PERFORM CHECK-CLOSED-PERIOD
           IF WS-CLOSED-DAY-FLAG = 1 AND WS-OVERRIDE-FLAG = 0
               MOVE "Business day is closed; back-dated override"
                   & " required" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-TRANSACTION-TAX
           IF WS-TRAN-VALID-FLAG = 0
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open customer file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID TO CF-CUSTOMER-ID

           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "Customer not found" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           *> Money received on a written-off account is a recovery
           *> of bad debt, not a payment against open charges
           IF CF-CUSTOMER-STATUS = "WRITTENOFF"
               AND WS-TRAN-TYPE = "PAYMENT"
               AND WS-TRAN-AMOUNT < 0
               PERFORM POST-RECOVERY
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           *> A credit hold stops new charges only; payments and
           *> credits still post so the account can be brought current
           IF CF-CUSTOMER-STATUS = "HOLD" AND WS-TRAN-AMOUNT > 0
               MOVE "Account is on credit hold; charges refused" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           *> The exposure check below walks the customer file, so
           *> the terms the charge is stamped with are kept now
           MOVE CF-TERMS-CODE TO WS-POST-TERMS-CODE

           *> Postings above the approval threshold park in a
           *> PENDING-APPROVAL state that touches neither the balance
           *> nor the credit-limit check; both run at approval time

           OPEN I-O TRANSACTION-FILE

           *> File doesn't exist, open for OUTPUT first
           IF FILE-STATUS = "35"
               CLOSE TRANSACTION-FILE
               OPEN OUTPUT TRANSACTION-FILE
               IF FILE-STATUS NOT = "00"
           END-IF

           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open transaction file"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE TRANSACTION-FILE
               CLOSE CUSTOMER-FILE
           MOVE SPACES TO TF-RUN-ID
           MOVE WS-TAX-CODE TO TF-TAX-CODE
           MOVE WS-TAX-AMOUNT TO TF-TAX-AMOUNT
           PERFORM STAMP-CHARGE-TERMS

           WRITE TRANSACTION-RECORD
               INVALID KEY
           IF WS-SUCCESS-FLAG = 1 AND WS-TRAN-AMOUNT < 0
               MOVE WS-NEXT-TRANSACTION-ID TO WS-PAYMENT-TRANS-ID
               PERFORM APPLY-PAYMENT-TO-CHARGES
               *> Early-payment discounts and realised exchange
               *> differences moved the balance again
               IF WS-DISC-TOTAL > 0 OR WS-FX-TOTAL NOT = 0
                   MOVE CF-BALANCE TO WS-FMT-BALANCE
                   MOVE FUNCTION TRIM(WS-FMT-BALANCE LEADING)
                       TO WS-BALANCE-JSON
                   MOVE WS-DISC-TOTAL TO WS-FMT-AMOUNT
                   MOVE FUNCTION TRIM(WS-FMT-AMOUNT LEADING)
                       TO WS-DISC-JSON
                   MOVE WS-FX-TOTAL TO WS-FMT-AMOUNT
                   MOVE FUNCTION TRIM(WS-FMT-AMOUNT LEADING)
                       TO WS-FX-JSON
                   MOVE SPACES TO WS-RESPONSE
                   STRING '{"success":true,"message":'
                          '"Transaction posted",'
                          '"transactionId":' DELIMITED BY SIZE
                          WS-PAYMENT-TRANS-ID DELIMITED BY SIZE
                          ',"balance":' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BALANCE-JSON)
                              DELIMITED BY SIZE
                          ',"discountTaken":' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DISC-JSON)
                              DELIMITED BY SIZE
                          ',"fxRealised":' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FX-JSON)
                              DELIMITED BY SIZE
                          '}' DELIMITED BY SIZE
                       INTO WS-RESPONSE
               END-IF
           END-IF

           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE.

       POST-RECOVERY.
           *> Expects CUSTOMER-FILE open from POST-TRANSACTION. The
           *> write-off already took the debt off the balance, so the
           *> receipt posts as a pair that leaves CF-BALANCE alone: a
           *> REINSTATE putting the recovered part of the debt back
           *> and the RECOVERY that settles it. Both are fully applied
           *> and nothing re-enters aging. The pair moves no balance,
           *> so it needs neither approval nor a credit-limit check
           OPEN I-O TRANSACTION-FILE

           *> File doesn't exist, open for OUTPUT first
           IF FILE-STATUS = "35"
               CLOSE TRANSACTION-FILE
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF

           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open transaction file"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-TRANSACTION-ID TO TF-TRANSACTION-ID
           MOVE WS-ID TO TF-CUSTOMER-ID
           MOVE WS-EFFECTIVE-DATE TO TF-DATE
           COMPUTE TF-AMOUNT = 0 - WS-TRAN-AMOUNT
           MOVE "REINSTATE" TO TF-TYPE
           MOVE "Written-off debt reinstated on recovery"
               TO TF-DESCRIPTION
           MOVE "APPLIED" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT
           MOVE WS-TRAN-CURRENCY TO TF-CURRENCY
           COMPUTE TF-ORIG-AMOUNT = 0 - WS-TRAN-ORIG-AMOUNT
           MOVE SPACES TO TF-RUN-ID
           MOVE SPACES TO TF-TAX-CODE
           MOVE 0 TO TF-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE "Failed to write transaction record" TO
                       WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE TRANSACTION-FILE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-NEXT-TRANSACTION-ID TO WS-REINSTATE-TRANS-ID
           ADD 1 TO WS-NEXT-TRANSACTION-ID

           MOVE WS-NEXT-TRANSACTION-ID TO TF-TRANSACTION-ID
           MOVE WS-TRAN-AMOUNT TO TF-AMOUNT
           MOVE "RECOVERY" TO TF-TYPE
           MOVE WS-TRAN-DESCRIPTION TO TF-DESCRIPTION
           MOVE WS-TRAN-ORIG-AMOUNT TO TF-ORIG-AMOUNT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE WS-REINSTATE-TRANS-ID TO TF-TRANSACTION-ID
                   DELETE TRANSACTION-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE "Failed to write transaction record" TO
                       WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE TRANSACTION-FILE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE 1 TO WS-SUCCESS-FLAG
           MOVE CF-BALANCE TO WS-FMT-BALANCE
           MOVE FUNCTION TRIM(WS-FMT-BALANCE LEADING)
               TO WS-BALANCE-JSON
           STRING '{"success":true,"message":'
                  '"Recovery posted on written-off account",'
                  '"transactionId":' DELIMITED BY SIZE
                  WS-NEXT-TRANSACTION-ID DELIMITED BY SIZE
                  ',"balance":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BALANCE-JSON) DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-RESPONSE

           MOVE "RECOVERY" TO WS-AUDIT-OPERATION
           MOVE WS-NEXT-TRANSACTION-ID TO WS-AUDIT-KEY
           MOVE "STATUS=WRITTENOFF" TO WS-AUDIT-BEFORE
           MOVE WS-TRAN-AMOUNT TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "AMT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  ",REINSTATE=" DELIMITED BY SIZE
                  WS-REINSTATE-TRANS-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           CLOSE TRANSACTION-FILE.

       QUEUE-PENDING-TRANSACTION.
           *> Expects CUSTOMER-FILE open from POST-TRANSACTION; writes
           *> the detail in PENDAPPR status with a zero open amount so
           *> nothing ages or totals until an ADMIN approves it
           OPEN I-O TRANSACTION-FILE

           *> File doesn't exist, open for OUTPUT first
           IF FILE-STATUS = "35"
               CLOSE TRANSACTION-FILE
               OPEN OUTPUT TRANSACTION-FILE
               IF FILE-STATUS NOT = "00"
                   MOVE "Failed to create transaction file" TO
                       WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF

           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open transaction file" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE TRANSACTION-FILE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-TRANSACTION-ID

           MOVE WS-NEXT-TRANSACTION-ID TO TF-TRANSACTION-ID
           MOVE WS-ID TO TF-CUSTOMER-ID
           MOVE WS-EFFECTIVE-DATE TO TF-DATE
           MOVE WS-TRAN-AMOUNT TO TF-AMOUNT
           MOVE WS-TRAN-TYPE TO TF-TYPE
           MOVE WS-TRAN-DESCRIPTION TO TF-DESCRIPTION
           MOVE "PENDAPPR" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT
           MOVE WS-TRAN-CURRENCY TO TF-CURRENCY
           MOVE WS-TRAN-ORIG-AMOUNT TO TF-ORIG-AMOUNT
           MOVE SPACES TO TF-RUN-ID
           MOVE WS-TAX-CODE TO TF-TAX-CODE
           MOVE WS-TAX-AMOUNT TO TF-TAX-AMOUNT
           PERFORM STAMP-CHARGE-TERMS

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE "Failed to write pending transaction" TO
                       WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
               NOT INVALID KEY
                   MOVE 1 TO WS-SUCCESS-FLAG
                   STRING '{"success":true,"message":'
                          '"Posting held for approval",'
                          '"transactionId":' DELIMITED BY SIZE
                          WS-NEXT-TRANSACTION-ID DELIMITED BY SIZE
                          ',"status":"PENDAPPR"}' DELIMITED BY SIZE
                       INTO WS-RESPONSE

                   MOVE "PENDPOST" TO WS-AUDIT-OPERATION
                   MOVE WS-NEXT-TRANSACTION-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WS-TRAN-AMOUNT TO WS-FMT-AMOUNT
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "AMT=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-AMOUNT)
                              DELIMITED BY SIZE
                          ",HELD FOR APPROVAL" DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
                   PERFORM QUEUE-APPROVAL-ALERTS
           END-WRITE

           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE.

       QUEUE-APPROVAL-ALERTS.
           *> Every ADMIN is mailed about a held posting so it does
           *> not sit unseen in the queue. A failure here never
           *> changes the reply; the posting is already held
           MOVE WS-TRAN-AMOUNT TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-NOTIFY-MERGE
           STRING "transactionId=" DELIMITED BY SIZE
                  WS-NEXT-TRANSACTION-ID DELIMITED BY SIZE
                  "|customerId=" DELIMITED BY SIZE
                  WS-ID DELIMITED BY SIZE
                  "|amount=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  "|type=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TRAN-TYPE) DELIMITED BY SIZE
               INTO WS-NOTIFY-MERGE

           OPEN INPUT USER-FILE
           IF USER-FILE-STATUS NOT = "00"
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-NOTIFY-OUTBOX
           IF WS-NOTIFY-OPEN-FLAG = 0
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
                           MOVE "USER" TO NQ-RECIPIENT-TYPE
                           MOVE UF-USER-ID TO NQ-RECIPIENT-ID
                           MOVE UF-EMAIL TO NQ-RECIPIENT-EMAIL
                           MOVE SPACES TO NQ-RECIPIENT-ADDRESS
                           MOVE "EMAIL" TO NQ-CHANNEL
                           MOVE "PENDAPPR" TO NQ-TEMPLATE-CODE
                           MOVE WS-NOTIFY-MERGE TO NQ-MERGE-FIELDS
                           PERFORM QUEUE-NOTIFICATION
                       END-IF
               END-READ
           END-PERFORM

           PERFORM CLOSE-NOTIFY-OUTBOX
           CLOSE USER-FILE.

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
           MOVE "CUSTOMER-DATABASE" TO NQ-SOURCE
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

       LIST-PENDING-APPROVALS.
           MOVE 1 TO WS-JSON-PARSING-IDX
           STRING '{"pending":[' DELIMITED BY SIZE
               INTO WS-RESPONSE
               POINTER WS-JSON-PARSING-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-CALLER-ROLE NOT = "ADMIN"
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING FUNCTION TRIM(WS-ADMIN-ACTION) DELIMITED BY SIZE
                      " requires the ADMIN role" DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               END-STRING
               MOVE 0 TO WS-SESSION-VALID-FLAG
           END-IF.

                   EXIT PARAGRAPH
           END-READ

           *> A charge queued before the nightly hold run put the
           *> account on hold cannot be let through by approving it
           IF CF-CUSTOMER-STATUS = "HOLD" AND TF-AMOUNT > 0
               MOVE "Account is on credit hold; charges refused" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF

           *> The deferred credit-limit breach check runs now, against
           *> the balance (or group exposure) as it stands at
           *> approval time
                   CLOSE TRANSACTION-FILE
                   EXIT PARAGRAPH
           END-READ
           *> A held REFUND is settled against the credits it pays
           *> back rather than standing open; CREDIT-REFUND pays out
           *> APPROVED refunds on its next run
           IF TF-TYPE = "REFUND"
               MOVE "APPROVED" TO TF-STATUS
               MOVE 0 TO TF-OPEN-AMOUNT
           ELSE
               MOVE "OPEN" TO TF-STATUS
               MOVE TF-AMOUNT TO TF-OPEN-AMOUNT
           END-IF
           MOVE TF-STATUS TO WS-APPROVED-STATUS
           *> A redated charge runs its terms from the new date
           IF WS-APPROVE-REDATED-FLAG = 1
               MOVE WS-EFFECTIVE-DATE TO TF-DATE
               MOVE CF-TERMS-CODE TO WS-POST-TERMS-CODE
               PERFORM STAMP-CHARGE-TERMS
           END-IF
           REWRITE TRANSACTION-RECORD
               INVALID KEY
               PERFORM APPLY-PAYMENT-TO-CHARGES
           END-IF

           IF WS-APPROVED-STATUS = "APPROVED"
               MOVE WS-CHECK-CUSTOMER-ID TO WS-ID
               MOVE WS-CHECK-AMOUNT TO WS-APPLY-REMAINING
               MOVE WS-PENDING-TRANS-ID TO WS-PAYMENT-TRANS-ID
               PERFORM APPLY-REFUND-TO-CREDITS
           END-IF

           MOVE 1 TO WS-SUCCESS-FLAG
           MOVE CF-BALANCE TO WS-FMT-BALANCE
           MOVE FUNCTION TRIM(WS-FMT-BALANCE LEADING)
           MOVE "STATUS=PENDAPPR" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           IF WS-APPROVE-REDATED-FLAG = 1
               STRING "STATUS=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APPROVED-STATUS)
                          DELIMITED BY SIZE
                      ",BY=" DELIMITED BY SIZE
                      WS-SESSION-USER-ID DELIMITED BY SIZE
                      ",REDATED=" DELIMITED BY SIZE
                      WS-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
           ELSE
               STRING "STATUS=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APPROVED-STATUS)
                          DELIMITED BY SIZE
                      ",BY=" DELIMITED BY SIZE
                      WS-SESSION-USER-ID DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
           END-IF
           *> tracking the remaining open amount on both sides
           COMPUTE WS-APPLY-REMAINING = 0 - WS-TRAN-AMOUNT

           *> Only a customer payment earns an early-payment discount,
           *> judged on the date the payment was booked
           MOVE 0 TO WS-DISC-ELIGIBLE-FLAG
           MOVE 0 TO WS-DISC-TOTAL
           MOVE 0 TO WS-DISC-NEXT-ID
           MOVE 0 TO WS-FX-TOTAL
           MOVE SPACES TO WS-FX-PAY-CURRENCY
           MOVE WS-PAYMENT-TRANS-ID TO TF-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TF-TYPE = "PAYMENT"
                       MOVE 1 TO WS-DISC-ELIGIBLE-FLAG
                       MOVE TF-DATE TO WS-DISC-PAY-DATE
                   END-IF
                   *> A foreign-currency payment settles charges in
                   *> its own currency at its own rate
                   MOVE TF-CURRENCY TO WS-FX-PAY-CURRENCY
                   MOVE TF-DATE TO WS-FX-PAY-DATE
                   COMPUTE WS-FX-PAY-BASE = 0 - TF-AMOUNT
                   COMPUTE WS-FX-PAY-FOREIGN = 0 - TF-ORIG-AMOUNT
           END-READ

           IF WS-APPLY-ID-COUNT > 0
               PERFORM VARYING WS-APPLY-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-APPLY-SCAN-IDX > WS-APPLY-ID-COUNT
               END-PERFORM
           END-IF

           IF WS-DISC-TOTAL > 0
               PERFORM APPLY-DISCOUNTS-TO-BALANCE
           END-IF

           IF WS-FX-TOTAL NOT = 0
               PERFORM APPLY-REALISED-FX-TO-BALANCE
           END-IF

           *> Leave the unapplied residue on the payment record; a
           *> fully applied payment is marked APPLIED so it drops out
           *> of the open-transaction checks
               EXIT PARAGRAPH
           END-IF

           *> Inside the discount window the discount settles the
           *> part of the charge the customer was entitled to keep
           PERFORM CHECK-EARLY-PAYMENT-DISCOUNT
           SUBTRACT WS-DISC-THIS FROM TF-OPEN-AMOUNT

           *> A payment in the charge's own foreign currency settles
           *> it in that currency; the two sides were booked at
           *> different rates, so the base amount the payment gives up
           *> and the base amount the charge clears can differ
           MOVE 0 TO WS-FX-DIFF
           IF WS-FX-PAY-CURRENCY NOT = SPACES
               AND WS-FX-PAY-CURRENCY NOT = WS-BASE-CURRENCY
               AND TF-CURRENCY = WS-FX-PAY-CURRENCY
               AND TF-AMOUNT > 0 AND TF-ORIG-AMOUNT > 0
               AND WS-FX-PAY-BASE > 0 AND WS-FX-PAY-FOREIGN > 0
               AND WS-DISC-THIS = 0
               PERFORM SETTLE-IN-CHARGE-CURRENCY
           ELSE
               IF TF-OPEN-AMOUNT > WS-APPLY-REMAINING
                   MOVE WS-APPLY-REMAINING TO WS-APPLY-THIS
               ELSE
                   MOVE TF-OPEN-AMOUNT TO WS-APPLY-THIS
               END-IF
               MOVE WS-APPLY-THIS TO WS-FX-PAY-USED
           END-IF

           SUBTRACT WS-APPLY-THIS FROM TF-OPEN-AMOUNT
           SUBTRACT WS-FX-PAY-USED FROM WS-APPLY-REMAINING
           IF TF-OPEN-AMOUNT = 0
               MOVE "PAID" TO TF-STATUS
           ELSE
                          FUNCTION TRIM(TF-STATUS) DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
                   IF WS-FX-DIFF NOT = 0
                       PERFORM POST-REALISED-FX
                   END-IF
                   IF WS-DISC-THIS > 0
                       PERFORM POST-EARLY-PAYMENT-DISCOUNT
                   END-IF
           END-REWRITE.

       SETTLE-IN-CHARGE-CURRENCY.
           *> Both sides are measured in the foreign currency: what is
           *> still owed on the charge, and what is left of the payment
           COMPUTE WS-FX-CHARGE-FOREIGN ROUNDED =
               TF-OPEN-AMOUNT * TF-ORIG-AMOUNT / TF-AMOUNT
           COMPUTE WS-FX-REMAIN-FOREIGN ROUNDED =
               WS-APPLY-REMAINING * WS-FX-PAY-FOREIGN / WS-FX-PAY-BASE

           EVALUATE TRUE
               WHEN WS-FX-REMAIN-FOREIGN > WS-FX-CHARGE-FOREIGN
                   *> Charge cleared; the payment gives up the base
                   *> value of that foreign amount at its own rate
                   MOVE TF-OPEN-AMOUNT TO WS-APPLY-THIS
                   COMPUTE WS-FX-PAY-USED ROUNDED =
                       WS-FX-CHARGE-FOREIGN * WS-FX-PAY-BASE
                       / WS-FX-PAY-FOREIGN
                   IF WS-FX-PAY-USED > WS-APPLY-REMAINING
                       MOVE WS-APPLY-REMAINING TO WS-FX-PAY-USED
                   END-IF
               WHEN WS-FX-REMAIN-FOREIGN = WS-FX-CHARGE-FOREIGN
                   MOVE TF-OPEN-AMOUNT TO WS-APPLY-THIS
                   MOVE WS-APPLY-REMAINING TO WS-FX-PAY-USED
               WHEN OTHER
                   *> Payment used up; the charge clears the base
                   *> value of the foreign amount at its booked rate
                   MOVE WS-APPLY-REMAINING TO WS-FX-PAY-USED
                   COMPUTE WS-APPLY-THIS ROUNDED =
                       WS-FX-REMAIN-FOREIGN * TF-AMOUNT
                       / TF-ORIG-AMOUNT
                   IF WS-APPLY-THIS > TF-OPEN-AMOUNT
                       MOVE TF-OPEN-AMOUNT TO WS-APPLY-THIS
                   END-IF
           END-EVALUATE

           COMPUTE WS-FX-DIFF = WS-FX-PAY-USED - WS-APPLY-THIS.

       POST-REALISED-FX.
           *> The difference between the base amount the payment gave
           *> up and the base amount the charge cleared is realised on
           *> settlement - a gain when the currency strengthened, a
           *> loss when it weakened. Written fully applied, so balance,
           *> open items and ledger all agree once it is booked
           MOVE TF-TRANSACTION-ID TO WS-FX-CHARGE-ID
           IF WS-DISC-NEXT-ID = 0
               PERFORM FIND-NEXT-TRANSACTION-ID
               MOVE WS-NEXT-TRANSACTION-ID TO WS-DISC-NEXT-ID
           END-IF

           MOVE WS-DISC-NEXT-ID TO TF-TRANSACTION-ID
           MOVE WS-ID TO TF-CUSTOMER-ID
           MOVE WS-FX-PAY-DATE TO TF-DATE
           MOVE WS-FX-DIFF TO TF-AMOUNT
           IF WS-FX-DIFF > 0
               MOVE "FX-GAIN" TO TF-TYPE
           ELSE
               MOVE "FX-LOSS" TO TF-TYPE
           END-IF
           MOVE SPACES TO TF-DESCRIPTION
           STRING "Realised exchange difference on transaction "
                      DELIMITED BY SIZE
                  WS-FX-CHARGE-ID DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-FX-PAY-CURRENCY DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO TF-DESCRIPTION
           MOVE "APPLIED" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT
           MOVE WS-BASE-CURRENCY TO TF-CURRENCY
           MOVE WS-FX-DIFF TO TF-ORIG-AMOUNT
           MOVE SPACES TO TF-RUN-ID
           MOVE SPACES TO TF-TAX-CODE
           MOVE 0 TO TF-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-DISC-NEXT-ID
           ADD WS-FX-DIFF TO WS-FX-TOTAL

           MOVE "FXREALISE" TO WS-AUDIT-OPERATION
           MOVE WS-FX-CHARGE-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "PAY=" DELIMITED BY SIZE
                  WS-PAYMENT-TRANS-ID DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE WS-FX-DIFF TO WS-FMT-AMOUNT
           STRING "AMT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  ",TRANS=" DELIMITED BY SIZE
                  TF-TRANSACTION-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           *> Put the charge back in the record area for the caller
           MOVE WS-FX-CHARGE-ID TO TF-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       CHECK-EARLY-PAYMENT-DISCOUNT.
           *> The discount is earned only when this payment clears
           *> what is left of the charge once the discount is taken
           MOVE 0 TO WS-DISC-THIS
           IF WS-DISC-ELIGIBLE-FLAG = 0
               OR TF-DISC-DATE = SPACES
               OR TF-DISC-PCT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF TF-DISC-PCT = 0
               OR WS-DISC-PAY-DATE > TF-DISC-DATE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISC-THIS ROUNDED = TF-AMOUNT * TF-DISC-PCT / 100
           IF WS-DISC-THIS >= TF-OPEN-AMOUNT
               OR TF-OPEN-AMOUNT - WS-DISC-THIS > WS-APPLY-REMAINING
               MOVE 0 TO WS-DISC-THIS
           END-IF.

       POST-EARLY-PAYMENT-DISCOUNT.
           *> The DISCOUNT credit is written fully applied against the
           *> charge it settles; if it cannot be written the charge
           *> gets the discounted part back as still open
           MOVE TF-TRANSACTION-ID TO WS-DISC-CHARGE-ID
           IF WS-DISC-NEXT-ID = 0
               PERFORM FIND-NEXT-TRANSACTION-ID
               MOVE WS-NEXT-TRANSACTION-ID TO WS-DISC-NEXT-ID
           END-IF

           MOVE WS-DISC-NEXT-ID TO TF-TRANSACTION-ID
           MOVE WS-ID TO TF-CUSTOMER-ID
           MOVE WS-DISC-PAY-DATE TO TF-DATE
           COMPUTE TF-AMOUNT = 0 - WS-DISC-THIS
           MOVE "DISCOUNT" TO TF-TYPE
           MOVE SPACES TO TF-DESCRIPTION
           STRING "Early payment discount on transaction "
                      DELIMITED BY SIZE
                  WS-DISC-CHARGE-ID DELIMITED BY SIZE
               INTO TF-DESCRIPTION
           MOVE "APPLIED" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT
           MOVE WS-BASE-CURRENCY TO TF-CURRENCY
           COMPUTE TF-ORIG-AMOUNT = 0 - WS-DISC-THIS
           MOVE SPACES TO TF-RUN-ID
           MOVE SPACES TO TF-TAX-CODE
           MOVE 0 TO TF-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE WS-DISC-CHARGE-ID TO TF-TRANSACTION-ID
                   READ TRANSACTION-FILE
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
                   ADD WS-DISC-THIS TO TF-OPEN-AMOUNT
                   MOVE "PARTPAID" TO TF-STATUS
                   REWRITE TRANSACTION-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-DISC-NEXT-ID
           ADD WS-DISC-THIS TO WS-DISC-TOTAL

           *> Logged as an APPLY of the DISCOUNT credit against the
           *> charge, so reversing the discount re-opens the charge by
           *> the same amount the way a reversed payment does
           MOVE "APPLY" TO WS-AUDIT-OPERATION
           MOVE WS-DISC-CHARGE-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "PAY=" DELIMITED BY SIZE
                  TF-TRANSACTION-ID DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE WS-DISC-THIS TO WS-FMT-AMOUNT
           STRING "AMT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  ",STATUS=PAID" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY.

       APPLY-DISCOUNTS-TO-BALANCE.
           *> Expects CUSTOMER-FILE open I-O. The payment itself has
           *> already moved the balance; the discounts take it down
           *> by the amount the customer did not have to pay
           MOVE WS-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-DISC-TOTAL FROM CF-BALANCE
           MOVE WS-FORMATTED-DATE TO CF-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       APPLY-REALISED-FX-TO-BALANCE.
           *> Expects CUSTOMER-FILE open I-O. A gain leaves the customer
           *> owing more in base terms, a loss owing less
           MOVE WS-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD WS-FX-TOTAL TO CF-BALANCE
           MOVE WS-FORMATTED-DATE TO CF-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       COLLECT-OPEN-CHARGES.
           *> Buffer the customer's open charges first, then apply by
           *> keyed read, so applying never disturbs the scan position
           MOVE 0 TO WS-OPEN-ITEM-COUNT
           MOVE WS-ID TO TF-CUSTOMER-ID
           MOVE LOW-VALUES TO TF-TRANSACTION-ID

           MOVE 0 TO WS-TRANS-EOF-FLAG
           START TRANSACTION-FILE KEY = TF-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       IF TF-CUSTOMER-ID NOT = WS-ID
                           MOVE 1 TO WS-TRANS-EOF-FLAG
                       ELSE
                           IF TF-OPEN-AMOUNT > 0
                               AND TF-STATUS NOT = "REVERSED"
                               AND TF-STATUS NOT = "DISPUTED"
                               AND TF-TRANSACTION-ID NOT =
                                   WS-PAYMENT-TRANS-ID
                               AND WS-OPEN-ITEM-COUNT < 200
                               ADD 1 TO WS-OPEN-ITEM-COUNT
                               MOVE TF-TRANSACTION-ID TO
                                   WS-OPEN-ITEM-ID(WS-OPEN-ITEM-COUNT)
                               MOVE TF-DATE TO
                                   WS-OPEN-ITEM-DATE(WS-OPEN-ITEM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO FILE-STATUS.

       APPLY-REFUND-TO-CREDITS.
           *> Expects TRANSACTION-FILE open I-O and WS-APPLY-REMAINING
           *> holding the refund amount. Brings the customer's credit
           *> items (negative open amounts) toward zero, oldest first,
           *> with the same REFAPPLY audit rows CREDIT-REFUND writes so
           *> RUN-BACKOUT can restore them
           PERFORM COLLECT-OPEN-CREDITS
           PERFORM SORT-OPEN-CHARGES-BY-DATE
           PERFORM VARYING WS-APPLY-SCAN-IDX FROM 1 BY 1
               UNTIL WS-APPLY-SCAN-IDX > WS-OPEN-ITEM-COUNT
               OR WS-APPLY-REMAINING <= 0
               MOVE WS-OPEN-ITEM-ID(WS-APPLY-SCAN-IDX) TO
                   TF-TRANSACTION-ID
               PERFORM APPLY-REFUND-TO-ONE-CREDIT
           END-PERFORM.

       APPLY-REFUND-TO-ONE-CREDIT.
           READ TRANSACTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF TF-CUSTOMER-ID NOT = WS-ID
               OR TF-OPEN-AMOUNT >= 0
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
                          WS-PAYMENT-TRANS-ID DELIMITED BY SIZE
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

       COLLECT-OPEN-CREDITS.
           *> Counterpart of COLLECT-OPEN-CHARGES for the credit side:
           *> unapplied payment residue, credits and reversals
           MOVE 0 TO WS-OPEN-ITEM-COUNT
           MOVE WS-ID TO TF-CUSTOMER-ID
           MOVE LOW-VALUES TO TF-TRANSACTION-ID

           MOVE 0 TO WS-TRANS-EOF-FLAG
           START TRANSACTION-FILE KEY = TF-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       IF TF-CUSTOMER-ID NOT = WS-ID
                           MOVE 1 TO WS-TRANS-EOF-FLAG
                       ELSE
                           IF TF-OPEN-AMOUNT < 0
                               AND TF-STATUS NOT = "REVERSED"
                               AND TF-STATUS NOT = "DISPUTED"
                               AND WS-OPEN-ITEM-COUNT < 200
                               ADD 1 TO WS-OPEN-ITEM-COUNT
                               MOVE TF-TRANSACTION-ID TO
                                   WS-OPEN-ITEM-ID(WS-OPEN-ITEM-COUNT)
                               MOVE TF-DATE TO
                                   WS-OPEN-ITEM-DATE(WS-OPEN-ITEM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO FILE-STATUS.

       SORT-OPEN-CHARGES-BY-DATE.
           *> Same bubble sort the result-page sorting uses; oldest
           *> charge date first, transaction id as the tiebreaker
           IF WS-OPEN-ITEM-COUNT < 2
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SORT-IDX-I FROM 1 BY 1
               UNTIL WS-SORT-IDX-I >= WS-OPEN-ITEM-COUNT
               MOVE 0 TO WS-SORT-SWAP-FLAG
               PERFORM VARYING WS-SORT-IDX-J FROM 1 BY 1
                   UNTIL WS-SORT-IDX-J >
                       WS-OPEN-ITEM-COUNT - WS-SORT-IDX-I
                   IF WS-OPEN-ITEM-DATE(WS-SORT-IDX-J) >
                      WS-OPEN-ITEM-DATE(WS-SORT-IDX-J + 1)
                      OR (WS-OPEN-ITEM-DATE(WS-SORT-IDX-J) =
                          WS-OPEN-ITEM-DATE(WS-SORT-IDX-J + 1)
                          AND WS-OPEN-ITEM-ID(WS-SORT-IDX-J) >
                              WS-OPEN-ITEM-ID(WS-SORT-IDX-J + 1))
                       MOVE WS-OPEN-ITEM-ENTRY(WS-SORT-IDX-J) TO
                           WS-OPEN-ITEM-TEMP
                       MOVE WS-OPEN-ITEM-ENTRY(WS-SORT-IDX-J + 1) TO
                           WS-OPEN-ITEM-ENTRY(WS-SORT-IDX-J)
                       MOVE WS-OPEN-ITEM-TEMP TO
                           WS-OPEN-ITEM-ENTRY(WS-SORT-IDX-J + 1)
           MOVE WS-FORMATTED-DATE TO WS-EFFECTIVE-DATE
           PERFORM CHECK-CLOSED-PERIOD
           IF WS-CLOSED-DAY-FLAG = 1 AND WS-OVERRIDE-FLAG = 0
               MOVE "Business day is closed; back-dated override"
                   & " required" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF
           COMPUTE TF-ORIG-AMOUNT = 0 - WS-ORIG-FOREIGN-AMT
           MOVE WS-ORIG-TAX-CODE TO TF-TAX-CODE
           COMPUTE TF-TAX-AMOUNT = 0 - WS-ORIG-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT
           *> FIND-NEXT-TRANSACTION-ID leaves the last-read record in
           *> the buffer; a stale batch run id here would let the run
           *> back-out sweep up this correction
                   EXIT PARAGRAPH
           END-READ

           *> A payment that realised an exchange difference re-opens
           *> its charges at their booked base amounts, so the gain or
           *> loss it realised comes off the balance with it
           MOVE 0 TO WS-FXREV-COUNT
           MOVE 0 TO WS-FXREV-TOTAL
           IF WS-ORIG-AMOUNT < 0
               PERFORM COLLECT-PAYMENT-FX
           END-IF

           MOVE CF-BALANCE TO WS-PRIOR-BALANCE
           COMPUTE CF-BALANCE =
               CF-BALANCE - WS-ORIG-AMOUNT - WS-FXREV-TOTAL
           MOVE WS-FORMATTED-DATE TO CF-LAST-UPDATE

           REWRITE CUSTOMER-RECORD
           *> would never re-enter aging, dunning or finance charges
           IF WS-SUCCESS-FLAG = 1 AND WS-ORIG-AMOUNT < 0
               PERFORM UNAPPLY-PAYMENT-CHARGES
               PERFORM REVERSE-PAYMENT-FX
           END-IF

           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE.

       COLLECT-PAYMENT-FX.
           *> Expects TRANSACTION-FILE open I-O. The FXREALISE audit
           *> rows (PAY=<payment id>) name each FX-GAIN / FX-LOSS the
           *> payment realised as AMT=<amount>,TRANS=<id>; only those
           *> still live are taken back
           MOVE WS-REVERSE-TRANS-ID TO WS-UNAPPLY-PAY-ID-X
           MOVE SPACES TO WS-UNAPPLY-MATCH
           STRING "PAY=" DELIMITED BY SIZE
                   AT END
                       MOVE 1 TO WS-UNAPPLY-EOF-FLAG
                   NOT AT END
                       IF AF-OPERATION = "FXREALISE"
                           AND AF-BEFORE-VALUE(1:14) =
                               WS-UNAPPLY-MATCH
                           AND WS-FXREV-COUNT < 50
                           PERFORM COLLECT-ONE-PAYMENT-FX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE

           PERFORM VARYING WS-FXREV-IDX FROM 1 BY 1
               UNTIL WS-FXREV-IDX > WS-FXREV-COUNT
               MOVE WS-FXREV-TRANS-ID(WS-FXREV-IDX) TO
                   TF-TRANSACTION-ID
               READ TRANSACTION-FILE
                   INVALID KEY
                       MOVE 0 TO WS-FXREV-TRANS-ID(WS-FXREV-IDX)
                   NOT INVALID KEY
                       IF TF-STATUS = "REVERSED"
                           OR (TF-TYPE NOT = "FX-GAIN"
                               AND TF-TYPE NOT = "FX-LOSS")
                           MOVE 0 TO WS-FXREV-TRANS-ID(WS-FXREV-IDX)
                       ELSE
                           MOVE TF-AMOUNT TO
                               WS-FXREV-AMOUNT(WS-FXREV-IDX)
                           ADD TF-AMOUNT TO WS-FXREV-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       COLLECT-ONE-PAYMENT-FX.
           MOVE SPACES TO WS-UNAPPLY-AMT-TEXT
           MOVE SPACES TO WS-FXREV-ID-TEXT
           UNSTRING AF-AFTER-VALUE DELIMITED BY ","
               INTO WS-UNAPPLY-AMT-TEXT WS-FXREV-ID-TEXT
           END-UNSTRING
           IF WS-FXREV-ID-TEXT(1:6) NOT = "TRANS="
               OR WS-FXREV-ID-TEXT(7:10) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FXREV-COUNT
           MOVE WS-FXREV-ID-TEXT(7:10) TO
               WS-FXREV-TRANS-ID(WS-FXREV-COUNT)
           MOVE 0 TO WS-FXREV-AMOUNT(WS-FXREV-COUNT).

       REVERSE-PAYMENT-FX.
           *> Expects TRANSACTION-FILE and CUSTOMER-FILE open I-O. The
           *> balance already carries these amounts; each gain or loss
           *> gets the usual offsetting REVERSAL record
           COMPUTE WS-FXREV-NEXT-ID = WS-NEXT-TRANSACTION-ID + 1
           PERFORM VARYING WS-FXREV-IDX FROM 1 BY 1
               UNTIL WS-FXREV-IDX > WS-FXREV-COUNT
               IF WS-FXREV-TRANS-ID(WS-FXREV-IDX) > 0
                   PERFORM REVERSE-ONE-PAYMENT-FX
               END-IF
           END-PERFORM.

       REVERSE-ONE-PAYMENT-FX.
           MOVE WS-FXREV-NEXT-ID TO TF-TRANSACTION-ID
           MOVE WS-ORIG-CUSTOMER-ID TO TF-CUSTOMER-ID
           MOVE WS-FORMATTED-DATE TO TF-DATE
           COMPUTE TF-AMOUNT = 0 - WS-FXREV-AMOUNT(WS-FXREV-IDX)
           MOVE "REVERSAL" TO TF-TYPE
           MOVE SPACES TO TF-DESCRIPTION
           STRING "Reversal of transaction " DELIMITED BY SIZE
                  WS-FXREV-TRANS-ID(WS-FXREV-IDX) DELIMITED BY SIZE
                  " with payment " DELIMITED BY SIZE
                  WS-REVERSE-TRANS-ID DELIMITED BY SIZE
               INTO TF-DESCRIPTION
           MOVE "REVERSED" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT
           MOVE WS-BASE-CURRENCY TO TF-CURRENCY
           COMPUTE TF-ORIG-AMOUNT = 0 - WS-FXREV-AMOUNT(WS-FXREV-IDX)
           MOVE SPACES TO TF-RUN-ID
           MOVE SPACES TO TF-TAX-CODE
           MOVE 0 TO TF-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   PERFORM RESTORE-PAYMENT-FX-BALANCE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-FXREV-TRANS-ID(WS-FXREV-IDX) TO TF-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "REVERSED" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT
           REWRITE TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE "REVERSE" TO WS-AUDIT-OPERATION
           MOVE WS-FXREV-TRANS-ID(WS-FXREV-IDX) TO WS-AUDIT-KEY
           MOVE WS-FXREV-AMOUNT(WS-FXREV-IDX) TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "AMT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  ",STATUS=APPLIED" DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "OFFSET=" DELIMITED BY SIZE
                  WS-FXREV-NEXT-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-UNAPPLY-MATCH DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           ADD 1 TO WS-FXREV-NEXT-ID.

       RESTORE-PAYMENT-FX-BALANCE.
           *> The offsetting record could not be written, so the gain
           *> or loss stays live and goes back onto the balance
           MOVE WS-ORIG-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD WS-FXREV-AMOUNT(WS-FXREV-IDX) TO CF-BALANCE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       UNAPPLY-PAYMENT-CHARGES.
           *> Expects TRANSACTION-FILE open I-O. The APPLY audit rows
           *> (PAY=<payment id> in the before-value) record exactly
           *> which charges the payment settled and by how much, so
           *> those amounts go back onto the open items. Collected
           *> first because LOG-AUDIT-ENTRY re-opens the audit file
           MOVE 0 TO WS-UNAPPLY-COUNT
           MOVE WS-REVERSE-TRANS-ID TO WS-UNAPPLY-PAY-ID-X
           MOVE SPACES TO WS-UNAPPLY-MATCH
           STRING "PAY=" DELIMITED BY SIZE
                  WS-UNAPPLY-PAY-ID-X DELIMITED BY SIZE
               INTO WS-UNAPPLY-MATCH

           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               CLOSE AUDIT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-UNAPPLY-EOF-FLAG
           PERFORM UNTIL WS-UNAPPLY-EOF-FLAG = 1
               READ AUDIT-FILE
                   AT END
                       MOVE 1 TO WS-UNAPPLY-EOF-FLAG
                   NOT AT END
                       IF AF-OPERATION = "APPLY"
                           AND AF-BEFORE-VALUE(1:14) =
                               WS-UNAPPLY-MATCH
                           AND WS-UNAPPLY-COUNT < 200
                           PERFORM COLLECT-ONE-UNAPPLY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE

           PERFORM VARYING WS-UNAPPLY-IDX FROM 1 BY 1
               UNTIL WS-UNAPPLY-IDX > WS-UNAPPLY-COUNT
               PERFORM RESTORE-ONE-CHARGE
           END-PERFORM.

       COLLECT-ONE-UNAPPLY.
           *> The charge id sits in the audit record key; the applied
           *> amount leads the after-value as AMT=<amount>,STATUS=...
           IF AF-RECORD-KEY NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-UNAPPLY-AMT-TEXT
           MOVE SPACES TO WS-UNAPPLY-REST
           UNSTRING AF-AFTER-VALUE DELIMITED BY ","
               INTO WS-UNAPPLY-AMT-TEXT WS-UNAPPLY-REST
           END-UNSTRING
           IF WS-UNAPPLY-AMT-TEXT(1:4) NOT = "AMT="
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UNAPPLY-COUNT
           MOVE AF-RECORD-KEY TO
               WS-UNAPPLY-CHARGE-ID(WS-UNAPPLY-COUNT)
           MOVE FUNCTION NUMVAL(WS-UNAPPLY-AMT-TEXT(5:26)) TO
               WS-UNAPPLY-AMOUNT(WS-UNAPPLY-COUNT).

       RESTORE-ONE-CHARGE.
           MOVE WS-UNAPPLY-CHARGE-ID(WS-UNAPPLY-IDX) TO
               TF-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF TF-STATUS = "REVERSED"
               EXIT PARAGRAPH
           END-IF

           ADD WS-UNAPPLY-AMOUNT(WS-UNAPPLY-IDX) TO TF-OPEN-AMOUNT
           IF TF-OPEN-AMOUNT >= TF-AMOUNT
               MOVE TF-AMOUNT TO TF-OPEN-AMOUNT
               MOVE "OPEN" TO TF-STATUS
           ELSE
               MOVE "PARTPAID" TO TF-STATUS

           OPEN I-O NOTES-FILE

           *> File doesn't exist, open for OUTPUT first
           IF NOTES-FILE-STATUS = "35"
               CLOSE NOTES-FILE
               OPEN OUTPUT NOTES-FILE
               IF NOTES-FILE-STATUS NOT = "00"

           OPEN INPUT NOTES-FILE

           IF NOTES-FILE-STATUS NOT = "00"
               *> No notes on file yet for anyone
               STRING ']}' DELIMITED BY SIZE
                   INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
               END-STRING
               CLOSE NOTES-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID TO NF-CUSTOMER-ID
           MOVE LOW-VALUES TO NF-NOTE-ID

           START NOTES-FILE KEY = NF-CUSTOMER-ID
               INVALID KEY
                   STRING ']}' DELIMITED BY SIZE
                       INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
                   END-STRING
                   CLOSE NOTES-FILE
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-NOTE-EOF-FLAG
           PERFORM UNTIL WS-NOTE-EOF-FLAG = 1
               READ NOTES-FILE NEXT
                   AT END
                       MOVE 1 TO WS-NOTE-EOF-FLAG
                   NOT AT END
                       IF NF-CUSTOMER-ID NOT = WS-ID
                           MOVE 1 TO WS-NOTE-EOF-FLAG
                       ELSE
                           IF WS-NUMERIC-TEMP > 0
                               STRING ',' DELIMITED BY SIZE
                                   INTO WS-RESPONSE
                                   POINTER WS-JSON-PARSING-IDX
                               END-STRING
                           END-IF
                           ADD 1 TO WS-NUMERIC-TEMP

                           STRING '{"noteId":' DELIMITED BY SIZE
                                  NF-NOTE-ID DELIMITED BY SIZE
                                  ',"date":"' DELIMITED BY SIZE
                                  FUNCTION TRIM(NF-NOTE-DATE)
                                      DELIMITED BY SIZE
                                  '","user":"' DELIMITED BY SIZE
                                  FUNCTION TRIM(NF-NOTE-USER)
                                      DELIMITED BY SIZE
                                  '","text":"' DELIMITED BY SIZE
                                  FUNCTION TRIM(NF-NOTE-TEXT)
                                      DELIMITED BY SIZE
                                  '"}' DELIMITED BY SIZE
                               INTO WS-RESPONSE
                               POINTER WS-JSON-PARSING-IDX
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM

           STRING ']}' DELIMITED BY SIZE
               INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
           END-STRING

           CLOSE NOTES-FILE.

       FIND-NEXT-NOTE-ID.
           *> Same scan-for-highest-key approach
           *> FIND-NEXT-TRANSACTION-ID
           *> uses
           MOVE 0 TO WS-MAX-NOTE-ID
           MOVE LOW-VALUES TO NF-NOTE-ID
           START NOTES-FILE KEY >= NF-NOTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL NOTES-FILE-STATUS NOT = "00"
                       READ NOTES-FILE NEXT
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF NF-NOTE-ID > WS-MAX-NOTE-ID
                                   MOVE NF-NOTE-ID TO WS-MAX-NOTE-ID
                               END-IF
                       END-READ
                   END-PERFORM
           END-START

           MOVE "00" TO NOTES-FILE-STATUS
           COMPUTE WS-NEXT-NOTE-ID = WS-MAX-NOTE-ID + 1.

       EXTRACT-PROMISE-DATA.
           *> ADD_PROMISE carries customerId, amount, dueDate and the
           *> optional instalment split; CANCEL_PROMISE carries only
           *> promiseId
           MOVE 0 TO WS-TEMP-NUMERIC-VALUE
           MOVE '"customerId":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-NUMERIC-FIELD
           MOVE WS-TEMP-NUMERIC-VALUE TO WS-ID

           MOVE 0 TO WS-TEMP-NUMERIC-VALUE
           MOVE '"promiseId":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-NUMERIC-FIELD
           MOVE WS-TEMP-NUMERIC-VALUE TO WS-PROMISE-ID

           PERFORM EXTRACT-AMOUNT-FIELD

           MOVE '"dueDate":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-PROMISE-DUE

           MOVE 0 TO WS-TEMP-NUMERIC-VALUE
           MOVE '"instalments":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-NUMERIC-FIELD
           MOVE WS-TEMP-NUMERIC-VALUE TO WS-PROMISE-COUNT

           MOVE 0 TO WS-TEMP-NUMERIC-VALUE
           MOVE '"intervalDays":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-NUMERIC-FIELD
           MOVE WS-TEMP-NUMERIC-VALUE TO WS-PROMISE-INTERVAL

           MOVE '"user":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-PROMISE-USER.

       ADD-CUSTOMER-PROMISE.
           IF WS-TRAN-VALID-FLAG = 0 OR WS-TRAN-AMOUNT NOT > 0
               MOVE "Missing or invalid amount" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           *> The collector who took the promise is what the kept-rate
           *> report groups on, so it cannot be left blank
           IF WS-PROMISE-USER = SPACES
               MOVE "Missing user" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROMISE-DUE TO WS-TRAN-DATE
           PERFORM VALIDATE-POSTING-DATE
           IF WS-DATE-VALID-FLAG = 0
               MOVE "Invalid dueDate; expected YYYY-MM-DD" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-PROMISE-DUE < WS-FORMATTED-DATE
               MOVE "dueDate cannot be in the past" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           *> A single payment by the due date unless the collector
           *> agreed a split; instalments default to 30 days apart
           IF WS-PROMISE-COUNT = 0
               MOVE 1 TO WS-PROMISE-COUNT
           END-IF

           IF WS-PROMISE-COUNT > 12
               MOVE "instalments must be between 1 and 12" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-PROMISE-INTERVAL = 0
               MOVE 30 TO WS-PROMISE-INTERVAL
           END-IF

           OPEN INPUT CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open customer file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "Customer not found" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ

           IF CF-CUSTOMER-STATUS = "ARCHIVED"
               MOVE "Cannot take a promise from an archived customer"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE CUSTOMER-FILE

           OPEN I-O PROMISE-FILE

           *> File doesn't exist, open for OUTPUT first
           IF PROMISE-FILE-STATUS = "35"
               CLOSE PROMISE-FILE
               OPEN OUTPUT PROMISE-FILE
               IF PROMISE-FILE-STATUS NOT = "00"
                   MOVE "Failed to create promise file" TO
                       WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   EXIT PARAGRAPH
               END-IF
               CLOSE PROMISE-FILE
               OPEN I-O PROMISE-FILE
           END-IF

           IF PROMISE-FILE-STATUS NOT = "00"
               MOVE "Failed to open promise file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROMISE-FILE
               EXIT PARAGRAPH
           END-IF

           *> One arrangement at a time: a second promise while the
           *> first is still running would let the nightly check and
           *> the dunning skip disagree about which one counts
           PERFORM CHECK-OPEN-PROMISE
           IF WS-PROMISE-OPEN-FLAG = 1
               MOVE "Customer already has an open promise" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROMISE-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEXT-PROMISE-ID

           *> Every instalment but the last takes the even share; the
           *> last one picks up the rounding remainder
           COMPUTE WS-PROMISE-INST-AMT =
               WS-TRAN-AMOUNT / WS-PROMISE-COUNT

           STRING WS-PROMISE-DUE(1:4) WS-PROMISE-DUE(6:2)
                  WS-PROMISE-DUE(9:2)
               DELIMITED BY SIZE INTO WS-AGING-DATE-BUILD
           MOVE WS-AGING-DATE-BUILD TO WS-AGING-DATE-NUM
           COMPUTE WS-PROMISE-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-AGING-DATE-NUM)

           MOVE 0 TO WS-PROMISE-FAIL-FLAG
           PERFORM VARYING WS-PROMISE-INST-NO FROM 1 BY 1
               UNTIL WS-PROMISE-INST-NO > WS-PROMISE-COUNT
               OR WS-PROMISE-FAIL-FLAG = 1
               PERFORM WRITE-PROMISE-INSTALMENT
           END-PERFORM

           IF WS-PROMISE-FAIL-FLAG = 1
               *> All or nothing: take back the instalments already
               *> written so no half-recorded promise is left behind
               PERFORM VARYING WS-PROMISE-INST-NO FROM 1 BY 1
                   UNTIL WS-PROMISE-INST-NO > WS-PROMISE-COUNT
                   MOVE WS-NEXT-PROMISE-ID TO PM-PROMISE-ID
                   MOVE WS-PROMISE-INST-NO TO PM-INSTALMENT-NO
                   DELETE PROMISE-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-PERFORM
               MOVE "Failed to write promise record" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROMISE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-SUCCESS-FLAG
           STRING '{"success":true,"message":"Promise recorded",'
                      DELIMITED BY SIZE
                  '"promiseId":' DELIMITED BY SIZE
                  WS-NEXT-PROMISE-ID DELIMITED BY SIZE
                  ',"instalments":' DELIMITED BY SIZE
                  WS-PROMISE-COUNT DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-RESPONSE

           MOVE "PROMADD" TO WS-AUDIT-OPERATION
           MOVE WS-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE WS-TRAN-AMOUNT TO WS-FMT-AMOUNT
           STRING "PROMISE=" DELIMITED BY SIZE
                  WS-NEXT-PROMISE-ID DELIMITED BY SIZE
                  ",AMT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  ",BY=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROMISE-USER) DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           CLOSE PROMISE-FILE.

       WRITE-PROMISE-INSTALMENT.
           MOVE WS-NEXT-PROMISE-ID TO PM-PROMISE-ID
           MOVE WS-PROMISE-INST-NO TO PM-INSTALMENT-NO
           MOVE WS-ID TO PM-CUSTOMER-ID
           MOVE WS-FORMATTED-DATE TO PM-TAKEN-DATE
           MOVE WS-PROMISE-USER TO PM-TAKEN-BY

           COMPUTE WS-AGING-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               WS-PROMISE-DAY-INT +
               (WS-PROMISE-INST-NO - 1) * WS-PROMISE-INTERVAL)
           MOVE WS-AGING-DATE-NUM TO WS-AGING-DATE-BUILD
           STRING WS-AGING-DATE-BUILD(1:4) "-"
                  WS-AGING-DATE-BUILD(5:2) "-"
                  WS-AGING-DATE-BUILD(7:2)
               DELIMITED BY SIZE INTO PM-DUE-DATE

           IF WS-PROMISE-INST-NO = WS-PROMISE-COUNT
               COMPUTE PM-AMOUNT = WS-TRAN-AMOUNT -
                   WS-PROMISE-INST-AMT * (WS-PROMISE-COUNT - 1)
           ELSE
               MOVE WS-PROMISE-INST-AMT TO PM-AMOUNT
           END-IF

           MOVE 0 TO PM-PAID-AMOUNT
           MOVE "OPEN" TO PM-STATUS
           MOVE SPACES TO PM-CHECKED-DATE

           WRITE PROMISE-RECORD
               INVALID KEY
                   MOVE 1 TO WS-PROMISE-FAIL-FLAG
           END-WRITE.

       CHECK-OPEN-PROMISE.
           *> An arrangement is running while any of its instalments
           *> is still OPEN; PROMISE-CHECK closes off the rest of the
           *> schedule the night an instalment is missed
           MOVE 0 TO WS-PROMISE-OPEN-FLAG
           MOVE WS-ID TO PM-CUSTOMER-ID

           START PROMISE-FILE KEY = PM-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-PROMISE-EOF-FLAG
           PERFORM UNTIL WS-PROMISE-EOF-FLAG = 1
               READ PROMISE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-PROMISE-EOF-FLAG
                   NOT AT END
                       IF PM-CUSTOMER-ID NOT = WS-ID
                           MOVE 1 TO WS-PROMISE-EOF-FLAG
                       ELSE
                           IF PM-STATUS = "OPEN"
                               MOVE 1 TO WS-PROMISE-OPEN-FLAG
                               MOVE 1 TO WS-PROMISE-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIST-CUSTOMER-PROMISES.
           MOVE 1 TO WS-JSON-PARSING-IDX
           STRING '{"customerId":' DELIMITED BY SIZE
                  WS-ID DELIMITED BY SIZE
                  ',"promises":[' DELIMITED BY SIZE
               INTO WS-RESPONSE
               POINTER WS-JSON-PARSING-IDX
           END-STRING

           MOVE 1 TO WS-SUCCESS-FLAG
           MOVE 0 TO WS-NUMERIC-TEMP

           OPEN INPUT PROMISE-FILE

           IF PROMISE-FILE-STATUS NOT = "00"
               *> No promises on file yet for anyone
               STRING ']}' DELIMITED BY SIZE
                   INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
               END-STRING
               CLOSE PROMISE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID TO PM-CUSTOMER-ID

           START PROMISE-FILE KEY = PM-CUSTOMER-ID
               INVALID KEY
                   STRING ']}' DELIMITED BY SIZE
                       INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
                   END-STRING
                   CLOSE PROMISE-FILE
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-PROMISE-EOF-FLAG
           PERFORM UNTIL WS-PROMISE-EOF-FLAG = 1
               READ PROMISE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-PROMISE-EOF-FLAG
                   NOT AT END
                       IF PM-CUSTOMER-ID NOT = WS-ID
                           MOVE 1 TO WS-PROMISE-EOF-FLAG
                       ELSE
                           IF WS-NUMERIC-TEMP > 0
                               STRING ',' DELIMITED BY SIZE
                                   INTO WS-RESPONSE
                                   POINTER WS-JSON-PARSING-IDX
                               END-STRING
                           END-IF
                           ADD 1 TO WS-NUMERIC-TEMP
                           PERFORM APPEND-PROMISE-JSON
                       END-IF
               END-READ
           END-PERFORM

           STRING ']}' DELIMITED BY SIZE
               INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
           END-STRING

           CLOSE PROMISE-FILE.

       APPEND-PROMISE-JSON.
           MOVE PM-AMOUNT TO WS-FMT-AMOUNT
           MOVE FUNCTION TRIM(WS-FMT-AMOUNT LEADING) TO WS-BALANCE-JSON
           MOVE PM-PAID-AMOUNT TO WS-FMT-AMOUNT
           MOVE FUNCTION TRIM(WS-FMT-AMOUNT LEADING)
               TO WS-OPEN-AMOUNT-JSON

           STRING '{"promiseId":' DELIMITED BY SIZE
                  PM-PROMISE-ID DELIMITED BY SIZE
                  ',"instalment":' DELIMITED BY SIZE
                  PM-INSTALMENT-NO DELIMITED BY SIZE
                  ',"dueDate":"' DELIMITED BY SIZE
                  FUNCTION TRIM(PM-DUE-DATE) DELIMITED BY SIZE
                  '","amount":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BALANCE-JSON) DELIMITED BY SIZE
                  ',"paidAmount":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPEN-AMOUNT-JSON) DELIMITED BY SIZE
                  ',"status":"' DELIMITED BY SIZE
                  FUNCTION TRIM(PM-STATUS) DELIMITED BY SIZE
                  '","takenBy":"' DELIMITED BY SIZE
                  FUNCTION TRIM(PM-TAKEN-BY) DELIMITED BY SIZE
                  '","takenDate":"' DELIMITED BY SIZE
                  FUNCTION TRIM(PM-TAKEN-DATE) DELIMITED BY SIZE
                  '","checkedDate":"' DELIMITED BY SIZE
                  FUNCTION TRIM(PM-CHECKED-DATE) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-RESPONSE
               POINTER WS-JSON-PARSING-IDX
           END-STRING.

       CANCEL-CUSTOMER-PROMISE.
           IF WS-PROMISE-ID = 0
               MOVE "Missing promiseId parameter" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PROMISE-FILE

           IF PROMISE-FILE-STATUS NOT = "00"
               MOVE "Promise not found" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROMISE-FILE
               EXIT PARAGRAPH
           END-IF

           *> Only instalments still OPEN are withdrawn; KEPT and
           *> BROKEN ones stay as they are for the kept-rate history
           MOVE 0 TO WS-PROMISE-FOUND
           MOVE 0 TO WS-PROMISE-CANCELLED
           MOVE WS-PROMISE-ID TO PM-PROMISE-ID
           MOVE 0 TO PM-INSTALMENT-NO

           START PROMISE-FILE KEY >= PM-KEY
               INVALID KEY
                   MOVE 1 TO WS-PROMISE-EOF-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-PROMISE-EOF-FLAG
           END-START

           PERFORM UNTIL WS-PROMISE-EOF-FLAG = 1
               READ PROMISE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-PROMISE-EOF-FLAG
                   NOT AT END
                       IF PM-PROMISE-ID NOT = WS-PROMISE-ID
                           MOVE 1 TO WS-PROMISE-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-PROMISE-FOUND
                           MOVE PM-CUSTOMER-ID TO WS-ID
                           IF PM-STATUS = "OPEN"
                               MOVE "CANCELLED" TO PM-STATUS
                               MOVE WS-FORMATTED-DATE
                                   TO PM-CHECKED-DATE
                               REWRITE PROMISE-RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-PROMISE-CANCELLED
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROMISE-FILE

           IF WS-PROMISE-FOUND = 0
               MOVE "Promise not found" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-PROMISE-CANCELLED = 0
               MOVE "Promise has no open instalments" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-SUCCESS-FLAG
           STRING '{"success":true,"message":"Promise cancelled",'
                      DELIMITED BY SIZE
                  '"promiseId":' DELIMITED BY SIZE
                  WS-PROMISE-ID DELIMITED BY SIZE
                  ',"instalmentsCancelled":' DELIMITED BY SIZE
                  WS-PROMISE-CANCELLED DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-RESPONSE

           MOVE "PROMCANCEL" TO WS-AUDIT-OPERATION
           MOVE WS-ID TO WS-AUDIT-KEY
           MOVE "STATUS=OPEN" TO WS-AUDIT-BEFORE
           STRING "PROMISE=" DELIMITED BY SIZE
                  WS-PROMISE-ID DELIMITED BY SIZE
                  ",STATUS=CANCELLED,BY=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROMISE-USER) DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY.

       RELEASE-CREDIT-HOLD.
           IF WS-ID = 0
               MOVE "Missing id parameter" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-HOLD-REASON = SPACES
               MOVE "A release reason is required" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "Releasing a hold" TO WS-ADMIN-ACTION
           PERFORM CHECK-ADMIN-CALLER
           MOVE "Approval" TO WS-ADMIN-ACTION
           IF WS-SESSION-VALID-FLAG = 0
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open customer file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "Customer not found" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ

           IF CF-CUSTOMER-STATUS NOT = "HOLD"
               MOVE "Customer is not on credit hold" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           *> The open hold row carries the status the account had
           *> before the hold; with no row (history lost or the
           *> status set by hand) the account simply goes ACTIVE
           MOVE 0 TO WS-HOLD-OPEN-ID
           MOVE SPACES TO WS-HOLD-PRIOR-STATUS
           MOVE 0 TO WS-HOLD-FILE-FLAG
           OPEN I-O HOLD-HISTORY-FILE
           IF HOLD-FILE-STATUS = "00"
               MOVE 1 TO WS-HOLD-FILE-FLAG
               MOVE WS-ID TO HH-CUSTOMER-ID
               START HOLD-HISTORY-FILE KEY = HH-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-HOLD-EOF-FLAG
                   NOT INVALID KEY
                       MOVE 0 TO WS-HOLD-EOF-FLAG
               END-START
               PERFORM UNTIL WS-HOLD-EOF-FLAG = 1
                   READ HOLD-HISTORY-FILE NEXT
                       AT END
                           MOVE 1 TO WS-HOLD-EOF-FLAG
                       NOT AT END
                           IF HH-CUSTOMER-ID NOT = WS-ID
                               MOVE 1 TO WS-HOLD-EOF-FLAG
                           ELSE
                               IF HH-RELEASE-DATE = SPACES
                                   MOVE HH-HOLD-ID TO WS-HOLD-OPEN-ID
                                   MOVE HH-PRIOR-STATUS
                                       TO WS-HOLD-PRIOR-STATUS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE WS-HOLD-PRIOR-STATUS TO WS-HOLD-RESTORE-STATUS
           IF WS-HOLD-RESTORE-STATUS = SPACES
               OR WS-HOLD-RESTORE-STATUS = "HOLD"
               MOVE "ACTIVE" TO WS-HOLD-RESTORE-STATUS
           END-IF

           MOVE WS-HOLD-RESTORE-STATUS TO CF-CUSTOMER-STATUS
           MOVE WS-FORMATTED-DATE TO CF-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "Failed to update customer" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   IF WS-HOLD-FILE-FLAG = 1
                       CLOSE HOLD-HISTORY-FILE
                   END-IF
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-REWRITE

           *> If the history row cannot be closed the customer goes
           *> back on hold, otherwise the nightly run would see a
           *> released account with a hold still open against it
           IF WS-HOLD-OPEN-ID NOT = 0
               MOVE WS-HOLD-OPEN-ID TO HH-HOLD-ID
               READ HOLD-HISTORY-FILE
                   INVALID KEY
                       MOVE "99" TO HOLD-FILE-STATUS
                   NOT INVALID KEY
                       MOVE WS-FORMATTED-DATE TO HH-RELEASE-DATE
                       MOVE "MANUAL" TO HH-RELEASE-TYPE
                       MOVE WS-SESSION-USER-ID TO HH-RELEASED-BY
                       MOVE WS-HOLD-REASON TO HH-RELEASE-REASON
                       REWRITE HOLD-HISTORY-RECORD
                           INVALID KEY
                               MOVE "99" TO HOLD-FILE-STATUS
                       END-REWRITE
               END-READ
               IF HOLD-FILE-STATUS NOT = "00"
                   MOVE "HOLD" TO CF-CUSTOMER-STATUS
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "Failed to update hold history" TO
                       WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE HOLD-HISTORY-FILE
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-HOLD-FILE-FLAG = 1
               CLOSE HOLD-HISTORY-FILE
           END-IF
           CLOSE CUSTOMER-FILE

           MOVE 1 TO WS-SUCCESS-FLAG
           STRING '{"success":true,"message":"Credit hold released",'
                      DELIMITED BY SIZE
                  '"id":' DELIMITED BY SIZE
                  WS-ID DELIMITED BY SIZE
                  ',"status":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLD-RESTORE-STATUS)
                      DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-RESPONSE

           MOVE "RELEASE" TO WS-AUDIT-OPERATION
           MOVE WS-ID TO WS-AUDIT-KEY
           MOVE "STATUS=HOLD" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "STATUS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLD-RESTORE-STATUS)
                      DELIMITED BY SIZE
                  ",BY=" DELIMITED BY SIZE
                  WS-SESSION-USER-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY.

       ANONYMISE-CUSTOMER.
           *> Scrubs the person from the account while the account
           *> itself, its transactions and its balance stay on file
           *> for the ledger; only a settled, undisputed customer
           *> can be anonymised
           IF WS-ID = 0
               MOVE "Missing id parameter" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE "Anonymising a customer" TO WS-ADMIN-ACTION
           PERFORM CHECK-ADMIN-CALLER
           MOVE "Approval" TO WS-ADMIN-ACTION
           IF WS-SESSION-VALID-FLAG = 0
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open customer file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "Customer not found" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-READ

           IF CF-CUSTOMER-NAME = "ANONYMISED"
               AND CF-CUSTOMER-EMAIL = SPACES
               MOVE "Customer is already anonymised" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           IF CF-BALANCE NOT = 0
               MOVE "Cannot anonymise a customer with a balance" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           *> A dispute row with no resolved date is still open
           MOVE 0 TO WS-ANON-OPEN-DISPUTE
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = "00"
               MOVE WS-ID TO DP-CUSTOMER-ID
               START DISPUTE-FILE KEY = DP-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-ANON-EOF-FLAG
                   NOT INVALID KEY
                       MOVE 0 TO WS-ANON-EOF-FLAG
               END-START
               PERFORM UNTIL WS-ANON-EOF-FLAG = 1
                   READ DISPUTE-FILE NEXT
                       AT END
                           MOVE 1 TO WS-ANON-EOF-FLAG
                       NOT AT END
                           IF DP-CUSTOMER-ID NOT = WS-ID
                               MOVE 1 TO WS-ANON-EOF-FLAG
                           ELSE
                               IF DP-RESOLVED-DATE = SPACES
                                   MOVE 1 TO WS-ANON-OPEN-DISPUTE
                                   MOVE 1 TO WS-ANON-EOF-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DISPUTE-FILE

           IF WS-ANON-OPEN-DISPUTE = 1
               MOVE "Cannot anonymise a customer with an open dispute"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "ANONYMISED" TO CF-CUSTOMER-NAME
           MOVE SPACES TO CF-CUSTOMER-EMAIL
           MOVE SPACES TO CF-PHONE
           MOVE SPACES TO CF-ADDRESS
           MOVE WS-FORMATTED-DATE TO CF-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "Failed to update customer" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE CUSTOMER-FILE

           *> Address-book rows keep their ids, types and dates so
           *> the history of which address was current still reads;
           *> only the lines themselves are blanked
           MOVE 0 TO WS-ANON-ADDR-COUNT
           OPEN I-O ADDRESS-FILE
           IF ADDRESS-FILE-STATUS = "00"
               MOVE WS-ID TO AD-CUSTOMER-ID
               MOVE LOW-VALUES TO AD-ADDRESS-ID
               START ADDRESS-FILE KEY = AD-CUSTOMER-ID
                   INVALID KEY
                       MOVE 1 TO WS-ADDR-EOF-FLAG
                   NOT INVALID KEY
                       MOVE 0 TO WS-ADDR-EOF-FLAG
               END-START
               PERFORM UNTIL WS-ADDR-EOF-FLAG = 1
                   READ ADDRESS-FILE NEXT
                       AT END
                           MOVE 1 TO WS-ADDR-EOF-FLAG
                       NOT AT END
                           IF AD-CUSTOMER-ID NOT = WS-ID
                               MOVE 1 TO WS-ADDR-EOF-FLAG
                           ELSE
                               MOVE SPACES TO AD-LINE-1
                               MOVE SPACES TO AD-LINE-2
                               MOVE SPACES TO AD-CITY
                               MOVE SPACES TO AD-POSTCODE
                               REWRITE ADDRESS-RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-ANON-ADDR-COUNT
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ADDRESS-FILE

           PERFORM SCRUB-CUSTOMER-NOTICES

           MOVE 1 TO WS-SUCCESS-FLAG
           STRING '{"success":true,"message":"Customer anonymised",'
                      DELIMITED BY SIZE
                  '"id":' DELIMITED BY SIZE
                  WS-ID DELIMITED BY SIZE
                  ',"addressesScrubbed":' DELIMITED BY SIZE
                  WS-ANON-ADDR-COUNT DELIMITED BY SIZE
                  ',"noticesScrubbed":' DELIMITED BY SIZE
                  WS-ANON-NOTICE-COUNT DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-RESPONSE

           *> The audit row records that it happened and who did it,
           *> never the values that were removed
           MOVE "ANONYMISE" TO WS-AUDIT-OPERATION
           MOVE WS-ID TO WS-AUDIT-KEY
           MOVE "NAME,EMAIL,PHONE,ADDRESS" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "SCRUBBED,ADDRESSES=" DELIMITED BY SIZE
                  WS-ANON-ADDR-COUNT DELIMITED BY SIZE
                  ",NOTICES=" DELIMITED BY SIZE
                  WS-ANON-NOTICE-COUNT DELIMITED BY SIZE
                  ",BY=" DELIMITED BY SIZE
                  WS-SESSION-USER-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY.

       SCRUB-CUSTOMER-NOTICES.
           *> Outbox rows addressed to the customer hold their own
           *> copy of the email, address and merge data. Those are
           *> blanked on every row, and anything not yet sent is
           *> cancelled so NOTIFY-DISPATCH never picks it up again.
           *> The outbox has no customer key, so every row is read
           MOVE 0 TO WS-ANON-NOTICE-COUNT
           PERFORM OPEN-NOTIFY-OUTBOX
           IF WS-NOTIFY-OPEN-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO NQ-NOTIFY-ID
           START NOTIFY-OUTBOX-FILE KEY >= NQ-NOTIFY-ID
               INVALID KEY
                   MOVE 1 TO WS-ANON-EOF-FLAG
               NOT INVALID KEY
                   MOVE 0 TO WS-ANON-EOF-FLAG
           END-START
           PERFORM UNTIL WS-ANON-EOF-FLAG = 1
               READ NOTIFY-OUTBOX-FILE NEXT
                   AT END
                       MOVE 1 TO WS-ANON-EOF-FLAG
                   NOT AT END
                       IF NQ-RECIPIENT-TYPE = "CUSTOMER"
                           AND NQ-RECIPIENT-ID = WS-ID
                           MOVE SPACES TO NQ-RECIPIENT-EMAIL
                           MOVE SPACES TO NQ-RECIPIENT-ADDRESS
                           MOVE SPACES TO NQ-MERGE-FIELDS
                           IF NQ-STATUS = "QUEUED"
                               OR NQ-STATUS = "FAILED"
                               MOVE "CANCELED" TO NQ-STATUS
                               MOVE "Customer anonymised"
                                   TO NQ-LAST-ERROR
                           END-IF
                           REWRITE NOTIFY-OUTBOX-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-ANON-NOTICE-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-NOTIFY-OUTBOX.

       FIND-NEXT-PROMISE-ID.
           *> Same scan-for-highest-key approach the other id
           *> assignments use
           MOVE 0 TO WS-MAX-PROMISE-ID
           MOVE LOW-VALUES TO PM-KEY
           START PROMISE-FILE KEY >= PM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL PROMISE-FILE-STATUS NOT = "00"
                       READ PROMISE-FILE NEXT
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF PM-PROMISE-ID > WS-MAX-PROMISE-ID
                                   MOVE PM-PROMISE-ID TO
                                       WS-MAX-PROMISE-ID
                               END-IF
                       END-READ
                   END-PERFORM
           END-START

           MOVE "00" TO PROMISE-FILE-STATUS
           COMPUTE WS-NEXT-PROMISE-ID = WS-MAX-PROMISE-ID + 1.

       EXTRACT-ORDER-ID.
           MOVE 0 TO WS-ORDER-ID

           MOVE '"taxCode":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-TAX-CODE

           *> The customer's direct-debit mandate with the bank; an
           *> order carrying one is collected through the direct-debit
           *> file STANDING-ORDERS writes
           MOVE '"mandateRef":' TO WS-TEMP-FIELD-NAME
           PERFORM EXTRACT-CUSTOMER-FIELD
           MOVE WS-TEMP-FIELD-VALUE TO WS-ORDER-MANDATE-REF.

       CREATE-STANDING-ORDER.
           IF WS-TRAN-VALID-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           IF CF-CUSTOMER-STATUS = "HOLD" AND WS-TRAN-AMOUNT > 0
               MOVE "Account is on credit hold; charges refused" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF

           CLOSE CUSTOMER-FILE

           OPEN I-O STANDING-ORDER-FILE

           *> File doesn't exist, open for OUTPUT first
           IF ORDER-FILE-STATUS = "35"
               CLOSE STANDING-ORDER-FILE
               OPEN OUTPUT STANDING-ORDER-FILE
               IF ORDER-FILE-STATUS NOT = "00"
               MOVE "F" TO SO-ROLL-RULE
           END-IF
           MOVE WS-TAX-CODE TO SO-TAX-CODE
           MOVE WS-ORDER-MANDATE-REF TO SO-MANDATE-REF
           MOVE 0 TO SO-RETURN-COUNT
           MOVE SPACES TO SO-LAST-RETURN-CYCLE

           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   IF WS-TAX-CODE NOT = SPACES
                       MOVE WS-TAX-CODE TO SO-TAX-CODE
                   END-IF
                   *> A new mandate starts the run of returned
                   *> collections afresh
                   IF WS-ORDER-MANDATE-REF NOT = SPACES
                       MOVE WS-ORDER-MANDATE-REF TO SO-MANDATE-REF
                       MOVE 0 TO SO-RETURN-COUNT
                       MOVE SPACES TO SO-LAST-RETURN-CYCLE
                   END-IF

                   REWRITE STANDING-ORDER-RECORD
                       INVALID KEY
                  SO-ROLL-RULE DELIMITED BY SIZE
                  '","taxCode":"' DELIMITED BY SIZE
                  FUNCTION TRIM(SO-TAX-CODE) DELIMITED BY SIZE
                  '","mandateRef":"' DELIMITED BY SIZE
                  FUNCTION TRIM(SO-MANDATE-REF) DELIMITED BY SIZE
                  '","returnCount":' DELIMITED BY SIZE
                  SO-RETURN-COUNT DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-RESPONSE
               POINTER WS-JSON-PARSING-IDX
           END-STRING.
               EXIT PARAGRAPH
           END-IF

           IF WS-TRAN-VALID-FLAG = 1 AND WS-TRAN-AMOUNT < 0
               MOVE "Default amount cannot be negative" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TRAN-TYPE-FILE
           *> File doesn't exist, open for OUTPUT first
           IF TYPE-FILE-STATUS = "35"
               CLOSE TRAN-TYPE-FILE
               OPEN OUTPUT TRAN-TYPE-FILE
               IF TYPE-FILE-STATUS NOT = "00"
                   END-IF
           END-READ

           MOVE WS-TYPE-CODE TO TT-TYPE-CODE
           MOVE WS-TYPE-DESCRIPTION TO TT-DESCRIPTION
           MOVE WS-TYPE-NORMAL-SIGN TO TT-NORMAL-SIGN
           MOVE "Y" TO TT-ACTIVE-FLAG
           MOVE 0 TO TT-DEFAULT-AMOUNT
           IF WS-TRAN-VALID-FLAG = 1
               MOVE WS-TRAN-AMOUNT TO TT-DEFAULT-AMOUNT
           END-IF

           WRITE TRAN-TYPE-RECORD
               INVALID KEY
                   REWRITE TRAN-TYPE-RECORD
                       INVALID KEY
                           MOVE "Failed to write type record" TO
                               WS-ERROR-MESSAGE
                           PERFORM GENERATE-ERROR-RESPONSE
                           CLOSE TRAN-TYPE-FILE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE

           MOVE 1 TO WS-SUCCESS-FLAG
           STRING '{"success":true,"message":"Type added",'
                  '"code":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TYPE-CODE) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-RESPONSE

           MOVE "TYPEADD" TO WS-AUDIT-OPERATION
           MOVE WS-TYPE-CODE TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "SIGN=" DELIMITED BY SIZE
                  WS-TYPE-NORMAL-SIGN DELIMITED BY SIZE
                  ",ACTIVE=Y" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           CLOSE TRAN-TYPE-FILE.

       RETIRE-TRANSACTION-TYPE.
           IF WS-TYPE-CODE = SPACES
               MOVE "Missing type code" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TRAN-TYPE-FILE
           IF TYPE-FILE-STATUS NOT = "00"
               MOVE "Failed to open type master file" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE TRAN-TYPE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TYPE-CODE TO TT-TYPE-CODE
           READ TRAN-TYPE-FILE
               INVALID KEY
                   MOVE "Type code not found" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
               NOT INVALID KEY
                   MOVE "N" TO TT-ACTIVE-FLAG
                   REWRITE TRAN-TYPE-RECORD
                       INVALID KEY
                           MOVE "Failed to retire type" TO
                               WS-ERROR-MESSAGE
                           PERFORM GENERATE-ERROR-RESPONSE
                       NOT INVALID KEY
                           MOVE 1 TO WS-SUCCESS-FLAG
                           STRING '{"success":true,"message":'
                                  '"Type retired","code":"'
                                  DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-TYPE-CODE)
                                      DELIMITED BY SIZE
                                  '"}' DELIMITED BY SIZE
                               INTO WS-RESPONSE

                           MOVE "TYPERET" TO WS-AUDIT-OPERATION
                           MOVE WS-TYPE-CODE TO WS-AUDIT-KEY
                           MOVE "ACTIVE=Y" TO WS-AUDIT-BEFORE
                           MOVE "ACTIVE=N" TO WS-AUDIT-AFTER
                           PERFORM LOG-AUDIT-ENTRY
                   END-REWRITE
           END-READ

           CLOSE TRAN-TYPE-FILE.

       LIST-TRANSACTION-TYPES.
           MOVE 1 TO WS-JSON-PARSING-IDX
           STRING '{"types":[' DELIMITED BY SIZE
               INTO WS-RESPONSE
               POINTER WS-JSON-PARSING-IDX
           END-STRING

           MOVE 1 TO WS-SUCCESS-FLAG
           MOVE 0 TO WS-NUMERIC-TEMP

           OPEN INPUT TRAN-TYPE-FILE
           IF TYPE-FILE-STATUS NOT = "00"
               STRING ']}' DELIMITED BY SIZE
                   INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
               END-STRING
               CLOSE TRAN-TYPE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO TT-TYPE-CODE
           START TRAN-TYPE-FILE KEY >= TT-TYPE-CODE
               INVALID KEY
                   STRING ']}' DELIMITED BY SIZE
                       INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
                   END-STRING
                   CLOSE TRAN-TYPE-FILE
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-TYPE-EOF-FLAG
           PERFORM UNTIL WS-TYPE-EOF-FLAG = 1
               READ TRAN-TYPE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TYPE-EOF-FLAG
                   NOT AT END
                       IF WS-NUMERIC-TEMP > 0
                           STRING ',' DELIMITED BY SIZE
                               INTO WS-RESPONSE
                               POINTER WS-JSON-PARSING-IDX
                           END-STRING
                       END-IF
                       ADD 1 TO WS-NUMERIC-TEMP
                       MOVE TT-DEFAULT-AMOUNT TO WS-FMT-AMOUNT

                       STRING '{"code":"' DELIMITED BY SIZE
                              FUNCTION TRIM(TT-TYPE-CODE)
                                  DELIMITED BY SIZE
                              '","description":"' DELIMITED BY SIZE
                              FUNCTION TRIM(TT-DESCRIPTION)
                                  DELIMITED BY SIZE
                              '","normalSign":"' DELIMITED BY SIZE
                              TT-NORMAL-SIGN DELIMITED BY SIZE
                              '","active":"' DELIMITED BY SIZE
                              TT-ACTIVE-FLAG DELIMITED BY SIZE
                              '","defaultAmount":' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-FMT-AMOUNT)
                                  DELIMITED BY SIZE
                              '}' DELIMITED BY SIZE
                           INTO WS-RESPONSE
                           POINTER WS-JSON-PARSING-IDX
                       END-STRING
               END-READ
           END-PERFORM

           STRING ']}' DELIMITED BY SIZE
               INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
           END-STRING

           CLOSE TRAN-TYPE-FILE.

       SET-PAYMENT-TERMS.
           IF WS-TERMS-CODE = SPACES
               MOVE "Missing terms code" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-TERMS-NET-DAYS = 0
               MOVE "netDays must be greater than zero" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           *> A discount needs a window that closes before the net
           *> due date; terms without a percentage carry no window
           IF WS-TERMS-DISC-PCT = 0
               MOVE 0 TO WS-TERMS-DISC-DAYS
           END-IF
           IF WS-TERMS-DISC-PCT > 0
               AND WS-TERMS-DISC-DAYS >= WS-TERMS-NET-DAYS
               MOVE "discountDays must be less than netDays" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PAYMENT-TERMS-FILE
           *> File doesn't exist, open for OUTPUT first
           IF TERMS-FILE-STATUS = "35"
               CLOSE PAYMENT-TERMS-FILE
               OPEN OUTPUT PAYMENT-TERMS-FILE
               IF TERMS-FILE-STATUS NOT = "00"
                   MOVE "Failed to create payment terms file" TO
                       WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   EXIT PARAGRAPH
               END-IF
               CLOSE PAYMENT-TERMS-FILE
               OPEN I-O PAYMENT-TERMS-FILE
           END-IF

           IF TERMS-FILE-STATUS NOT = "00"
               MOVE "Failed to open payment terms file" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PAYMENT-TERMS-FILE
               EXIT PARAGRAPH
           END-IF

           *> Setting an existing code replaces its definition and
           *> reactivates it; charges already posted keep the dates
           *> they were stamped with
           MOVE WS-TERMS-CODE TO PT-TERMS-CODE
           MOVE WS-TERMS-DESCRIPTION TO PT-DESCRIPTION
           MOVE WS-TERMS-NET-DAYS TO PT-NET-DAYS
           MOVE WS-TERMS-DISC-DAYS TO PT-DISC-DAYS
           MOVE WS-TERMS-DISC-PCT TO PT-DISC-PCT
           MOVE "Y" TO PT-ACTIVE-FLAG

           WRITE PAYMENT-TERMS-RECORD
               INVALID KEY
                   REWRITE PAYMENT-TERMS-RECORD
                       INVALID KEY
                           MOVE "Failed to write terms record" TO
                               WS-ERROR-MESSAGE
                           PERFORM GENERATE-ERROR-RESPONSE
                           CLOSE PAYMENT-TERMS-FILE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE

           MOVE 1 TO WS-SUCCESS-FLAG
           STRING '{"success":true,"message":"Terms saved",'
                  '"code":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TERMS-CODE) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-RESPONSE

           MOVE "TERMSSET" TO WS-AUDIT-OPERATION
           MOVE WS-TERMS-CODE TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE WS-TERMS-DISC-PCT TO WS-FMT-TERMS-PCT
           STRING "NET=" DELIMITED BY SIZE
                  WS-TERMS-NET-DAYS DELIMITED BY SIZE
                  ",DISC=" DELIMITED BY SIZE
                  WS-TERMS-DISC-DAYS DELIMITED BY SIZE
                  ",PCT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-TERMS-PCT) DELIMITED BY SIZE
                  ",ACTIVE=Y" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           CLOSE PAYMENT-TERMS-FILE.

       RETIRE-PAYMENT-TERMS.
           *> Retired terms cannot be given to a customer, but
           *> customers already on them keep being charged on them
           IF WS-TERMS-CODE = SPACES
               MOVE "Missing terms code" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PAYMENT-TERMS-FILE
           IF TERMS-FILE-STATUS NOT = "00"
               MOVE "Failed to open payment terms file" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PAYMENT-TERMS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TERMS-CODE TO PT-TERMS-CODE
           READ PAYMENT-TERMS-FILE
               INVALID KEY
                   MOVE "Terms code not found" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
               NOT INVALID KEY
                   MOVE "N" TO PT-ACTIVE-FLAG
                   REWRITE PAYMENT-TERMS-RECORD
                       INVALID KEY
                           MOVE "Failed to retire terms" TO
                               WS-ERROR-MESSAGE
                           PERFORM GENERATE-ERROR-RESPONSE
                       NOT INVALID KEY
                           MOVE 1 TO WS-SUCCESS-FLAG
                           STRING '{"success":true,"message":'
                                  '"Terms retired","code":"'
                                  DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-TERMS-CODE)
                                      DELIMITED BY SIZE
                                  '"}' DELIMITED BY SIZE
                               INTO WS-RESPONSE

                           MOVE "TERMSRET" TO WS-AUDIT-OPERATION
                           MOVE WS-TERMS-CODE TO WS-AUDIT-KEY
                           MOVE "ACTIVE=Y" TO WS-AUDIT-BEFORE
                           MOVE "ACTIVE=N" TO WS-AUDIT-AFTER
                           PERFORM LOG-AUDIT-ENTRY
                   END-REWRITE
           END-READ

           CLOSE PAYMENT-TERMS-FILE.

       LIST-PAYMENT-TERMS.
           MOVE 1 TO WS-JSON-PARSING-IDX
           STRING '{"terms":[' DELIMITED BY SIZE
               INTO WS-RESPONSE
               POINTER WS-JSON-PARSING-IDX
           END-STRING
           MOVE 1 TO WS-SUCCESS-FLAG
           MOVE 0 TO WS-NUMERIC-TEMP

           OPEN INPUT PAYMENT-TERMS-FILE
           IF TERMS-FILE-STATUS NOT = "00"
               STRING ']}' DELIMITED BY SIZE
                   INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
               END-STRING
               CLOSE PAYMENT-TERMS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PT-TERMS-CODE
           START PAYMENT-TERMS-FILE KEY >= PT-TERMS-CODE
               INVALID KEY
                   STRING ']}' DELIMITED BY SIZE
                       INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
                   END-STRING
                   CLOSE PAYMENT-TERMS-FILE
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-TERMS-EOF-FLAG
           PERFORM UNTIL WS-TERMS-EOF-FLAG = 1
               READ PAYMENT-TERMS-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TERMS-EOF-FLAG
                   NOT AT END
                       IF WS-NUMERIC-TEMP > 0
                           STRING ',' DELIMITED BY SIZE
                       END-IF
                       ADD 1 TO WS-NUMERIC-TEMP

                       MOVE PT-DISC-PCT TO WS-FMT-TERMS-PCT
                       STRING '{"code":"' DELIMITED BY SIZE
                              FUNCTION TRIM(PT-TERMS-CODE)
                                  DELIMITED BY SIZE
                              '","description":"' DELIMITED BY SIZE
                              FUNCTION TRIM(PT-DESCRIPTION)
                                  DELIMITED BY SIZE
                              '","netDays":' DELIMITED BY SIZE
                              PT-NET-DAYS DELIMITED BY SIZE
                              ',"discountDays":' DELIMITED BY SIZE
                              PT-DISC-DAYS DELIMITED BY SIZE
                              ',"discountPct":' DELIMITED BY SIZE
                              FUNCTION TRIM(WS-FMT-TERMS-PCT)
                                  DELIMITED BY SIZE
                              ',"active":"' DELIMITED BY SIZE
                              PT-ACTIVE-FLAG DELIMITED BY SIZE
                              '"}' DELIMITED BY SIZE
                           INTO WS-RESPONSE
                           POINTER WS-JSON-PARSING-IDX
               INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
           END-STRING

           CLOSE PAYMENT-TERMS-FILE.

       VALIDATE-TERMS-CODE.
           *> Blank terms leave charges due on the day they post;
           *> anything else must be a live code on the terms master
           MOVE 1 TO WS-TERMS-VALID-FLAG
           IF WS-TERMS-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TERMS-VALID-FLAG
           OPEN INPUT PAYMENT-TERMS-FILE
           IF TERMS-FILE-STATUS = "00"
               MOVE WS-TERMS-CODE TO PT-TERMS-CODE
               READ PAYMENT-TERMS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PT-ACTIVE-FLAG = "Y"
                           MOVE 1 TO WS-TERMS-VALID-FLAG
                       END-IF
               END-READ
           END-IF
           CLOSE PAYMENT-TERMS-FILE

           IF WS-TERMS-VALID-FLAG = 0
               MOVE "Unknown or retired terms code" TO WS-ERROR-MESSAGE
           END-IF.

       STAMP-CHARGE-TERMS.
           *> Sets the due date and discount window on the charge in
           *> TRANSACTION-RECORD from WS-POST-TERMS-CODE. Credits and
           *> charges on accounts without terms are due as posted
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT
           IF TF-AMOUNT NOT > 0 OR WS-POST-TERMS-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           *> A retired code still governs the customers holding it
           OPEN INPUT PAYMENT-TERMS-FILE
           IF TERMS-FILE-STATUS NOT = "00"
               CLOSE PAYMENT-TERMS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POST-TERMS-CODE TO PT-TERMS-CODE
           READ PAYMENT-TERMS-FILE
               INVALID KEY
                   CLOSE PAYMENT-TERMS-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE PAYMENT-TERMS-FILE

           MOVE 0 TO WS-CALENDAR-OPEN-FLAG
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS = "00"
               MOVE 1 TO WS-CALENDAR-OPEN-FLAG
           END-IF

           MOVE TF-DATE TO WS-TERMS-BASE-DATE
           MOVE PT-NET-DAYS TO WS-TERMS-ADD-DAYS
           PERFORM ADD-TERMS-DAYS
           MOVE WS-TERMS-RESULT-DATE TO TF-DUE-DATE

           IF PT-DISC-PCT > 0
               MOVE PT-DISC-DAYS TO WS-TERMS-ADD-DAYS
               PERFORM ADD-TERMS-DAYS
               MOVE WS-TERMS-RESULT-DATE TO TF-DISC-DATE
               MOVE PT-DISC-PCT TO TF-DISC-PCT
           END-IF

           IF WS-CALENDAR-OPEN-FLAG = 1
               CLOSE CALENDAR-FILE
           END-IF.

       ADD-TERMS-DAYS.
           *> WS-TERMS-BASE-DATE plus WS-TERMS-ADD-DAYS calendar days,
           *> rolled forward past weekends and holidays on the
           *> business-day calendar the same way STANDING-ORDERS rolls
           *> its run dates
           STRING WS-TERMS-BASE-DATE(1:4) WS-TERMS-BASE-DATE(6:2)
                  WS-TERMS-BASE-DATE(9:2)
               DELIMITED BY SIZE INTO WS-AGING-DATE-BUILD
           MOVE WS-AGING-DATE-BUILD TO WS-AGING-DATE-NUM
           COMPUTE WS-TERMS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-AGING-DATE-NUM)
               + WS-TERMS-ADD-DAYS

           PERFORM VARYING WS-TERMS-ROLL-TRIES FROM 1 BY 1
               UNTIL WS-TERMS-ROLL-TRIES > 14
               COMPUTE WS-AGING-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-TERMS-DAY-INT)
               MOVE WS-AGING-DATE-NUM TO WS-AGING-DATE-BUILD
               MOVE SPACES TO WS-TERMS-RESULT-DATE
               STRING WS-AGING-DATE-BUILD(1:4) "-"
                      WS-AGING-DATE-BUILD(5:2) "-"
                      WS-AGING-DATE-BUILD(7:2)
                   DELIMITED BY SIZE INTO WS-TERMS-RESULT-DATE
               IF WS-CALENDAR-OPEN-FLAG = 0
                   EXIT PERFORM
               END-IF
               MOVE WS-TERMS-RESULT-DATE TO BC-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-TERMS-DAY-INT
           END-PERFORM.

       SET-EXCHANGE-RATE.
           IF WS-RATE-CURRENCY = SPACES
           END-IF

           OPEN I-O CURRENCY-RATE-FILE
           *> File doesn't exist, open for OUTPUT first
           IF RATE-FILE-STATUS = "35"
               CLOSE CURRENCY-RATE-FILE
               OPEN OUTPUT CURRENCY-RATE-FILE
               IF RATE-FILE-STATUS NOT = "00"
                  '}' DELIMITED BY SIZE
               INTO WS-RESPONSE.

       MARK-DUPLICATE-PAIR.
           *> Records a reviewer's verdict on a pair the duplicate
           *> scan put forward: NOTDUP keeps the pair off every later
           *> scan, CONFIRMED puts it on the scan's merge request file
           IF WS-ID = 0 OR WS-DUP-OTHER-ID = 0
               MOVE "Missing id or otherId" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-ID = WS-DUP-OTHER-ID
               MOVE "A customer cannot be a duplicate of itself" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-DUP-DECISION NOT = "NOTDUP"
               AND WS-DUP-DECISION NOT = "CONFIRMED"
               MOVE "Decision must be NOTDUP or CONFIRMED" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-SESSION-TOKEN
           IF WS-SESSION-VALID-FLAG = 0
               MOVE "Invalid or expired session" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           *> The pair is stored low id first so A/B and B/A are the
           *> same review; the older (lower) id survives by default
           IF WS-ID < WS-DUP-OTHER-ID
               MOVE WS-ID TO WS-DUP-LOW-ID
               MOVE WS-DUP-OTHER-ID TO WS-DUP-HIGH-ID
           ELSE
               MOVE WS-DUP-OTHER-ID TO WS-DUP-LOW-ID
               MOVE WS-ID TO WS-DUP-HIGH-ID
           END-IF
           IF WS-DUP-DECISION = "NOTDUP"
               MOVE 0 TO WS-DUP-SURVIVOR-ID
           ELSE
               IF WS-DUP-SURVIVOR-ID = 0
                   MOVE WS-DUP-LOW-ID TO WS-DUP-SURVIVOR-ID
               END-IF
               IF WS-DUP-SURVIVOR-ID NOT = WS-DUP-LOW-ID
                   AND WS-DUP-SURVIVOR-ID NOT = WS-DUP-HIGH-ID
                   MOVE "survivorId must be one of the pair" TO
                       WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open customer file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DUP-LOW-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "99" TO FILE-STATUS
           END-READ
           IF FILE-STATUS = "00"
               MOVE WS-DUP-HIGH-ID TO CF-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "99" TO FILE-STATUS
               END-READ
           END-IF
           CLOSE CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               MOVE "Customer not found" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O DUPLICATE-REVIEW-FILE
           *> File doesn't exist, open for OUTPUT first
           IF REVIEW-FILE-STATUS = "35"
               CLOSE DUPLICATE-REVIEW-FILE
               OPEN OUTPUT DUPLICATE-REVIEW-FILE
               CLOSE DUPLICATE-REVIEW-FILE
               OPEN I-O DUPLICATE-REVIEW-FILE
           END-IF
           IF REVIEW-FILE-STATUS NOT = "00"
               MOVE "Failed to open duplicate review file" TO
                   WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE DUPLICATE-REVIEW-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DUP-LOW-ID TO DR-LOW-ID
           MOVE WS-DUP-HIGH-ID TO DR-HIGH-ID
           MOVE WS-DUP-DECISION TO DR-DECISION
           MOVE WS-DUP-SURVIVOR-ID TO DR-SURVIVOR-ID
           MOVE WS-FORMATTED-DATE TO DR-REVIEW-DATE
           MOVE WS-SESSION-USER-ID TO DR-REVIEWED-BY

           *> A later verdict on the same pair replaces the earlier one
           WRITE DUPLICATE-REVIEW-RECORD
               INVALID KEY
                   REWRITE DUPLICATE-REVIEW-RECORD
                       INVALID KEY
                           MOVE "Failed to record duplicate review" TO
                               WS-ERROR-MESSAGE
                           PERFORM GENERATE-ERROR-RESPONSE
                           CLOSE DUPLICATE-REVIEW-FILE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           CLOSE DUPLICATE-REVIEW-FILE

           MOVE 1 TO WS-SUCCESS-FLAG
           STRING '{"success":true,'
                  '"message":"Duplicate review recorded",'
                      DELIMITED BY SIZE
                  '"id":' DELIMITED BY SIZE
                  WS-DUP-LOW-ID DELIMITED BY SIZE
                  ',"otherId":' DELIMITED BY SIZE
                  WS-DUP-HIGH-ID DELIMITED BY SIZE
                  ',"decision":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DUP-DECISION) DELIMITED BY SIZE
                  '","survivorId":' DELIMITED BY SIZE
                  WS-DUP-SURVIVOR-ID DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-RESPONSE

           MOVE "DUPREVIEW" TO WS-AUDIT-OPERATION
           MOVE WS-DUP-LOW-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "PAIR=" DELIMITED BY SIZE
                  WS-DUP-LOW-ID DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DUP-HIGH-ID DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING FUNCTION TRIM(WS-DUP-DECISION) DELIMITED BY SIZE
                  ",SURVIVOR=" DELIMITED BY SIZE
                  WS-DUP-SURVIVOR-ID DELIMITED BY SIZE
                  ",BY=" DELIMITED BY SIZE
                  WS-SESSION-USER-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY.

       MERGE-MOVE-TRANSACTIONS.
           *> Each pass buffers up to 500 ids and rewrites them by
           *> key; repeating until a scan finds nothing left on the
           END-IF

           OPEN I-O TAX-RATE-FILE
           *> File doesn't exist, open for OUTPUT first
           IF TAX-FILE-STATUS = "35"
               CLOSE TAX-RATE-FILE
               OPEN OUTPUT TAX-RATE-FILE
               IF TAX-FILE-STATUS NOT = "00"
           CLOSE CUSTOMER-FILE

           OPEN I-O ADDRESS-FILE
           *> File doesn't exist, open for OUTPUT first
           IF ADDRESS-FILE-STATUS = "35"
               CLOSE ADDRESS-FILE
               OPEN OUTPUT ADDRESS-FILE
               IF ADDRESS-FILE-STATUS NOT = "00"
           END-IF

           OPEN I-O DISPUTE-FILE
           *> File doesn't exist, open for OUTPUT first
           IF DISPUTE-FILE-STATUS = "35"
               CLOSE DISPUTE-FILE
               OPEN OUTPUT DISPUTE-FILE
               IF DISPUTE-FILE-STATUS NOT = "00"
               MOVE WS-FORMATTED-DATE TO WS-EFFECTIVE-DATE
               PERFORM CHECK-CLOSED-PERIOD
               IF WS-CLOSED-DAY-FLAG = 1 AND WS-OVERRIDE-FLAG = 0
                   MOVE "Business day is closed; back-dated override"
                       & " required" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           CLOSE CURRENCY-RATE-FILE.

       GENERATE-AGING-REPORT.
           PERFORM CHOOSE-AGING-SOURCE

           OPEN INPUT CUSTOMER-FILE

           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open customer file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE CUSTOMER-FILE
               PERFORM CLOSE-AGING-SOURCE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-JSON-PARSING-IDX
           IF WS-AGING-SUMMARY-FLAG = 1
               STRING '{"source":"summary","asOf":"' DELIMITED BY SIZE
                      WS-AGING-AS-OF-DATE DELIMITED BY SIZE
                      '","agingReport":[' DELIMITED BY SIZE
                   INTO WS-RESPONSE
                   POINTER WS-JSON-PARSING-IDX
               END-STRING
           ELSE
               OPEN INPUT TRANSACTION-FILE

               IF FILE-STATUS NOT = "00"
                   MOVE "Failed to open transaction file"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE CUSTOMER-FILE
                   EXIT PARAGRAPH
               END-IF

               STRING '{"source":"live","agingReport":['
                      DELIMITED BY SIZE
                   INTO WS-RESPONSE
                   POINTER WS-JSON-PARSING-IDX
               END-STRING
           END-IF

           MOVE 1 TO WS-SUCCESS-FLAG
           MOVE 0 TO WS-NUMERIC-TEMP
                       INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
                   END-STRING
                   CLOSE CUSTOMER-FILE
                   PERFORM CLOSE-AGING-SOURCE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-STRING

           CLOSE CUSTOMER-FILE
           PERFORM CLOSE-AGING-SOURCE.

       CHOOSE-AGING-SOURCE.
           *> The nightly AGING-BUILD summary serves the report unless
           *> the caller asks for live figures, or the summary is
           *> missing or predates the last DAY-CLOSE; then the buckets
           *> are rebuilt from the detail as before
           MOVE 0 TO WS-AGING-SUMMARY-FLAG
           IF WS-AGING-LIVE = "true" OR WS-AGING-LIVE = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AGING-SUMMARY-FILE
           IF AGING-FILE-STATUS NOT = "00"
               CLOSE AGING-SUMMARY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO AG-CUSTOMER-ID
           READ AGING-SUMMARY-FILE
               INVALID KEY
                   CLOSE AGING-SUMMARY-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE AG-AS-OF-DATE TO WS-AGING-AS-OF-DATE

           PERFORM FIND-LAST-CLOSED-DAY
           IF WS-AGING-AS-OF-DATE < WS-LAST-CLOSE-DATE
               CLOSE AGING-SUMMARY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-AGING-SUMMARY-FLAG.

       CLOSE-AGING-SOURCE.
           IF WS-AGING-SUMMARY-FLAG = 1
               CLOSE AGING-SUMMARY-FILE
           ELSE
               CLOSE TRANSACTION-FILE
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

       BUILD-CUSTOMER-AGING-BUCKETS.
           MOVE 0 TO WS-AGE-0-30 WS-AGE-31-60 WS-AGE-61-90
               WS-AGE-90-PLUS

           IF WS-AGING-SUMMARY-FLAG = 1
               MOVE CF-CUSTOMER-ID TO AG-CUSTOMER-ID
               READ AGING-SUMMARY-FILE
                   INVALID KEY
                       *> No detail on file for the customer
                       EXIT PARAGRAPH
               END-READ
               MOVE AG-AGE-0-30 TO WS-AGE-0-30
               MOVE AG-AGE-31-60 TO WS-AGE-31-60
               MOVE AG-AGE-61-90 TO WS-AGE-61-90
               MOVE AG-AGE-90-PLUS TO WS-AGE-90-PLUS
               EXIT PARAGRAPH
           END-IF

           MOVE CF-CUSTOMER-ID TO TF-CUSTOMER-ID
           MOVE LOW-VALUES TO TF-TRANSACTION-ID
                                       AND TF-STATUS NOT = "REVERSED"
                                       AND TF-STATUS NOT = "DISPUTED"
                                       PERFORM
                                         COMPUTE-TRANSACTION-AGE-BUCKET
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

       RESOLVE-ITEM-DUE-DATE.
           IF TF-DUE-DATE = SPACES OR TF-DUE-DATE = LOW-VALUES
               MOVE TF-DATE TO WS-ITEM-DUE-DATE
           ELSE
               MOVE TF-DUE-DATE TO WS-ITEM-DUE-DATE
           END-IF.

       COMPUTE-TRANSACTION-AGE-BUCKET.
           *> Items age from their due date; detail posted before
           *> payment terms carries none and is due on its posting date
           PERFORM RESOLVE-ITEM-DUE-DATE
           STRING WS-ITEM-DUE-DATE(1:4) WS-ITEM-DUE-DATE(6:2)
                  WS-ITEM-DUE-DATE(9:2)
               DELIMITED BY SIZE INTO WS-AGING-DATE-BUILD
           MOVE WS-AGING-DATE-BUILD TO WS-AGING-DATE-NUM

           OPEN INPUT TRANSACTION-FILE

           IF FILE-STATUS NOT = "00"
               *> No transaction file (or empty) means nothing can
               *> be open
               EXIT PARAGRAPH
           END-IF

                           AND TF-STATUS NOT = "PAID"
                           AND TF-STATUS NOT = "APPLIED"
                           AND TF-STATUS NOT = "REJECTED"
                           AND TF-STATUS NOT = "WRITTENOFF"
                           MOVE 1 TO WS-OPEN-TRANSACTIONS-FLAG
                           EXIT PERFORM
                       END-IF
           CLOSE TRANSACTION-FILE.

       SORT-CUSTOMER-TABLE.
           *> Simple in-memory bubble sort over the buffered result
           *> page, since this repo has no COBOL SORT-verb precedent to
           *> follow
           IF WS-SORT-BY = SPACES OR WS-SORT-COUNT < 2
               EXIT PARAGRAPH
           END-IF
                   END-EVALUATE

                   IF WS-SORT-COMPARE-FLAG = 1
                       MOVE WS-SORT-ENTRY(WS-SORT-IDX-J)
                           TO WS-SORT-ENTRY-TEMP
                       MOVE WS-SORT-ENTRY(WS-SORT-IDX-J + 1) TO
                           WS-SORT-ENTRY(WS-SORT-IDX-J)
                       MOVE WS-SORT-ENTRY-TEMP TO
           END-IF

           MOVE 0 TO WS-NUMERIC-TEMP
           INSPECT WS-CUSTOMER-EMAIL TALLYING WS-NUMERIC-TEMP FOR ALL
               "@"
           IF WS-NUMERIC-TEMP NOT = 1
               MOVE 0 TO WS-EMAIL-VALID-FLAG
           END-IF

           MOVE 0 TO WS-NUMERIC-TEMP
           INSPECT WS-CUSTOMER-EMAIL TALLYING WS-NUMERIC-TEMP FOR ALL
               "."
           IF WS-NUMERIC-TEMP = 0
               MOVE 0 TO WS-EMAIL-VALID-FLAG
           END-IF

           IF WS-CUSTOMER-EMAIL(1:1) = "@"
               OR WS-CUSTOMER-EMAIL(1:1) = "."
               MOVE 0 TO WS-EMAIL-VALID-FLAG
           END-IF.

       GENERATE-CUSTOMER-JSON.
           MOVE CF-CREDIT-LIMIT TO WS-FMT-CREDIT-LIMIT
           MOVE CF-BALANCE TO WS-FMT-BALANCE
           MOVE FUNCTION TRIM(WS-FMT-CREDIT-LIMIT)
               TO WS-CREDIT-LIMIT-JSON
           MOVE FUNCTION TRIM(WS-FMT-BALANCE) TO WS-BALANCE-JSON
           MOVE CF-GROUP-LIMIT TO WS-FMT-CREDIT-LIMIT
           MOVE FUNCTION TRIM(WS-FMT-CREDIT-LIMIT)
                  '","phone":"' DELIMITED BY SIZE
                  FUNCTION TRIM(CF-PHONE) DELIMITED BY SIZE
                  '","creditLimit":' DELIMITED BY SIZE
                  *> Trim here
                  FUNCTION TRIM(WS-CREDIT-LIMIT-JSON) DELIMITED BY SIZE
                  ',"balance":' DELIMITED BY SIZE     
                  *> Trim here
                  FUNCTION TRIM(WS-BALANCE-JSON) DELIMITED BY SIZE
                  ',"creationDate":"' DELIMITED BY SIZE
                  FUNCTION TRIM(CF-CREATION-DATE) DELIMITED BY SIZE
                  '","parentId":' DELIMITED BY SIZE
                  ',"groupLimit":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GROUP-LIMIT-JSON)
                      DELIMITED BY SIZE
                  ',"termsCode":"' DELIMITED BY SIZE
                  FUNCTION TRIM(CF-TERMS-CODE) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-RESPONSE.
       
       LOG-AUDIT-ENTRY.
