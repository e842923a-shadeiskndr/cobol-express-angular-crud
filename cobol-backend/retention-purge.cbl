           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
           ALTERNATE RECORD KEY IS SO-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS ORDER-FILE-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO EXTERNAL DD_ADDRESS_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-ADDRESS-ID
           ALTERNATE RECORD KEY IS AD-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS ADDRESS-FILE-STATUS.

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

       FD CUSTOMER-HISTORY-FILE.
       01 CUSTOMER-HISTORY-RECORD.
          05 CH-ARCHIVE-DATE        PIC X(10).
          05 CH-PARENT-ID           PIC 9(5).
          05 CH-GROUP-LIMIT         PIC 9(7)V99.
          05 CH-TERMS-CODE          PIC X(10).

       FD TRANSACTION-HISTORY-FILE.
       01 TRANSACTION-HISTORY-RECORD.
          05 TH-RUN-ID              PIC X(12).
          05 TH-TAX-CODE            PIC X(4).
          05 TH-TAX-AMOUNT          PIC S9(7)V99.
          05 TH-DUE-DATE            PIC X(10).
          05 TH-DISC-DATE           PIC X(10).
          05 TH-DISC-PCT            PIC 9(2)V99.

       FD NOTES-FILE.
       01 NOTES-RECORD.
          05 SO-LAST-CYCLE          PIC X(7).
          05 SO-ROLL-RULE           PIC X(1).
          05 SO-TAX-CODE            PIC X(4).
          05 SO-MANDATE-REF         PIC X(18).
          05 SO-RETURN-COUNT        PIC 9(2).
          05 SO-LAST-RETURN-CYCLE   PIC X(7).

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

       WORKING-STORAGE SECTION.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 WS-ORDERS-PRESENT-FLAG    PIC 9 VALUE 0.
       01 WS-NOTE-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-ORDER-EOF-FLAG         PIC 9 VALUE 0.
       01 ADDRESS-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-ADDRESS-PRESENT-FLAG   PIC 9 VALUE 0.
       01 WS-ADDR-EOF-FLAG          PIC 9 VALUE 0.

       01 WS-CUSTOMERS-MOVED        PIC 9(7) VALUE 0.
       01 WS-TRANSACTIONS-MOVED     PIC 9(7) VALUE 0.
       01 WS-NOTES-MOVED            PIC 9(7) VALUE 0.
       01 WS-ORDERS-DELETED         PIC 9(7) VALUE 0.
       01 WS-ADDRESSES-SCRUBBED     PIC 9(7) VALUE 0.
       01 WS-CUSTOMERS-SKIPPED      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               STOP RUN
           END-IF

               OPEN I-O TRANSACTION-HISTORY-FILE
           END-IF
           IF TRAN-HIST-STATUS NOT = "00"
               DISPLAY "Failed to open transaction"
                   " history file, status "
                   TRAN-HIST-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
           IF ORDER-FILE-STATUS NOT = "00"
               CLOSE STANDING-ORDER-FILE
               MOVE 0 TO WS-ORDERS-PRESENT-FLAG
           END-IF

           MOVE 1 TO WS-ADDRESS-PRESENT-FLAG
           OPEN I-O ADDRESS-FILE
           IF ADDRESS-FILE-STATUS NOT = "00"
               CLOSE ADDRESS-FILE
               MOVE 0 TO WS-ADDRESS-PRESENT-FLAG
           END-IF.

       PURGE-ARCHIVED-CUSTOMERS.
           MOVE CF-CUSTOMER-ID TO WS-SAVED-CUSTOMER-ID
           MOVE 0 TO WS-PURGE-FAILED-FLAG

           *> History keeps the account and its money, not the
           *> person: name and contact details are scrubbed the same
           *> way the online ANONYMISE operation scrubs them
           MOVE CF-CUSTOMER-ID TO CH-CUSTOMER-ID
           MOVE "ANONYMISED" TO CH-CUSTOMER-NAME
           MOVE SPACES TO CH-CUSTOMER-EMAIL
           MOVE CF-CUSTOMER-STATUS TO CH-CUSTOMER-STATUS
           MOVE CF-LAST-UPDATE TO CH-LAST-UPDATE
           MOVE SPACES TO CH-ADDRESS
           MOVE SPACES TO CH-PHONE
           MOVE CF-CREDIT-LIMIT TO CH-CREDIT-LIMIT
           MOVE CF-BALANCE TO CH-BALANCE
           MOVE CF-CREATION-DATE TO CH-CREATION-DATE
           MOVE CF-ARCHIVE-DATE TO CH-ARCHIVE-DATE
           MOVE CF-PARENT-ID TO CH-PARENT-ID
           MOVE CF-GROUP-LIMIT TO CH-GROUP-LIMIT
           MOVE CF-TERMS-CODE TO CH-TERMS-CODE

           WRITE CUSTOMER-HISTORY-RECORD
               INVALID KEY
               PERFORM DELETE-CUSTOMER-ORDERS
           END-IF

           IF WS-ADDRESS-PRESENT-FLAG = 1
               PERFORM SCRUB-CUSTOMER-ADDRESSES
           END-IF

           IF WS-PURGE-FAILED-FLAG = 1
               ADD 1 TO WS-CUSTOMERS-SKIPPED
               EXIT PARAGRAPH
           MOVE TF-RUN-ID TO TH-RUN-ID
           MOVE TF-TAX-CODE TO TH-TAX-CODE
           MOVE TF-TAX-AMOUNT TO TH-TAX-AMOUNT
           MOVE TF-DUE-DATE TO TH-DUE-DATE
           MOVE TF-DISC-DATE TO TH-DISC-DATE
           MOVE TF-DISC-PCT TO TH-DISC-PCT

           WRITE TRANSACTION-HISTORY-RECORD
               INVALID KEY

           MOVE "00" TO ORDER-FILE-STATUS.

       SCRUB-CUSTOMER-ADDRESSES.
           *> Address-book rows stay on file so address ids are never
           *> reused, but the lines themselves are blanked
           MOVE WS-SAVED-CUSTOMER-ID TO AD-CUSTOMER-ID
           MOVE LOW-VALUES TO AD-ADDRESS-ID

           MOVE 0 TO WS-ADDR-EOF-FLAG
           START ADDRESS-FILE KEY = AD-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-ADDR-EOF-FLAG = 1
               READ ADDRESS-FILE NEXT
                   AT END
                       MOVE 1 TO WS-ADDR-EOF-FLAG
                   NOT AT END
                       IF AD-CUSTOMER-ID NOT = WS-SAVED-CUSTOMER-ID
                           MOVE 1 TO WS-ADDR-EOF-FLAG
                       ELSE
                           MOVE SPACES TO AD-LINE-1
                           MOVE SPACES TO AD-LINE-2
                           MOVE SPACES TO AD-CITY
                           MOVE SPACES TO AD-POSTCODE
                           REWRITE ADDRESS-RECORD
                               INVALID KEY
                                   DISPLAY "Failed to scrub address "
                                       AD-ADDRESS-ID " status "
                                       ADDRESS-FILE-STATUS
                                   MOVE 1 TO WS-PURGE-FAILED-FLAG
                                   MOVE 1 TO WS-ADDR-EOF-FLAG
                               NOT INVALID KEY
                                   ADD 1 TO WS-ADDRESSES-SCRUBBED
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO ADDRESS-FILE-STATUS.

       CLEANUP-AND-EXIT.
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           IF WS-ORDERS-PRESENT-FLAG = 1
               CLOSE STANDING-ORDER-FILE
           END-IF
           IF WS-ADDRESS-PRESENT-FLAG = 1
               CLOSE ADDRESS-FILE
           END-IF
           DISPLAY "Retention purge complete: "
               WS-CUSTOMERS-MOVED " customers, "
               WS-TRANSACTIONS-MOVED " transactions and "
               WS-NOTES-MOVED " notes moved to history, "
               WS-ORDERS-DELETED " standing orders deleted, "
               WS-ADDRESSES-SCRUBBED " addresses scrubbed, "
               WS-CUSTOMERS-SKIPPED " customers skipped".
