           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
           RECORD KEY IS TX-KEY
           FILE STATUS IS TAX-FILE-STATUS.

           SELECT PAYMENT-TERMS-FILE
           ASSIGN TO EXTERNAL DD_PAYMENT_TERMS_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PT-TERMS-CODE
           FILE STATUS IS TERMS-FILE-STATUS.

           SELECT DIRECT-DEBIT-FILE
           ASSIGN TO EXTERNAL DD_DIRECT_DEBIT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEBIT-FILE-STATUS.

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
          05 TT-DESCRIPTION         PIC X(30).
          05 TT-NORMAL-SIGN         PIC X(1).
          05 TT-ACTIVE-FLAG         PIC X(1).
          05 TT-DEFAULT-AMOUNT      PIC 9(7)V99.

       FD RUN-REGISTER-FILE.
       01 RUN-REGISTER-RECORD.
             10 TX-EFFECTIVE-DATE   PIC X(10).
          05 TX-RATE                PIC 9(3)V99.

       FD PAYMENT-TERMS-FILE.
       01 PAYMENT-TERMS-RECORD.
          05 PT-TERMS-CODE          PIC X(10).
          05 PT-DESCRIPTION         PIC X(30).
          05 PT-NET-DAYS            PIC 9(3).
          05 PT-DISC-DAYS           PIC 9(3).
          05 PT-DISC-PCT            PIC 9(2)V99.
          05 PT-ACTIVE-FLAG         PIC X(1).

       FD DIRECT-DEBIT-FILE.
       01 DIRECT-DEBIT-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-ORDER-TAX-AMOUNT       PIC S9(7)V99 VALUE 0.
       01 WS-ORDER-GROSS-AMOUNT     PIC S9(7)V99 VALUE 0.

       01 TERMS-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-TERMS-PRESENT-FLAG     PIC 9 VALUE 0.
       01 WS-TERMS-ADD-DAYS         PIC 9(3) VALUE 0.
       01 WS-TERMS-RESULT-DATE      PIC X(10) VALUE SPACES.
       01 WS-TERMS-DAY-INT          PIC S9(9) COMP VALUE 0.

       01 WS-GENERATED-COUNT        PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT          PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT            PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT             PIC 9(7) VALUE 0.
       01 WS-TOTAL-POSTED           PIC S9(9)V99 VALUE 0.

       01 DEBIT-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-ORIGINATOR-ID          PIC X(20) VALUE SPACES.
       01 WS-COLLECTION-REF         PIC X(23) VALUE SPACES.
       01 WS-DEBIT-COUNT            PIC 9(7) VALUE 0.
       01 WS-DEBIT-TOTAL            PIC S9(9)V99 VALUE 0.
       01 WS-DEBIT-COUNT-TEXT       PIC ZZZZZZ9.
       01 WS-DEBIT-AMOUNT-TEXT      PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.

           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               STOP RUN
           END-IF

               MOVE 0 TO WS-TAX-PRESENT-FLAG
           END-IF

           *> Without a terms master every charge is due on the day
           *> it posts, as it was before terms existed
           MOVE 1 TO WS-TERMS-PRESENT-FLAG
           OPEN INPUT PAYMENT-TERMS-FILE
           IF TERMS-FILE-STATUS NOT = "00"
               CLOSE PAYMENT-TERMS-FILE
               MOVE 0 TO WS-TERMS-PRESENT-FLAG
           END-IF

           *> The business calendar only lists non-business days, so
           *> an absent file simply means nothing rolls
           MOVE 1 TO WS-CALENDAR-PRESENT-FLAG
               CLOSE TRANSACTION-FILE
               CLOSE STANDING-ORDER-FILE
               STOP RUN
           END-IF

           *> Instalments on orders carrying a bank mandate are
           *> collected from the direct-debit file this run hands to
           *> the bank, laid out like the lockbox file PAYMENT-IMPORT
           *> reads: HDR, one row per collection, TRL count and total
           ACCEPT WS-ORIGINATOR-ID
               FROM ENVIRONMENT "DIRECT_DEBIT_ORIGINATOR"
           OPEN OUTPUT DIRECT-DEBIT-FILE
           IF DEBIT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open direct-debit file, status "
                   DEBIT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE STANDING-ORDER-FILE
               CLOSE TRAN-TYPE-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO DIRECT-DEBIT-RECORD
           STRING "HDR," DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORIGINATOR-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CYCLE-MONTH DELIMITED BY SIZE
               INTO DIRECT-DEBIT-RECORD
           END-STRING
           WRITE DIRECT-DEBIT-RECORD.

       VALIDATE-ORDER-TYPE.
           MOVE 0 TO WS-TYPE-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           *> Charges wait out a credit hold; the cycle is left
           *> unstamped so a rerun after release still posts it
           IF CF-CUSTOMER-STATUS = "HOLD" AND WS-ORDER-GROSS-AMOUNT > 0
               DISPLAY "Order " WS-SAVED-ORDER-ID
                   ": customer " SO-CUSTOMER-ID " is on credit hold"
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-TRANSACTION-ID TO TF-TRANSACTION-ID
           MOVE SO-CUSTOMER-ID TO TF-CUSTOMER-ID
           MOVE WS-POST-DATE TO TF-DATE
           MOVE WS-RUN-ID TO TF-RUN-ID
           MOVE SO-TAX-CODE TO TF-TAX-CODE
           MOVE WS-ORDER-TAX-AMOUNT TO TF-TAX-AMOUNT
           PERFORM STAMP-ORDER-TERMS

           WRITE TRANSACTION-RECORD
               INVALID KEY

           ADD 1 TO WS-GENERATED-COUNT
           ADD WS-ORDER-GROSS-AMOUNT TO WS-TOTAL-POSTED

           IF SO-MANDATE-REF NOT = SPACES
               AND WS-ORDER-GROSS-AMOUNT > 0
               PERFORM WRITE-COLLECTION-ROW
           END-IF

           ADD 1 TO WS-NEXT-TRANSACTION-ID.

       WRITE-COLLECTION-ROW.
           *> Row layout: MandateRef,CustomerID,Amount,CollectionDate,
           *> Reference. The bank echoes the reference on a returned
           *> debit; it carries the order, the cycle and the instalment
           *> transaction so DEBIT-RETURNS can find all three again
           MOVE SPACES TO WS-COLLECTION-REF
           STRING "SO" DELIMITED BY SIZE
                  SO-ORDER-ID DELIMITED BY SIZE
                  WS-CYCLE-MONTH(1:4) DELIMITED BY SIZE
                  WS-CYCLE-MONTH(6:2) DELIMITED BY SIZE
                  WS-NEXT-TRANSACTION-ID DELIMITED BY SIZE
               INTO WS-COLLECTION-REF
           END-STRING

           MOVE WS-ORDER-GROSS-AMOUNT TO WS-DEBIT-AMOUNT-TEXT
           MOVE SPACES TO DIRECT-DEBIT-RECORD
           STRING FUNCTION TRIM(SO-MANDATE-REF) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SO-CUSTOMER-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEBIT-AMOUNT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TF-DUE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-COLLECTION-REF DELIMITED BY SIZE
               INTO DIRECT-DEBIT-RECORD
           END-STRING

           WRITE DIRECT-DEBIT-RECORD
           IF DEBIT-FILE-STATUS NOT = "00"
               DISPLAY "Order " WS-SAVED-ORDER-ID
                   ": direct-debit row not written, status "
                   DEBIT-FILE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEBIT-COUNT
           ADD WS-ORDER-GROSS-AMOUNT TO WS-DEBIT-TOTAL.

       WRITE-COLLECTION-TRAILER.
           MOVE WS-DEBIT-COUNT TO WS-DEBIT-COUNT-TEXT
           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-AMOUNT-TEXT
           MOVE SPACES TO DIRECT-DEBIT-RECORD
           STRING "TRL," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEBIT-COUNT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEBIT-AMOUNT-TEXT) DELIMITED BY SIZE
               INTO DIRECT-DEBIT-RECORD
           END-STRING
           WRITE DIRECT-DEBIT-RECORD.

       COMPUTE-ORDER-TAX.
           *> Picks the newest rate on or before the posting date;
           *> WS-TAX-FOUND-FLAG comes back 9 when the order carries a
           COMPUTE WS-ORDER-GROSS-AMOUNT =
               SO-AMOUNT + WS-ORDER-TAX-AMOUNT.

       STAMP-ORDER-TERMS.
           *> Due date and discount window come from the customer's
           *> payment terms, counted from the posting date; credits
           *> and customers without terms are due as posted
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT
           IF TF-AMOUNT NOT > 0 OR CF-TERMS-CODE = SPACES
               OR WS-TERMS-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE CF-TERMS-CODE TO PT-TERMS-CODE
           READ PAYMENT-TERMS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE PT-NET-DAYS TO WS-TERMS-ADD-DAYS
           PERFORM ADD-TERMS-DAYS
           MOVE WS-TERMS-RESULT-DATE TO TF-DUE-DATE

           IF PT-DISC-PCT > 0
               MOVE PT-DISC-DAYS TO WS-TERMS-ADD-DAYS
               PERFORM ADD-TERMS-DAYS
               MOVE WS-TERMS-RESULT-DATE TO TF-DISC-DATE
               MOVE PT-DISC-PCT TO TF-DISC-PCT
           END-IF.

       ADD-TERMS-DAYS.
           *> TF-DATE plus WS-TERMS-ADD-DAYS, rolled forward off any
           *> weekend or holiday on the business calendar
           STRING TF-DATE(1:4) TF-DATE(6:2) TF-DATE(9:2)
               DELIMITED BY SIZE INTO WS-ROLL-DATE-BUILD
           MOVE WS-ROLL-DATE-BUILD TO WS-ROLL-DATE-NUM
           COMPUTE WS-TERMS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE-NUM)
               + WS-TERMS-ADD-DAYS

           PERFORM VARYING WS-ROLL-TRIES FROM 1 BY 1
               UNTIL WS-ROLL-TRIES > 14
               COMPUTE WS-ROLL-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-TERMS-DAY-INT)
               MOVE WS-ROLL-DATE-NUM TO WS-ROLL-DATE-NUM-X
               MOVE WS-ROLL-DATE-NUM-X(1:4) TO WS-TERMS-RESULT-DATE(1:4)
               MOVE "-" TO WS-TERMS-RESULT-DATE(5:1)
               MOVE WS-ROLL-DATE-NUM-X(5:2) TO WS-TERMS-RESULT-DATE(6:2)
               MOVE "-" TO WS-TERMS-RESULT-DATE(8:1)
               MOVE WS-ROLL-DATE-NUM-X(7:2) TO WS-TERMS-RESULT-DATE(9:2)
               IF WS-CALENDAR-PRESENT-FLAG = 0
                   EXIT PERFORM
               END-IF
               MOVE WS-TERMS-RESULT-DATE TO BC-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-TERMS-DAY-INT
           END-PERFORM.

       BACK-OUT-GENERATED-TRANSACTION.
           MOVE WS-NEXT-TRANSACTION-ID TO TF-TRANSACTION-ID
           DELETE TRANSACTION-FILE
           CLOSE TRANSACTION-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE TRAN-TYPE-FILE
           PERFORM WRITE-COLLECTION-TRAILER
           CLOSE DIRECT-DEBIT-FILE
           IF WS-TERMS-PRESENT-FLAG = 1
               CLOSE PAYMENT-TERMS-FILE
           END-IF
           IF WS-CALENDAR-PRESENT-FLAG = 1
               CLOSE CALENDAR-FILE
           END-IF
           DISPLAY "Standing order cycle " WS-CYCLE-MONTH " complete: "
               WS-GENERATED-COUNT " generated, "
               WS-SKIPPED-COUNT " skipped, "
               WS-HELD-COUNT " on hold, "
               WS-ERROR-COUNT " errors, run " WS-RUN-ID
           DISPLAY "Direct debits: " WS-DEBIT-COUNT
               " collections for " WS-DEBIT-TOTAL.
