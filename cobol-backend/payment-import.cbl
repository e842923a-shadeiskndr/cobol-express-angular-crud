           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
           RECORD KEY IS TT-TYPE-CODE
           FILE STATUS IS TYPE-FILE-STATUS.

           SELECT CURRENCY-RATE-FILE
           ASSIGN TO EXTERNAL DD_CURRENCY_RATE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-CURRENCY
           FILE STATUS IS RATE-FILE-STATUS.

           SELECT RUN-REGISTER-FILE
           ASSIGN TO EXTERNAL DD_RUN_REGISTER_FILE
           ORGANIZATION IS INDEXED
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
          05 TT-DESCRIPTION         PIC X(30).
          05 TT-NORMAL-SIGN         PIC X(1).
          05 TT-ACTIVE-FLAG         PIC X(1).
          05 TT-DEFAULT-AMOUNT      PIC 9(7)V99.

       FD CURRENCY-RATE-FILE.
       01 CURRENCY-RATE-RECORD.
          05 CR-CURRENCY            PIC X(3).
          05 CR-RATE                PIC 9(3)V9(6).
          05 CR-RATE-DATE           PIC X(10).

       FD RUN-REGISTER-FILE.
       01 RUN-REGISTER-RECORD.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 DAYCLOSE-FILE-STATUS      PIC XX VALUE SPACES.
       01 TYPE-FILE-STATUS          PIC XX VALUE SPACES.
       01 RATE-FILE-STATUS          PIC XX VALUE SPACES.
       01 RUN-REGISTER-STATUS       PIC XX VALUE SPACES.
       01 IMPORT-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-RUN-ID                 PIC X(12) VALUE SPACES.
       01 WS-PAY-CUSTOMER-ID        PIC 9(5) VALUE 0.
       01 WS-PAY-AMOUNT             PIC S9(7)V99 VALUE 0.
       01 WS-PAY-REFERENCE          PIC X(30) VALUE SPACES.
       01 WS-PAY-CURRENCY           PIC X(3) VALUE SPACES.
       01 WS-PAY-ORIG-AMOUNT        PIC S9(7)V99 VALUE 0.
       01 WS-BASE-CURRENCY          PIC X(3) VALUE "USD".
       01 WS-REJECT-REASON          PIC X(10) VALUE SPACES.

       01 WS-NUM-TEXT               PIC X(100).
       01 WS-APPLY-REMAINING        PIC S9(7)V99 VALUE 0.
       01 WS-APPLY-THIS             PIC S9(7)V99 VALUE 0.
       01 WS-APPLY-SCAN-IDX         PIC 9(3) COMP VALUE 0.
       01 WS-DISC-THIS              PIC S9(7)V99 VALUE 0.
       01 WS-DISC-TOTAL             PIC S9(7)V99 VALUE 0.
       01 WS-DISC-CHARGE-ID         PIC 9(10) VALUE 0.
       01 WS-DISCOUNT-COUNT         PIC 9(7) VALUE 0.
       01 WS-DISCOUNT-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-FX-PAY-BASE            PIC S9(7)V99 VALUE 0.
       01 WS-FX-PAY-FOREIGN         PIC S9(7)V99 VALUE 0.
       01 WS-FX-CHARGE-FOREIGN      PIC S9(9)V99 VALUE 0.
       01 WS-FX-REMAIN-FOREIGN      PIC S9(9)V99 VALUE 0.
       01 WS-FX-PAY-USED            PIC S9(7)V99 VALUE 0.
       01 WS-FX-DIFF                PIC S9(7)V99 VALUE 0.
       01 WS-FX-TOTAL               PIC S9(7)V99 VALUE 0.
       01 WS-FX-CHARGE-ID           PIC 9(10) VALUE 0.
       01 WS-FX-COUNT               PIC 9(7) VALUE 0.
       01 WS-FX-AMOUNT              PIC S9(9)V99 VALUE 0.
       01 WS-OPEN-ITEM-COUNT        PIC 9(3) VALUE 0.
       01 WS-OPEN-ITEM-TABLE.
          05 WS-OPEN-ITEM-ENTRY OCCURS 200 TIMES.
       01 WS-SUSPENSE-COUNT         PIC 9(7) VALUE 0.
       01 WS-POSTED-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-SUSPENSE-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-RECOVERY-COUNT         PIC 9(7) VALUE 0.
       01 WS-RECOVERY-AMOUNT        PIC S9(9)V99 VALUE 0.

       01 WS-RPT-LINE               PIC X(220).
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.

           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               CLOSE PAYMENT-REJECT-FILE
               CLOSE SUSPENSE-REPORT-FILE
               STOP RUN
           CLOSE PAYMENT-IMPORT-FILE

           IF WS-HEADER-SEEN-FLAG = 0
               DISPLAY
                   "Payment file has no HDR record; import abandoned"
               PERFORM ABANDON-RUN
           END-IF

           IF WS-TRAILER-SEEN-FLAG = 0
               DISPLAY
                   "Payment file has no TRL record; import abandoned"
               PERFORM ABANDON-RUN
           END-IF

           CLOSE PAYMENT-IMPORT-FILE.

       PROCESS-PAYMENT-ROW.
           *> Detail row layout: CustomerID,Amount,Reference and an
           *> optional Currency, blank for the base currency - the
           *> customer number is whatever the remitter wrote on the
           *> slip and may be blank or wrong, hence the fallbacks
           PERFORM PARSE-CSV-LINE
           END-IF
           MOVE WS-NUM-VALUE TO WS-PAY-AMOUNT

           PERFORM CONVERT-PAYMENT-CURRENCY
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-SUSPENSE-ROW
               EXIT PARAGRAPH
           END-IF

           PERFORM MATCH-PAYMENT-CUSTOMER
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-SUSPENSE-ROW
               EXIT PARAGRAPH
           END-IF

           *> The match leaves the payer's record in the buffer; money
           *> on a written-off account is a bad-debt recovery
           IF CF-CUSTOMER-STATUS = "WRITTENOFF"
               PERFORM POST-ONE-RECOVERY
           ELSE
               PERFORM POST-ONE-PAYMENT
           END-IF.

       CONVERT-PAYMENT-CURRENCY.
           *> A foreign remittance converts to the base currency at
           *> today's table rate, the same conversion the online
           *> posting applies; the amount the bank received and its
           *> code stay on the payment record
           MOVE WS-PAY-AMOUNT TO WS-PAY-ORIG-AMOUNT
           MOVE FUNCTION TRIM(WS-CSV-FIELD(4)) TO WS-PAY-CURRENCY

           IF WS-PAY-CURRENCY = SPACES
               OR WS-PAY-CURRENCY = WS-BASE-CURRENCY
               MOVE WS-BASE-CURRENCY TO WS-PAY-CURRENCY
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CURRENCY-RATE-FILE
           IF RATE-FILE-STATUS NOT = "00"
               MOVE "NORATE" TO WS-REJECT-REASON
               CLOSE CURRENCY-RATE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAY-CURRENCY TO CR-CURRENCY
           READ CURRENCY-RATE-FILE
               INVALID KEY
                   MOVE "NORATE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   COMPUTE WS-PAY-AMOUNT ROUNDED =
                       WS-PAY-ORIG-AMOUNT * CR-RATE
           END-READ

           CLOSE CURRENCY-RATE-FILE

           IF WS-REJECT-REASON = SPACES AND WS-PAY-AMOUNT <= 0
               MOVE "BADAMT" TO WS-REJECT-REASON
           END-IF.

       MATCH-PAYMENT-CUSTOMER.
           *> Primary match on the remittance customer number; when
               INTO TF-DESCRIPTION
           MOVE "OPEN" TO TF-STATUS
           COMPUTE TF-OPEN-AMOUNT = 0 - WS-PAY-AMOUNT
           MOVE WS-PAY-CURRENCY TO TF-CURRENCY
           COMPUTE TF-ORIG-AMOUNT = 0 - WS-PAY-ORIG-AMOUNT
           MOVE WS-RUN-ID TO TF-RUN-ID
           MOVE SPACES TO TF-TAX-CODE
           MOVE 0 TO TF-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY

           PERFORM APPLY-PAYMENT-TO-CHARGES.

       POST-ONE-RECOVERY.
           *> Same REINSTATE/RECOVERY pair the online POST_TRANSACTION
           *> writes for a written-off account: the debt comes back
           *> and is settled in one step, so CF-BALANCE is untouched
           *> and nothing re-enters aging
           MOVE WS-NEXT-TRANSACTION-ID TO TF-TRANSACTION-ID
           MOVE WS-PAY-CUSTOMER-ID TO TF-CUSTOMER-ID
           MOVE WS-FORMATTED-DATE TO TF-DATE
           MOVE WS-PAY-AMOUNT TO TF-AMOUNT
           MOVE "REINSTATE" TO TF-TYPE
           MOVE "Written-off debt reinstated on recovery"
               TO TF-DESCRIPTION
           MOVE "APPLIED" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT
           MOVE WS-PAY-CURRENCY TO TF-CURRENCY
           MOVE WS-PAY-ORIG-AMOUNT TO TF-ORIG-AMOUNT
           MOVE WS-RUN-ID TO TF-RUN-ID
           MOVE SPACES TO TF-TAX-CODE
           MOVE 0 TO TF-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE "WRITEFAIL" TO WS-REJECT-REASON
                   PERFORM WRITE-SUSPENSE-ROW
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-NEXT-TRANSACTION-ID
           MOVE WS-NEXT-TRANSACTION-ID TO TF-TRANSACTION-ID
           COMPUTE TF-AMOUNT = 0 - WS-PAY-AMOUNT
           MOVE "RECOVERY" TO TF-TYPE
           MOVE SPACES TO TF-DESCRIPTION
           STRING "Lockbox recovery " DELIMITED BY SIZE
                  WS-BANK-FILE-DATE DELIMITED BY SIZE
                  " ref " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAY-REFERENCE) DELIMITED BY SIZE
               INTO TF-DESCRIPTION
           COMPUTE TF-ORIG-AMOUNT = 0 - WS-PAY-ORIG-AMOUNT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   *> Take the REINSTATE half back out so the pair
                   *> stays all-or-nothing
                   SUBTRACT 1 FROM WS-NEXT-TRANSACTION-ID
                   PERFORM BACK-OUT-POSTED-PAYMENT
                   MOVE "WRITEFAIL" TO WS-REJECT-REASON
                   PERFORM WRITE-SUSPENSE-ROW
                   EXIT PARAGRAPH
           END-WRITE

           MOVE "RECOVERY" TO WS-AUDIT-OPERATION
           MOVE WS-NEXT-TRANSACTION-ID TO WS-AUDIT-KEY
           MOVE "STATUS=WRITTENOFF" TO WS-AUDIT-BEFORE
           COMPUTE WS-FMT-AMOUNT = 0 - WS-PAY-AMOUNT
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "AMT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  ",RUN=" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           ADD 1 TO WS-NEXT-TRANSACTION-ID
           ADD 1 TO WS-RECOVERY-COUNT
           ADD WS-PAY-AMOUNT TO WS-RECOVERY-AMOUNT.

       BACK-OUT-POSTED-PAYMENT.
           MOVE WS-NEXT-TRANSACTION-ID TO TF-TRANSACTION-ID
           DELETE TRANSACTION-FILE
           *> online POST_TRANSACTION performs, so the aging and
           *> dunning runs see these payments immediately
           MOVE WS-PAY-AMOUNT TO WS-APPLY-REMAINING
           MOVE 0 TO WS-DISC-TOTAL
           MOVE 0 TO WS-FX-TOTAL
           MOVE WS-PAY-AMOUNT TO WS-FX-PAY-BASE
           MOVE WS-PAY-ORIG-AMOUNT TO WS-FX-PAY-FOREIGN

           PERFORM COLLECT-OPEN-CHARGES
           PERFORM SORT-OPEN-CHARGES-BY-DATE
               PERFORM APPLY-TO-ONE-CHARGE
           END-PERFORM

           IF WS-DISC-TOTAL > 0
               PERFORM APPLY-DISCOUNTS-TO-BALANCE
           END-IF

           IF WS-FX-TOTAL NOT = 0
               PERFORM APPLY-REALISED-FX-TO-BALANCE
           END-IF

           MOVE WS-PAYMENT-TRANS-ID TO TF-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
               EXIT PARAGRAPH
           END-IF

           *> Inside the discount window the discount settles the
           *> part of the charge the customer was entitled to keep
           PERFORM CHECK-EARLY-PAYMENT-DISCOUNT
           SUBTRACT WS-DISC-THIS FROM TF-OPEN-AMOUNT

           *> A payment in the charge's own foreign currency settles
           *> it in that currency, as the online posting does; the
           *> two sides were booked at different rates, so the base
           *> amount the payment gives up and the base amount the
           *> charge clears can differ
           MOVE 0 TO WS-FX-DIFF
           IF WS-PAY-CURRENCY NOT = WS-BASE-CURRENCY
               AND TF-CURRENCY = WS-PAY-CURRENCY
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
           *> The same FX-GAIN / FX-LOSS detail and FXREALISE audit row
           *> the online posting writes, fully applied, and stamped
           *> with the run id so a run back-out takes it out with the
           *> payment that realised it
           MOVE TF-TRANSACTION-ID TO WS-FX-CHARGE-ID

           MOVE WS-NEXT-TRANSACTION-ID TO TF-TRANSACTION-ID
           MOVE WS-PAY-CUSTOMER-ID TO TF-CUSTOMER-ID
           MOVE WS-FORMATTED-DATE TO TF-DATE
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
                  WS-PAY-CURRENCY DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO TF-DESCRIPTION
           MOVE "APPLIED" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT
           MOVE WS-BASE-CURRENCY TO TF-CURRENCY
           MOVE WS-FX-DIFF TO TF-ORIG-AMOUNT
           MOVE WS-RUN-ID TO TF-RUN-ID
           MOVE SPACES TO TF-TAX-CODE
           MOVE 0 TO TF-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE WS-FX-CHARGE-ID TO TF-TRANSACTION-ID
                   READ TRANSACTION-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   EXIT PARAGRAPH
           END-WRITE

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

           ADD 1 TO WS-NEXT-TRANSACTION-ID
           ADD WS-FX-DIFF TO WS-FX-TOTAL
           ADD 1 TO WS-FX-COUNT
           ADD WS-FX-DIFF TO WS-FX-AMOUNT

           *> Put the charge back in the record area for the caller
           MOVE WS-FX-CHARGE-ID TO TF-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       CHECK-EARLY-PAYMENT-DISCOUNT.
           *> Same rule as the online posting: the discount is earned
           *> only when the payment, booked on or before the discount
           *> date, clears what is left of the charge after it
           MOVE 0 TO WS-DISC-THIS
           IF TF-DISC-DATE = SPACES
               OR TF-DISC-PCT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF TF-DISC-PCT = 0
               OR WS-FORMATTED-DATE > TF-DISC-DATE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DISC-THIS ROUNDED = TF-AMOUNT * TF-DISC-PCT / 100
           IF WS-DISC-THIS >= TF-OPEN-AMOUNT
               OR TF-OPEN-AMOUNT - WS-DISC-THIS > WS-APPLY-REMAINING
               MOVE 0 TO WS-DISC-THIS
           END-IF.

       POST-EARLY-PAYMENT-DISCOUNT.
           *> The DISCOUNT credit carries the run id so a run back-out
           *> takes it out with the payment that earned it
           MOVE TF-TRANSACTION-ID TO WS-DISC-CHARGE-ID

           MOVE WS-NEXT-TRANSACTION-ID TO TF-TRANSACTION-ID
           MOVE WS-PAY-CUSTOMER-ID TO TF-CUSTOMER-ID
           MOVE WS-FORMATTED-DATE TO TF-DATE
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
           MOVE WS-RUN-ID TO TF-RUN-ID
           MOVE SPACES TO TF-TAX-CODE
           MOVE 0 TO TF-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   *> Give the charge the discounted part back as
                   *> still open rather than lose it
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

           *> Logged as an APPLY of the DISCOUNT credit against the
           *> charge, so reversing the discount re-opens the charge by
           *> the same amount the way a reversed payment does
           MOVE "APPLY" TO WS-AUDIT-OPERATION
           MOVE WS-DISC-CHARGE-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "PAY=" DELIMITED BY SIZE
                  WS-NEXT-TRANSACTION-ID DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE WS-DISC-THIS TO WS-FMT-AMOUNT
           STRING "AMT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  ",STATUS=PAID" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           ADD 1 TO WS-NEXT-TRANSACTION-ID
           ADD WS-DISC-THIS TO WS-DISC-TOTAL
           ADD 1 TO WS-DISCOUNT-COUNT
           ADD WS-DISC-THIS TO WS-DISCOUNT-AMOUNT.

       APPLY-DISCOUNTS-TO-BALANCE.
           *> The payment has already moved the balance; the discounts
           *> take it down by what the customer did not have to pay
           MOVE WS-PAY-CUSTOMER-ID TO CF-CUSTOMER-ID
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
           *> A gain leaves the customer owing more in base terms, a
           *> loss owing less
           MOVE WS-PAY-CUSTOMER-ID TO CF-CUSTOMER-ID
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

       LOG-AUDIT-ENTRY.
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-RECOVERY-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-RECOVERY-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Recoveries on written-off accounts: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-FX-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-FX-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Realised exchange differences: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE SUSPENSE-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-SUSPENSE-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-SUSPENSE-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-RUN-ID TO RR-RUN-ID
           MOVE "PAYMENT-IMPORT" TO RR-PROGRAM
           MOVE WS-FORMATTED-DATE TO RR-RUN-DATE
           *> A recovery writes two details that net to zero; each
           *> early-payment discount and realised exchange difference
           *> is a detail of its own
           COMPUTE RR-TRAN-COUNT =
               WS-POSTED-COUNT + (WS-RECOVERY-COUNT * 2)
               + WS-DISCOUNT-COUNT + WS-FX-COUNT
           COMPUTE RR-NET-AMOUNT =
               0 - WS-POSTED-AMOUNT - WS-DISCOUNT-AMOUNT
               + WS-FX-AMOUNT
           MOVE "POSTED" TO RR-STATUS
           WRITE RUN-REGISTER-RECORD
               INVALID KEY
           CLOSE RUN-REGISTER-FILE.

       CLEANUP-AND-EXIT.
           IF WS-POSTED-COUNT > 0 OR WS-RECOVERY-COUNT > 0
               PERFORM RECORD-RUN-REGISTER
           END-IF
           CLOSE CUSTOMER-FILE
           DISPLAY "Payment import complete: "
               WS-READ-COUNT " read, "
               WS-POSTED-COUNT " posted, "
               WS-RECOVERY-COUNT " recoveries, "
               WS-DISCOUNT-COUNT " discounts, "
               WS-FX-COUNT " exchange differences, "
               WS-SUSPENSE-COUNT " to suspense, run " WS-RUN-ID.
