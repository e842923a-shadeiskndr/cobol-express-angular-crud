           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
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
       01 WS-ORIG-TAX-CODE          PIC X(4) VALUE SPACES.
       01 WS-ORIG-TAX-AMOUNT        PIC S9(7)V99 VALUE 0.
       01 WS-ORIG-TRANS-ID          PIC 9(10) VALUE 0.
       01 WS-ORIG-TYPE              PIC X(10) VALUE SPACES.
       01 WS-RESTORE-STATUS         PIC X(10) VALUE SPACES.

       01 WS-REVERSED-COUNT         PIC 9(7) VALUE 0.
       01 WS-PRIOR-REVERSED         PIC 9(7) VALUE 0.
       01 WS-WITHDRAWN-COUNT        PIC 9(7) VALUE 0.
       01 WS-RUN-STALLED-FLAG       PIC 9 VALUE 0.
       01 WS-ERROR-COUNT            PIC 9(7) VALUE 0.
       01 WS-TOTAL-REVERSED         PIC S9(9)V99 VALUE 0.
             10 WS-UNAPPLY-AMOUNT    PIC S9(7)V99.
       01 WS-UNAPPLY-IDX            PIC 9(3) COMP VALUE 0.
       01 WS-UNAPPLY-MATCH          PIC X(14) VALUE SPACES.
       01 WS-UNAPPLY-OPERATION      PIC X(10) VALUE SPACES.
       01 WS-UNAPPLY-AMT-TEXT       PIC X(30) VALUE SPACES.
       01 WS-UNAPPLY-REST           PIC X(60) VALUE SPACES.
       01 WS-UNAPPLY-EOF-FLAG       PIC 9 VALUE 0.
           PERFORM UNTIL WS-TARGET-COUNT = 0
               OR WS-RUN-STALLED-FLAG = 1
               PERFORM VERIFY-NO-CLOSED-DAYS
               COMPUTE WS-PRIOR-REVERSED =
                   WS-REVERSED-COUNT + WS-WITHDRAWN-COUNT
               PERFORM REVERSE-RUN-TRANSACTIONS
               IF WS-REVERSED-COUNT + WS-WITHDRAWN-COUNT =
                   WS-PRIOR-REVERSED
                   MOVE 1 TO WS-RUN-STALLED-FLAG
               ELSE
                   PERFORM COLLECT-RUN-TRANSACTIONS

           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               CLOSE RUN-REGISTER-FILE
               STOP RUN
           END-IF
               DISPLAY "Run " WS-BACKOUT-RUN-ID
                   " was already backed out; nothing done"
               PERFORM ABANDON-RUN
           END-IF

           *> A returns run also notes each return on the customer,
           *> counts it towards suspending the standing order and may
           *> open a collections task; none of that can be unwound
           *> here, so such a run is corrected return by return
           IF RR-PROGRAM = "DEBIT-RETURNS"
               DISPLAY "Run " WS-BACKOUT-RUN-ID
                   " is a DEBIT-RETURNS run and cannot be backed out;"
                   " correct its returns individually"
               PERFORM ABANDON-RUN
           END-IF.

       ABANDON-RUN.
                   NOT AT END
                       IF TF-RUN-ID = WS-BACKOUT-RUN-ID
                           AND TF-STATUS NOT = "REVERSED"
                           AND TF-STATUS NOT = "REJECTED"
                           AND WS-TARGET-COUNT < 1000
                           ADD 1 TO WS-TARGET-COUNT
                           MOVE TF-TRANSACTION-ID TO
               EXIT PARAGRAPH
           END-IF

           *> A posting still held for approval never moved the
           *> balance; it is withdrawn rather than reversed
           IF TF-STATUS = "PENDAPPR"
               PERFORM WITHDRAW-PENDING-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE TF-TRANSACTION-ID TO WS-ORIG-TRANS-ID
           MOVE TF-TYPE TO WS-ORIG-TYPE
           MOVE TF-AMOUNT TO WS-ORIG-AMOUNT
           MOVE TF-CUSTOMER-ID TO WS-ORIG-CUSTOMER-ID
           MOVE TF-CURRENCY TO WS-ORIG-CURRENCY
           MOVE WS-REVERSAL-RUN-ID TO TF-RUN-ID
           MOVE WS-ORIG-TAX-CODE TO TF-TAX-CODE
           COMPUTE TF-TAX-AMOUNT = 0 - WS-ORIG-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
           *> re-enter aging, dunning or finance charges
           IF WS-ORIG-AMOUNT < 0
               PERFORM UNAPPLY-PAYMENT-CHARGES
           END-IF

           *> Likewise a reversed refund puts the credit it paid back
           *> onto the account again
           IF WS-ORIG-TYPE = "REFUND"
               PERFORM UNAPPLY-REFUND-CREDITS
           END-IF

           *> A reversed write-off re-opens its charges through the
           *> APPLY rows above; the account goes back to the status
           *> it had before WRITE-OFF closed it out
           IF WS-ORIG-TYPE = "WRITEOFF"
               PERFORM RESTORE-WRITTENOFF-STATUS
           END-IF.

       RESTORE-WRITTENOFF-STATUS.
           *> WRITE-OFF records the prior status in its WRITEOFF audit
           *> row as STATUS=<status>,BAL=...; ACTIVE if none is found
           MOVE "ACTIVE" TO WS-RESTORE-STATUS
           MOVE WS-ORIG-TRANS-ID TO WS-AUDIT-KEY

           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = "00"
               MOVE 0 TO WS-UNAPPLY-EOF-FLAG
               PERFORM UNTIL WS-UNAPPLY-EOF-FLAG = 1
                   READ AUDIT-FILE
                       AT END
                           MOVE 1 TO WS-UNAPPLY-EOF-FLAG
                       NOT AT END
                           IF AF-OPERATION = "WRITEOFF"
                               AND AF-RECORD-KEY = WS-AUDIT-KEY
                               AND AF-BEFORE-VALUE(1:7) = "STATUS="
                               MOVE SPACES TO WS-UNAPPLY-AMT-TEXT
                               UNSTRING AF-BEFORE-VALUE(8:53)
                                   DELIMITED BY ","
                                   INTO WS-UNAPPLY-AMT-TEXT
                               END-UNSTRING
                               IF WS-UNAPPLY-AMT-TEXT NOT = SPACES
                                   MOVE WS-UNAPPLY-AMT-TEXT TO
                                       WS-RESTORE-STATUS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE

           MOVE WS-ORIG-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF CF-CUSTOMER-STATUS NOT = "WRITTENOFF"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RESTORE-STATUS TO CF-CUSTOMER-STATUS
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Failed to restore status of customer "
                       WS-ORIG-CUSTOMER-ID
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "REINSTATE" TO WS-AUDIT-OPERATION
           MOVE WS-ORIG-CUSTOMER-ID TO WS-AUDIT-KEY
           MOVE "STATUS=WRITTENOFF" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "STATUS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESTORE-STATUS) DELIMITED BY SIZE
                  ",BACKOUT=" DELIMITED BY SIZE
                  WS-REVERSAL-RUN-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY.

       WITHDRAW-PENDING-TRANSACTION.
           MOVE TF-TRANSACTION-ID TO WS-ORIG-TRANS-ID
           MOVE "REJECTED" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT
           REWRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Failed to withdraw transaction "
                       WS-ORIG-TRANS-ID " status " TRANS-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-WITHDRAWN-COUNT

           MOVE "WITHDRAW" TO WS-AUDIT-OPERATION
           MOVE WS-ORIG-TRANS-ID TO WS-AUDIT-KEY
           MOVE "STATUS=PENDAPPR" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "STATUS=REJECTED,BACKOUT=" DELIMITED BY SIZE
                  WS-REVERSAL-RUN-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY.

       UNAPPLY-PAYMENT-CHARGES.
           *> The APPLY audit rows (PAY=<payment id> in the
           *> before-value) record which charges the payment settled
           *> and by how much; those amounts go back onto the open
           *> items
           MOVE SPACES TO WS-UNAPPLY-MATCH
           STRING "PAY=" DELIMITED BY SIZE
                  WS-ORIG-TRANS-ID DELIMITED BY SIZE
               INTO WS-UNAPPLY-MATCH
           MOVE "APPLY" TO WS-UNAPPLY-OPERATION
           PERFORM READ-APPLY-AUDIT

           PERFORM VARYING WS-UNAPPLY-IDX FROM 1 BY 1
               UNTIL WS-UNAPPLY-IDX > WS-UNAPPLY-COUNT
               PERFORM RESTORE-ONE-CHARGE
           END-PERFORM.

       UNAPPLY-REFUND-CREDITS.
           *> The REFAPPLY audit rows (REF=<refund id>) record which
           *> credit items the refund paid back and by how much
           MOVE SPACES TO WS-UNAPPLY-MATCH
           STRING "REF=" DELIMITED BY SIZE
                  WS-ORIG-TRANS-ID DELIMITED BY SIZE
               INTO WS-UNAPPLY-MATCH
           MOVE "REFAPPLY" TO WS-UNAPPLY-OPERATION
           PERFORM READ-APPLY-AUDIT

           PERFORM VARYING WS-UNAPPLY-IDX FROM 1 BY 1
               UNTIL WS-UNAPPLY-IDX > WS-UNAPPLY-COUNT
               PERFORM RESTORE-ONE-CREDIT
           END-PERFORM.

       READ-APPLY-AUDIT.
           *> Collected first because LOG-AUDIT-ENTRY re-opens the
           *> audit file to record each restore
           MOVE 0 TO WS-UNAPPLY-COUNT

           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
                   AT END
                       MOVE 1 TO WS-UNAPPLY-EOF-FLAG
                   NOT AT END
                       IF AF-OPERATION = WS-UNAPPLY-OPERATION
                           AND AF-BEFORE-VALUE(1:14) =
                               WS-UNAPPLY-MATCH
                           AND WS-UNAPPLY-COUNT < 200
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       COLLECT-ONE-UNAPPLY.
           *> The charge id sits in the audit record key; the applied
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

       RESTORE-ONE-CREDIT.
           MOVE WS-UNAPPLY-CHARGE-ID(WS-UNAPPLY-IDX) TO
               TF-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF TF-STATUS = "REVERSED"
               EXIT PARAGRAPH
           END-IF

           *> Credit items carry a negative open amount, never beyond
           *> the item's own amount
           SUBTRACT WS-UNAPPLY-AMOUNT(WS-UNAPPLY-IDX) FROM
               TF-OPEN-AMOUNT
           IF TF-OPEN-AMOUNT < TF-AMOUNT
               MOVE TF-AMOUNT TO TF-OPEN-AMOUNT
           END-IF
           MOVE "OPEN" TO TF-STATUS

           REWRITE TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "UNREFUND" TO WS-AUDIT-OPERATION
                   MOVE TF-TRANSACTION-ID TO WS-AUDIT-KEY
                   MOVE WS-UNAPPLY-MATCH TO WS-AUDIT-BEFORE
                   MOVE WS-UNAPPLY-AMOUNT(WS-UNAPPLY-IDX) TO
                       WS-FMT-AMOUNT
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "AMT=" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-AMOUNT)
                              DELIMITED BY SIZE
                          ",STATUS=" DELIMITED BY SIZE
                          FUNCTION TRIM(TF-STATUS) DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

       LOG-AUDIT-ENTRY.
           MOVE WS-FORMATTED-DATE TO AF-TIMESTAMP
           MOVE "RUN-BACKOUT" TO AF-PROGRAM
           CLOSE RUN-REGISTER-FILE
           DISPLAY "Run back-out of " WS-BACKOUT-RUN-ID " complete: "
               WS-REVERSED-COUNT " reversed, "
               WS-WITHDRAWN-COUNT " withdrawn, "
               WS-ERROR-COUNT " errors, back-out run "
               WS-REVERSAL-RUN-ID.
