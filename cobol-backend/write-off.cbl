       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-OFF.

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

           SELECT DAYCLOSE-FILE ASSIGN TO EXTERNAL DD_DAYCLOSE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-CLOSE-DATE
           FILE STATUS IS DAYCLOSE-FILE-STATUS.

           SELECT WRITEOFF-REGISTER-FILE
           ASSIGN TO EXTERNAL DD_WRITEOFF_REGISTER_FILE
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

       FD DAYCLOSE-FILE.
       01 DAYCLOSE-RECORD.
          05 DC-CLOSE-DATE          PIC X(10).
          05 DC-TRAN-COUNT          PIC 9(7).
          05 DC-NET-AMOUNT          PIC S9(9)V99.
          05 DC-CLOSED-FLAG         PIC X(1).

       FD WRITEOFF-REGISTER-FILE.
       01 WRITEOFF-REGISTER-RECORD  PIC X(200).

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

       WORKING-STORAGE SECTION.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 DISPUTE-FILE-STATUS       PIC XX VALUE SPACES.
       01 DAYCLOSE-FILE-STATUS      PIC XX VALUE SPACES.
       01 REGISTER-FILE-STATUS      PIC XX VALUE SPACES.
       01 RUN-REGISTER-STATUS       PIC XX VALUE SPACES.
       01 AUDIT-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-DISPUTE-PRESENT-FLAG   PIC 9 VALUE 0.

       01 WS-RUN-ID                 PIC X(12) VALUE SPACES.
       01 WS-CURRENT-TIME.
          05 WS-HOUR                PIC 9(2).
          05 WS-MINUTE              PIC 9(2).
          05 WS-SECOND              PIC 9(2).
          05 FILLER                 PIC X(4).
       01 WS-CLOSED-DAY-FLAG        PIC 9 VALUE 0.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-MIN-ITEM-DAYS          PIC 9(4) VALUE 180.
       01 WS-MAX-BALANCE            PIC 9(7)V99 VALUE 500.

       01 WS-CUST-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-TRANS-EOF-FLAG         PIC 9 VALUE 0.
       01 WS-DISPUTE-EOF-FLAG       PIC 9 VALUE 0.

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
       01 WS-SAVED-BALANCE          PIC S9(7)V99 VALUE 0.
       01 WS-PRIOR-STATUS           PIC X(10) VALUE SPACES.
       01 WS-OPEN-DISPUTE-FLAG      PIC 9 VALUE 0.
       01 WS-OLDEST-ITEM-DATE       PIC X(10) VALUE SPACES.
       01 WS-OPEN-CHARGE-TOTAL      PIC S9(7)V99 VALUE 0.
       01 WS-WRITEOFF-AMOUNT        PIC S9(7)V99 VALUE 0.
       01 WS-WRITEOFF-TRANS-ID      PIC 9(10) VALUE 0.

      *> Open charges of the customer in hand; buffered first so the
      *> rewrites that zero them never disturb the scan position
       01 WS-CHARGE-COUNT           PIC 9(3) VALUE 0.
       01 WS-CHARGE-TABLE.
          05 WS-CHARGE-ID           PIC 9(10) OCCURS 200 TIMES.
       01 WS-CHARGE-OVERFLOW-FLAG   PIC 9 VALUE 0.
       01 WS-CHARGE-IDX             PIC 9(3) COMP VALUE 0.
       01 WS-APPLY-THIS             PIC S9(7)V99 VALUE 0.

       01 WS-MAX-TRANSACTION-ID     PIC 9(10) VALUE 0.
       01 WS-NEXT-TRANSACTION-ID    PIC 9(10) VALUE 0.

       01 WS-WRITTEN-OFF-COUNT      PIC 9(7) VALUE 0.
       01 WS-TOTAL-WRITTEN-OFF      PIC S9(9)V99 VALUE 0.
       01 WS-DISPUTE-SKIP-COUNT     PIC 9(7) VALUE 0.
       01 WS-OVERFLOW-SKIP-COUNT    PIC 9(7) VALUE 0.

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
       01 WS-RPT-AGE-TEXT           PIC -ZZZZ9.
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM FIND-NEXT-TRANSACTION-ID
           PERFORM ASSESS-ALL-CUSTOMERS
           PERFORM WRITE-REGISTER-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> Two parameters, one per line: the age in days the
           *> oldest open charge must pass (blank keeps 180) and the
           *> largest balance that may be written off (blank keeps
           *> 500.00); anything bigger goes to legal, not to expense
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-MIN-ITEM-DAYS
           END-IF
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-MAX-BALANCE
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM

           *> Every WRITEOFF this run posts carries one run id so a
           *> bad run can be undone in a single pass by RUN-BACKOUT
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-RUN-ID
           STRING "WO" WS-CURRENT-DATE(3:6) WS-HOUR WS-MINUTE
               DELIMITED BY SIZE INTO WS-RUN-ID

           PERFORM CHECK-CLOSED-PERIOD
           IF WS-CLOSED-DAY-FLAG = 1
               DISPLAY "Business day " WS-FORMATTED-DATE
                   " is already closed; write-off run abandoned"
               STOP RUN
           END-IF

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

           OPEN OUTPUT WRITEOFF-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open write-off register, status "
                   REGISTER-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF

           *> No dispute file means nothing has ever been disputed
           MOVE 1 TO WS-DISPUTE-PRESENT-FLAG
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS NOT = "00"
               CLOSE DISPUTE-FILE
               MOVE 0 TO WS-DISPUTE-PRESENT-FLAG
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Bad Debt Write-Off Register - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
                  " run " DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-MIN-ITEM-DAYS TO WS-RPT-COUNT-TEXT
           MOVE WS-MAX-BALANCE TO WS-RPT-AMOUNT
           STRING "Oldest open item over " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " days; balance up to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE "CustomerID,Name,Balance,OldestItemDate,AgeDays,"
               & "WrittenOff,TransactionID"
               TO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD.

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

       ASSESS-ALL-CUSTOMERS.
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
                           AND CF-BALANCE > 0
                           AND CF-BALANCE <= WS-MAX-BALANCE
                           PERFORM ASSESS-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

       ASSESS-ONE-CUSTOMER.
           MOVE CF-CUSTOMER-ID TO WS-SAVED-CUSTOMER-ID
           MOVE CF-BALANCE TO WS-SAVED-BALANCE

           PERFORM COLLECT-OPEN-CHARGES
           IF WS-CHARGE-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           STRING WS-OLDEST-ITEM-DATE(1:4) WS-OLDEST-ITEM-DATE(6:2)
                  WS-OLDEST-ITEM-DATE(9:2)
               DELIMITED BY SIZE INTO WS-AGING-DATE-BUILD
           MOVE WS-AGING-DATE-BUILD TO WS-AGING-DATE-NUM
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-AGING-DATE-NUM)

           IF WS-AGE-DAYS <= WS-MIN-ITEM-DAYS
               EXIT PARAGRAPH
           END-IF

           *> An open dispute means the debt itself is contested;
           *> that is settled through the dispute, not written off
           PERFORM CHECK-OPEN-DISPUTE
           IF WS-OPEN-DISPUTE-FLAG = 1
               ADD 1 TO WS-DISPUTE-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           *> More open charges than the buffer holds would leave some
           *> still open under a WRITTENOFF account; leave it for a
           *> person to look at instead
           IF WS-CHARGE-OVERFLOW-FLAG = 1
               ADD 1 TO WS-OVERFLOW-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-WRITE-OFF.

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

       COLLECT-OPEN-CHARGES.
           *> Open charges are the same items the aging reports
           *> bucket: a positive open amount on live detail
           MOVE 0 TO WS-CHARGE-COUNT
           MOVE 0 TO WS-CHARGE-OVERFLOW-FLAG
           MOVE 0 TO WS-OPEN-CHARGE-TOTAL
           MOVE HIGH-VALUES TO WS-OLDEST-ITEM-DATE

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
                           IF TF-OPEN-AMOUNT > 0
                               AND TF-STATUS NOT = "REVERSED"
                               AND TF-STATUS NOT = "REJECTED"
                               AND TF-STATUS NOT = "PENDAPPR"
                               AND TF-STATUS NOT = "DISPUTED"
                               PERFORM BUFFER-ONE-CHARGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO TRANS-FILE-STATUS.

       BUFFER-ONE-CHARGE.
           IF WS-CHARGE-COUNT >= 200
               MOVE 1 TO WS-CHARGE-OVERFLOW-FLAG
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHARGE-COUNT
           MOVE TF-TRANSACTION-ID TO WS-CHARGE-ID(WS-CHARGE-COUNT)
           ADD TF-OPEN-AMOUNT TO WS-OPEN-CHARGE-TOTAL
           IF TF-DATE < WS-OLDEST-ITEM-DATE
               MOVE TF-DATE TO WS-OLDEST-ITEM-DATE
           END-IF.

       POST-WRITE-OFF.
           *> Same all-or-nothing posting FINANCE-CHARGE uses: write
           *> the WRITEOFF detail first and back it out again if the
           *> customer rewrite fails. The write-off clears exactly
           *> the open charges, so it is fully applied from the start
           MOVE WS-NEXT-TRANSACTION-ID TO WS-WRITEOFF-TRANS-ID
           COMPUTE WS-WRITEOFF-AMOUNT = 0 - WS-OPEN-CHARGE-TOTAL

           MOVE WS-WRITEOFF-TRANS-ID TO TF-TRANSACTION-ID
           MOVE WS-SAVED-CUSTOMER-ID TO TF-CUSTOMER-ID
           MOVE WS-FORMATTED-DATE TO TF-DATE
           MOVE WS-WRITEOFF-AMOUNT TO TF-AMOUNT
           MOVE "WRITEOFF" TO TF-TYPE
           MOVE "Bad debt written off" TO TF-DESCRIPTION
           MOVE "APPLIED" TO TF-STATUS
           MOVE 0 TO TF-OPEN-AMOUNT
           MOVE "USD" TO TF-CURRENCY
           MOVE WS-WRITEOFF-AMOUNT TO TF-ORIG-AMOUNT
           MOVE WS-RUN-ID TO TF-RUN-ID
           *> Bad debt relief on any VAT is claimed separately
           MOVE SPACES TO TF-TAX-CODE
           MOVE 0 TO TF-TAX-AMOUNT
           MOVE TF-DATE TO TF-DUE-DATE
           MOVE SPACES TO TF-DISC-DATE
           MOVE 0 TO TF-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Write-off failed for customer "
                       WS-SAVED-CUSTOMER-ID " status "
                       TRANS-FILE-STATUS
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-SAVED-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM BACK-OUT-WRITE-OFF
                   DISPLAY "Customer " WS-SAVED-CUSTOMER-ID
                       " vanished during write-off"
                   EXIT PARAGRAPH
           END-READ

           MOVE CF-CUSTOMER-STATUS TO WS-PRIOR-STATUS
           COMPUTE CF-BALANCE = CF-BALANCE + WS-WRITEOFF-AMOUNT
           MOVE "WRITTENOFF" TO CF-CUSTOMER-STATUS
           MOVE WS-FORMATTED-DATE TO CF-LAST-UPDATE

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   PERFORM BACK-OUT-WRITE-OFF
                   DISPLAY "Customer update failed for customer "
                       WS-SAVED-CUSTOMER-ID " status " FILE-STATUS
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-NEXT-TRANSACTION-ID
           ADD 1 TO WS-WRITTEN-OFF-COUNT
           SUBTRACT WS-WRITEOFF-AMOUNT FROM WS-TOTAL-WRITTEN-OFF

           *> The prior status rides in the audit row so RUN-BACKOUT
           *> can put the account back exactly as it was
           MOVE "WRITEOFF" TO WS-AUDIT-OPERATION
           MOVE WS-WRITEOFF-TRANS-ID TO WS-AUDIT-KEY
           MOVE WS-SAVED-BALANCE TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "STATUS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRIOR-STATUS) DELIMITED BY SIZE
                  ",BAL=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           MOVE CF-BALANCE TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "STATUS=WRITTENOFF,BAL=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  ",RUN=" DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           PERFORM VARYING WS-CHARGE-IDX FROM 1 BY 1
               UNTIL WS-CHARGE-IDX > WS-CHARGE-COUNT
               PERFORM CLEAR-ONE-CHARGE
           END-PERFORM

           PERFORM WRITE-REGISTER-LINE.

       BACK-OUT-WRITE-OFF.
           MOVE WS-WRITEOFF-TRANS-ID TO TF-TRANSACTION-ID
           DELETE TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       CLEAR-ONE-CHARGE.
           MOVE WS-CHARGE-ID(WS-CHARGE-IDX) TO TF-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE TF-OPEN-AMOUNT TO WS-APPLY-THIS
           MOVE 0 TO TF-OPEN-AMOUNT
           MOVE "WRITTENOFF" TO TF-STATUS

           REWRITE TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   *> Same APPLY row a payment writes, tagged with the
                   *> write-off id; it is what lets RUN-BACKOUT re-open
                   *> exactly these amounts if the run is undone
                   MOVE "APPLY" TO WS-AUDIT-OPERATION
                   MOVE TF-TRANSACTION-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING "PAY=" DELIMITED BY SIZE
                          WS-WRITEOFF-TRANS-ID DELIMITED BY SIZE
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

       WRITE-REGISTER-LINE.
           MOVE WS-SAVED-CUSTOMER-ID TO WS-RPT-ID-TEXT
           MOVE WS-WRITEOFF-TRANS-ID TO WS-RPT-TRANS-TEXT
           MOVE WS-SAVED-BALANCE TO WS-RPT-AMOUNT
           MOVE WS-OPEN-CHARGE-TOTAL TO WS-RPT-AMOUNT-2
           MOVE WS-AGE-DAYS TO WS-RPT-AGE-TEXT

           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CF-CUSTOMER-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-OLDEST-ITEM-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AGE-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-TRANS-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-RPT-LINE.

       WRITE-REGISTER-TRAILER.
           MOVE "Summary:" TO WRITEOFF-REGISTER-RECORD
           WRITE WRITEOFF-REGISTER-RECORD

           MOVE WS-WRITTEN-OFF-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-TOTAL-WRITTEN-OFF TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts written off: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE WS-DISPUTE-SKIP-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Skipped, open dispute: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE WS-OVERFLOW-SKIP-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Skipped, too many open items for one pass: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-RPT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE WS-FORMATTED-DATE TO AF-TIMESTAMP
           MOVE "WRITE-OFF" TO AF-PROGRAM
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
           MOVE "WRITE-OFF" TO RR-PROGRAM
           MOVE WS-FORMATTED-DATE TO RR-RUN-DATE
           MOVE WS-WRITTEN-OFF-COUNT TO RR-TRAN-COUNT
           COMPUTE RR-NET-AMOUNT = 0 - WS-TOTAL-WRITTEN-OFF
           MOVE "POSTED" TO RR-STATUS
           WRITE RUN-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Failed to register run " WS-RUN-ID
           END-WRITE

           CLOSE RUN-REGISTER-FILE.

       CLEANUP-AND-EXIT.
           IF WS-WRITTEN-OFF-COUNT > 0
               PERFORM RECORD-RUN-REGISTER
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE WRITEOFF-REGISTER-FILE
           IF WS-DISPUTE-PRESENT-FLAG = 1
               CLOSE DISPUTE-FILE
           END-IF
           DISPLAY "Write-off run complete: "
               WS-WRITTEN-OFF-COUNT " accounts written off, run "
               WS-RUN-ID.
