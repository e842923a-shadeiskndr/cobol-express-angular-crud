       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMISE-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE ASSIGN TO EXTERNAL DD_PROMISE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           ALTERNATE RECORD KEY IS PM-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS PROMISE-FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-TRANSACTION-ID
           ALTERNATE RECORD KEY IS TR-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT NOTES-FILE ASSIGN TO EXTERNAL DD_CUSTOMER_NOTES_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NF-NOTE-ID
           ALTERNATE RECORD KEY IS NF-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS NOTES-FILE-STATUS.

           SELECT TODO-FILE ASSIGN TO EXTERNAL DD_TODO_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TODO-ID
           FILE STATUS IS TODO-FILE-STATUS.

           SELECT USER-FILE ASSIGN TO EXTERNAL DD_USER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UF-USER-ID
           ALTERNATE RECORD KEY IS UF-EMAIL WITH DUPLICATES
           FILE STATUS IS USER-FILE-STATUS.

           SELECT SEQUENCE-FILE ASSIGN TO EXTERNAL DD_SEQUENCE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SF-KEY
           FILE STATUS IS SEQUENCE-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE
           ASSIGN TO EXTERNAL DD_PROMISE_CHECK_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT REPORT-CATALOG-FILE
           ASSIGN TO EXTERNAL DD_REPORT_CATALOG_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-RUN-ID
           FILE STATUS IS CATALOG-FILE-STATUS.

           SELECT REPORT-STORE-FILE
           ASSIGN TO EXTERNAL DD_REPORT_STORE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS STORE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TR-TRANSACTION-ID      PIC 9(10).
          05 TR-CUSTOMER-ID         PIC 9(5).
          05 TR-DATE                PIC X(10).
          05 TR-AMOUNT              PIC S9(7)V99.
          05 TR-TYPE                PIC X(10).
          05 TR-DESCRIPTION         PIC X(100).
          05 TR-STATUS              PIC X(10).
          05 TR-OPEN-AMOUNT         PIC S9(7)V99.
          05 TR-CURRENCY            PIC X(3).
          05 TR-ORIG-AMOUNT         PIC S9(7)V99.
          05 TR-RUN-ID              PIC X(12).
          05 TR-TAX-CODE            PIC X(4).
          05 TR-TAX-AMOUNT          PIC S9(7)V99.
          05 TR-DUE-DATE            PIC X(10).
          05 TR-DISC-DATE           PIC X(10).
          05 TR-DISC-PCT            PIC 9(2)V99.

       FD NOTES-FILE.
       01 NOTES-RECORD.
          05 NF-NOTE-ID             PIC 9(10).
          05 NF-CUSTOMER-ID         PIC 9(5).
          05 NF-NOTE-DATE           PIC X(10).
          05 NF-NOTE-USER           PIC X(50).
          05 NF-NOTE-TEXT           PIC X(100).

       FD TODO-FILE.
       01 TODO-RECORD.
          05 TF-TODO-ID             PIC 9(5).
          05 TF-USER-ID             PIC 9(5).
          05 TF-DESCRIPTION         PIC X(100).
          05 TF-DUE-DATE            PIC X(10).
          05 TF-ESTIMATED-TIME      PIC 9(4).
          05 TF-STATUS              PIC X(20).
          05 TF-CREATION-DATE       PIC X(10).
          05 TF-LAST-UPDATE         PIC X(10).
          05 TF-RECURRING           PIC X(3).
          05 TF-RECURRING-INTERVAL  PIC 9(3).
          05 TF-PROJECT-ID          PIC 9(5).

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

       FD SEQUENCE-FILE.
       01 SEQUENCE-RECORD.
          05 SF-KEY                 PIC 9(1).
          05 SF-NEXT-ID             PIC 9(5).

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD     PIC X(132).

       FD REPORT-CATALOG-FILE.
       01 REPORT-CATALOG-RECORD.
          05 RC-RUN-ID              PIC X(16).
          05 RC-REPORT-NAME         PIC X(20).
          05 RC-RUN-DATE            PIC X(10).
          05 RC-RUN-TIME            PIC X(8).
          05 RC-LINE-COUNT          PIC 9(7).
          05 RC-STATUS              PIC X(8).

       FD REPORT-STORE-FILE.
       01 REPORT-STORE-RECORD.
          05 RS-KEY.
             10 RS-RUN-ID           PIC X(16).
             10 RS-LINE-NO          PIC 9(5).
          05 RS-LINE                PIC X(200).

       WORKING-STORAGE SECTION.
       01 PROMISE-FILE-STATUS       PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 NOTES-FILE-STATUS         PIC XX VALUE SPACES.
       01 TODO-FILE-STATUS          PIC XX VALUE SPACES.
       01 USER-FILE-STATUS          PIC XX VALUE SPACES.
       01 SEQUENCE-FILE-STATUS      PIC XX VALUE SPACES.
       01 REGISTER-FILE-STATUS      PIC XX VALUE SPACES.
       01 CATALOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 STORE-FILE-STATUS         PIC XX VALUE SPACES.

       01 WS-REPORT-RUN-ID          PIC X(16) VALUE SPACES.
       01 WS-REG-DATE               PIC 9(8) VALUE 0.
       01 WS-REG-DATE-X REDEFINES WS-REG-DATE PIC X(8).
       01 WS-REG-TIME               PIC 9(8) VALUE 0.
       01 WS-REG-TIME-X REDEFINES WS-REG-TIME PIC X(8).
       01 WS-STORE-LINE-COUNT       PIC 9(7) VALUE 0.
       01 WS-REG-EOF-FLAG           PIC 9 VALUE 0.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-COLLECTOR-USER-ID      PIC 9(5) VALUE 0.
       01 WS-GRACE-DAYS             PIC 9(3) VALUE 0.
       01 WS-DUE-IN-DAYS            PIC 9(3) VALUE 7.

       01 WS-PROMISE-EOF-FLAG       PIC 9 VALUE 0.
       01 WS-TRANS-EOF-FLAG         PIC 9 VALUE 0.
       01 WS-TODO-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-USER-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-NOTE-EOF-FLAG          PIC 9 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).
       01 WS-TODAY-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-TODAY-INTEGER          PIC S9(9) COMP VALUE 0.
       01 WS-AGING-DATE-BUILD       PIC X(8).
       01 WS-AGING-DATE-NUM         PIC 9(8).

       01 WS-DUE-DATE-INTEGER       PIC S9(9) COMP VALUE 0.
       01 WS-DUE-DATE-NUM           PIC 9(8) VALUE 0.
       01 WS-DUE-DATE-NUM-X         PIC X(8).
       01 WS-DUE-DATE               PIC X(10) VALUE SPACES.

       01 WS-CUTOFF-INTEGER         PIC S9(9) COMP VALUE 0.
       01 WS-CUTOFF-NUM             PIC 9(8) VALUE 0.
       01 WS-CUTOFF-NUM-X           PIC X(8).
       01 WS-CUTOFF-DATE            PIC X(10) VALUE SPACES.

       01 WS-CURRENT-PROMISE-ID     PIC 9(10) VALUE 0.
       01 WS-CUMULATIVE-PROMISED    PIC S9(9)V99 VALUE 0.
       01 WS-PAID-TO-DATE           PIC S9(9)V99 VALUE 0.
       01 WS-INSTALMENT-PAID        PIC S9(9)V99 VALUE 0.
       01 WS-BROKEN-PROMISE-ID      PIC 9(10) VALUE 0.
       01 WS-RESULT                 PIC X(10) VALUE SPACES.

       01 WS-COLLECTION-DESC        PIC X(100) VALUE SPACES.
       01 WS-OPEN-TODO-FLAG         PIC 9 VALUE 0.
       01 WS-NEXT-TODO-ID           PIC 9(5) VALUE 0.
       01 WS-TODO-USER-ID           PIC 9(5) VALUE 0.
       01 WS-MAX-NOTE-ID            PIC 9(10) VALUE 0.
       01 WS-NEXT-NOTE-ID           PIC 9(10) VALUE 0.

       01 WS-CHECKED-COUNT          PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT             PIC 9(7) VALUE 0.
       01 WS-BROKEN-COUNT           PIC 9(7) VALUE 0.
       01 WS-WITHDRAWN-COUNT        PIC 9(7) VALUE 0.
       01 WS-TODO-COUNT             PIC 9(7) VALUE 0.

       01 WS-RPT-LINE               PIC X(132).
       01 WS-RPT-ID-TEXT            PIC X(10).
       01 WS-RPT-PROMISE-TEXT       PIC X(10).
       01 WS-RPT-AMOUNT             PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-2           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.
       01 WS-RPT-COUNT-TEXT-2       PIC ZZZZZZ9.
       01 WS-RPT-COUNT-TEXT-3       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM CHECK-ALL-PROMISES
           PERFORM WRITE-REGISTER-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> The collections user who picks up broken promises when
           *> the collector who took one is no longer on file, the
           *> days of grace after each due date and the days until
           *> the follow-up todo falls due arrive one per line
           ACCEPT WS-INPUT-TEXT
           MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-COLLECTOR-USER-ID
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-GRACE-DAYS
           END-IF
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-DUE-IN-DAYS
           END-IF

           IF WS-COLLECTOR-USER-ID = 0
               DISPLAY "No collections user id supplied"
               STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)

           COMPUTE WS-DUE-DATE-INTEGER =
               WS-TODAY-INTEGER + WS-DUE-IN-DAYS
           COMPUTE WS-DUE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INTEGER)
           MOVE WS-DUE-DATE-NUM TO WS-DUE-DATE-NUM-X
           MOVE WS-DUE-DATE-NUM-X(1:4) TO WS-DUE-DATE(1:4)
           MOVE "-" TO WS-DUE-DATE(5:1)
           MOVE WS-DUE-DATE-NUM-X(5:2) TO WS-DUE-DATE(6:2)
           MOVE "-" TO WS-DUE-DATE(8:1)
           MOVE WS-DUE-DATE-NUM-X(7:2) TO WS-DUE-DATE(9:2)

           OPEN INPUT USER-FILE
           IF USER-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open user file, status "
                   USER-FILE-STATUS
               STOP RUN
           END-IF

           MOVE WS-COLLECTOR-USER-ID TO UF-USER-ID
           READ USER-FILE
               INVALID KEY
                   DISPLAY "Collections user " WS-COLLECTOR-USER-ID
                       " does not exist"
                   CLOSE USER-FILE
                   STOP RUN
           END-READ

           OPEN I-O PROMISE-FILE
           IF PROMISE-FILE-STATUS = "35"
               DISPLAY "No promise file; nothing to check"
               CLOSE USER-FILE
               STOP RUN
           END-IF
           IF PROMISE-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open promise file, status "
                   PROMISE-FILE-STATUS
               CLOSE USER-FILE
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   TRANS-FILE-STATUS
               CLOSE USER-FILE
               CLOSE PROMISE-FILE
               STOP RUN
           END-IF

           OPEN I-O NOTES-FILE
           IF NOTES-FILE-STATUS = "35"
               CLOSE NOTES-FILE
               OPEN OUTPUT NOTES-FILE
               CLOSE NOTES-FILE
               OPEN I-O NOTES-FILE
           END-IF
           IF NOTES-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open notes file, status "
                   NOTES-FILE-STATUS
               CLOSE USER-FILE
               CLOSE PROMISE-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF

           OPEN I-O TODO-FILE
           IF TODO-FILE-STATUS = "35"
               CLOSE TODO-FILE
               OPEN OUTPUT TODO-FILE
               CLOSE TODO-FILE
               OPEN I-O TODO-FILE
           END-IF
           IF TODO-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open todo file, status "
                   TODO-FILE-STATUS
               CLOSE USER-FILE
               CLOSE PROMISE-FILE
               CLOSE TRANSACTION-FILE
               CLOSE NOTES-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT CHECK-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open promise check register, status "
                   REGISTER-FILE-STATUS
               CLOSE USER-FILE
               CLOSE PROMISE-FILE
               CLOSE TRANSACTION-FILE
               CLOSE NOTES-FILE
               CLOSE TODO-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Promise-To-Pay Check - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CHECK-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE "CustomerID,PromiseID,Instalment,DueDate,Promised,"
               & "Paid,Result,TakenBy"
               TO CHECK-REGISTER-RECORD
           WRITE CHECK-REGISTER-RECORD.

       CHECK-ALL-PROMISES.
           *> Read in promise/instalment key order so each promise's
           *> instalments arrive together and in schedule order: the
           *> running promised total is what a payment is measured
           *> against, and a break withdraws the rest of the schedule
           MOVE LOW-VALUES TO PM-KEY
           START PROMISE-FILE KEY >= PM-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-CURRENT-PROMISE-ID
           MOVE 0 TO WS-BROKEN-PROMISE-ID
           MOVE 0 TO WS-PROMISE-EOF-FLAG
           PERFORM UNTIL WS-PROMISE-EOF-FLAG = 1
               READ PROMISE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-PROMISE-EOF-FLAG
                   NOT AT END
                       IF PM-PROMISE-ID NOT = WS-CURRENT-PROMISE-ID
                           MOVE PM-PROMISE-ID TO WS-CURRENT-PROMISE-ID
                           MOVE 0 TO WS-CUMULATIVE-PROMISED
                       END-IF
                       ADD PM-AMOUNT TO WS-CUMULATIVE-PROMISED
                       PERFORM CHECK-ONE-INSTALMENT
               END-READ
           END-PERFORM.

       CHECK-ONE-INSTALMENT.
           IF PM-STATUS NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF

           *> The customer went back on an earlier instalment tonight,
           *> so the remaining schedule no longer stands
           IF PM-PROMISE-ID = WS-BROKEN-PROMISE-ID
               MOVE "CANCELLED" TO PM-STATUS
               MOVE WS-FORMATTED-DATE TO PM-CHECKED-DATE
               REWRITE PROMISE-RECORD
                   INVALID KEY
                       DISPLAY "Failed to withdraw promise "
                           PM-PROMISE-ID " instalment "
                           PM-INSTALMENT-NO
                   NOT INVALID KEY
                       ADD 1 TO WS-WITHDRAWN-COUNT
               END-REWRITE
               EXIT PARAGRAPH
           END-IF

           STRING PM-DUE-DATE(1:4) PM-DUE-DATE(6:2) PM-DUE-DATE(9:2)
               DELIMITED BY SIZE INTO WS-AGING-DATE-BUILD
           MOVE WS-AGING-DATE-BUILD TO WS-AGING-DATE-NUM
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AGING-DATE-NUM) +
               WS-GRACE-DAYS

           *> The customer has until the end of the due date (plus any
           *> grace) to pay, so only instalments past that are judged
           IF WS-CUTOFF-INTEGER >= WS-TODAY-INTEGER
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-NUM-X
           MOVE WS-CUTOFF-NUM-X(1:4) TO WS-CUTOFF-DATE(1:4)
           MOVE "-" TO WS-CUTOFF-DATE(5:1)
           MOVE WS-CUTOFF-NUM-X(5:2) TO WS-CUTOFF-DATE(6:2)
           MOVE "-" TO WS-CUTOFF-DATE(8:1)
           MOVE WS-CUTOFF-NUM-X(7:2) TO WS-CUTOFF-DATE(9:2)

           PERFORM SUM-PAYMENTS-SINCE-PROMISE

           *> Payments count toward the schedule in order, so this
           *> instalment's share is whatever was paid beyond the
           *> instalments before it, capped at its own amount
           COMPUTE WS-INSTALMENT-PAID = WS-PAID-TO-DATE -
               (WS-CUMULATIVE-PROMISED - PM-AMOUNT)
           IF WS-INSTALMENT-PAID < 0
               MOVE 0 TO WS-INSTALMENT-PAID
           END-IF
           IF WS-INSTALMENT-PAID > PM-AMOUNT
               MOVE PM-AMOUNT TO WS-INSTALMENT-PAID
           END-IF

           ADD 1 TO WS-CHECKED-COUNT
           MOVE WS-INSTALMENT-PAID TO PM-PAID-AMOUNT
           MOVE WS-FORMATTED-DATE TO PM-CHECKED-DATE
           IF WS-PAID-TO-DATE >= WS-CUMULATIVE-PROMISED
               MOVE "KEPT" TO PM-STATUS
           ELSE
               MOVE "BROKEN" TO PM-STATUS
           END-IF
           MOVE PM-STATUS TO WS-RESULT

           REWRITE PROMISE-RECORD
               INVALID KEY
                   DISPLAY "Failed to update promise " PM-PROMISE-ID
                       " instalment " PM-INSTALMENT-NO
                   EXIT PARAGRAPH
           END-REWRITE

           PERFORM WRITE-REGISTER-LINE

           IF WS-RESULT = "KEPT"
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               ADD 1 TO WS-BROKEN-COUNT
               MOVE PM-PROMISE-ID TO WS-BROKEN-PROMISE-ID
               PERFORM WRITE-BROKEN-PROMISE-NOTE
               PERFORM OPEN-BROKEN-PROMISE-TODO
           END-IF.

       SUM-PAYMENTS-SINCE-PROMISE.
           *> Cash received from the day the promise was taken up to
           *> the cutoff; reversed, rejected and still-pending
           *> payments never reached the account
           MOVE 0 TO WS-PAID-TO-DATE

           MOVE PM-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE LOW-VALUES TO TR-TRANSACTION-ID

           MOVE 0 TO WS-TRANS-EOF-FLAG
           START TRANSACTION-FILE KEY = TR-CUSTOMER-ID
               INVALID KEY
                   MOVE "00" TO TRANS-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       IF TR-CUSTOMER-ID NOT = PM-CUSTOMER-ID
                           MOVE 1 TO WS-TRANS-EOF-FLAG
                       ELSE
                           IF TR-TYPE = "PAYMENT"
                               AND TR-AMOUNT < 0
                               AND TR-STATUS NOT = "REVERSED"
                               AND TR-STATUS NOT = "REJECTED"
                               AND TR-STATUS NOT = "PENDAPPR"
                               AND TR-DATE >= PM-TAKEN-DATE
                               AND TR-DATE <= WS-CUTOFF-DATE
                               SUBTRACT TR-AMOUNT FROM WS-PAID-TO-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO TRANS-FILE-STATUS.

       WRITE-BROKEN-PROMISE-NOTE.
           PERFORM FIND-NEXT-NOTE-ID

           MOVE PM-AMOUNT TO WS-RPT-AMOUNT
           MOVE PM-PAID-AMOUNT TO WS-RPT-AMOUNT-2
           MOVE PM-PROMISE-ID TO WS-RPT-PROMISE-TEXT

           MOVE WS-NEXT-NOTE-ID TO NF-NOTE-ID
           MOVE PM-CUSTOMER-ID TO NF-CUSTOMER-ID
           MOVE WS-FORMATTED-DATE TO NF-NOTE-DATE
           MOVE "PROMISE-CHECK" TO NF-NOTE-USER
           MOVE SPACES TO NF-NOTE-TEXT
           STRING "Promise " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-PROMISE-TEXT LEADING)
                      DELIMITED BY SIZE
                  " broken: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  " due " DELIMITED BY SIZE
                  PM-DUE-DATE DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  " paid; taken by " DELIMITED BY SIZE
                  FUNCTION TRIM(PM-TAKEN-BY) DELIMITED BY SIZE
               INTO NF-NOTE-TEXT
           END-STRING

           WRITE NOTES-RECORD
               INVALID KEY
                   DISPLAY "Failed to write note for customer "
                       PM-CUSTOMER-ID " status " NOTES-FILE-STATUS
           END-WRITE.

       FIND-NEXT-NOTE-ID.
           *> Same scan-for-highest-key approach CUSTOMER-DATABASE's
           *> ADD_NOTE uses
           MOVE 0 TO WS-MAX-NOTE-ID
           MOVE LOW-VALUES TO NF-NOTE-ID
           START NOTES-FILE KEY >= NF-NOTE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-NOTE-EOF-FLAG
                   PERFORM UNTIL WS-NOTE-EOF-FLAG = 1
                       READ NOTES-FILE NEXT
                           AT END
                               MOVE 1 TO WS-NOTE-EOF-FLAG
                           NOT AT END
                               IF NF-NOTE-ID > WS-MAX-NOTE-ID
                                   MOVE NF-NOTE-ID TO WS-MAX-NOTE-ID
                               END-IF
                       END-READ
                   END-PERFORM
           END-START

           MOVE "00" TO NOTES-FILE-STATUS
           COMPUTE WS-NEXT-NOTE-ID = WS-MAX-NOTE-ID + 1.

       OPEN-BROKEN-PROMISE-TODO.
           *> Described deterministically per promise, so a rerun of
           *> the same night finds the open todo and adds no other
           MOVE PM-PROMISE-ID TO WS-RPT-PROMISE-TEXT
           MOVE SPACES TO WS-COLLECTION-DESC
           STRING "Call customer " DELIMITED BY SIZE
                  PM-CUSTOMER-ID DELIMITED BY SIZE
                  " re broken promise " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-PROMISE-TEXT LEADING)
                      DELIMITED BY SIZE
               INTO WS-COLLECTION-DESC

           PERFORM CHECK-OPEN-COLLECTION-TODO
           IF WS-OPEN-TODO-FLAG = 1
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-PROMISE-COLLECTOR
           PERFORM GENERATE-NEXT-TODO-ID
           IF WS-NEXT-TODO-ID = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-TODO-ID TO TF-TODO-ID
           MOVE WS-TODO-USER-ID TO TF-USER-ID
           MOVE WS-COLLECTION-DESC TO TF-DESCRIPTION
           MOVE WS-DUE-DATE TO TF-DUE-DATE
           MOVE 30 TO TF-ESTIMATED-TIME
           MOVE "PENDING" TO TF-STATUS
           MOVE WS-FORMATTED-DATE TO TF-CREATION-DATE
           MOVE WS-FORMATTED-DATE TO TF-LAST-UPDATE
           MOVE "NO" TO TF-RECURRING
           MOVE 0 TO TF-RECURRING-INTERVAL
           MOVE 0 TO TF-PROJECT-ID

           WRITE TODO-RECORD
               INVALID KEY
                   DISPLAY "Failed to create todo for customer "
                       PM-CUSTOMER-ID " status "
                       TODO-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-TODO-COUNT
           END-WRITE.

       FIND-PROMISE-COLLECTOR.
           *> The follow-up goes back to the collector who took the
           *> promise when that name is a user on file; otherwise the
           *> collections user supplied to the run picks it up
           MOVE WS-COLLECTOR-USER-ID TO WS-TODO-USER-ID

           MOVE LOW-VALUES TO UF-USER-ID
           START USER-FILE KEY >= UF-USER-ID
               INVALID KEY
                   MOVE "00" TO USER-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-USER-EOF-FLAG
           PERFORM UNTIL WS-USER-EOF-FLAG = 1
               READ USER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-USER-EOF-FLAG
                   NOT AT END
                       IF UF-USERNAME = PM-TAKEN-BY
                           MOVE UF-USER-ID TO WS-TODO-USER-ID
                           MOVE 1 TO WS-USER-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO USER-FILE-STATUS.

       CHECK-OPEN-COLLECTION-TODO.
           MOVE 0 TO WS-OPEN-TODO-FLAG

           MOVE LOW-VALUES TO TF-TODO-ID
           START TODO-FILE KEY >= TF-TODO-ID
               INVALID KEY
                   MOVE "00" TO TODO-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-TODO-EOF-FLAG
           PERFORM UNTIL WS-TODO-EOF-FLAG = 1
               READ TODO-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TODO-EOF-FLAG
                   NOT AT END
                       IF TF-DESCRIPTION = WS-COLLECTION-DESC
                           AND TF-STATUS NOT = "COMPLETED"
                           MOVE 1 TO WS-OPEN-TODO-FLAG
                           MOVE 1 TO WS-TODO-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO TODO-FILE-STATUS.

       GENERATE-NEXT-TODO-ID.
           *> Same single-record SEQUENCE-FILE assignment
           *> COMBINED-PROGRAM's online CREATE uses
           MOVE 0 TO WS-NEXT-TODO-ID
           MOVE 1 TO SF-KEY

           OPEN I-O SEQUENCE-FILE

           IF SEQUENCE-FILE-STATUS = "35"
               CLOSE SEQUENCE-FILE
               OPEN OUTPUT SEQUENCE-FILE
               IF SEQUENCE-FILE-STATUS NOT = "00"
                   DISPLAY "Failed to create sequence file, status "
                       SEQUENCE-FILE-STATUS
                   CLOSE SEQUENCE-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO SF-KEY
               MOVE 10001 TO SF-NEXT-ID
               WRITE SEQUENCE-RECORD
               CLOSE SEQUENCE-FILE
               OPEN I-O SEQUENCE-FILE
           END-IF

           IF SEQUENCE-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open sequence file, status "
                   SEQUENCE-FILE-STATUS
               CLOSE SEQUENCE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO SF-KEY
           READ SEQUENCE-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "Failed to read sequence record, status "
                       SEQUENCE-FILE-STATUS
               NOT INVALID KEY
                   MOVE SF-NEXT-ID TO WS-NEXT-TODO-ID
                   ADD 1 TO SF-NEXT-ID
                   REWRITE SEQUENCE-RECORD
                       INVALID KEY
                           DISPLAY "Failed to update sequence record"
                           MOVE 0 TO WS-NEXT-TODO-ID
                   END-REWRITE
           END-READ

           CLOSE SEQUENCE-FILE.

       WRITE-REGISTER-LINE.
           MOVE PM-CUSTOMER-ID TO WS-RPT-ID-TEXT
           MOVE PM-PROMISE-ID TO WS-RPT-PROMISE-TEXT
           MOVE PM-AMOUNT TO WS-RPT-AMOUNT
           MOVE PM-PAID-AMOUNT TO WS-RPT-AMOUNT-2

           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-PROMISE-TEXT LEADING)
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PM-INSTALMENT-NO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PM-DUE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RESULT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PM-TAKEN-BY) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CHECK-REGISTER-RECORD FROM WS-RPT-LINE.

       WRITE-REGISTER-TRAILER.
           MOVE WS-CHECKED-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-KEPT-COUNT TO WS-RPT-COUNT-TEXT-2
           MOVE WS-BROKEN-COUNT TO WS-RPT-COUNT-TEXT-3
           MOVE SPACES TO WS-RPT-LINE
           STRING "Instalments checked: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " kept: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT-2) DELIMITED BY SIZE
                  " broken: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT-3) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CHECK-REGISTER-RECORD FROM WS-RPT-LINE

           MOVE WS-WITHDRAWN-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-TODO-COUNT TO WS-RPT-COUNT-TEXT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "Later instalments withdrawn: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " collection todos opened: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT-2) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CHECK-REGISTER-RECORD FROM WS-RPT-LINE.

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> register lines into the repository under a unique run
           *> id, the same way DUNNING-NOTICES files its control list
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "PRCK" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
               DELIMITED BY SIZE INTO WS-REPORT-RUN-ID

           OPEN I-O REPORT-STORE-FILE
           IF STORE-FILE-STATUS = "35"
               CLOSE REPORT-STORE-FILE
               OPEN OUTPUT REPORT-STORE-FILE
               CLOSE REPORT-STORE-FILE
               OPEN I-O REPORT-STORE-FILE
           END-IF
           IF STORE-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open report store, status "
                   STORE-FILE-STATUS
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CHECK-REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               CLOSE CHECK-REGISTER-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE CHECK-REGISTER-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE CHECK-REGISTER-FILE
           CLOSE REPORT-STORE-FILE

           OPEN I-O REPORT-CATALOG-FILE
           IF CATALOG-FILE-STATUS = "35"
               CLOSE REPORT-CATALOG-FILE
               OPEN OUTPUT REPORT-CATALOG-FILE
               CLOSE REPORT-CATALOG-FILE
               OPEN I-O REPORT-CATALOG-FILE
           END-IF
           IF CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open report catalog, status "
                   CATALOG-FILE-STATUS
               CLOSE REPORT-CATALOG-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REPORT-RUN-ID TO RC-RUN-ID
           MOVE "PROMISE-CHECK" TO RC-REPORT-NAME
           MOVE SPACES TO RC-RUN-DATE
           STRING WS-REG-DATE-X(1:4) "-" WS-REG-DATE-X(5:2) "-"
                  WS-REG-DATE-X(7:2)
               DELIMITED BY SIZE INTO RC-RUN-DATE
           MOVE SPACES TO RC-RUN-TIME
           STRING WS-REG-TIME-X(1:2) ":" WS-REG-TIME-X(3:2) ":"
                  WS-REG-TIME-X(5:2)
               DELIMITED BY SIZE INTO RC-RUN-TIME
           MOVE WS-STORE-LINE-COUNT TO RC-LINE-COUNT
           MOVE "KEPT" TO RC-STATUS
           WRITE REPORT-CATALOG-RECORD
               INVALID KEY
                   DISPLAY "Failed to catalog report run "
                       WS-REPORT-RUN-ID
           END-WRITE

           CLOSE REPORT-CATALOG-FILE.

       CLEANUP-AND-EXIT.
           CLOSE PROMISE-FILE
           CLOSE TRANSACTION-FILE
           CLOSE NOTES-FILE
           CLOSE TODO-FILE
           CLOSE USER-FILE
           CLOSE CHECK-REGISTER-FILE
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Promise check complete: " WS-KEPT-COUNT
               " kept, " WS-BROKEN-COUNT " broken, "
               WS-TODO-COUNT " todos opened".
