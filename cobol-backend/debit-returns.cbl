       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBIT-RETURNS.

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
           RECORD KEY IS TR-TRANSACTION-ID
           ALTERNATE RECORD KEY IS TR-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT STANDING-ORDER-FILE
           ASSIGN TO EXTERNAL DD_STANDING_ORDER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ORDER-ID
           ALTERNATE RECORD KEY IS SO-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS ORDER-FILE-STATUS.

           SELECT TRAN-TYPE-FILE ASSIGN TO EXTERNAL DD_TRAN_TYPE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TT-TYPE-CODE
           FILE STATUS IS TYPE-FILE-STATUS.

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

           SELECT DAYCLOSE-FILE ASSIGN TO EXTERNAL DD_DAYCLOSE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-CLOSE-DATE
           FILE STATUS IS DAYCLOSE-FILE-STATUS.

           SELECT RUN-REGISTER-FILE
           ASSIGN TO EXTERNAL DD_RUN_REGISTER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-RUN-ID
           FILE STATUS IS RUN-REGISTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO EXTERNAL DD_AUDIT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT DEBIT-RETURN-FILE
           ASSIGN TO EXTERNAL DD_DEBIT_RETURN_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETURN-FILE-STATUS.

           SELECT RETURN-REPORT-FILE
           ASSIGN TO EXTERNAL DD_DEBIT_RETURN_REPORT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

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

       FD TRAN-TYPE-FILE.
       01 TRAN-TYPE-RECORD.
          05 TT-TYPE-CODE           PIC X(10).
          05 TT-DESCRIPTION         PIC X(30).
          05 TT-NORMAL-SIGN         PIC X(1).
          05 TT-ACTIVE-FLAG         PIC X(1).
          05 TT-DEFAULT-AMOUNT      PIC 9(7)V99.

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

       FD DAYCLOSE-FILE.
       01 DAYCLOSE-RECORD.
          05 DC-CLOSE-DATE          PIC X(10).
          05 DC-TRAN-COUNT          PIC 9(7).
          05 DC-NET-AMOUNT          PIC S9(9)V99.
          05 DC-CLOSED-FLAG         PIC X(1).

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

       FD DEBIT-RETURN-FILE.
       01 DEBIT-RETURN-RECORD       PIC X(200).

       FD RETURN-REPORT-FILE.
       01 RETURN-REPORT-RECORD      PIC X(250).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 ORDER-FILE-STATUS         PIC XX VALUE SPACES.
       01 TYPE-FILE-STATUS          PIC XX VALUE SPACES.
       01 NOTES-FILE-STATUS         PIC XX VALUE SPACES.
       01 TODO-FILE-STATUS          PIC XX VALUE SPACES.
       01 USER-FILE-STATUS          PIC XX VALUE SPACES.
       01 SEQUENCE-FILE-STATUS      PIC XX VALUE SPACES.
       01 DAYCLOSE-FILE-STATUS      PIC XX VALUE SPACES.
       01 RUN-REGISTER-STATUS       PIC XX VALUE SPACES.
       01 AUDIT-FILE-STATUS         PIC XX VALUE SPACES.
       01 RETURN-FILE-STATUS        PIC XX VALUE SPACES.
       01 REPORT-FILE-STATUS        PIC XX VALUE SPACES.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-COLLECTOR-USER-ID      PIC 9(5) VALUE 0.
       01 WS-RETURN-LIMIT           PIC 9(2) VALUE 3.
       01 WS-DUE-IN-DAYS            PIC 9(3) VALUE 7.

       01 WS-RUN-ID                 PIC X(12) VALUE SPACES.
       01 WS-CURRENT-TIME.
          05 WS-HOUR                PIC 9(2).
          05 WS-MINUTE              PIC 9(2).
          05 WS-SECOND              PIC 9(2).
          05 FILLER                 PIC X(4).

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).
       01 WS-CLOSED-DAY-FLAG        PIC 9 VALUE 0.
       01 WS-TODAY-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-TODAY-INTEGER          PIC S9(9) COMP VALUE 0.
       01 WS-DUE-DATE-INTEGER       PIC S9(9) COMP VALUE 0.
       01 WS-DUE-DATE-NUM           PIC 9(8) VALUE 0.
       01 WS-DUE-DATE-NUM-X         PIC X(8).
       01 WS-DUE-DATE               PIC X(10) VALUE SPACES.

       01 WS-EOF-FLAG               PIC 9 VALUE 0.
       01 WS-NOTE-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-TODO-EOF-FLAG          PIC 9 VALUE 0.

       01 WS-CSV-LINE               PIC X(200).
       01 WS-CSV-LINE-LEN           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-SCAN-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-FIELD-IDX          PIC 9(2) COMP VALUE 0.
       01 WS-CSV-CHAR-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-FIELD-COUNT        PIC 9(2) COMP VALUE 0.
       01 WS-CSV-FIELDS.
          05 WS-CSV-FIELD OCCURS 6 TIMES PIC X(100).

       01 WS-HEADER-SEEN-FLAG       PIC 9 VALUE 0.
       01 WS-TRAILER-SEEN-FLAG      PIC 9 VALUE 0.
       01 WS-BANK-FILE-DATE         PIC X(10) VALUE SPACES.
       01 WS-TRAILER-COUNT          PIC 9(7) VALUE 0.
       01 WS-TRAILER-AMOUNT         PIC S9(9)V99 VALUE 0.
       01 WS-DETAIL-COUNT           PIC 9(7) VALUE 0.
       01 WS-DETAIL-AMOUNT          PIC S9(9)V99 VALUE 0.

       01 WS-NUM-TEXT               PIC X(100).
       01 WS-NUM-VALUE              PIC S9(7)V99 VALUE 0.
       01 WS-NUM-VALID-FLAG         PIC 9 VALUE 0.
       01 WS-NUM-SIGN-FLAG          PIC 9 VALUE 0.
       01 WS-NUM-POINT-COUNT        PIC 9(3) VALUE 0.
       01 WS-NUM-DIGIT-COUNT        PIC 9(3) VALUE 0.
       01 WS-NUM-CHAR-IDX           PIC 9(4) COMP VALUE 0.

      *> One returned collection as the bank reports it, and what
      *> its reference says about the instalment it collected
       01 WS-RET-MANDATE            PIC X(18) VALUE SPACES.
       01 WS-RET-REFERENCE          PIC X(30) VALUE SPACES.
       01 WS-RET-AMOUNT             PIC S9(7)V99 VALUE 0.
       01 WS-RET-REASON             PIC X(10) VALUE SPACES.
       01 WS-RET-ORDER-ID           PIC 9(5) VALUE 0.
       01 WS-RET-CYCLE              PIC X(7) VALUE SPACES.
       01 WS-RET-TRANS-ID           PIC 9(10) VALUE 0.
       01 WS-RET-CUSTOMER-ID        PIC 9(5) VALUE 0.
       01 WS-RETURN-TAG             PIC X(47) VALUE SPACES.
       01 WS-RESULT                 PIC X(10) VALUE SPACES.

       01 WS-INST-AMOUNT            PIC S9(7)V99 VALUE 0.
       01 WS-INST-OPEN              PIC S9(7)V99 VALUE 0.
       01 WS-REVERSE-AMOUNT         PIC S9(7)V99 VALUE 0.
       01 WS-REVERSAL-TRANS-ID      PIC 9(10) VALUE 0.
       01 WS-FEE-THIS               PIC S9(7)V99 VALUE 0.

       01 WS-FEE-TYPE               PIC X(10) VALUE "DDRETFEE".
       01 WS-FEE-AMOUNT             PIC S9(7)V99 VALUE 0.

       01 WS-PREV-YEAR              PIC 9(4) VALUE 0.
       01 WS-PREV-MONTH             PIC 9(2) VALUE 0.
       01 WS-PREV-CYCLE             PIC X(7) VALUE SPACES.
       01 WS-SUSPEND-DATE           PIC X(10) VALUE SPACES.
       01 WS-PRIOR-END-DATE         PIC X(10) VALUE SPACES.
       01 WS-SUSPENDED-FLAG         PIC 9 VALUE 0.
       01 WS-ORDER-RETURNS          PIC 9(2) VALUE 0.

       01 WS-COLLECTION-DESC        PIC X(100) VALUE SPACES.
       01 WS-OPEN-TODO-FLAG         PIC 9 VALUE 0.
       01 WS-NEXT-TODO-ID           PIC 9(5) VALUE 0.
       01 WS-MAX-NOTE-ID            PIC 9(10) VALUE 0.
       01 WS-NEXT-NOTE-ID           PIC 9(10) VALUE 0.

       01 WS-MAX-TRANSACTION-ID     PIC 9(10) VALUE 0.
       01 WS-NEXT-TRANSACTION-ID    PIC 9(10) VALUE 0.
       01 WS-AUDIT-OPERATION        PIC X(10).
       01 WS-AUDIT-KEY              PIC X(10).
       01 WS-AUDIT-BEFORE           PIC X(60).
       01 WS-AUDIT-AFTER            PIC X(60).
       01 WS-FMT-AMOUNT             PIC -ZZZZZZ9.99.

       01 WS-READ-COUNT             PIC 9(7) VALUE 0.
       01 WS-RETURNED-COUNT         PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT         PIC 9(7) VALUE 0.
       01 WS-REVERSAL-COUNT         PIC 9(7) VALUE 0.
       01 WS-REVERSAL-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-FEE-COUNT              PIC 9(7) VALUE 0.
       01 WS-FEE-TOTAL              PIC S9(9)V99 VALUE 0.
       01 WS-SUSPENDED-COUNT        PIC 9(7) VALUE 0.
       01 WS-TODO-COUNT             PIC 9(7) VALUE 0.

       01 WS-RPT-LINE               PIC X(250).
       01 WS-RPT-ID-TEXT            PIC X(10).
       01 WS-RPT-AMOUNT             PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-2           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.
       01 WS-RPT-COUNT-TEXT-2       PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM VERIFY-FILE-CONTROLS
           PERFORM FIND-NEXT-TRANSACTION-ID
           PERFORM PROCESS-RETURN-FILE
           PERFORM WRITE-REPORT-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> The collections user who picks up suspended mandates,
           *> the consecutive returns that suspend a standing order
           *> and the days until the follow-up todo falls due arrive
           *> one per line
           ACCEPT WS-INPUT-TEXT
           MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-COLLECTOR-USER-ID
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-RETURN-LIMIT
           END-IF
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-DUE-IN-DAYS
           END-IF

           IF WS-COLLECTOR-USER-ID = 0
               DISPLAY "No collections user id supplied"
               STOP RUN
           END-IF

           IF WS-RETURN-LIMIT = 0
               MOVE 3 TO WS-RETURN-LIMIT
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

           *> Every reversal and fee this run writes is stamped with
           *> one run id so the run's postings can be traced from the
           *> run register. RUN-BACKOUT refuses returns runs: the notes,
           *> return counts and suspensions a run leaves behind cannot
           *> be unwound with its postings, so a wrong return is
           *> corrected individually
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-RUN-ID
           STRING "DR" WS-CURRENT-DATE(3:6) WS-HOUR WS-MINUTE
               DELIMITED BY SIZE INTO WS-RUN-ID

           *> Reversals and fees post with today's date, the same
           *> guard PAYMENT-IMPORT applies
           PERFORM CHECK-CLOSED-PERIOD
           IF WS-CLOSED-DAY-FLAG = 1
               DISPLAY "Business day " WS-FORMATTED-DATE
                   " is already closed; returns run abandoned"
               STOP RUN
           END-IF

           PERFORM LOAD-RETURN-FEE

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
           CLOSE USER-FILE

           OPEN INPUT DEBIT-RETURN-FILE
           IF RETURN-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open returned-debit file, status "
                   RETURN-FILE-STATUS
               STOP RUN
           END-IF
           CLOSE DEBIT-RETURN-FILE

           OPEN OUTPUT RETURN-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open debit return report, status "
                   REPORT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               CLOSE RETURN-REPORT-FILE
               STOP RUN
           END-IF

           OPEN I-O TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   TRANS-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE RETURN-REPORT-FILE
               STOP RUN
           END-IF

           OPEN I-O STANDING-ORDER-FILE
           IF ORDER-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open standing order file, status "
                   ORDER-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE RETURN-REPORT-FILE
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
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE STANDING-ORDER-FILE
               CLOSE RETURN-REPORT-FILE
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
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE STANDING-ORDER-FILE
               CLOSE NOTES-FILE
               CLOSE RETURN-REPORT-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Returned Direct Debits - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RETURN-REPORT-RECORD FROM WS-RPT-LINE

           MOVE "Result,CustomerID,Reversed,Fee,Returns,ReturnLine"
               TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD.

       LOAD-RETURN-FEE.
           *> The returned-item fee is whatever default amount the
           *> type master carries for DDRETFEE; a missing, retired or
           *> zero-priced type simply means no fee is charged
           MOVE 0 TO WS-FEE-AMOUNT
           OPEN INPUT TRAN-TYPE-FILE
           IF TYPE-FILE-STATUS NOT = "00"
               DISPLAY "Transaction type master not available, status "
                   TYPE-FILE-STATUS
               CLOSE TRAN-TYPE-FILE
               STOP RUN
           END-IF

           MOVE WS-FEE-TYPE TO TT-TYPE-CODE
           READ TRAN-TYPE-FILE
               INVALID KEY
                   DISPLAY "Type " WS-FEE-TYPE
                       " is not on the type master; no fees charged"
               NOT INVALID KEY
                   IF TT-ACTIVE-FLAG = "Y"
                       MOVE TT-DEFAULT-AMOUNT TO WS-FEE-AMOUNT
                   ELSE
                       DISPLAY "Type " WS-FEE-TYPE
                           " is retired; no fees charged"
                   END-IF
           END-READ

           CLOSE TRAN-TYPE-FILE.

       CHECK-CLOSED-PERIOD.
           MOVE 0 TO WS-CLOSED-DAY-FLAG

           OPEN INPUT DAYCLOSE-FILE
           IF DAYCLOSE-FILE-STATUS NOT = "00"
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

       VERIFY-FILE-CONTROLS.
           *> First pass over the bank file: the header must be
           *> present and the trailer count and amount must balance to
           *> the detail rows before anything is posted, the same
           *> control PAYMENT-IMPORT applies to the lockbox file
           MOVE 0 TO WS-HEADER-SEEN-FLAG
           MOVE 0 TO WS-TRAILER-SEEN-FLAG
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DETAIL-AMOUNT

           OPEN INPUT DEBIT-RETURN-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ DEBIT-RETURN-FILE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DEBIT-RETURN-RECORD TO WS-CSV-LINE
                       PERFORM TALLY-CONTROL-LINE
               END-READ
           END-PERFORM
           CLOSE DEBIT-RETURN-FILE

           IF WS-HEADER-SEEN-FLAG = 0
               DISPLAY
                   "Return file has no HDR record; run abandoned"
               PERFORM ABANDON-RUN
           END-IF

           IF WS-TRAILER-SEEN-FLAG = 0
               DISPLAY
                   "Return file has no TRL record; run abandoned"
               PERFORM ABANDON-RUN
           END-IF

           IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
               OR WS-DETAIL-AMOUNT NOT = WS-TRAILER-AMOUNT
               DISPLAY "Return file controls do not balance: "
                   WS-DETAIL-COUNT " rows / trailer " WS-TRAILER-COUNT
               DISPLAY "  detail total " WS-DETAIL-AMOUNT
                   " / trailer total " WS-TRAILER-AMOUNT
               PERFORM ABANDON-RUN
           END-IF.

       ABANDON-RUN.
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE NOTES-FILE
           CLOSE TODO-FILE
           CLOSE RETURN-REPORT-FILE
           STOP RUN.

       TALLY-CONTROL-LINE.
           IF WS-CSV-LINE(1:4) = "HDR,"
               MOVE 1 TO WS-HEADER-SEEN-FLAG
               MOVE WS-CSV-LINE(5:10) TO WS-BANK-FILE-DATE
               EXIT PARAGRAPH
           END-IF

           IF WS-CSV-LINE(1:4) = "TRL,"
               MOVE 1 TO WS-TRAILER-SEEN-FLAG
               PERFORM PARSE-CSV-LINE
               MOVE WS-CSV-FIELD(2) TO WS-NUM-TEXT
               PERFORM VALIDATE-IMPORT-AMOUNT
               MOVE WS-NUM-VALUE TO WS-TRAILER-COUNT
               MOVE WS-CSV-FIELD(3) TO WS-NUM-TEXT
               PERFORM VALIDATE-IMPORT-AMOUNT
               MOVE WS-NUM-VALUE TO WS-TRAILER-AMOUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-CSV-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DETAIL-COUNT
           PERFORM PARSE-CSV-LINE
           MOVE WS-CSV-FIELD(3) TO WS-NUM-TEXT
           PERFORM VALIDATE-IMPORT-AMOUNT
           IF WS-NUM-VALID-FLAG = 1
               ADD WS-NUM-VALUE TO WS-DETAIL-AMOUNT
           END-IF.

       FIND-NEXT-TRANSACTION-ID.
           *> Same scan-for-highest-key approach the other batch
           *> posters use; scanned once, then the counter advances
           *> locally for each record written
           MOVE 0 TO WS-MAX-TRANSACTION-ID
           MOVE LOW-VALUES TO TR-TRANSACTION-ID
           START TRANSACTION-FILE KEY >= TR-TRANSACTION-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL TRANS-FILE-STATUS NOT = "00"
                       READ TRANSACTION-FILE NEXT
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF TR-TRANSACTION-ID >
                                  WS-MAX-TRANSACTION-ID
                                   MOVE TR-TRANSACTION-ID TO
                                       WS-MAX-TRANSACTION-ID
                               END-IF
                       END-READ
                   END-PERFORM
           END-START

           MOVE "00" TO TRANS-FILE-STATUS
           COMPUTE WS-NEXT-TRANSACTION-ID = WS-MAX-TRANSACTION-ID + 1.

       PROCESS-RETURN-FILE.
           OPEN INPUT DEBIT-RETURN-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ DEBIT-RETURN-FILE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DEBIT-RETURN-RECORD TO WS-CSV-LINE
                       IF WS-CSV-LINE(1:4) = "HDR,"
                           OR WS-CSV-LINE(1:4) = "TRL,"
                           OR WS-CSV-LINE = SPACES
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM PROCESS-RETURN-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEBIT-RETURN-FILE.

       PROCESS-RETURN-ROW.
           *> Detail row layout: MandateRef,Reference,Amount,ReasonCode
           *> - the reference is the one STANDING-ORDERS wrote on the
           *> collection: SO, order id, cycle YYYYMM, instalment id
           PERFORM PARSE-CSV-LINE
           MOVE SPACES TO WS-RESULT
           MOVE 0 TO WS-RET-CUSTOMER-ID
           MOVE 0 TO WS-REVERSE-AMOUNT
           MOVE 0 TO WS-FEE-THIS
           MOVE 0 TO WS-ORDER-RETURNS
           MOVE 0 TO WS-SUSPENDED-FLAG
           MOVE FUNCTION TRIM(WS-CSV-FIELD(1)) TO WS-RET-MANDATE
           MOVE FUNCTION TRIM(WS-CSV-FIELD(2)) TO WS-RET-REFERENCE
           MOVE FUNCTION TRIM(WS-CSV-FIELD(4)) TO WS-RET-REASON

           MOVE WS-CSV-FIELD(3) TO WS-NUM-TEXT
           PERFORM VALIDATE-IMPORT-AMOUNT
           IF WS-NUM-VALID-FLAG = 0 OR WS-NUM-VALUE <= 0
               MOVE "BADAMT" TO WS-RESULT
               PERFORM WRITE-RETURN-REPORT-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VALUE TO WS-RET-AMOUNT

           PERFORM MATCH-RETURNED-INSTALMENT
           IF WS-RESULT NOT = SPACES
               PERFORM WRITE-RETURN-REPORT-ROW
               EXIT PARAGRAPH
           END-IF

           *> The customer note is the record that a return was
           *> processed, so a resubmitted bank file posts nothing twice
           PERFORM CHECK-RETURN-ALREADY-NOTED
           IF WS-RESULT NOT = SPACES
               PERFORM WRITE-RETURN-REPORT-ROW
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-RETURN-REVERSAL
           IF WS-RESULT NOT = SPACES
               PERFORM WRITE-RETURN-REPORT-ROW
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-RETURNED-ITEM-FEE
           PERFORM COUNT-CONSECUTIVE-RETURN
           PERFORM WRITE-RETURN-NOTE
           IF WS-SUSPENDED-FLAG = 1
               PERFORM OPEN-SUSPENDED-ORDER-TODO
               MOVE "SUSPENDED" TO WS-RESULT
           ELSE
               MOVE "RETURNED" TO WS-RESULT
           END-IF

           ADD 1 TO WS-RETURNED-COUNT
           PERFORM WRITE-RETURN-REPORT-ROW.

       MATCH-RETURNED-INSTALMENT.
           IF WS-RET-REFERENCE(1:2) NOT = "SO"
               OR WS-RET-REFERENCE(3:5) IS NOT NUMERIC
               OR WS-RET-REFERENCE(8:6) IS NOT NUMERIC
               OR WS-RET-REFERENCE(14:10) IS NOT NUMERIC
               OR WS-RET-REFERENCE(24:7) NOT = SPACES
               MOVE "BADREF" TO WS-RESULT
               EXIT PARAGRAPH
           END-IF

           IF WS-RET-REFERENCE(12:2) < "01"
               OR WS-RET-REFERENCE(12:2) > "12"
               MOVE "BADREF" TO WS-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RET-REFERENCE(3:5) TO WS-RET-ORDER-ID
           MOVE WS-RET-REFERENCE(14:10) TO WS-RET-TRANS-ID
           MOVE SPACES TO WS-RET-CYCLE
           STRING WS-RET-REFERENCE(8:4) "-" WS-RET-REFERENCE(12:2)
               DELIMITED BY SIZE INTO WS-RET-CYCLE

           *> The instalment must be one STANDING-ORDERS generated and
           *> the bank must be returning the amount it was asked for
           MOVE WS-RET-TRANS-ID TO TR-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   MOVE "NOTFOUND" TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ

           IF TR-RUN-ID(1:2) NOT = "SO"
               MOVE "NOTSO" TO WS-RESULT
               EXIT PARAGRAPH
           END-IF

           IF TR-STATUS = "REVERSED"
               MOVE "REVERSED" TO WS-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE TR-CUSTOMER-ID TO WS-RET-CUSTOMER-ID
           IF TR-AMOUNT NOT = WS-RET-AMOUNT
               MOVE "AMTDIFF" TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE TR-AMOUNT TO WS-INST-AMOUNT
           MOVE TR-OPEN-AMOUNT TO WS-INST-OPEN

           MOVE WS-RET-ORDER-ID TO SO-ORDER-ID
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE "NOORDER" TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ

           IF SO-CUSTOMER-ID NOT = WS-RET-CUSTOMER-ID
               OR SO-MANDATE-REF NOT = WS-RET-MANDATE
               MOVE "MANDATE" TO WS-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RET-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "NOCUST" TO WS-RESULT
           END-READ.

       CHECK-RETURN-ALREADY-NOTED.
           MOVE SPACES TO WS-RETURN-TAG
           STRING "Direct debit returned on transaction "
                      DELIMITED BY SIZE
                  WS-RET-TRANS-ID DELIMITED BY SIZE
               INTO WS-RETURN-TAG

           MOVE WS-RET-CUSTOMER-ID TO NF-CUSTOMER-ID
           START NOTES-FILE KEY = NF-CUSTOMER-ID
               INVALID KEY
                   MOVE "00" TO NOTES-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-NOTE-EOF-FLAG
           PERFORM UNTIL WS-NOTE-EOF-FLAG = 1
               READ NOTES-FILE NEXT
                   AT END
                       MOVE 1 TO WS-NOTE-EOF-FLAG
                   NOT AT END
                       IF NF-CUSTOMER-ID NOT = WS-RET-CUSTOMER-ID
                           MOVE 1 TO WS-NOTE-EOF-FLAG
                       ELSE
                           IF NF-NOTE-TEXT(1:47) = WS-RETURN-TAG
                               MOVE "DONE" TO WS-RESULT
                               MOVE 1 TO WS-NOTE-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO NOTES-FILE-STATUS.

       POST-RETURN-REVERSAL.
           *> Only what the collection actually settled is reversed:
           *> the part of the instalment no longer open, capped at the
           *> returned amount. An instalment nothing was applied to
           *> has no cash to take back and stays open as it is
           COMPUTE WS-REVERSE-AMOUNT = WS-INST-AMOUNT - WS-INST-OPEN
           IF WS-REVERSE-AMOUNT > WS-RET-AMOUNT
               MOVE WS-RET-AMOUNT TO WS-REVERSE-AMOUNT
           END-IF
           IF WS-REVERSE-AMOUNT <= 0
               MOVE 0 TO WS-REVERSE-AMOUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-TRANSACTION-ID TO TR-TRANSACTION-ID
           MOVE WS-RET-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE WS-FORMATTED-DATE TO TR-DATE
           MOVE WS-REVERSE-AMOUNT TO TR-AMOUNT
           MOVE "REVERSAL" TO TR-TYPE
           MOVE SPACES TO TR-DESCRIPTION
           STRING WS-RETURN-TAG DELIMITED BY SIZE
                  " reason " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RET-REASON) DELIMITED BY SIZE
               INTO TR-DESCRIPTION
           MOVE "REVERSED" TO TR-STATUS
           MOVE 0 TO TR-OPEN-AMOUNT
           MOVE "USD" TO TR-CURRENCY
           MOVE WS-REVERSE-AMOUNT TO TR-ORIG-AMOUNT
           MOVE WS-RUN-ID TO TR-RUN-ID
           MOVE SPACES TO TR-TAX-CODE
           MOVE 0 TO TR-TAX-AMOUNT
           MOVE TR-DATE TO TR-DUE-DATE
           MOVE SPACES TO TR-DISC-DATE
           MOVE 0 TO TR-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE "WRITEFAIL" TO WS-RESULT
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-RET-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM BACK-OUT-RETURN-REVERSAL
                   MOVE "NOCUST" TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ

           ADD WS-REVERSE-AMOUNT TO CF-BALANCE
           MOVE WS-FORMATTED-DATE TO CF-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   PERFORM BACK-OUT-RETURN-REVERSAL
                   MOVE "BALFAIL" TO WS-RESULT
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE WS-NEXT-TRANSACTION-ID TO WS-REVERSAL-TRANS-ID
           ADD 1 TO WS-NEXT-TRANSACTION-ID
           ADD 1 TO WS-REVERSAL-COUNT
           ADD WS-REVERSE-AMOUNT TO WS-REVERSAL-AMOUNT

           *> The instalment is owed again; a disputed one keeps its
           *> hold so the dispute record still governs it
           MOVE WS-RET-TRANS-ID TO TR-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   DISPLAY "Instalment " WS-RET-TRANS-ID
                       " disappeared; not reopened"
                   EXIT PARAGRAPH
           END-READ

           ADD WS-REVERSE-AMOUNT TO TR-OPEN-AMOUNT
           IF TR-STATUS NOT = "DISPUTED"
               IF TR-OPEN-AMOUNT = TR-AMOUNT
                   MOVE "OPEN" TO TR-STATUS
               ELSE
                   MOVE "PARTPAID" TO TR-STATUS
               END-IF
           END-IF

           REWRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Instalment " WS-RET-TRANS-ID
                       " could not be reopened, status "
                       TRANS-FILE-STATUS
                   EXIT PARAGRAPH
           END-REWRITE

           *> Logged against the instalment in the APPLY row's shape,
           *> naming the reversal that put the amount back
           MOVE "DDRETURN" TO WS-AUDIT-OPERATION
           MOVE WS-RET-TRANS-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "REV=" DELIMITED BY SIZE
                  WS-REVERSAL-TRANS-ID DELIMITED BY SIZE
                  ",MANDATE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RET-MANDATE) DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE WS-REVERSE-AMOUNT TO WS-FMT-AMOUNT
           STRING "AMT=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  ",STATUS=" DELIMITED BY SIZE
                  FUNCTION TRIM(TR-STATUS) DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY.

       BACK-OUT-RETURN-REVERSAL.
           MOVE WS-NEXT-TRANSACTION-ID TO TR-TRANSACTION-ID
           DELETE TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       POST-RETURNED-ITEM-FEE.
           *> An ordinary open charge, aged and dunned like any other
           IF WS-FEE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-TRANSACTION-ID TO TR-TRANSACTION-ID
           MOVE WS-RET-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE WS-FORMATTED-DATE TO TR-DATE
           MOVE WS-FEE-AMOUNT TO TR-AMOUNT
           MOVE WS-FEE-TYPE TO TR-TYPE
           MOVE SPACES TO TR-DESCRIPTION
           STRING "Returned direct debit fee, transaction "
                      DELIMITED BY SIZE
                  WS-RET-TRANS-ID DELIMITED BY SIZE
               INTO TR-DESCRIPTION
           MOVE "OPEN" TO TR-STATUS
           MOVE WS-FEE-AMOUNT TO TR-OPEN-AMOUNT
           MOVE "USD" TO TR-CURRENCY
           MOVE WS-FEE-AMOUNT TO TR-ORIG-AMOUNT
           MOVE WS-RUN-ID TO TR-RUN-ID
           MOVE SPACES TO TR-TAX-CODE
           MOVE 0 TO TR-TAX-AMOUNT
           MOVE TR-DATE TO TR-DUE-DATE
           MOVE SPACES TO TR-DISC-DATE
           MOVE 0 TO TR-DISC-PCT

           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Fee for instalment " WS-RET-TRANS-ID
                       " not written, status " TRANS-FILE-STATUS
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-RET-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM BACK-OUT-RETURN-REVERSAL
                   EXIT PARAGRAPH
           END-READ

           ADD WS-FEE-AMOUNT TO CF-BALANCE
           MOVE WS-FORMATTED-DATE TO CF-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   PERFORM BACK-OUT-RETURN-REVERSAL
                   DISPLAY "Fee for instalment " WS-RET-TRANS-ID
                       " backed out; balance update failed"
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE WS-FEE-AMOUNT TO WS-FEE-THIS
           ADD 1 TO WS-NEXT-TRANSACTION-ID
           ADD 1 TO WS-FEE-COUNT
           ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.

       COUNT-CONSECUTIVE-RETURN.
           *> Returns in back-to-back cycles count up; a cycle that
           *> collected cleanly in between starts the count again. A
           *> second return for the same cycle, or a late one for an
           *> earlier cycle, leaves the count where it is
           MOVE WS-RET-ORDER-ID TO SO-ORDER-ID
           READ STANDING-ORDER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-RET-CYCLE(1:4) TO WS-PREV-YEAR
           MOVE WS-RET-CYCLE(6:2) TO WS-PREV-MONTH
           IF WS-PREV-MONTH = 1
               SUBTRACT 1 FROM WS-PREV-YEAR
               MOVE 12 TO WS-PREV-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PREV-MONTH
           END-IF
           MOVE SPACES TO WS-PREV-CYCLE
           STRING WS-PREV-YEAR "-" WS-PREV-MONTH
               DELIMITED BY SIZE INTO WS-PREV-CYCLE

           EVALUATE TRUE
               WHEN SO-LAST-RETURN-CYCLE NOT = SPACES
                   AND SO-LAST-RETURN-CYCLE >= WS-RET-CYCLE
                   CONTINUE
               WHEN SO-LAST-RETURN-CYCLE = WS-PREV-CYCLE
                   IF SO-RETURN-COUNT < 99
                       ADD 1 TO SO-RETURN-COUNT
                   END-IF
                   MOVE WS-RET-CYCLE TO SO-LAST-RETURN-CYCLE
               WHEN OTHER
                   MOVE 1 TO SO-RETURN-COUNT
                   MOVE WS-RET-CYCLE TO SO-LAST-RETURN-CYCLE
           END-EVALUATE
           MOVE SO-RETURN-COUNT TO WS-ORDER-RETURNS

           *> Suspension ends the order at the last cycle generated;
           *> STANDING-ORDERS skips every cycle after SO-END-DATE, and
           *> an end date already earlier than that is left alone
           MOVE SO-END-DATE TO WS-PRIOR-END-DATE
           IF SO-RETURN-COUNT >= WS-RETURN-LIMIT
               MOVE 1 TO WS-SUSPENDED-FLAG
               MOVE SPACES TO WS-SUSPEND-DATE
               IF SO-LAST-CYCLE = SPACES
                   STRING WS-RET-CYCLE "-01"
                       DELIMITED BY SIZE INTO WS-SUSPEND-DATE
               ELSE
                   STRING SO-LAST-CYCLE "-01"
                       DELIMITED BY SIZE INTO WS-SUSPEND-DATE
               END-IF
               IF SO-END-DATE = SPACES
                   OR SO-END-DATE(1:7) > WS-SUSPEND-DATE(1:7)
                   MOVE WS-SUSPEND-DATE TO SO-END-DATE
               END-IF
           END-IF

           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Order " WS-RET-ORDER-ID
                       ": return count not updated, status "
                       ORDER-FILE-STATUS
                   MOVE 0 TO WS-SUSPENDED-FLAG
                   EXIT PARAGRAPH
           END-REWRITE

           IF SO-END-DATE NOT = WS-PRIOR-END-DATE
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE "SUSPEND" TO WS-AUDIT-OPERATION
               MOVE SO-ORDER-ID TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "END=" DELIMITED BY SIZE
                      WS-PRIOR-END-DATE DELIMITED BY SIZE
                   INTO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "END=" DELIMITED BY SIZE
                      SO-END-DATE DELIMITED BY SIZE
                      ",RETURNS=" DELIMITED BY SIZE
                      SO-RETURN-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
               PERFORM LOG-AUDIT-ENTRY
           END-IF.

       WRITE-RETURN-NOTE.
           PERFORM FIND-NEXT-NOTE-ID

           MOVE WS-NEXT-NOTE-ID TO NF-NOTE-ID
           MOVE WS-RET-CUSTOMER-ID TO NF-CUSTOMER-ID
           MOVE WS-FORMATTED-DATE TO NF-NOTE-DATE
           MOVE "DEBIT-RETURNS" TO NF-NOTE-USER
           MOVE SPACES TO NF-NOTE-TEXT
           IF WS-SUSPENDED-FLAG = 1
               STRING WS-RETURN-TAG DELIMITED BY SIZE
                      " reason " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RET-REASON) DELIMITED BY SIZE
                      ", order " DELIMITED BY SIZE
                      WS-RET-ORDER-ID DELIMITED BY SIZE
                      " return " DELIMITED BY SIZE
                      WS-ORDER-RETURNS DELIMITED BY SIZE
                      ", suspended" DELIMITED BY SIZE
                   INTO NF-NOTE-TEXT
               END-STRING
           ELSE
               STRING WS-RETURN-TAG DELIMITED BY SIZE
                      " reason " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RET-REASON) DELIMITED BY SIZE
                      ", order " DELIMITED BY SIZE
                      WS-RET-ORDER-ID DELIMITED BY SIZE
                      " return " DELIMITED BY SIZE
                      WS-ORDER-RETURNS DELIMITED BY SIZE
                   INTO NF-NOTE-TEXT
               END-STRING
           END-IF

           WRITE NOTES-RECORD
               INVALID KEY
                   DISPLAY "Failed to write note for customer "
                       WS-RET-CUSTOMER-ID " status " NOTES-FILE-STATUS
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

       OPEN-SUSPENDED-ORDER-TODO.
           *> Described deterministically per order, so later returns
           *> on the same order find the open todo and add no other
           MOVE SPACES TO WS-COLLECTION-DESC
           STRING "Call customer " DELIMITED BY SIZE
                  WS-RET-CUSTOMER-ID DELIMITED BY SIZE
                  " re returned direct debits on order "
                      DELIMITED BY SIZE
                  WS-RET-ORDER-ID DELIMITED BY SIZE
               INTO WS-COLLECTION-DESC

           PERFORM CHECK-OPEN-COLLECTION-TODO
           IF WS-OPEN-TODO-FLAG = 1
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-NEXT-TODO-ID
           IF WS-NEXT-TODO-ID = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-TODO-ID TO TF-TODO-ID
           MOVE WS-COLLECTOR-USER-ID TO TF-USER-ID
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
                       WS-RET-CUSTOMER-ID " status "
                       TODO-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-TODO-COUNT
           END-WRITE.

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

       LOG-AUDIT-ENTRY.
           MOVE WS-FORMATTED-DATE TO AF-TIMESTAMP
           MOVE "DEBIT-RETURNS" TO AF-PROGRAM
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

       PARSE-CSV-LINE.
           *> Splits WS-CSV-LINE on commas into WS-CSV-FIELD(1..6);
           *> the bank file carries no quoted fields
           MOVE SPACES TO WS-CSV-FIELDS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-LINE TRAILING))
               TO WS-CSV-LINE-LEN
           MOVE 1 TO WS-CSV-FIELD-IDX
           MOVE 0 TO WS-CSV-CHAR-IDX

           PERFORM VARYING WS-CSV-SCAN-IDX FROM 1 BY 1
               UNTIL WS-CSV-SCAN-IDX > WS-CSV-LINE-LEN
               OR WS-CSV-FIELD-IDX > 6
               IF WS-CSV-LINE(WS-CSV-SCAN-IDX:1) = ','
                   ADD 1 TO WS-CSV-FIELD-IDX
                   MOVE 0 TO WS-CSV-CHAR-IDX
               ELSE
                   ADD 1 TO WS-CSV-CHAR-IDX
                   IF WS-CSV-CHAR-IDX <= 100
                       MOVE WS-CSV-LINE(WS-CSV-SCAN-IDX:1)
                           TO WS-CSV-FIELD(WS-CSV-FIELD-IDX)
                               (WS-CSV-CHAR-IDX:1)
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-CSV-FIELD-IDX TO WS-CSV-FIELD-COUNT.

       VALIDATE-IMPORT-AMOUNT.
           *> Same shape check CUSTOMER-IMPORT applies: optional
           *> leading minus, digits, at most one decimal point
           MOVE FUNCTION TRIM(WS-NUM-TEXT) TO WS-NUM-TEXT
           MOVE 0 TO WS-NUM-VALUE

           IF WS-NUM-TEXT = SPACES
               MOVE 0 TO WS-NUM-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-NUM-VALID-FLAG
           MOVE 0 TO WS-NUM-SIGN-FLAG
           MOVE 0 TO WS-NUM-POINT-COUNT
           MOVE 0 TO WS-NUM-DIGIT-COUNT
           PERFORM VARYING WS-NUM-CHAR-IDX FROM 1 BY 1
               UNTIL WS-NUM-CHAR-IDX >
                   FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-TEXT))
               EVALUATE TRUE
                   WHEN WS-NUM-TEXT(WS-NUM-CHAR-IDX:1) = '-'
                       IF WS-NUM-CHAR-IDX = 1
                           MOVE 1 TO WS-NUM-SIGN-FLAG
                       ELSE
                           MOVE 0 TO WS-NUM-VALID-FLAG
                       END-IF
                   WHEN WS-NUM-TEXT(WS-NUM-CHAR-IDX:1) = '.'
                       ADD 1 TO WS-NUM-POINT-COUNT
                       IF WS-NUM-POINT-COUNT > 1
                           MOVE 0 TO WS-NUM-VALID-FLAG
                       END-IF
                   WHEN WS-NUM-TEXT(WS-NUM-CHAR-IDX:1) >= '0'
                       AND WS-NUM-TEXT(WS-NUM-CHAR-IDX:1) <= '9'
                       ADD 1 TO WS-NUM-DIGIT-COUNT
                   WHEN OTHER
                       MOVE 0 TO WS-NUM-VALID-FLAG
               END-EVALUATE
           END-PERFORM

           IF WS-NUM-DIGIT-COUNT = 0
               MOVE 0 TO WS-NUM-VALID-FLAG
           END-IF

           IF WS-NUM-VALID-FLAG = 1
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-NUM-TEXT))
                   TO WS-NUM-VALUE
           END-IF.

       WRITE-RETURN-REPORT-ROW.
           *> Rows the run could not act on carry the reason in place
           *> of a result and go back to the bank-file owner as is
           IF WS-RESULT NOT = "RETURNED" AND WS-RESULT NOT = "SUSPENDED"
               ADD 1 TO WS-REJECTED-COUNT
           END-IF

           MOVE WS-RET-CUSTOMER-ID TO WS-RPT-ID-TEXT
           MOVE WS-REVERSE-AMOUNT TO WS-RPT-AMOUNT
           MOVE WS-FEE-THIS TO WS-RPT-AMOUNT-2
           MOVE WS-ORDER-RETURNS TO WS-RPT-COUNT-TEXT

           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(WS-RESULT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-LINE TRAILING) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RETURN-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE "Totals:" TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-READ-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-RETURNED-COUNT TO WS-RPT-COUNT-TEXT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "Returns read: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " processed: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT-2) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RETURN-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-REVERSAL-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-REVERSAL-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Collections reversed: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RETURN-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-FEE-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-FEE-TOTAL TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Returned-item fees: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RETURN-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-SUSPENDED-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-TODO-COUNT TO WS-RPT-COUNT-TEXT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING "Standing orders suspended: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " collection todos opened: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT-2) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RETURN-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Returns not processed: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RETURN-REPORT-RECORD FROM WS-RPT-LINE.

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
           MOVE "DEBIT-RETURNS" TO RR-PROGRAM
           MOVE WS-FORMATTED-DATE TO RR-RUN-DATE
           COMPUTE RR-TRAN-COUNT = WS-REVERSAL-COUNT + WS-FEE-COUNT
           COMPUTE RR-NET-AMOUNT = WS-REVERSAL-AMOUNT + WS-FEE-TOTAL
           MOVE "POSTED" TO RR-STATUS
           WRITE RUN-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Failed to register run " WS-RUN-ID
           END-WRITE

           CLOSE RUN-REGISTER-FILE.

       CLEANUP-AND-EXIT.
           IF WS-REVERSAL-COUNT > 0 OR WS-FEE-COUNT > 0
               PERFORM RECORD-RUN-REGISTER
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE NOTES-FILE
           CLOSE TODO-FILE
           CLOSE RETURN-REPORT-FILE
           DISPLAY "Debit returns complete: "
               WS-READ-COUNT " read, "
               WS-RETURNED-COUNT " processed, "
               WS-REVERSAL-COUNT " reversals, "
               WS-FEE-COUNT " fees, "
               WS-SUSPENDED-COUNT " suspended, "
               WS-REJECTED-COUNT " not processed, run " WS-RUN-ID.
