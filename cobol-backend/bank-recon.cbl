       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
           ALTERNATE RECORD KEY IS TF-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT BANK-STATEMENT-FILE
           ASSIGN TO EXTERNAL DD_BANK_STATEMENT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT BANK-RECON-REPORT-FILE
           ASSIGN TO EXTERNAL DD_BANK_RECON_REPORT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

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

       FD BANK-STATEMENT-FILE.
       01 BANK-STATEMENT-RECORD     PIC X(200).

       FD BANK-RECON-REPORT-FILE.
       01 BANK-RECON-REPORT-RECORD  PIC X(200).

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
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 STATEMENT-FILE-STATUS     PIC XX VALUE SPACES.
       01 REPORT-FILE-STATUS        PIC XX VALUE SPACES.
       01 CATALOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 STORE-FILE-STATUS         PIC XX VALUE SPACES.

       01 WS-REPORT-RUN-ID          PIC X(16) VALUE SPACES.
       01 WS-REG-DATE               PIC 9(8) VALUE 0.
       01 WS-REG-DATE-X REDEFINES WS-REG-DATE PIC X(8).
       01 WS-REG-TIME               PIC 9(8) VALUE 0.
       01 WS-REG-TIME-X REDEFINES WS-REG-TIME PIC X(8).
       01 WS-STORE-LINE-COUNT       PIC 9(7) VALUE 0.
       01 WS-REG-EOF-FLAG           PIC 9 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-FROM-DATE              PIC X(10) VALUE SPACES.
       01 WS-TO-DATE                PIC X(10) VALUE SPACES.
       01 WS-TOLERANCE-DAYS         PIC 9(3) VALUE 3.
       01 WS-FROM-INTEGER           PIC S9(9) COMP VALUE 0.
       01 WS-TO-INTEGER             PIC S9(9) COMP VALUE 0.
       01 WS-WINDOW-START           PIC S9(9) COMP VALUE 0.
       01 WS-WINDOW-END             PIC S9(9) COMP VALUE 0.

       01 WS-DATE-TEXT              PIC X(10).
       01 WS-DATE-BUILD             PIC X(8).
       01 WS-DATE-NUM               PIC 9(8) VALUE 0.
       01 WS-DATE-INTEGER           PIC S9(9) COMP VALUE 0.

       01 WS-EOF-FLAG               PIC 9 VALUE 0.
       01 WS-TRANS-EOF-FLAG         PIC 9 VALUE 0.

       01 WS-CSV-LINE               PIC X(200).
       01 WS-CSV-LINE-LEN           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-SCAN-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-FIELD-IDX          PIC 9(2) COMP VALUE 0.
       01 WS-CSV-CHAR-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-FIELD-COUNT        PIC 9(2) COMP VALUE 0.
       01 WS-CSV-FIELDS.
          05 WS-CSV-FIELD OCCURS 6 TIMES PIC X(100).

       01 WS-NUM-TEXT               PIC X(100).
       01 WS-NUM-VALUE              PIC S9(7)V99 VALUE 0.
       01 WS-NUM-VALID-FLAG         PIC 9 VALUE 0.
       01 WS-NUM-SIGN-FLAG          PIC 9 VALUE 0.
       01 WS-NUM-POINT-COUNT        PIC 9(3) VALUE 0.
       01 WS-NUM-DIGIT-COUNT        PIC 9(3) VALUE 0.
       01 WS-NUM-CHAR-IDX           PIC 9(4) COMP VALUE 0.

       *> Statement deposit lines falling inside the matching window
       01 WS-DEP-COUNT              PIC 9(4) VALUE 0.
       01 WS-DEP-TABLE.
          05 WS-DEP-ENTRY OCCURS 1000 TIMES.
             10 WS-DEP-DATE         PIC X(10).
             10 WS-DEP-DATE-INT     PIC S9(9) COMP.
             10 WS-DEP-AMOUNT       PIC S9(7)V99.
             10 WS-DEP-REFERENCE    PIC X(30).
             10 WS-DEP-MATCH-IDX    PIC 9(4).
       01 WS-DEP-IDX                PIC 9(4) VALUE 0.
       01 WS-DEP-OVERFLOW-COUNT     PIC 9(5) VALUE 0.
       01 WS-BAD-ROW-COUNT          PIC 9(5) VALUE 0.

       *> Posted receipts falling inside the matching window
       01 WS-PST-COUNT              PIC 9(4) VALUE 0.
       01 WS-PST-TABLE.
          05 WS-PST-ENTRY OCCURS 1000 TIMES.
             10 WS-PST-TRANS-ID     PIC 9(10).
             10 WS-PST-CUSTOMER-ID  PIC 9(5).
             10 WS-PST-DATE         PIC X(10).
             10 WS-PST-DATE-INT     PIC S9(9) COMP.
             10 WS-PST-TYPE         PIC X(10).
             10 WS-PST-AMOUNT       PIC S9(7)V99.
             10 WS-PST-DESCRIPTION  PIC X(100).
             10 WS-PST-MATCH-IDX    PIC 9(4).
       01 WS-PST-IDX                PIC 9(4) VALUE 0.
       01 WS-PST-OVERFLOW-COUNT     PIC 9(5) VALUE 0.

       01 WS-REF-LEN                PIC 9(4) COMP VALUE 0.
       01 WS-REF-TALLY              PIC 9(4) COMP VALUE 0.
       01 WS-DAY-DIFF               PIC S9(9) COMP VALUE 0.
       01 WS-BEST-DIFF              PIC S9(9) COMP VALUE 0.
       01 WS-BEST-IDX               PIC 9(4) VALUE 0.

       *> One row per calendar day of the reconciled range
       01 WS-DAY-TABLE-COUNT        PIC 9(3) VALUE 0.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 31 TIMES.
             10 WS-DAY-DATE         PIC X(10).
             10 WS-DAY-DEP-COUNT    PIC 9(5).
             10 WS-DAY-DEP-AMOUNT   PIC S9(9)V99.
             10 WS-DAY-PST-COUNT    PIC 9(5).
             10 WS-DAY-PST-AMOUNT   PIC S9(9)V99.
             10 WS-DAY-MAT-COUNT    PIC 9(5).
             10 WS-DAY-MAT-AMOUNT   PIC S9(9)V99.
       01 WS-DAY-IDX                PIC 9(3) VALUE 0.

       01 WS-UNPOSTED-COUNT         PIC 9(5) VALUE 0.
       01 WS-UNPOSTED-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-UNBANKED-COUNT         PIC 9(5) VALUE 0.
       01 WS-UNBANKED-AMOUNT        PIC S9(9)V99 VALUE 0.
       01 WS-MATCHED-COUNT          PIC 9(5) VALUE 0.
       01 WS-MATCHED-AMOUNT         PIC S9(9)V99 VALUE 0.

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-ID-TEXT            PIC X(10).
       01 WS-RPT-TRANS-TEXT         PIC X(10).
       01 WS-RPT-AMOUNT             PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-2           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-3           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-COUNT-TEXT         PIC ZZZZ9.
       01 WS-RPT-COUNT-2            PIC ZZZZ9.
       01 WS-RPT-COUNT-3            PIC ZZZZ9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-BANK-DEPOSITS
           PERFORM LOAD-POSTED-RECEIPTS
           PERFORM MATCH-ON-REFERENCE
           PERFORM MATCH-ON-AMOUNT-AND-DATE
           PERFORM WRITE-RECON-REPORT
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> From date, to date (YYYY-MM-DD) and the date tolerance
           *> in days arrive one per line. A blank from date means
           *> the job chain's run date (today when run by hand) and
           *> a blank to date means the from date, so as a chain step
           *> after DAY-CLOSE it reconciles the day just closed
           ACCEPT WS-INPUT-TEXT
           MOVE WS-INPUT-TEXT TO WS-FROM-DATE
           ACCEPT WS-INPUT-TEXT
           MOVE WS-INPUT-TEXT TO WS-TO-DATE
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT)
                   TO WS-TOLERANCE-DAYS
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)

           IF WS-FROM-DATE = SPACES
               ACCEPT WS-FROM-DATE FROM ENVIRONMENT "JOB_RUN_DATE"
           END-IF
           IF WS-FROM-DATE = SPACES
               MOVE WS-FORMATTED-DATE TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF

           MOVE WS-FROM-DATE TO WS-DATE-TEXT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE WS-DATE-INTEGER TO WS-FROM-INTEGER
           MOVE WS-TO-DATE TO WS-DATE-TEXT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE WS-DATE-INTEGER TO WS-TO-INTEGER

           IF WS-FROM-INTEGER = 0 OR WS-TO-INTEGER = 0
               OR WS-TO-INTEGER < WS-FROM-INTEGER
               DISPLAY "Invalid reconciliation range "
                   WS-FROM-DATE " to " WS-TO-DATE
               STOP RUN
           END-IF
           IF WS-TO-INTEGER - WS-FROM-INTEGER >= 31
               DISPLAY "Reconciliation range is limited to 31 days"
               STOP RUN
           END-IF

           *> Either side may sit up to the tolerance outside the
           *> range and still clear an item inside it
           COMPUTE WS-WINDOW-START =
               WS-FROM-INTEGER - WS-TOLERANCE-DAYS
           COMPUTE WS-WINDOW-END =
               WS-TO-INTEGER + WS-TOLERANCE-DAYS

           COMPUTE WS-DAY-TABLE-COUNT =
               WS-TO-INTEGER - WS-FROM-INTEGER + 1
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-TABLE-COUNT
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-FROM-INTEGER + WS-DAY-IDX - 1)
               MOVE WS-DATE-NUM TO WS-DATE-BUILD
               MOVE SPACES TO WS-DAY-DATE(WS-DAY-IDX)
               STRING WS-DATE-BUILD(1:4) "-" WS-DATE-BUILD(5:2) "-"
                      WS-DATE-BUILD(7:2)
                   DELIMITED BY SIZE INTO WS-DAY-DATE(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-DEP-COUNT(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-DEP-AMOUNT(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-PST-COUNT(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-PST-AMOUNT(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-MAT-COUNT(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-MAT-AMOUNT(WS-DAY-IDX)
           END-PERFORM

           OPEN INPUT BANK-STATEMENT-FILE
           IF STATEMENT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open bank statement file, status "
                   STATEMENT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   TRANS-FILE-STATUS
               CLOSE BANK-STATEMENT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT BANK-RECON-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open bank recon report, status "
                   REPORT-FILE-STATUS
               CLOSE BANK-STATEMENT-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF.

       CONVERT-DATE-TO-INTEGER.
           *> YYYY-MM-DD to a day number; anything unreadable gives 0
           MOVE 0 TO WS-DATE-INTEGER
           MOVE SPACES TO WS-DATE-BUILD
           STRING WS-DATE-TEXT(1:4) WS-DATE-TEXT(6:2)
                  WS-DATE-TEXT(9:2)
               DELIMITED BY SIZE INTO WS-DATE-BUILD
           IF WS-DATE-BUILD IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-BUILD TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       LOAD-BANK-DEPOSITS.
           *> Statement detail rows are Date,Amount,Reference, with
           *> the same HDR/TRL framing as the lockbox file
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ BANK-STATEMENT-FILE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE BANK-STATEMENT-RECORD TO WS-CSV-LINE
                       IF WS-CSV-LINE(1:4) = "HDR,"
                           OR WS-CSV-LINE(1:4) = "TRL,"
                           OR WS-CSV-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM LOAD-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-DEPOSIT.
           PERFORM PARSE-CSV-LINE

           MOVE WS-CSV-FIELD(1) TO WS-DATE-TEXT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE WS-CSV-FIELD(2) TO WS-NUM-TEXT
           PERFORM VALIDATE-IMPORT-AMOUNT
           IF WS-DATE-INTEGER = 0
               OR WS-NUM-VALID-FLAG = 0 OR WS-NUM-VALUE <= 0
               ADD 1 TO WS-BAD-ROW-COUNT
               DISPLAY "Unreadable statement row: "
                   FUNCTION TRIM(WS-CSV-LINE TRAILING)
               EXIT PARAGRAPH
           END-IF

           IF WS-DATE-INTEGER < WS-WINDOW-START
               OR WS-DATE-INTEGER > WS-WINDOW-END
               EXIT PARAGRAPH
           END-IF

           IF WS-DEP-COUNT >= 1000
               ADD 1 TO WS-DEP-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEP-COUNT
           MOVE WS-DATE-TEXT TO WS-DEP-DATE(WS-DEP-COUNT)
           MOVE WS-DATE-INTEGER TO WS-DEP-DATE-INT(WS-DEP-COUNT)
           MOVE WS-NUM-VALUE TO WS-DEP-AMOUNT(WS-DEP-COUNT)
           MOVE FUNCTION TRIM(WS-CSV-FIELD(3))
               TO WS-DEP-REFERENCE(WS-DEP-COUNT)
           MOVE 0 TO WS-DEP-MATCH-IDX(WS-DEP-COUNT)

           PERFORM FIND-DAY-FOR-DATE
           IF WS-DAY-IDX > 0
               ADD 1 TO WS-DAY-DEP-COUNT(WS-DAY-IDX)
               ADD WS-NUM-VALUE TO WS-DAY-DEP-AMOUNT(WS-DAY-IDX)
           END-IF.

       FIND-DAY-FOR-DATE.
           *> Day row for WS-DATE-INTEGER, or 0 outside the range
           IF WS-DATE-INTEGER < WS-FROM-INTEGER
               OR WS-DATE-INTEGER > WS-TO-INTEGER
               MOVE 0 TO WS-DAY-IDX
           ELSE
               COMPUTE WS-DAY-IDX =
                   WS-DATE-INTEGER - WS-FROM-INTEGER + 1
           END-IF.

       LOAD-POSTED-RECEIPTS.
           *> Money that should have reached the bank: lockbox and
           *> manual PAYMENT postings plus RECOVERY postings on
           *> written-off accounts. Held, rejected and reversed
           *> postings never stood as receipts
           MOVE LOW-VALUES TO TF-TRANSACTION-ID
           START TRANSACTION-FILE KEY >= TF-TRANSACTION-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-TRANS-EOF-FLAG
           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       IF (TF-TYPE = "PAYMENT" OR TF-TYPE = "RECOVERY")
                           AND TF-AMOUNT < 0
                           AND TF-STATUS NOT = "REVERSED"
                           AND TF-STATUS NOT = "REJECTED"
                           AND TF-STATUS NOT = "PENDAPPR"
                           PERFORM LOAD-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-RECEIPT.
           MOVE TF-DATE TO WS-DATE-TEXT
           PERFORM CONVERT-DATE-TO-INTEGER
           IF WS-DATE-INTEGER < WS-WINDOW-START
               OR WS-DATE-INTEGER > WS-WINDOW-END
               EXIT PARAGRAPH
           END-IF

           IF WS-PST-COUNT >= 1000
               ADD 1 TO WS-PST-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PST-COUNT
           MOVE TF-TRANSACTION-ID TO WS-PST-TRANS-ID(WS-PST-COUNT)
           MOVE TF-CUSTOMER-ID TO WS-PST-CUSTOMER-ID(WS-PST-COUNT)
           MOVE TF-DATE TO WS-PST-DATE(WS-PST-COUNT)
           MOVE WS-DATE-INTEGER TO WS-PST-DATE-INT(WS-PST-COUNT)
           MOVE TF-TYPE TO WS-PST-TYPE(WS-PST-COUNT)
           COMPUTE WS-PST-AMOUNT(WS-PST-COUNT) = 0 - TF-AMOUNT
           MOVE TF-DESCRIPTION TO WS-PST-DESCRIPTION(WS-PST-COUNT)
           MOVE 0 TO WS-PST-MATCH-IDX(WS-PST-COUNT)

           PERFORM FIND-DAY-FOR-DATE
           IF WS-DAY-IDX > 0
               ADD 1 TO WS-DAY-PST-COUNT(WS-DAY-IDX)
               ADD WS-PST-AMOUNT(WS-PST-COUNT)
                   TO WS-DAY-PST-AMOUNT(WS-DAY-IDX)
           END-IF.

       MATCH-ON-REFERENCE.
           *> First pass: same amount, dates within tolerance and the
           *> bank reference quoted in the posting description (the
           *> lockbox import writes it there as "ref ...")
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-REFERENCE(WS-DEP-IDX) NOT = SPACES
                   PERFORM MATCH-ONE-ON-REFERENCE
               END-IF
           END-PERFORM.

       MATCH-ONE-ON-REFERENCE.
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-DEP-REFERENCE(WS-DEP-IDX)))
               TO WS-REF-LEN

           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-PST-COUNT
               OR WS-DEP-MATCH-IDX(WS-DEP-IDX) > 0
               IF WS-PST-MATCH-IDX(WS-PST-IDX) = 0
                   AND WS-PST-AMOUNT(WS-PST-IDX) =
                       WS-DEP-AMOUNT(WS-DEP-IDX)
                   COMPUTE WS-DAY-DIFF = FUNCTION ABS(
                       WS-PST-DATE-INT(WS-PST-IDX) -
                       WS-DEP-DATE-INT(WS-DEP-IDX))
                   IF WS-DAY-DIFF <= WS-TOLERANCE-DAYS
                       MOVE 0 TO WS-REF-TALLY
                       INSPECT WS-PST-DESCRIPTION(WS-PST-IDX)
                           TALLYING WS-REF-TALLY FOR ALL
                           WS-DEP-REFERENCE(WS-DEP-IDX)(1:WS-REF-LEN)
                       IF WS-REF-TALLY > 0
                           MOVE WS-PST-IDX TO WS-BEST-IDX
                           PERFORM RECORD-MATCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-ON-AMOUNT-AND-DATE.
           *> Second pass for what is left (manual postings rarely
           *> quote the bank reference): same amount, nearest date
           *> within tolerance
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-MATCH-IDX(WS-DEP-IDX) = 0
                   PERFORM MATCH-ONE-ON-AMOUNT
               END-IF
           END-PERFORM.

       MATCH-ONE-ON-AMOUNT.
           MOVE 0 TO WS-BEST-IDX
           COMPUTE WS-BEST-DIFF = WS-TOLERANCE-DAYS + 1

           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-PST-COUNT
               IF WS-PST-MATCH-IDX(WS-PST-IDX) = 0
                   AND WS-PST-AMOUNT(WS-PST-IDX) =
                       WS-DEP-AMOUNT(WS-DEP-IDX)
                   COMPUTE WS-DAY-DIFF = FUNCTION ABS(
                       WS-PST-DATE-INT(WS-PST-IDX) -
                       WS-DEP-DATE-INT(WS-DEP-IDX))
                   IF WS-DAY-DIFF < WS-BEST-DIFF
                       MOVE WS-DAY-DIFF TO WS-BEST-DIFF
                       MOVE WS-PST-IDX TO WS-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-BEST-IDX > 0
               PERFORM RECORD-MATCH
           END-IF.

       RECORD-MATCH.
           *> Pairs deposit WS-DEP-IDX with posting WS-BEST-IDX; the
           *> matched total is counted on the bank's deposit day
           MOVE WS-BEST-IDX TO WS-DEP-MATCH-IDX(WS-DEP-IDX)
           MOVE WS-DEP-IDX TO WS-PST-MATCH-IDX(WS-BEST-IDX)

           MOVE WS-DEP-DATE-INT(WS-DEP-IDX) TO WS-DATE-INTEGER
           PERFORM FIND-DAY-FOR-DATE
           IF WS-DAY-IDX > 0
               ADD 1 TO WS-DAY-MAT-COUNT(WS-DAY-IDX)
               ADD WS-DEP-AMOUNT(WS-DEP-IDX)
                   TO WS-DAY-MAT-AMOUNT(WS-DAY-IDX)
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-DEP-AMOUNT(WS-DEP-IDX) TO WS-MATCHED-AMOUNT
           END-IF.

       WRITE-RECON-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "Bank Deposit Reconciliation " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE BANK-RECON-REPORT-RECORD FROM WS-RPT-LINE

           *> Only items dated inside the range are exceptions; those
           *> in the tolerance margin belong to a neighbouring run
           MOVE "Deposits not posted:" TO BANK-RECON-REPORT-RECORD
           WRITE BANK-RECON-REPORT-RECORD
           MOVE "Date,Amount,Reference" TO BANK-RECON-REPORT-RECORD
           WRITE BANK-RECON-REPORT-RECORD

           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT
               MOVE WS-DEP-DATE-INT(WS-DEP-IDX) TO WS-DATE-INTEGER
               PERFORM FIND-DAY-FOR-DATE
               IF WS-DEP-MATCH-IDX(WS-DEP-IDX) = 0
                   AND WS-DAY-IDX > 0
                   PERFORM WRITE-UNPOSTED-DEPOSIT
               END-IF
           END-PERFORM

           MOVE "Postings with no deposit:" TO BANK-RECON-REPORT-RECORD
           WRITE BANK-RECON-REPORT-RECORD
           MOVE "Date,TransactionID,CustomerID,Type,Amount,Description"
               TO BANK-RECON-REPORT-RECORD
           WRITE BANK-RECON-REPORT-RECORD

           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-PST-COUNT
               MOVE WS-PST-DATE-INT(WS-PST-IDX) TO WS-DATE-INTEGER
               PERFORM FIND-DAY-FOR-DATE
               IF WS-PST-MATCH-IDX(WS-PST-IDX) = 0
                   AND WS-DAY-IDX > 0
                   PERFORM WRITE-UNBANKED-POSTING
               END-IF
           END-PERFORM

           MOVE "Daily totals:" TO BANK-RECON-REPORT-RECORD
           WRITE BANK-RECON-REPORT-RECORD
           MOVE "Date,Deposits,DepositAmount,Postings,PostedAmount,"
               & "Matched,MatchedAmount"
               TO BANK-RECON-REPORT-RECORD
           WRITE BANK-RECON-REPORT-RECORD

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-TABLE-COUNT
               PERFORM WRITE-DAY-TOTAL-LINE
           END-PERFORM

           PERFORM WRITE-REPORT-TRAILER.

       WRITE-UNPOSTED-DEPOSIT.
           ADD 1 TO WS-UNPOSTED-COUNT
           ADD WS-DEP-AMOUNT(WS-DEP-IDX) TO WS-UNPOSTED-AMOUNT
           MOVE WS-DEP-AMOUNT(WS-DEP-IDX) TO WS-RPT-AMOUNT

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-DEP-DATE(WS-DEP-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEP-REFERENCE(WS-DEP-IDX))
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE BANK-RECON-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-UNBANKED-POSTING.
           ADD 1 TO WS-UNBANKED-COUNT
           ADD WS-PST-AMOUNT(WS-PST-IDX) TO WS-UNBANKED-AMOUNT
           MOVE WS-PST-AMOUNT(WS-PST-IDX) TO WS-RPT-AMOUNT
           MOVE WS-PST-TRANS-ID(WS-PST-IDX) TO WS-RPT-TRANS-TEXT
           MOVE WS-PST-CUSTOMER-ID(WS-PST-IDX) TO WS-RPT-ID-TEXT

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PST-DATE(WS-PST-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-TRANS-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PST-TYPE(WS-PST-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PST-DESCRIPTION(WS-PST-IDX))
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE BANK-RECON-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-DAY-TOTAL-LINE.
           MOVE WS-DAY-DEP-COUNT(WS-DAY-IDX) TO WS-RPT-COUNT-TEXT
           MOVE WS-DAY-DEP-AMOUNT(WS-DAY-IDX) TO WS-RPT-AMOUNT
           MOVE WS-DAY-PST-COUNT(WS-DAY-IDX) TO WS-RPT-COUNT-2
           MOVE WS-DAY-PST-AMOUNT(WS-DAY-IDX) TO WS-RPT-AMOUNT-2
           MOVE WS-DAY-MAT-COUNT(WS-DAY-IDX) TO WS-RPT-COUNT-3
           MOVE WS-DAY-MAT-AMOUNT(WS-DAY-IDX) TO WS-RPT-AMOUNT-3

           MOVE SPACES TO WS-RPT-LINE
           STRING WS-DAY-DATE(WS-DAY-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-3) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE BANK-RECON-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE "Summary:" TO BANK-RECON-REPORT-RECORD
           WRITE BANK-RECON-REPORT-RECORD

           MOVE WS-MATCHED-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-MATCHED-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Matched: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE BANK-RECON-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-UNPOSTED-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-UNPOSTED-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Deposits not posted: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE BANK-RECON-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-UNBANKED-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-UNBANKED-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Postings with no deposit: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE BANK-RECON-REPORT-RECORD FROM WS-RPT-LINE

           IF WS-BAD-ROW-COUNT > 0
               MOVE WS-BAD-ROW-COUNT TO WS-RPT-COUNT-TEXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "Unreadable statement rows: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT)
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE BANK-RECON-REPORT-RECORD FROM WS-RPT-LINE
           END-IF

           *> A full table means the exception lists are incomplete;
           *> say so rather than let the report look clean
           IF WS-DEP-OVERFLOW-COUNT > 0 OR WS-PST-OVERFLOW-COUNT > 0
               MOVE "Warning: more items than one run can match; "
                   & "narrow the date range and rerun"
                   TO BANK-RECON-REPORT-RECORD
               WRITE BANK-RECON-REPORT-RECORD
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
           *> Same shape check PAYMENT-IMPORT applies: optional
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

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> report lines into the repository under a unique run id,
           *> the same way DUNNING-NOTICES files its control list
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "BREC" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT BANK-RECON-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE BANK-RECON-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ BANK-RECON-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE BANK-RECON-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE BANK-RECON-REPORT-FILE
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
           MOVE "BANK-RECON" TO RC-REPORT-NAME
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
           CLOSE BANK-STATEMENT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE BANK-RECON-REPORT-FILE
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Bank reconciliation " WS-FROM-DATE " to "
               WS-TO-DATE ": " WS-MATCHED-COUNT " matched, "
               WS-UNPOSTED-COUNT " deposits not posted, "
               WS-UNBANKED-COUNT " postings with no deposit".
