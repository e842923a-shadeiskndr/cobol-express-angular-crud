       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-HOLD.

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

           SELECT AGING-SUMMARY-FILE
           ASSIGN TO EXTERNAL DD_AGING_SUMMARY_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AG-CUSTOMER-ID
           FILE STATUS IS AGING-FILE-STATUS.

           SELECT DAYCLOSE-FILE ASSIGN TO EXTERNAL DD_DAYCLOSE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-CLOSE-DATE
           FILE STATUS IS DAYCLOSE-FILE-STATUS.

           SELECT HOLD-HISTORY-FILE
           ASSIGN TO EXTERNAL DD_HOLD_HISTORY_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HH-HOLD-ID
           ALTERNATE RECORD KEY IS HH-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS HOLD-FILE-STATUS.

           SELECT HOLD-REPORT-FILE
           ASSIGN TO EXTERNAL DD_CREDIT_HOLD_REPORT_FILE
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

       FD DAYCLOSE-FILE.
       01 DAYCLOSE-RECORD.
          05 DC-CLOSE-DATE          PIC X(10).
          05 DC-TRAN-COUNT          PIC 9(7).
          05 DC-NET-AMOUNT          PIC S9(9)V99.
          05 DC-CLOSED-FLAG         PIC X(1).

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

       FD HOLD-REPORT-FILE.
       01 HOLD-REPORT-RECORD        PIC X(200).

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
       01 AGING-FILE-STATUS         PIC XX VALUE SPACES.
       01 DAYCLOSE-FILE-STATUS      PIC XX VALUE SPACES.
       01 HOLD-FILE-STATUS          PIC XX VALUE SPACES.
       01 REPORT-FILE-STATUS        PIC XX VALUE SPACES.
       01 CATALOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 STORE-FILE-STATUS         PIC XX VALUE SPACES.
       01 AUDIT-FILE-STATUS         PIC XX VALUE SPACES.

       01 WS-REPORT-RUN-ID          PIC X(16) VALUE SPACES.
       01 WS-REG-DATE               PIC 9(8) VALUE 0.
       01 WS-REG-DATE-X REDEFINES WS-REG-DATE PIC X(8).
       01 WS-REG-TIME               PIC 9(8) VALUE 0.
       01 WS-REG-TIME-X REDEFINES WS-REG-TIME PIC X(8).
       01 WS-STORE-LINE-COUNT       PIC 9(7) VALUE 0.
       01 WS-REG-EOF-FLAG           PIC 9 VALUE 0.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-GRACE-DAYS             PIC 9(3) VALUE 30.
       01 WS-BOUNCE-DAYS            PIC 9(3) VALUE 30.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).
       01 WS-TODAY-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-WINDOW-INTEGER         PIC S9(9) COMP VALUE 0.
       01 WS-WINDOW-DATE-NUM        PIC 9(8) VALUE 0.
       01 WS-WINDOW-NUM-X           PIC X(8).
       01 WS-GRACE-START-DATE       PIC X(10) VALUE SPACES.
       01 WS-BOUNCE-START-DATE      PIC X(10) VALUE SPACES.

       01 WS-AGING-AS-OF-DATE       PIC X(10) VALUE SPACES.
       01 WS-LAST-CLOSE-DATE        PIC X(10) VALUE SPACES.
       01 WS-DAYCLOSE-EOF-FLAG      PIC 9 VALUE 0.

       01 WS-CUST-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-TRANS-EOF-FLAG         PIC 9 VALUE 0.
       01 WS-HOLD-EOF-FLAG          PIC 9 VALUE 0.

      *> Groups that carry a limit on their parent record, with the
      *> combined balance of the parent and every branch
       01 WS-GROUP-COUNT            PIC 9(4) VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 2000 TIMES.
             10 WS-GROUP-ROOT-ID    PIC 9(5).
             10 WS-GROUP-LIMIT      PIC 9(7)V99.
             10 WS-GROUP-BALANCE    PIC S9(9)V99.
       01 WS-GROUP-IDX              PIC 9(4) COMP VALUE 0.
       01 WS-GROUP-FOUND-IDX        PIC 9(4) COMP VALUE 0.
       01 WS-GROUP-FULL-FLAG        PIC 9 VALUE 0.
       01 WS-LOOKUP-ROOT-ID         PIC 9(5) VALUE 0.

      *> Reversed payments and the reversals that returned them, per
      *> customer, for the returned-cheque rule
       01 WS-RETURNED-PAY-COUNT     PIC 9(3) VALUE 0.
       01 WS-RETURNED-PAY-TABLE.
          05 WS-RETURNED-PAY-ID     PIC 9(10) OCCURS 100 TIMES.
       01 WS-REVERSAL-COUNT         PIC 9(3) VALUE 0.
       01 WS-REVERSAL-TABLE.
          05 WS-REVERSAL-ENTRY OCCURS 100 TIMES.
             10 WS-REVERSAL-ORIG-ID PIC 9(10).
             10 WS-REVERSAL-DATE    PIC X(10).
       01 WS-RETURN-IDX             PIC 9(3) COMP VALUE 0.
       01 WS-REVERSAL-IDX           PIC 9(3) COMP VALUE 0.
       01 WS-RETURNED-ID            PIC 9(10) VALUE 0.
       01 WS-RETURNED-DATE          PIC X(10) VALUE SPACES.

       01 WS-SAVED-CUSTOMER-ID      PIC 9(5) VALUE 0.
       01 WS-SAVED-STATUS           PIC X(10) VALUE SPACES.
       01 WS-SAVED-NAME             PIC X(30) VALUE SPACES.
       01 WS-NEW-STATUS             PIC X(10) VALUE SPACES.

       01 WS-OPEN-HOLD-ID           PIC 9(10) VALUE 0.
       01 WS-OPEN-HOLD-PRIOR        PIC X(10) VALUE SPACES.
       01 WS-OPEN-HOLD-REASON       PIC X(10) VALUE SPACES.
       01 WS-LAST-RELEASE-DATE      PIC X(10) VALUE SPACES.
       01 WS-LAST-RELEASE-TYPE      PIC X(6) VALUE SPACES.
       01 WS-GRACE-FLAG             PIC 9 VALUE 0.
       01 WS-SUPPRESSED-FLAG        PIC 9 VALUE 0.
       01 WS-MAX-HOLD-ID            PIC 9(10) VALUE 0.
       01 WS-NEXT-HOLD-ID           PIC 9(10) VALUE 0.

       01 WS-RULE-COUNT             PIC 9 VALUE 0.
       01 WS-HOLD-REASON-CODE       PIC X(10) VALUE SPACES.
       01 WS-HOLD-REASON-TEXT       PIC X(60) VALUE SPACES.
       01 WS-RELEASE-REASON         PIC X(60) VALUE SPACES.
       01 WS-AGED-90-PLUS           PIC S9(7)V99 VALUE 0.
       01 WS-AGED-OVER-30           PIC S9(9)V99 VALUE 0.
       01 WS-FMT-AMOUNT             PIC -ZZZZZZZZ9.99.
       01 WS-FMT-LIMIT              PIC ZZZZZZ9.99.

       01 WS-AUDIT-OPERATION        PIC X(10).
       01 WS-AUDIT-KEY              PIC X(10).
       01 WS-AUDIT-BEFORE           PIC X(60).
       01 WS-AUDIT-AFTER            PIC X(60).

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-ACTION             PIC X(8) VALUE SPACES.
       01 WS-RPT-DETAIL             PIC X(60) VALUE SPACES.
       01 WS-RPT-NAME               PIC X(30) VALUE SPACES.
       01 WS-RPT-PLACED             PIC ZZZZZZ9.
       01 WS-RPT-RELEASED           PIC ZZZZZZ9.
       01 WS-RPT-HELD               PIC ZZZZZZ9.
       01 WS-RPT-GRACE              PIC ZZZZZZ9.
       01 WS-RPT-ERRORS             PIC ZZZZZZ9.

       01 WS-REVIEWED-COUNT         PIC 9(7) VALUE 0.
       01 WS-PLACED-COUNT           PIC 9(7) VALUE 0.
       01 WS-RELEASED-COUNT         PIC 9(7) VALUE 0.
       01 WS-STILL-HELD-COUNT       PIC 9(7) VALUE 0.
       01 WS-GRACE-SKIP-COUNT       PIC 9(7) VALUE 0.
       01 WS-CLOSED-COUNT           PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT            PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-GROUP-EXPOSURE
           PERFORM FIND-NEXT-HOLD-ID
           PERFORM REVIEW-ALL-CUSTOMERS
           PERFORM WRITE-REPORT-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> Days a manual release protects the account from being
           *> re-held for the same arrears, and how far back a
           *> returned payment counts, arrive one per line; blank
           *> keeps the 30-day defaults
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-GRACE-DAYS
           END-IF
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-BOUNCE-DAYS
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM

           COMPUTE WS-WINDOW-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM) -
               WS-GRACE-DAYS
           COMPUTE WS-WINDOW-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER)
           MOVE WS-WINDOW-DATE-NUM TO WS-WINDOW-NUM-X
           MOVE SPACES TO WS-GRACE-START-DATE
           STRING WS-WINDOW-NUM-X(1:4) "-" WS-WINDOW-NUM-X(5:2) "-"
                  WS-WINDOW-NUM-X(7:2)
               DELIMITED BY SIZE INTO WS-GRACE-START-DATE

           COMPUTE WS-WINDOW-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM) -
               WS-BOUNCE-DAYS
           COMPUTE WS-WINDOW-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INTEGER)
           MOVE WS-WINDOW-DATE-NUM TO WS-WINDOW-NUM-X
           MOVE SPACES TO WS-BOUNCE-START-DATE
           STRING WS-WINDOW-NUM-X(1:4) "-" WS-WINDOW-NUM-X(5:2) "-"
                  WS-WINDOW-NUM-X(7:2)
               DELIMITED BY SIZE INTO WS-BOUNCE-START-DATE

           PERFORM CHECK-AGING-SUMMARY-CURRENT

           OPEN I-O CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   TRANS-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

           OPEN I-O HOLD-HISTORY-FILE
           IF HOLD-FILE-STATUS = "35"
               CLOSE HOLD-HISTORY-FILE
               OPEN OUTPUT HOLD-HISTORY-FILE
               CLOSE HOLD-HISTORY-FILE
               OPEN I-O HOLD-HISTORY-FILE
           END-IF
           IF HOLD-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open hold history file, status "
                   HOLD-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT HOLD-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open credit hold report, status "
                   REPORT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               CLOSE AGING-SUMMARY-FILE
               CLOSE HOLD-HISTORY-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Credit Hold Report " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE HOLD-REPORT-RECORD FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING "Action,CustomerID,Name,Reason,Detail,"
                      DELIMITED BY SIZE
                  "PriorStatus,NewStatus" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE HOLD-REPORT-RECORD FROM WS-RPT-LINE.

       CHECK-AGING-SUMMARY-CURRENT.
           *> Buckets come from the nightly AGING-BUILD summary; one
           *> built before the last DAY-CLOSE misses postings that
           *> day certified, so the run is refused until it is rebuilt
           OPEN INPUT AGING-SUMMARY-FILE
           IF AGING-FILE-STATUS NOT = "00"
               DISPLAY "Aging summary not available, status "
                   AGING-FILE-STATUS "; run AGING-BUILD first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO AG-CUSTOMER-ID
           READ AGING-SUMMARY-FILE
               INVALID KEY
                   DISPLAY "Aging summary has no control record; "
                       "run AGING-BUILD first"
                   CLOSE AGING-SUMMARY-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE AG-AS-OF-DATE TO WS-AGING-AS-OF-DATE

           PERFORM FIND-LAST-CLOSED-DAY
           IF WS-AGING-AS-OF-DATE < WS-LAST-CLOSE-DATE
               DISPLAY "Aging summary as of " WS-AGING-AS-OF-DATE
                   " is older than the last day close "
                   WS-LAST-CLOSE-DATE "; run AGING-BUILD first"
               CLOSE AGING-SUMMARY-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                           MOVE DC-CLOSE-DATE TO WS-LAST-CLOSE-DATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DAYCLOSE-FILE.

       LOAD-GROUP-EXPOSURE.
           *> Same combined exposure CHECK-CREDIT-EXPOSURE measures
           *> online: the parent's balance plus every branch pointing
           *> at it, against the group limit held on the parent. The
           *> first pass finds the limited parents, the second adds
           *> up their members
           MOVE 0 TO WS-GROUP-COUNT
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
                       IF CF-PARENT-ID = 0 AND CF-GROUP-LIMIT > 0
                           PERFORM ADD-GROUP-ROOT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-GROUP-COUNT = 0
               MOVE "00" TO FILE-STATUS
               EXIT PARAGRAPH
           END-IF

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
                       IF CF-PARENT-ID > 0
                           MOVE CF-PARENT-ID TO WS-LOOKUP-ROOT-ID
                       ELSE
                           MOVE CF-CUSTOMER-ID TO WS-LOOKUP-ROOT-ID
                       END-IF
                       PERFORM FIND-GROUP-ENTRY
                       IF WS-GROUP-FOUND-IDX > 0
                           ADD CF-BALANCE TO
                               WS-GROUP-BALANCE(WS-GROUP-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO FILE-STATUS.

       ADD-GROUP-ROOT.
           IF WS-GROUP-COUNT >= 2000
               MOVE 1 TO WS-GROUP-FULL-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE CF-CUSTOMER-ID TO WS-GROUP-ROOT-ID(WS-GROUP-COUNT)
           MOVE CF-GROUP-LIMIT TO WS-GROUP-LIMIT(WS-GROUP-COUNT)
           MOVE 0 TO WS-GROUP-BALANCE(WS-GROUP-COUNT).

       FIND-GROUP-ENTRY.
           MOVE 0 TO WS-GROUP-FOUND-IDX
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               OR WS-GROUP-FOUND-IDX > 0
               IF WS-GROUP-ROOT-ID(WS-GROUP-IDX) = WS-LOOKUP-ROOT-ID
                   MOVE WS-GROUP-IDX TO WS-GROUP-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-NEXT-HOLD-ID.
           *> Scanned once, then the counter advances locally
           MOVE 0 TO WS-MAX-HOLD-ID
           MOVE LOW-VALUES TO HH-HOLD-ID
           START HOLD-HISTORY-FILE KEY >= HH-HOLD-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-HOLD-EOF-FLAG
                   PERFORM UNTIL WS-HOLD-EOF-FLAG = 1
                       READ HOLD-HISTORY-FILE NEXT
                           AT END
                               MOVE 1 TO WS-HOLD-EOF-FLAG
                           NOT AT END
                               IF HH-HOLD-ID > WS-MAX-HOLD-ID
                                   MOVE HH-HOLD-ID TO WS-MAX-HOLD-ID
                               END-IF
                       END-READ
                   END-PERFORM
           END-START

           MOVE "00" TO HOLD-FILE-STATUS
           COMPUTE WS-NEXT-HOLD-ID = WS-MAX-HOLD-ID + 1.

       REVIEW-ALL-CUSTOMERS.
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
                       PERFORM REVIEW-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       REVIEW-ONE-CUSTOMER.
           MOVE CF-CUSTOMER-ID TO WS-SAVED-CUSTOMER-ID
           MOVE CF-CUSTOMER-STATUS TO WS-SAVED-STATUS
           MOVE CF-CUSTOMER-NAME TO WS-SAVED-NAME

           PERFORM FIND-HOLD-HISTORY

           *> Archived, written-off and suspense accounts take no new
           *> charges anyway; a hold left open when one of those
           *> replaced it is simply closed off
           IF WS-SAVED-STATUS = "ARCHIVED"
               OR WS-SAVED-STATUS = "WRITTENOFF"
               OR WS-SAVED-STATUS = "SUSPENSE"
               IF WS-OPEN-HOLD-ID > 0
                   PERFORM CLOSE-SUPERSEDED-HOLD
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REVIEWED-COUNT
           PERFORM EVALUATE-HOLD-RULES

           IF WS-SAVED-STATUS = "HOLD"
               *> Lifted only once no rule applies and nothing is
               *> left past 30 days
               IF WS-RULE-COUNT = 0 AND WS-AGED-OVER-30 <= 0
                   PERFORM RELEASE-ONE-HOLD
               ELSE
                   ADD 1 TO WS-STILL-HELD-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-RULE-COUNT > 0
               PERFORM PLACE-ONE-HOLD
               EXIT PARAGRAPH
           END-IF

           IF WS-SUPPRESSED-FLAG = 1
               ADD 1 TO WS-GRACE-SKIP-COUNT
           END-IF.

       FIND-HOLD-HISTORY.
           *> The open hold (no release date) and the most recent
           *> release on file for this customer
           MOVE 0 TO WS-OPEN-HOLD-ID
           MOVE SPACES TO WS-OPEN-HOLD-PRIOR
           MOVE SPACES TO WS-OPEN-HOLD-REASON
           MOVE SPACES TO WS-LAST-RELEASE-DATE
           MOVE SPACES TO WS-LAST-RELEASE-TYPE

           MOVE WS-SAVED-CUSTOMER-ID TO HH-CUSTOMER-ID
           START HOLD-HISTORY-FILE KEY = HH-CUSTOMER-ID
               INVALID KEY
                   MOVE "00" TO HOLD-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-HOLD-EOF-FLAG
           PERFORM UNTIL WS-HOLD-EOF-FLAG = 1
               READ HOLD-HISTORY-FILE NEXT
                   AT END
                       MOVE 1 TO WS-HOLD-EOF-FLAG
                   NOT AT END
                       IF HH-CUSTOMER-ID NOT = WS-SAVED-CUSTOMER-ID
                           MOVE 1 TO WS-HOLD-EOF-FLAG
                       ELSE
                           IF HH-RELEASE-DATE = SPACES
                               MOVE HH-HOLD-ID TO WS-OPEN-HOLD-ID
                               MOVE HH-PRIOR-STATUS TO
                                   WS-OPEN-HOLD-PRIOR
                               MOVE HH-REASON-CODE TO
                                   WS-OPEN-HOLD-REASON
                           ELSE
                               IF HH-RELEASE-DATE >=
                                   WS-LAST-RELEASE-DATE
                                   MOVE HH-RELEASE-DATE TO
                                       WS-LAST-RELEASE-DATE
                                   MOVE HH-RELEASE-TYPE TO
                                       WS-LAST-RELEASE-TYPE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO HOLD-FILE-STATUS.

       EVALUATE-HOLD-RULES.
           *> Rules are checked in a fixed order; the first one that
           *> fires gives the reason code, every one that fires is
           *> described in the reason text
           MOVE 0 TO WS-RULE-COUNT
           MOVE SPACES TO WS-HOLD-REASON-CODE
           MOVE SPACES TO WS-HOLD-REASON-TEXT

           *> An ADMIN release stands against the same arrears for the
           *> grace period; a newly returned payment still re-holds
           MOVE 0 TO WS-GRACE-FLAG
           MOVE 0 TO WS-SUPPRESSED-FLAG
           IF WS-LAST-RELEASE-TYPE = "MANUAL"
               AND WS-LAST-RELEASE-DATE >= WS-GRACE-START-DATE
               MOVE 1 TO WS-GRACE-FLAG
           END-IF

           MOVE WS-SAVED-CUSTOMER-ID TO AG-CUSTOMER-ID
           READ AGING-SUMMARY-FILE
               INVALID KEY
                   MOVE 0 TO AG-AGE-31-60 AG-AGE-61-90
                       AG-AGE-90-PLUS
           END-READ
           MOVE AG-AGE-90-PLUS TO WS-AGED-90-PLUS
           COMPUTE WS-AGED-OVER-30 =
               AG-AGE-31-60 + AG-AGE-61-90 + AG-AGE-90-PLUS

           IF WS-AGED-90-PLUS > 0
               IF WS-GRACE-FLAG = 1
                   MOVE 1 TO WS-SUPPRESSED-FLAG
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE "AGED90" TO WS-HOLD-REASON-CODE
                   MOVE WS-AGED-90-PLUS TO WS-FMT-AMOUNT
                   STRING "90+ DAYS " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-AMOUNT)
                              DELIMITED BY SIZE
                       INTO WS-HOLD-REASON-TEXT
                   END-STRING
               END-IF
           END-IF

           IF CF-PARENT-ID > 0
               MOVE CF-PARENT-ID TO WS-LOOKUP-ROOT-ID
           ELSE
               MOVE CF-CUSTOMER-ID TO WS-LOOKUP-ROOT-ID
           END-IF
           PERFORM FIND-GROUP-ENTRY
           IF WS-GROUP-FOUND-IDX > 0
               IF WS-GROUP-BALANCE(WS-GROUP-FOUND-IDX) >
                   WS-GROUP-LIMIT(WS-GROUP-FOUND-IDX)
                   IF WS-GRACE-FLAG = 1
                       MOVE 1 TO WS-SUPPRESSED-FLAG
                   ELSE
                       ADD 1 TO WS-RULE-COUNT
                       IF WS-HOLD-REASON-CODE = SPACES
                           MOVE "OVERLIMIT" TO WS-HOLD-REASON-CODE
                       END-IF
                       PERFORM DESCRIBE-GROUP-BREACH
                   END-IF
               END-IF
           END-IF

           PERFORM FIND-RETURNED-PAYMENT
           IF WS-RETURNED-ID > 0
               ADD 1 TO WS-RULE-COUNT
               IF WS-HOLD-REASON-CODE = SPACES
                   MOVE "RETURNED" TO WS-HOLD-REASON-CODE
               END-IF
               PERFORM DESCRIBE-RETURNED-PAYMENT
           END-IF.

       DESCRIBE-GROUP-BREACH.
           MOVE WS-GROUP-BALANCE(WS-GROUP-FOUND-IDX) TO WS-FMT-AMOUNT
           MOVE WS-GROUP-LIMIT(WS-GROUP-FOUND-IDX) TO WS-FMT-LIMIT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "GROUP " DELIMITED BY SIZE
                  WS-GROUP-ROOT-ID(WS-GROUP-FOUND-IDX)
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-AMOUNT) DELIMITED BY SIZE
                  " OVER " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-LIMIT) DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           PERFORM APPEND-REASON-TEXT.

       DESCRIBE-RETURNED-PAYMENT.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "PAYMENT " DELIMITED BY SIZE
                  WS-RETURNED-ID DELIMITED BY SIZE
                  " RETURNED " DELIMITED BY SIZE
                  WS-RETURNED-DATE DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           PERFORM APPEND-REASON-TEXT.

       APPEND-REASON-TEXT.
           IF WS-HOLD-REASON-TEXT = SPACES
               MOVE WS-RPT-DETAIL TO WS-HOLD-REASON-TEXT
           ELSE
               STRING FUNCTION TRIM(WS-HOLD-REASON-TEXT)
                          DELIMITED BY SIZE
                      "; " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-DETAIL) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               MOVE WS-RPT-LINE TO WS-HOLD-REASON-TEXT
               MOVE SPACES TO WS-RPT-LINE
           END-IF.

       FIND-RETURNED-PAYMENT.
           *> A returned cheque is a PAYMENT later taken back by
           *> REVERSE_TRANSACTION: the original is left REVERSED and
           *> the offsetting REVERSAL names it in its description.
           *> Only returns inside the look-back window and after the
           *> account's last release count, so a release is not
           *> undone the next night by the return it already covered
           MOVE 0 TO WS-RETURNED-ID
           MOVE SPACES TO WS-RETURNED-DATE
           MOVE 0 TO WS-RETURNED-PAY-COUNT
           MOVE 0 TO WS-REVERSAL-COUNT

           MOVE WS-SAVED-CUSTOMER-ID TO TF-CUSTOMER-ID
           START TRANSACTION-FILE KEY = TF-CUSTOMER-ID
               INVALID KEY
                   MOVE "00" TO TRANS-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-TRANS-EOF-FLAG
           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       IF TF-CUSTOMER-ID NOT = WS-SAVED-CUSTOMER-ID
                           MOVE 1 TO WS-TRANS-EOF-FLAG
                       ELSE
                           PERFORM COLLECT-RETURN-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO TRANS-FILE-STATUS

           PERFORM VARYING WS-REVERSAL-IDX FROM 1 BY 1
               UNTIL WS-REVERSAL-IDX > WS-REVERSAL-COUNT
               PERFORM VARYING WS-RETURN-IDX FROM 1 BY 1
                   UNTIL WS-RETURN-IDX > WS-RETURNED-PAY-COUNT
                   IF WS-RETURNED-PAY-ID(WS-RETURN-IDX) =
                       WS-REVERSAL-ORIG-ID(WS-REVERSAL-IDX)
                       AND WS-REVERSAL-DATE(WS-REVERSAL-IDX) >
                           WS-RETURNED-DATE
                       MOVE WS-RETURNED-PAY-ID(WS-RETURN-IDX) TO
                           WS-RETURNED-ID
                       MOVE WS-REVERSAL-DATE(WS-REVERSAL-IDX) TO
                           WS-RETURNED-DATE
                   END-IF
               END-PERFORM
           END-PERFORM.

       COLLECT-RETURN-CANDIDATE.
           IF TF-TYPE = "PAYMENT" AND TF-STATUS = "REVERSED"
               AND WS-RETURNED-PAY-COUNT < 100
               ADD 1 TO WS-RETURNED-PAY-COUNT
               MOVE TF-TRANSACTION-ID TO
                   WS-RETURNED-PAY-ID(WS-RETURNED-PAY-COUNT)
               EXIT PARAGRAPH
           END-IF

           *> "Reversal of transaction " is 24 characters; the
           *> original id follows it
           IF TF-TYPE = "REVERSAL" AND TF-AMOUNT > 0
               AND TF-DATE >= WS-BOUNCE-START-DATE
               AND TF-DATE <= WS-FORMATTED-DATE
               AND (WS-LAST-RELEASE-DATE = SPACES
                   OR TF-DATE > WS-LAST-RELEASE-DATE)
               AND TF-DESCRIPTION(25:10) IS NUMERIC
               AND WS-REVERSAL-COUNT < 100
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE TF-DESCRIPTION(25:10) TO
                   WS-REVERSAL-ORIG-ID(WS-REVERSAL-COUNT)
               MOVE TF-DATE TO WS-REVERSAL-DATE(WS-REVERSAL-COUNT)
           END-IF.

       PLACE-ONE-HOLD.
           *> CUSTOMER-FILE is still positioned on the record the
           *> sweep just read, so the status is rewritten in place;
           *> the history row is the other half of the same change and
           *> its failure puts the status back
           MOVE "HOLD" TO CF-CUSTOMER-STATUS
           MOVE WS-FORMATTED-DATE TO CF-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Customer " WS-SAVED-CUSTOMER-ID
                       ": hold not placed, status " FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE

           *> A hold left open by an earlier run that a status change
           *> has since overtaken is closed before the new one opens
           IF WS-OPEN-HOLD-ID > 0
               PERFORM CLOSE-SUPERSEDED-HOLD
           END-IF

           MOVE WS-NEXT-HOLD-ID TO HH-HOLD-ID
           MOVE WS-SAVED-CUSTOMER-ID TO HH-CUSTOMER-ID
           MOVE WS-HOLD-REASON-CODE TO HH-REASON-CODE
           MOVE WS-HOLD-REASON-TEXT TO HH-REASON-TEXT
           MOVE WS-FORMATTED-DATE TO HH-HOLD-DATE
           MOVE WS-SAVED-STATUS TO HH-PRIOR-STATUS
           MOVE SPACES TO HH-RELEASE-DATE
           MOVE SPACES TO HH-RELEASE-TYPE
           MOVE 0 TO HH-RELEASED-BY
           MOVE SPACES TO HH-RELEASE-REASON
           WRITE HOLD-HISTORY-RECORD
               INVALID KEY
                   MOVE WS-SAVED-STATUS TO CF-CUSTOMER-STATUS
                   MOVE WS-SAVED-CUSTOMER-ID TO CF-CUSTOMER-ID
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   DISPLAY "Customer " WS-SAVED-CUSTOMER-ID
                       ": hold history write failed, status "
                       HOLD-FILE-STATUS "; hold backed out"
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-NEXT-HOLD-ID
           ADD 1 TO WS-PLACED-COUNT

           MOVE "HOLD" TO WS-AUDIT-OPERATION
           MOVE WS-SAVED-CUSTOMER-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "STATUS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAVED-STATUS) DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "STATUS=HOLD,REASON=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLD-REASON-CODE) DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM LOG-AUDIT-ENTRY

           MOVE "PLACED" TO WS-RPT-ACTION
           MOVE WS-HOLD-REASON-TEXT TO WS-RPT-DETAIL
           MOVE "HOLD" TO WS-NEW-STATUS
           PERFORM WRITE-REPORT-DETAIL.

       RELEASE-ONE-HOLD.
           *> The account goes back to the status it held before the
           *> hold; one with no open history row (put back by a run
           *> back-out, say) returns to ACTIVE
           MOVE WS-OPEN-HOLD-PRIOR TO WS-NEW-STATUS
           IF WS-NEW-STATUS = SPACES OR WS-NEW-STATUS = "HOLD"
               MOVE "ACTIVE" TO WS-NEW-STATUS
           END-IF

           MOVE WS-NEW-STATUS TO CF-CUSTOMER-STATUS
           MOVE WS-FORMATTED-DATE TO CF-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Customer " WS-SAVED-CUSTOMER-ID
                       ": hold not released, status " FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "Account current" TO WS-RELEASE-REASON
           IF WS-OPEN-HOLD-ID > 0
               MOVE WS-OPEN-HOLD-ID TO HH-HOLD-ID
               READ HOLD-HISTORY-FILE
                   INVALID KEY
                       MOVE 0 TO WS-OPEN-HOLD-ID
               END-READ
           END-IF
           IF WS-OPEN-HOLD-ID > 0
               MOVE WS-FORMATTED-DATE TO HH-RELEASE-DATE
               MOVE "AUTO" TO HH-RELEASE-TYPE
               MOVE 0 TO HH-RELEASED-BY
               MOVE WS-RELEASE-REASON TO HH-RELEASE-REASON
               REWRITE HOLD-HISTORY-RECORD
                   INVALID KEY
                       MOVE "HOLD" TO CF-CUSTOMER-STATUS
                       MOVE WS-SAVED-CUSTOMER-ID TO CF-CUSTOMER-ID
                       REWRITE CUSTOMER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       DISPLAY "Customer " WS-SAVED-CUSTOMER-ID
                           ": hold history update failed, status "
                           HOLD-FILE-STATUS "; release backed out"
                       ADD 1 TO WS-ERROR-COUNT
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF

           ADD 1 TO WS-RELEASED-COUNT

           MOVE "UNHOLD" TO WS-AUDIT-OPERATION
           MOVE WS-SAVED-CUSTOMER-ID TO WS-AUDIT-KEY
           MOVE "STATUS=HOLD" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "STATUS=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-STATUS) DELIMITED BY SIZE
                  ",BY=AUTO" DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM LOG-AUDIT-ENTRY

           MOVE "RELEASED" TO WS-RPT-ACTION
           MOVE WS-OPEN-HOLD-REASON TO WS-HOLD-REASON-CODE
           MOVE WS-RELEASE-REASON TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-DETAIL.

       CLOSE-SUPERSEDED-HOLD.
           MOVE WS-OPEN-HOLD-ID TO HH-HOLD-ID
           READ HOLD-HISTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-FORMATTED-DATE TO HH-RELEASE-DATE
           MOVE "STATUS" TO HH-RELEASE-TYPE
           MOVE 0 TO HH-RELEASED-BY
           MOVE SPACES TO HH-RELEASE-REASON
           STRING "Account status now " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAVED-STATUS) DELIMITED BY SIZE
               INTO HH-RELEASE-REASON
           END-STRING
           REWRITE HOLD-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Customer " WS-SAVED-CUSTOMER-ID
                       ": stale hold " WS-OPEN-HOLD-ID
                       " not closed, status " HOLD-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-CLOSED-COUNT
           MOVE 0 TO WS-OPEN-HOLD-ID.

       WRITE-REPORT-DETAIL.
           *> Names are free text; commas would split the CSV column
           MOVE WS-SAVED-NAME TO WS-RPT-NAME
           INSPECT WS-RPT-NAME REPLACING ALL "," BY " "
           INSPECT WS-RPT-DETAIL REPLACING ALL "," BY " "

           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(WS-RPT-ACTION) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SAVED-CUSTOMER-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLD-REASON-CODE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-DETAIL) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SAVED-STATUS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-STATUS) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE HOLD-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE WS-PLACED-COUNT TO WS-RPT-PLACED
           MOVE WS-RELEASED-COUNT TO WS-RPT-RELEASED
           MOVE WS-STILL-HELD-COUNT TO WS-RPT-HELD
           MOVE WS-GRACE-SKIP-COUNT TO WS-RPT-GRACE
           MOVE WS-ERROR-COUNT TO WS-RPT-ERRORS

           MOVE SPACES TO WS-RPT-LINE
           STRING "Totals: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-PLACED) DELIMITED BY SIZE
                  " placed, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-RELEASED) DELIMITED BY SIZE
                  " released, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-HELD) DELIMITED BY SIZE
                  " still held, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-GRACE) DELIMITED BY SIZE
                  " in release grace, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ERRORS) DELIMITED BY SIZE
                  " errors" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE HOLD-REPORT-RECORD FROM WS-RPT-LINE

           IF WS-GROUP-FULL-FLAG = 1
               MOVE "Warning: group table limit reached, some group "
                   & "limits not checked" TO HOLD-REPORT-RECORD
               WRITE HOLD-REPORT-RECORD
           END-IF.

       LOG-AUDIT-ENTRY.
           MOVE WS-FORMATTED-DATE TO AF-TIMESTAMP
           MOVE "CREDIT-HOLD" TO AF-PROGRAM
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

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> report lines into the repository under a unique run id,
           *> so earlier runs survive the next overwrite-in-place
           *> OPEN OUTPUT and an auditor can ask for any kept run
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "CHLD" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT HOLD-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE HOLD-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ HOLD-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE HOLD-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE HOLD-REPORT-FILE
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
           MOVE "CREDIT-HOLD" TO RC-REPORT-NAME
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
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE AGING-SUMMARY-FILE
           CLOSE HOLD-HISTORY-FILE
           CLOSE HOLD-REPORT-FILE
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Credit hold run " WS-FORMATTED-DATE " complete: "
               WS-REVIEWED-COUNT " reviewed, "
               WS-PLACED-COUNT " placed, "
               WS-RELEASED-COUNT " released, "
               WS-STILL-HELD-COUNT " still held, "
               WS-ERROR-COUNT " errors".
