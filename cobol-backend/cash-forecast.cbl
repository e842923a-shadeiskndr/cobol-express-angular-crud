       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.

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

           SELECT STANDING-ORDER-FILE
           ASSIGN TO EXTERNAL DD_STANDING_ORDER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ORDER-ID
           ALTERNATE RECORD KEY IS SO-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS ORDER-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO EXTERNAL DD_CALENDAR_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BC-DATE
           FILE STATUS IS CALENDAR-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO EXTERNAL DD_DISPUTE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DP-TRANSACTION-ID
           ALTERNATE RECORD KEY IS DP-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO EXTERNAL DD_AUDIT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT FORECAST-HISTORY-FILE
           ASSIGN TO EXTERNAL DD_CASH_FORECAST_HISTORY_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FH-KEY
           FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT FORECAST-REPORT-FILE
           ASSIGN TO EXTERNAL DD_CASH_FORECAST_REPORT_FILE
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

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
          05 BC-DATE                PIC X(10).
          05 BC-DAY-TYPE            PIC X(1).
          05 BC-DESCRIPTION         PIC X(30).

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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AF-TIMESTAMP           PIC X(10).
          05 AF-PROGRAM             PIC X(20).
          05 AF-OPERATION           PIC X(10).
          05 AF-RECORD-KEY          PIC X(10).
          05 AF-BEFORE-VALUE        PIC X(60).
          05 AF-AFTER-VALUE         PIC X(60).

       FD FORECAST-HISTORY-FILE.
       01 FORECAST-HISTORY-RECORD.
          05 FH-KEY.
             10 FH-RUN-DATE         PIC X(10).
             10 FH-WEEK-NO          PIC 9(2).
          05 FH-WEEK-START          PIC X(10).
          05 FH-COMMITTED           PIC S9(9)V99.
          05 FH-EXPECTED            PIC S9(9)V99.
          05 FH-AT-RISK             PIC S9(9)V99.

       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-RECORD    PIC X(200).

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
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 ORDER-FILE-STATUS         PIC XX VALUE SPACES.
       01 CALENDAR-FILE-STATUS      PIC XX VALUE SPACES.
       01 DISPUTE-FILE-STATUS       PIC XX VALUE SPACES.
       01 AUDIT-FILE-STATUS         PIC XX VALUE SPACES.
       01 HISTORY-FILE-STATUS       PIC XX VALUE SPACES.
       01 REPORT-FILE-STATUS        PIC XX VALUE SPACES.
       01 CATALOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 STORE-FILE-STATUS         PIC XX VALUE SPACES.

       01 WS-ORDER-PRESENT-FLAG     PIC 9 VALUE 0.
       01 WS-CALENDAR-PRESENT-FLAG  PIC 9 VALUE 0.
       01 WS-DISPUTE-PRESENT-FLAG   PIC 9 VALUE 0.
       01 WS-AUDIT-PRESENT-FLAG     PIC 9 VALUE 0.
       01 WS-HISTORY-PRESENT-FLAG   PIC 9 VALUE 0.

       01 WS-REPORT-RUN-ID          PIC X(16) VALUE SPACES.
       01 WS-REG-DATE               PIC 9(8) VALUE 0.
       01 WS-REG-DATE-X REDEFINES WS-REG-DATE PIC X(8).
       01 WS-REG-TIME               PIC 9(8) VALUE 0.
       01 WS-REG-TIME-X REDEFINES WS-REG-TIME PIC X(8).
       01 WS-STORE-LINE-COUNT       PIC 9(7) VALUE 0.
       01 WS-REG-EOF-FLAG           PIC 9 VALUE 0.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-AS-OF-DATE             PIC X(10) VALUE SPACES.
       01 WS-AS-OF-INTEGER          PIC S9(9) COMP VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).

      *> Date conversion work areas shared by every pass
       01 WS-CONV-DATE              PIC X(10) VALUE SPACES.
       01 WS-CONV-BUILD             PIC X(8).
       01 WS-CONV-NUM               PIC 9(8) VALUE 0.
       01 WS-CONV-NUM-X             PIC X(8).
       01 WS-CONV-INTEGER           PIC S9(9) COMP VALUE 0.
       01 WS-CONV-VALID-FLAG        PIC 9 VALUE 0.

      *> Eight forecast weeks, Monday to Sunday, starting with the
      *> week the as-of date falls in; slot 9 holds what is expected
      *> after the horizon
       01 WS-WEEK1-INTEGER          PIC S9(9) COMP VALUE 0.
       01 WS-HORIZON-END-INTEGER    PIC S9(9) COMP VALUE 0.
       01 WS-HORIZON-END-DATE       PIC X(10) VALUE SPACES.
       01 WS-WEEK-TABLE.
          05 WS-WEEK-ENTRY OCCURS 9 TIMES.
             10 WS-WK-START         PIC X(10).
             10 WS-WK-COMMITTED     PIC S9(9)V99.
             10 WS-WK-EXPECTED      PIC S9(9)V99.
             10 WS-WK-AT-RISK       PIC S9(9)V99.
       01 WS-WEEK-IDX               PIC 9(2) VALUE 0.
       01 WS-WK                     PIC 9(2) VALUE 0.
       01 WS-TOTAL-COMMITTED        PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-EXPECTED         PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-AT-RISK          PIC S9(9)V99 VALUE 0.
       01 WS-WEEK-TOTAL             PIC S9(9)V99 VALUE 0.

      *> Historical payment lag per customer: days between an item
      *> falling due and the payment that cleared it
       01 WS-LAG-COUNT              PIC 9(4) VALUE 0.
       01 WS-LAG-MAX                PIC 9(4) VALUE 5000.
       01 WS-LAG-TABLE.
          05 WS-LAG-ENTRY OCCURS 5000 TIMES.
             10 WS-LAG-CUSTOMER-ID  PIC 9(5).
             10 WS-LAG-DAYS-TOTAL   PIC S9(9).
             10 WS-LAG-ITEM-COUNT   PIC 9(7).
       01 WS-LAG-IDX                PIC 9(4) COMP VALUE 0.
       01 WS-LAG-FOUND-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-LAG-ALL-TOTAL          PIC S9(11) VALUE 0.
       01 WS-LAG-ALL-COUNT          PIC 9(9) VALUE 0.
       01 WS-DEFAULT-LAG            PIC S9(5) VALUE 0.
       01 WS-CUSTOMER-LAG           PIC S9(5) VALUE 0.
       01 WS-PAID-DATE-INTEGER      PIC S9(9) COMP VALUE 0.
       01 WS-ITEM-LAG               PIC S9(7) VALUE 0.
       01 WS-PAID-TALLY             PIC 9(3) VALUE 0.
       01 WS-AUDIT-EOF-FLAG         PIC 9 VALUE 0.

      *> One customer's open items by expected week, held until
      *> the customer is known to be sound or at risk
       01 WS-CURRENT-CUSTOMER-ID    PIC 9(5) VALUE 0.
       01 WS-CUST-AT-RISK-FLAG      PIC 9 VALUE 0.
       01 WS-CUST-WEEK-TABLE.
          05 WS-CW-AMOUNT           PIC S9(9)V99 OCCURS 9 TIMES.
       01 WS-ITEM-DUE-DATE          PIC X(10) VALUE SPACES.
       01 WS-ITEM-DUE-INTEGER       PIC S9(9) COMP VALUE 0.
       01 WS-DAYS-PAST-DUE          PIC S9(7) VALUE 0.
       01 WS-TRANS-EOF-FLAG         PIC 9 VALUE 0.
       01 WS-DISPUTE-EOF-FLAG       PIC 9 VALUE 0.

      *> Standing-order instalments inside the horizon
       01 WS-ORDER-EOF-FLAG         PIC 9 VALUE 0.
       01 WS-CYCLE-MONTH            PIC X(7).
       01 WS-CYCLE-YEAR-NUM         PIC 9(4) VALUE 0.
       01 WS-CYCLE-MONTH-NUM        PIC 9(2) VALUE 0.
       01 WS-END-CYCLE-MONTH        PIC X(7).
       01 WS-MONTH-LAST-DAY         PIC 9(2) VALUE 0.
       01 WS-POST-DAY               PIC 9(2) VALUE 0.
       01 WS-POST-DATE              PIC X(10) VALUE SPACES.
       01 WS-BUSINESS-DAY-FLAG      PIC 9 VALUE 0.
       01 WS-ROLL-DATE-BUILD        PIC X(8).
       01 WS-ROLL-DATE-NUM          PIC 9(8) VALUE 0.
       01 WS-ROLL-DATE-NUM-X        PIC X(8).
       01 WS-ROLL-INTEGER           PIC S9(9) COMP VALUE 0.
       01 WS-ROLL-TRIES             PIC 9(2) VALUE 0.

      *> The previous run's forecast, for comparison with the cash
      *> that has since come in
       01 WS-PRIOR-RUN-DATE         PIC X(10) VALUE SPACES.
       01 WS-PRIOR-WEEK-COUNT       PIC 9(2) VALUE 0.
       01 WS-PRIOR-TABLE.
          05 WS-PRIOR-ENTRY OCCURS 8 TIMES.
             10 WS-PR-START         PIC X(10).
             10 WS-PR-END           PIC X(10).
             10 WS-PR-FORECAST      PIC S9(9)V99.
             10 WS-PR-AT-RISK       PIC S9(9)V99.
             10 WS-PR-ACTUAL        PIC S9(9)V99.
       01 WS-PRIOR-VARIANCE         PIC S9(9)V99 VALUE 0.
       01 WS-HISTORY-EOF-FLAG       PIC 9 VALUE 0.

       01 WS-OPEN-ITEM-COUNT        PIC 9(7) VALUE 0.
       01 WS-INSTALMENT-COUNT       PIC 9(7) VALUE 0.
       01 WS-AT-RISK-CUSTOMERS      PIC 9(7) VALUE 0.
       01 WS-PAID-ITEM-COUNT        PIC 9(7) VALUE 0.

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-AMOUNT-1           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-2           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-3           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-4           PIC -ZZZZZZZZ9.99.
       01 WS-RPT-WEEK-TEXT          PIC Z9.
       01 WS-RPT-LAG-TEXT           PIC -ZZZ9.
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.
       01 WS-RPT-NOTE               PIC X(10).

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM BUILD-WEEK-TABLE
           PERFORM LOAD-PRIOR-FORECAST
           PERFORM BUILD-PAYMENT-LAG
           PERFORM FORECAST-OPEN-ITEMS
           PERFORM FORECAST-STANDING-ORDERS
           PERFORM WRITE-FORECAST-REPORT
           PERFORM WRITE-PRIOR-COMPARISON
           PERFORM SAVE-FORECAST-HISTORY
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> The as-of date arrives as YYYY-MM-DD; blank means the
           *> job chain's run date, or today when run by hand
           ACCEPT WS-INPUT-TEXT
           MOVE WS-INPUT-TEXT TO WS-AS-OF-DATE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-AS-OF-DATE = SPACES
               ACCEPT WS-AS-OF-DATE FROM ENVIRONMENT "JOB_RUN_DATE"
           END-IF
           IF WS-AS-OF-DATE = SPACES
               MOVE WS-YEAR TO WS-AS-OF-DATE(1:4)
               MOVE "-" TO WS-AS-OF-DATE(5:1)
               MOVE WS-MONTH TO WS-AS-OF-DATE(6:2)
               MOVE "-" TO WS-AS-OF-DATE(8:1)
               MOVE WS-DAY TO WS-AS-OF-DATE(9:2)
           END-IF

           MOVE WS-AS-OF-DATE TO WS-CONV-DATE
           PERFORM CONVERT-DATE-TO-INTEGER
           IF WS-CONV-VALID-FLAG = 0
               DISPLAY "Invalid as-of date " WS-AS-OF-DATE
               STOP RUN
           END-IF
           MOVE WS-CONV-INTEGER TO WS-AS-OF-INTEGER

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   TRANS-FILE-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           *> Standing orders, the calendar, disputes and the audit
           *> trail each sharpen the forecast but none is required
           MOVE 1 TO WS-ORDER-PRESENT-FLAG
           OPEN INPUT STANDING-ORDER-FILE
           IF ORDER-FILE-STATUS NOT = "00"
               CLOSE STANDING-ORDER-FILE
               MOVE 0 TO WS-ORDER-PRESENT-FLAG
           END-IF

           MOVE 1 TO WS-CALENDAR-PRESENT-FLAG
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               CLOSE CALENDAR-FILE
               MOVE 0 TO WS-CALENDAR-PRESENT-FLAG
           END-IF

           MOVE 1 TO WS-DISPUTE-PRESENT-FLAG
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS NOT = "00"
               CLOSE DISPUTE-FILE
               MOVE 0 TO WS-DISPUTE-PRESENT-FLAG
           END-IF

           MOVE 1 TO WS-AUDIT-PRESENT-FLAG
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               CLOSE AUDIT-FILE
               MOVE 0 TO WS-AUDIT-PRESENT-FLAG
           END-IF

           *> The history of past forecasts is created on first use
           MOVE 1 TO WS-HISTORY-PRESENT-FLAG
           OPEN I-O FORECAST-HISTORY-FILE
           IF HISTORY-FILE-STATUS = "35"
               CLOSE FORECAST-HISTORY-FILE
               OPEN OUTPUT FORECAST-HISTORY-FILE
               CLOSE FORECAST-HISTORY-FILE
               OPEN I-O FORECAST-HISTORY-FILE
           END-IF
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open forecast history, status "
                   HISTORY-FILE-STATUS
               CLOSE FORECAST-HISTORY-FILE
               MOVE 0 TO WS-HISTORY-PRESENT-FLAG
           END-IF

           OPEN OUTPUT FORECAST-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open cash forecast report, status "
                   REPORT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF.

       CONVERT-DATE-TO-INTEGER.
           *> YYYY-MM-DD in WS-CONV-DATE to a day number
           MOVE 0 TO WS-CONV-VALID-FLAG
           MOVE 0 TO WS-CONV-INTEGER
           MOVE SPACES TO WS-CONV-BUILD
           STRING WS-CONV-DATE(1:4) WS-CONV-DATE(6:2)
                  WS-CONV-DATE(9:2)
               DELIMITED BY SIZE INTO WS-CONV-BUILD
           IF WS-CONV-BUILD IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONV-BUILD TO WS-CONV-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONV-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CONV-NUM)
           MOVE 1 TO WS-CONV-VALID-FLAG.

       CONVERT-INTEGER-TO-DATE.
           *> Day number in WS-CONV-INTEGER back to YYYY-MM-DD
           COMPUTE WS-CONV-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CONV-INTEGER)
           MOVE WS-CONV-NUM TO WS-CONV-NUM-X
           MOVE SPACES TO WS-CONV-DATE
           STRING WS-CONV-NUM-X(1:4) "-" WS-CONV-NUM-X(5:2) "-"
                  WS-CONV-NUM-X(7:2)
               DELIMITED BY SIZE INTO WS-CONV-DATE.

       COMPUTE-WEEK-INDEX.
           *> Anything already due before the first week is expected
           *> in it; anything after the eighth lands in slot 9
           IF WS-CONV-INTEGER < WS-WEEK1-INTEGER
               MOVE 1 TO WS-WEEK-IDX
           ELSE
               COMPUTE WS-WEEK-IDX =
                   (WS-CONV-INTEGER - WS-WEEK1-INTEGER) / 7 + 1
               IF WS-WEEK-IDX > 8
                   MOVE 9 TO WS-WEEK-IDX
               END-IF
           END-IF.

       BUILD-WEEK-TABLE.
           *> Integer day 1 was a Monday, so this lands on the Monday
           *> of the as-of week
           COMPUTE WS-WEEK1-INTEGER =
               WS-AS-OF-INTEGER -
               FUNCTION MOD(WS-AS-OF-INTEGER - 1, 7)
           COMPUTE WS-HORIZON-END-INTEGER = WS-WEEK1-INTEGER + 55
           MOVE WS-HORIZON-END-INTEGER TO WS-CONV-INTEGER
           PERFORM CONVERT-INTEGER-TO-DATE
           MOVE WS-CONV-DATE TO WS-HORIZON-END-DATE

           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 9
               COMPUTE WS-CONV-INTEGER =
                   WS-WEEK1-INTEGER + (WS-WK - 1) * 7
               PERFORM CONVERT-INTEGER-TO-DATE
               MOVE WS-CONV-DATE TO WS-WK-START(WS-WK)
               MOVE 0 TO WS-WK-COMMITTED(WS-WK)
               MOVE 0 TO WS-WK-EXPECTED(WS-WK)
               MOVE 0 TO WS-WK-AT-RISK(WS-WK)
           END-PERFORM.

       LOAD-PRIOR-FORECAST.
           *> The latest run before this as-of date is the one to
           *> hold to account
           IF WS-HISTORY-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO FH-KEY
           START FORECAST-HISTORY-FILE KEY >= FH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-HISTORY-EOF-FLAG
           PERFORM UNTIL WS-HISTORY-EOF-FLAG = 1
               READ FORECAST-HISTORY-FILE NEXT
                   AT END
                       MOVE 1 TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       IF FH-RUN-DATE < WS-AS-OF-DATE
                           MOVE FH-RUN-DATE TO WS-PRIOR-RUN-DATE
                       ELSE
                           MOVE 1 TO WS-HISTORY-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PRIOR-RUN-DATE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRIOR-RUN-DATE TO FH-RUN-DATE
           MOVE 0 TO FH-WEEK-NO
           START FORECAST-HISTORY-FILE KEY >= FH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-HISTORY-EOF-FLAG
           PERFORM UNTIL WS-HISTORY-EOF-FLAG = 1
               READ FORECAST-HISTORY-FILE NEXT
                   AT END
                       MOVE 1 TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       IF FH-RUN-DATE NOT = WS-PRIOR-RUN-DATE
                           MOVE 1 TO WS-HISTORY-EOF-FLAG
                       ELSE
                           PERFORM LOAD-ONE-PRIOR-WEEK
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-PRIOR-WEEK.
           *> Only weeks that have at least started can be compared
           IF FH-WEEK-NO < 1 OR FH-WEEK-NO > 8
               OR FH-WEEK-START NOT < WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PRIOR-WEEK-COUNT
           MOVE WS-PRIOR-WEEK-COUNT TO WS-WK
           MOVE FH-WEEK-START TO WS-PR-START(WS-WK)
           MOVE FH-WEEK-START TO WS-CONV-DATE
           PERFORM CONVERT-DATE-TO-INTEGER
           ADD 6 TO WS-CONV-INTEGER
           PERFORM CONVERT-INTEGER-TO-DATE
           MOVE WS-CONV-DATE TO WS-PR-END(WS-WK)
           COMPUTE WS-PR-FORECAST(WS-WK) = FH-COMMITTED + FH-EXPECTED
           MOVE FH-AT-RISK TO WS-PR-AT-RISK(WS-WK)
           MOVE 0 TO WS-PR-ACTUAL(WS-WK).

       BUILD-PAYMENT-LAG.
           *> Each APPLY row that took a charge to PAID dates when the
           *> charge was cleared; set against the charge's due date it
           *> gives that customer's usual lag, early payers negative
           IF WS-AUDIT-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-AUDIT-EOF-FLAG
           PERFORM UNTIL WS-AUDIT-EOF-FLAG = 1
               READ AUDIT-FILE
                   AT END
                       MOVE 1 TO WS-AUDIT-EOF-FLAG
                   NOT AT END
                       IF AF-OPERATION = "APPLY"
                           AND AF-RECORD-KEY IS NUMERIC
                           MOVE 0 TO WS-PAID-TALLY
                           INSPECT AF-AFTER-VALUE TALLYING
                               WS-PAID-TALLY FOR ALL "STATUS=PAID"
                           IF WS-PAID-TALLY > 0
                               PERFORM RECORD-ONE-PAID-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LAG-ALL-COUNT > 0
               COMPUTE WS-DEFAULT-LAG ROUNDED =
                   WS-LAG-ALL-TOTAL / WS-LAG-ALL-COUNT
           END-IF.

       RECORD-ONE-PAID-ITEM.
           MOVE AF-TIMESTAMP TO WS-CONV-DATE
           PERFORM CONVERT-DATE-TO-INTEGER
           IF WS-CONV-VALID-FLAG = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONV-INTEGER TO WS-PAID-DATE-INTEGER

           MOVE AF-RECORD-KEY TO TF-TRANSACTION-ID
           READ TRANSACTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF TF-DUE-DATE = SPACES OR TF-DUE-DATE = LOW-VALUES
               MOVE TF-DATE TO WS-CONV-DATE
           ELSE
               MOVE TF-DUE-DATE TO WS-CONV-DATE
           END-IF
           PERFORM CONVERT-DATE-TO-INTEGER
           IF WS-CONV-VALID-FLAG = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ITEM-LAG = WS-PAID-DATE-INTEGER - WS-CONV-INTEGER

           MOVE TF-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
           PERFORM FIND-CUSTOMER-LAG
           IF WS-LAG-FOUND-IDX = 0
               IF WS-LAG-COUNT >= WS-LAG-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LAG-COUNT
               MOVE WS-LAG-COUNT TO WS-LAG-FOUND-IDX
               MOVE TF-CUSTOMER-ID
                   TO WS-LAG-CUSTOMER-ID(WS-LAG-FOUND-IDX)
               MOVE 0 TO WS-LAG-DAYS-TOTAL(WS-LAG-FOUND-IDX)
               MOVE 0 TO WS-LAG-ITEM-COUNT(WS-LAG-FOUND-IDX)
           END-IF
           ADD WS-ITEM-LAG TO WS-LAG-DAYS-TOTAL(WS-LAG-FOUND-IDX)
           ADD 1 TO WS-LAG-ITEM-COUNT(WS-LAG-FOUND-IDX)
           ADD WS-ITEM-LAG TO WS-LAG-ALL-TOTAL
           ADD 1 TO WS-LAG-ALL-COUNT
           ADD 1 TO WS-PAID-ITEM-COUNT.

       FIND-CUSTOMER-LAG.
           MOVE 0 TO WS-LAG-FOUND-IDX
           PERFORM VARYING WS-LAG-IDX FROM 1 BY 1
               UNTIL WS-LAG-IDX > WS-LAG-COUNT
                  OR WS-LAG-FOUND-IDX > 0
               IF WS-LAG-CUSTOMER-ID(WS-LAG-IDX) =
                   WS-CURRENT-CUSTOMER-ID
                   MOVE WS-LAG-IDX TO WS-LAG-FOUND-IDX
               END-IF
           END-PERFORM.

       FORECAST-OPEN-ITEMS.
           *> One pass over the detail in customer order, the same
           *> way AGING-BUILD walks it
           MOVE 0 TO TF-CUSTOMER-ID
           START TRANSACTION-FILE KEY >= TF-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-CURRENT-CUSTOMER-ID
           MOVE 0 TO WS-TRANS-EOF-FLAG
           PERFORM UNTIL WS-TRANS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TRANS-EOF-FLAG
                   NOT AT END
                       IF TF-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER-ID
                           IF WS-CURRENT-CUSTOMER-ID > 0
                               PERFORM FINISH-CUSTOMER-FORECAST
                           END-IF
                           PERFORM START-CUSTOMER-FORECAST
                       END-IF
                       PERFORM CONSIDER-ONE-TRANSACTION
               END-READ
           END-PERFORM

           IF WS-CURRENT-CUSTOMER-ID > 0
               PERFORM FINISH-CUSTOMER-FORECAST
           END-IF.

       START-CUSTOMER-FORECAST.
           MOVE TF-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
           MOVE 0 TO WS-CUST-AT-RISK-FLAG
           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 9
               MOVE 0 TO WS-CW-AMOUNT(WS-WK)
           END-PERFORM

           *> A customer with no payment history takes the ledger-wide
           *> average
           PERFORM FIND-CUSTOMER-LAG
           IF WS-LAG-FOUND-IDX > 0
               COMPUTE WS-CUSTOMER-LAG ROUNDED =
                   WS-LAG-DAYS-TOTAL(WS-LAG-FOUND-IDX) /
                   WS-LAG-ITEM-COUNT(WS-LAG-FOUND-IDX)
           ELSE
               MOVE WS-DEFAULT-LAG TO WS-CUSTOMER-LAG
           END-IF.

       CONSIDER-ONE-TRANSACTION.
           *> Cash received before the as-of date is what the last
           *> forecast is measured against
           IF TF-TYPE = "PAYMENT"
               AND TF-STATUS NOT = "REVERSED"
               AND TF-DATE < WS-AS-OF-DATE
               PERFORM VARYING WS-WK FROM 1 BY 1
                   UNTIL WS-WK > WS-PRIOR-WEEK-COUNT
                   IF TF-DATE >= WS-PR-START(WS-WK)
                       AND TF-DATE <= WS-PR-END(WS-WK)
                       SUBTRACT TF-AMOUNT FROM WS-PR-ACTUAL(WS-WK)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           IF TF-OPEN-AMOUNT <= 0
               OR TF-STATUS = "REVERSED"
               OR TF-STATUS = "CLOSED"
               OR TF-STATUS = "PAID"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OPEN-ITEM-COUNT

           *> Items fall due on their due date, or on the posting date
           *> for detail raised before terms existed
           IF TF-DUE-DATE = SPACES OR TF-DUE-DATE = LOW-VALUES
               MOVE TF-DATE TO WS-ITEM-DUE-DATE
           ELSE
               MOVE TF-DUE-DATE TO WS-ITEM-DUE-DATE
           END-IF
           MOVE WS-ITEM-DUE-DATE TO WS-CONV-DATE
           PERFORM CONVERT-DATE-TO-INTEGER
           IF WS-CONV-VALID-FLAG = 0
               MOVE WS-AS-OF-INTEGER TO WS-CONV-INTEGER
           END-IF
           MOVE WS-CONV-INTEGER TO WS-ITEM-DUE-INTEGER

           *> Anything more than 90 days past due, or on hold under
           *> dispute, puts the whole account at risk
           COMPUTE WS-DAYS-PAST-DUE =
               WS-AS-OF-INTEGER - WS-ITEM-DUE-INTEGER
           IF WS-DAYS-PAST-DUE > 90
               OR TF-STATUS = "DISPUTED"
               MOVE 1 TO WS-CUST-AT-RISK-FLAG
           END-IF

           COMPUTE WS-CONV-INTEGER =
               WS-ITEM-DUE-INTEGER + WS-CUSTOMER-LAG
           PERFORM COMPUTE-WEEK-INDEX
           ADD TF-OPEN-AMOUNT TO WS-CW-AMOUNT(WS-WEEK-IDX).

       FINISH-CUSTOMER-FORECAST.
           IF WS-CUST-AT-RISK-FLAG = 0
               AND WS-DISPUTE-PRESENT-FLAG = 1
               PERFORM CHECK-OPEN-DISPUTE
           END-IF

           IF WS-CUST-AT-RISK-FLAG = 1
               ADD 1 TO WS-AT-RISK-CUSTOMERS
           END-IF

           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 9
               IF WS-CUST-AT-RISK-FLAG = 1
                   ADD WS-CW-AMOUNT(WS-WK) TO WS-WK-AT-RISK(WS-WK)
               ELSE
                   ADD WS-CW-AMOUNT(WS-WK) TO WS-WK-EXPECTED(WS-WK)
               END-IF
           END-PERFORM.

       CHECK-OPEN-DISPUTE.
           MOVE WS-CURRENT-CUSTOMER-ID TO DP-CUSTOMER-ID
           START DISPUTE-FILE KEY = DP-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-DISPUTE-EOF-FLAG
           PERFORM UNTIL WS-DISPUTE-EOF-FLAG = 1
               READ DISPUTE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-DISPUTE-EOF-FLAG
                   NOT AT END
                       IF DP-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER-ID
                           MOVE 1 TO WS-DISPUTE-EOF-FLAG
                       ELSE
                           IF DP-RESOLVED-DATE = SPACES
                               MOVE 1 TO WS-CUST-AT-RISK-FLAG
                               MOVE 1 TO WS-DISPUTE-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FORECAST-STANDING-ORDERS.
           *> Every instalment STANDING-ORDERS has yet to raise inside
           *> the horizon, on the business day it will post
           IF WS-ORDER-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HORIZON-END-DATE(1:7) TO WS-END-CYCLE-MONTH

           MOVE LOW-VALUES TO SO-ORDER-ID
           START STANDING-ORDER-FILE KEY >= SO-ORDER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-ORDER-EOF-FLAG
           PERFORM UNTIL WS-ORDER-EOF-FLAG = 1
               READ STANDING-ORDER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-ORDER-EOF-FLAG
                   NOT AT END
                       IF SO-AMOUNT > 0
                           PERFORM FORECAST-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.

       FORECAST-ONE-ORDER.
           *> Archived customers no longer have orders raised
           MOVE SO-CUSTOMER-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CF-CUSTOMER-STATUS = "ARCHIVED"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WK-START(1)(1:4) TO WS-CYCLE-YEAR-NUM
           MOVE WS-WK-START(1)(6:2) TO WS-CYCLE-MONTH-NUM
           MOVE WS-WK-START(1)(1:7) TO WS-CYCLE-MONTH
           PERFORM UNTIL WS-CYCLE-MONTH > WS-END-CYCLE-MONTH
               PERFORM FORECAST-ONE-CYCLE
               ADD 1 TO WS-CYCLE-MONTH-NUM
               IF WS-CYCLE-MONTH-NUM > 12
                   MOVE 1 TO WS-CYCLE-MONTH-NUM
                   ADD 1 TO WS-CYCLE-YEAR-NUM
               END-IF
               MOVE SPACES TO WS-CYCLE-MONTH
               STRING WS-CYCLE-YEAR-NUM "-" WS-CYCLE-MONTH-NUM
                   DELIMITED BY SIZE INTO WS-CYCLE-MONTH
           END-PERFORM.

       FORECAST-ONE-CYCLE.
           *> A cycle already raised is an open item and is forecast
           *> from the ledger instead; the start/end window applies
           *> as it does in STANDING-ORDERS
           IF SO-LAST-CYCLE NOT = SPACES
               AND SO-LAST-CYCLE >= WS-CYCLE-MONTH
               EXIT PARAGRAPH
           END-IF
           IF SO-START-DATE NOT = SPACES
               AND WS-CYCLE-MONTH < SO-START-DATE(1:7)
               EXIT PARAGRAPH
           END-IF
           IF SO-END-DATE NOT = SPACES
               AND WS-CYCLE-MONTH > SO-END-DATE(1:7)
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-MONTH-LAST-DAY
           MOVE SO-DAY-OF-MONTH TO WS-POST-DAY
           IF WS-POST-DAY > WS-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-POST-DAY
           END-IF
           IF WS-POST-DAY = 0
               MOVE 1 TO WS-POST-DAY
           END-IF

           MOVE SPACES TO WS-POST-DATE
           STRING WS-CYCLE-MONTH DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-POST-DAY DELIMITED BY SIZE
               INTO WS-POST-DATE
           PERFORM ROLL-TO-BUSINESS-DAY

           MOVE WS-POST-DATE TO WS-CONV-DATE
           PERFORM CONVERT-DATE-TO-INTEGER
           IF WS-CONV-VALID-FLAG = 0
               OR WS-CONV-INTEGER < WS-WEEK1-INTEGER
               OR WS-CONV-INTEGER > WS-HORIZON-END-INTEGER
               EXIT PARAGRAPH
           END-IF

           PERFORM COMPUTE-WEEK-INDEX
           ADD SO-AMOUNT TO WS-WK-COMMITTED(WS-WEEK-IDX)
           ADD 1 TO WS-INSTALMENT-COUNT.

       COMPUTE-MONTH-LAST-DAY.
           EVALUATE WS-CYCLE-MONTH-NUM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-MONTH-LAST-DAY
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LAST-DAY
               WHEN 2
                   IF FUNCTION MOD(WS-CYCLE-YEAR-NUM, 4) = 0
                       AND (FUNCTION MOD(WS-CYCLE-YEAR-NUM, 100)
                           NOT = 0
                           OR FUNCTION MOD(WS-CYCLE-YEAR-NUM, 400) = 0)
                       MOVE 29 TO WS-MONTH-LAST-DAY
                   ELSE
                       MOVE 28 TO WS-MONTH-LAST-DAY
                   END-IF
           END-EVALUATE.

       CHECK-BUSINESS-DAY.
           *> A date is a business day unless the calendar carries a
           *> record for it (weekends and holidays are loaded rows)
           MOVE 1 TO WS-BUSINESS-DAY-FLAG

           IF WS-CALENDAR-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-POST-DATE TO BC-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-BUSINESS-DAY-FLAG
           END-READ.

       ROLL-TO-BUSINESS-DAY.
           IF SO-ROLL-RULE = "E" OR WS-CALENDAR-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ROLL-TRIES
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-BUSINESS-DAY-FLAG = 1
               OR WS-ROLL-TRIES >= 14
               STRING WS-POST-DATE(1:4) WS-POST-DATE(6:2)
                      WS-POST-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-ROLL-DATE-BUILD
               MOVE WS-ROLL-DATE-BUILD TO WS-ROLL-DATE-NUM
               IF SO-ROLL-RULE = "B"
                   COMPUTE WS-ROLL-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE-NUM) - 1
               ELSE
                   COMPUTE WS-ROLL-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-ROLL-DATE-NUM) + 1
               END-IF
               COMPUTE WS-ROLL-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-ROLL-INTEGER)
               MOVE WS-ROLL-DATE-NUM TO WS-ROLL-DATE-NUM-X
               MOVE WS-ROLL-DATE-NUM-X(1:4) TO WS-POST-DATE(1:4)
               MOVE "-" TO WS-POST-DATE(5:1)
               MOVE WS-ROLL-DATE-NUM-X(5:2) TO WS-POST-DATE(6:2)
               MOVE "-" TO WS-POST-DATE(8:1)
               MOVE WS-ROLL-DATE-NUM-X(7:2) TO WS-POST-DATE(9:2)
               ADD 1 TO WS-ROLL-TRIES
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       WRITE-FORECAST-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "Cash Receipts Forecast - as of " DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FORECAST-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-LAG-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-DEFAULT-LAG TO WS-RPT-LAG-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Payment lag history for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " customers; default lag " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-LAG-TEXT) DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FORECAST-REPORT-RECORD FROM WS-RPT-LINE

           MOVE "Week,WeekOf,Committed,Expected,AtRisk,Total"
               TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD

           *> Total is committed plus expected; at-risk cash is shown
           *> beside it but not counted on
           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 9
               ADD WS-WK-COMMITTED(WS-WK) TO WS-TOTAL-COMMITTED
               ADD WS-WK-EXPECTED(WS-WK) TO WS-TOTAL-EXPECTED
               ADD WS-WK-AT-RISK(WS-WK) TO WS-TOTAL-AT-RISK
               COMPUTE WS-WEEK-TOTAL =
                   WS-WK-COMMITTED(WS-WK) + WS-WK-EXPECTED(WS-WK)
               MOVE WS-WK-COMMITTED(WS-WK) TO WS-RPT-AMOUNT-1
               MOVE WS-WK-EXPECTED(WS-WK) TO WS-RPT-AMOUNT-2
               MOVE WS-WK-AT-RISK(WS-WK) TO WS-RPT-AMOUNT-3
               MOVE WS-WEEK-TOTAL TO WS-RPT-AMOUNT-4
               MOVE SPACES TO WS-RPT-LINE
               IF WS-WK > 8
                   STRING "Later,after " DELIMITED BY SIZE
                          WS-HORIZON-END-DATE DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   END-STRING
               ELSE
                   MOVE WS-WK TO WS-RPT-WEEK-TEXT
                   STRING FUNCTION TRIM(WS-RPT-WEEK-TEXT)
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-WK-START(WS-WK) DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   END-STRING
               END-IF
               MOVE SPACES TO FORECAST-REPORT-RECORD
               STRING FUNCTION TRIM(WS-RPT-LINE) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-1) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-3) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-4) DELIMITED BY SIZE
                   INTO FORECAST-REPORT-RECORD
               END-STRING
               WRITE FORECAST-REPORT-RECORD
           END-PERFORM

           COMPUTE WS-WEEK-TOTAL =
               WS-TOTAL-COMMITTED + WS-TOTAL-EXPECTED
           MOVE WS-TOTAL-COMMITTED TO WS-RPT-AMOUNT-1
           MOVE WS-TOTAL-EXPECTED TO WS-RPT-AMOUNT-2
           MOVE WS-TOTAL-AT-RISK TO WS-RPT-AMOUNT-3
           MOVE WS-WEEK-TOTAL TO WS-RPT-AMOUNT-4
           MOVE SPACES TO WS-RPT-LINE
           STRING "Total,," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-4) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FORECAST-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-OPEN-ITEM-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Open items forecast: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FORECAST-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-INSTALMENT-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Standing-order instalments: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FORECAST-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-AT-RISK-CUSTOMERS TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Accounts at risk (90+ or disputed): "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FORECAST-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-PRIOR-COMPARISON.
           IF WS-PRIOR-WEEK-COUNT = 0
               MOVE "No earlier forecast on file to compare"
                   TO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Forecast of " DELIMITED BY SIZE
                  WS-PRIOR-RUN-DATE DELIMITED BY SIZE
                  " versus actual receipts" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE FORECAST-REPORT-RECORD FROM WS-RPT-LINE

           MOVE "WeekOf,Forecast,AtRisk,Actual,Variance,Note"
               TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD

           *> A week still running is marked PARTIAL: its actual only
           *> covers the days before the as-of date
           PERFORM VARYING WS-WK FROM 1 BY 1
               UNTIL WS-WK > WS-PRIOR-WEEK-COUNT
               COMPUTE WS-PRIOR-VARIANCE =
                   WS-PR-ACTUAL(WS-WK) - WS-PR-FORECAST(WS-WK)
               MOVE WS-PR-FORECAST(WS-WK) TO WS-RPT-AMOUNT-1
               MOVE WS-PR-AT-RISK(WS-WK) TO WS-RPT-AMOUNT-2
               MOVE WS-PR-ACTUAL(WS-WK) TO WS-RPT-AMOUNT-3
               MOVE WS-PRIOR-VARIANCE TO WS-RPT-AMOUNT-4
               IF WS-PR-END(WS-WK) < WS-AS-OF-DATE
                   MOVE SPACES TO WS-RPT-NOTE
               ELSE
                   MOVE "PARTIAL" TO WS-RPT-NOTE
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-PR-START(WS-WK) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-1) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-3) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-4) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-NOTE) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE FORECAST-REPORT-RECORD FROM WS-RPT-LINE
           END-PERFORM.

       SAVE-FORECAST-HISTORY.
           *> A rerun for the same as-of date replaces that date's
           *> figures
           IF WS-HISTORY-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > 8
               MOVE WS-AS-OF-DATE TO FH-RUN-DATE
               MOVE WS-WK TO FH-WEEK-NO
               MOVE WS-WK-START(WS-WK) TO FH-WEEK-START
               MOVE WS-WK-COMMITTED(WS-WK) TO FH-COMMITTED
               MOVE WS-WK-EXPECTED(WS-WK) TO FH-EXPECTED
               MOVE WS-WK-AT-RISK(WS-WK) TO FH-AT-RISK
               WRITE FORECAST-HISTORY-RECORD
                   INVALID KEY
                       REWRITE FORECAST-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY "Failed to save forecast week "
                                   WS-WK " status "
                                   HISTORY-FILE-STATUS
                       END-REWRITE
               END-WRITE
           END-PERFORM.

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> report lines into the repository under a unique run id,
           *> the same way DUNNING-NOTICES files its control list
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "CFCT" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT FORECAST-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE FORECAST-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ FORECAST-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE FORECAST-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE FORECAST-REPORT-FILE
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
           MOVE "CASH-FORECAST" TO RC-REPORT-NAME
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
           IF WS-ORDER-PRESENT-FLAG = 1
               CLOSE STANDING-ORDER-FILE
           END-IF
           IF WS-CALENDAR-PRESENT-FLAG = 1
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-DISPUTE-PRESENT-FLAG = 1
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-AUDIT-PRESENT-FLAG = 1
               CLOSE AUDIT-FILE
           END-IF
           IF WS-HISTORY-PRESENT-FLAG = 1
               CLOSE FORECAST-HISTORY-FILE
           END-IF
           CLOSE FORECAST-REPORT-FILE
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Cash forecast as of " WS-AS-OF-DATE ": "
               WS-OPEN-ITEM-COUNT " open items, "
               WS-INSTALMENT-COUNT " instalments".
