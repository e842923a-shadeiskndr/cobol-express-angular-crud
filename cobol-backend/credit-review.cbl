           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

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

           SELECT REVIEW-REPORT-FILE
           ASSIGN TO EXTERNAL DD_CREDIT_REVIEW_FILE
          05 CF-ARCHIVE-DATE        PIC X(10).
          05 CF-PARENT-ID           PIC 9(5).
          05 CF-GROUP-LIMIT         PIC 9(7)V99.
          05 CF-TERMS-CODE          PIC X(10).

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

       FD REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-RECORD      PIC X(200).
       01 WS-STORE-LINE-COUNT       PIC 9(7) VALUE 0.
       01 WS-REG-EOF-FLAG           PIC 9 VALUE 0.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 DAYCLOSE-FILE-STATUS      PIC XX VALUE SPACES.
       01 AGING-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-AGING-AS-OF-DATE       PIC X(10) VALUE SPACES.
       01 WS-LAST-CLOSE-DATE        PIC X(10) VALUE SPACES.
       01 WS-DAYCLOSE-EOF-FLAG      PIC 9 VALUE 0.
       01 REPORT-FILE-STATUS        PIC XX VALUE SPACES.

       01 WS-THRESHOLD-INPUT        PIC X(10).
       01 WS-UTIL-THRESHOLD         PIC 9(3)V99 VALUE 80.

       01 WS-CUST-EOF-FLAG          PIC 9 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-AS-OF-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-CUTOFF-INTEGER         PIC S9(9) COMP VALUE 0.
       01 WS-CUTOFF-DATE-NUM        PIC 9(8) VALUE 0.
       01 WS-CUTOFF-DATE            PIC X(10) VALUE SPACES.
          05 WS-CUTOFF-DD           PIC X(2).
       01 WS-CUTOFF-NUM-X           PIC X(8).

       01 WS-HIGH-WATER             PIC S9(9)V99 VALUE 0.
       01 WS-PURCHASE-VOLUME        PIC S9(9)V99 VALUE 0.
       01 WS-UTILIZATION-PCT        PIC S9(5)V99 VALUE 0.
                   TO WS-UTIL-THRESHOLD
           END-IF

           *> The twelve-month figures come from the nightly
           *> AGING-BUILD summary, so the window ends on its as-of date
           PERFORM CHECK-AGING-SUMMARY-CURRENT
           STRING WS-AGING-AS-OF-DATE(1:4) WS-AGING-AS-OF-DATE(6:2)
                  WS-AGING-AS-OF-DATE(9:2)
               DELIMITED BY SIZE INTO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-AS-OF-DATE-NUM

           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-NUM) - 365
           COMPUTE WS-CUTOFF-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER)
           MOVE WS-CUTOFF-DATE-NUM TO WS-CUTOFF-NUM-X

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

               DISPLAY "Failed to open credit review file, status "
                   REPORT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Trailing twelve months from " DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-AGING-AS-OF-DATE DELIMITED BY SIZE
                  "; flags: HIGHUTIL = utilization at or above "
                      DELIMITED BY SIZE
                  "threshold, LOWLIMIT = volume over twice the limit, "
           END-STRING
           WRITE REVIEW-REPORT-RECORD FROM WS-RPT-LINE

           MOVE "CustomerID,Name,CreditLimit,Balance,UtilizationPct,"
               & "HighWater12M,PurchaseVolume12M,Flags"
               TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD.

           PERFORM WRITE-REVIEW-LINE.

       GATHER-TRAILING-ACTIVITY.
           *> High-water balance and purchase-side volume over the
           *> trailing twelve months, as AGING-BUILD rebuilt them from
           *> the customer's full detail
           MOVE CF-CUSTOMER-ID TO AG-CUSTOMER-ID
           READ AGING-SUMMARY-FILE
               INVALID KEY
                   *> No detail on file for the customer
                   MOVE 0 TO AG-HIGH-WATER-12M AG-PURCHASE-12M
           END-READ

           MOVE AG-HIGH-WATER-12M TO WS-HIGH-WATER
           MOVE AG-PURCHASE-12M TO WS-PURCHASE-VOLUME.

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
                           AND DC-CLOSE-DATE > WS-LAST-CLOSE-DATE
                           MOVE DC-CLOSE-DATE TO WS-LAST-CLOSE-DATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DAYCLOSE-FILE.

       WRITE-REVIEW-LINE.
           MOVE CF-CUSTOMER-ID TO WS-RPT-ID-TEXT

       CLEANUP-AND-EXIT.
           CLOSE CUSTOMER-FILE
           CLOSE AGING-SUMMARY-FILE
           CLOSE REVIEW-REPORT-FILE
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Credit review complete: " WS-REVIEWED-COUNT
