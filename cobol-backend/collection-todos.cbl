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

           SELECT TODO-FILE ASSIGN TO EXTERNAL DD_TODO_FILE
           ORGANIZATION IS INDEXED
           RECORD KEY IS SF-KEY
           FILE STATUS IS SEQUENCE-FILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO EXTERNAL DD_PROMISE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-KEY
           ALTERNATE RECORD KEY IS PM-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS PROMISE-FILE-STATUS.

           SELECT NOTIFY-OUTBOX-FILE
           ASSIGN TO EXTERNAL DD_NOTIFY_OUTBOX_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NQ-NOTIFY-ID
           FILE STATUS IS NOTIFY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
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

       FD TODO-FILE.
       01 TODO-RECORD.
          05 TF-LAST-UPDATE         PIC X(10).
          05 TF-RECURRING           PIC X(3).
          05 TF-RECURRING-INTERVAL  PIC 9(3).
          05 TF-PROJECT-ID          PIC 9(5).

       FD USER-FILE.
       01 USER-RECORD.
          05 UF-ROLE                PIC X(10).
          05 UF-PASSWORD-CHANGED    PIC X(10).
          05 UF-MUST-CHANGE-FLAG    PIC X(1).
          05 UF-LAST-LOGIN          PIC X(10).

       FD SEQUENCE-FILE.
       01 SEQUENCE-RECORD.
          05 SF-KEY                 PIC 9(1).
          05 SF-NEXT-ID             PIC 9(5).

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

       FD NOTIFY-OUTBOX-FILE.
       01 NOTIFY-OUTBOX-RECORD.
          05 NQ-NOTIFY-ID           PIC X(20).
          05 NQ-QUEUED-DATE         PIC X(10).
          05 NQ-QUEUED-TIME         PIC X(8).
          05 NQ-SOURCE              PIC X(20).
          05 NQ-RECIPIENT-TYPE      PIC X(8).
          05 NQ-RECIPIENT-ID        PIC 9(5).
          05 NQ-RECIPIENT-EMAIL     PIC X(100).
          05 NQ-RECIPIENT-ADDRESS   PIC X(150).
          05 NQ-CHANNEL             PIC X(6).
          05 NQ-TEMPLATE-CODE       PIC X(12).
          05 NQ-MERGE-FIELDS        PIC X(200).
          05 NQ-STATUS              PIC X(8).
          05 NQ-ATTEMPT-COUNT       PIC 9(2).
          05 NQ-LAST-ATTEMPT-DATE   PIC X(10).
          05 NQ-LAST-ERROR          PIC X(40).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 DAYCLOSE-FILE-STATUS      PIC XX VALUE SPACES.
       01 TODO-FILE-STATUS          PIC XX VALUE SPACES.
       01 USER-FILE-STATUS          PIC XX VALUE SPACES.
       01 SEQUENCE-FILE-STATUS      PIC XX VALUE SPACES.
       01 PROMISE-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-PROMISE-PRESENT-FLAG   PIC 9 VALUE 0.
       01 WS-PROMISE-EOF-FLAG       PIC 9 VALUE 0.
       01 WS-PROMISE-OPEN-FLAG      PIC 9 VALUE 0.
       01 AGING-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-AGING-AS-OF-DATE       PIC X(10) VALUE SPACES.
       01 WS-LAST-CLOSE-DATE        PIC X(10) VALUE SPACES.
       01 WS-DAYCLOSE-EOF-FLAG      PIC 9 VALUE 0.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-COLLECTOR-USER-ID      PIC 9(5) VALUE 0.
       01 WS-COLLECTOR-EMAIL        PIC X(100) VALUE SPACES.
       01 WS-DUE-IN-DAYS            PIC 9(3) VALUE 7.

       01 WS-CUST-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-TODO-EOF-FLAG          PIC 9 VALUE 0.

       01 WS-CURRENT-DATE.
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).
       01 WS-TODAY-DATE-NUM         PIC 9(8) VALUE 0.

       01 WS-DUE-DATE-INTEGER       PIC S9(9) COMP VALUE 0.
       01 WS-DUE-DATE-NUM           PIC 9(8) VALUE 0.

       01 WS-CREATED-COUNT          PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT          PIC 9(7) VALUE 0.
       01 WS-PROMISE-SKIP-COUNT     PIC 9(7) VALUE 0.
       01 WS-QUEUED-COUNT           PIC 9(7) VALUE 0.

       01 NOTIFY-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-NOTIFY-PREFIX          PIC X(4) VALUE "CTOD".
       01 WS-NOTIFY-DATE            PIC 9(8) VALUE 0.
       01 WS-NOTIFY-DATE-X REDEFINES WS-NOTIFY-DATE PIC X(8).
       01 WS-NOTIFY-TIME            PIC 9(8) VALUE 0.
       01 WS-NOTIFY-TIME-X REDEFINES WS-NOTIFY-TIME PIC X(8).
       01 WS-NOTIFY-SEQ             PIC 9(4) VALUE 0.
       01 WS-NOTIFY-TRIES           PIC 9(2) VALUE 0.
       01 WS-NOTIFY-OPEN-FLAG       PIC 9 VALUE 0.
       01 WS-NOTIFY-WRITTEN-FLAG    PIC 9 VALUE 0.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
                   CLOSE USER-FILE
                   STOP RUN
           END-READ
           MOVE UF-EMAIL TO WS-COLLECTOR-EMAIL
           CLOSE USER-FILE

           PERFORM CHECK-AGING-SUMMARY-CURRENT

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

               DISPLAY "Failed to open todo file, status "
                   TODO-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE AGING-SUMMARY-FILE
               STOP RUN
           END-IF

           *> No promise file simply means no promises have been taken
           MOVE 1 TO WS-PROMISE-PRESENT-FLAG
           OPEN INPUT PROMISE-FILE
           IF PROMISE-FILE-STATUS NOT = "00"
               CLOSE PROMISE-FILE
               MOVE 0 TO WS-PROMISE-PRESENT-FLAG
           END-IF

           *> The todos are the work list; the mail is only a prompt
           PERFORM OPEN-NOTIFY-OUTBOX
           IF WS-NOTIFY-OPEN-FLAG = 0
               DISPLAY "Failed to open notification outbox, status "
                   NOTIFY-FILE-STATUS "; collector will not be mailed"
           END-IF.

       SWEEP-AGED-CUSTOMERS.
                   AT END
                       MOVE 1 TO WS-CUST-EOF-FLAG
                   NOT AT END
                       *> A written-off account is closed out for
                       *> collection; only a recovery touches it now
                       IF CF-CUSTOMER-STATUS NOT = "ARCHIVED"
                           AND CF-CUSTOMER-STATUS NOT = "WRITTENOFF"
                           PERFORM CONSIDER-ONE-CUSTOMER
                       END-IF
               END-READ

       CONSIDER-ONE-CUSTOMER.
           MOVE CF-CUSTOMER-ID TO WS-SAVED-CUSTOMER-ID

           *> A customer keeping to a promise to pay is not chased
           *> while the arrangement stands
           PERFORM CHECK-OPEN-PROMISE
           IF WS-PROMISE-OPEN-FLAG = 1
               ADD 1 TO WS-PROMISE-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-AGED-OVER-60

           IF WS-AGED-OVER-60 <= 0

           PERFORM CREATE-COLLECTION-TODO.

       CHECK-OPEN-PROMISE.
           *> An OPEN instalment means the promise is still running;
           *> the nightly PROMISE-CHECK withdraws the rest of a
           *> schedule as soon as one instalment is broken
           MOVE 0 TO WS-PROMISE-OPEN-FLAG
           IF WS-PROMISE-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SAVED-CUSTOMER-ID TO PM-CUSTOMER-ID
           START PROMISE-FILE KEY = PM-CUSTOMER-ID
               INVALID KEY
                   MOVE "00" TO PROMISE-FILE-STATUS
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-PROMISE-EOF-FLAG
           PERFORM UNTIL WS-PROMISE-EOF-FLAG = 1
               READ PROMISE-FILE NEXT
                   AT END
                       MOVE 1 TO WS-PROMISE-EOF-FLAG
                   NOT AT END
                       IF PM-CUSTOMER-ID NOT = WS-SAVED-CUSTOMER-ID
                           MOVE 1 TO WS-PROMISE-EOF-FLAG
                       ELSE
                           IF PM-STATUS = "OPEN"
                               MOVE 1 TO WS-PROMISE-OPEN-FLAG
                               MOVE 1 TO WS-PROMISE-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO PROMISE-FILE-STATUS.

       SUM-AGED-OVER-60.
           *> Open detail older than 60 days, taken from the nightly
           *> AGING-BUILD summary so the figure matches the aging
           *> report and the dunning run
           MOVE WS-SAVED-CUSTOMER-ID TO AG-CUSTOMER-ID
           READ AGING-SUMMARY-FILE
               INVALID KEY
                   MOVE 0 TO AG-AGE-61-90 AG-AGE-90-PLUS
           END-READ

           COMPUTE WS-AGED-OVER-60 = AG-AGE-61-90 + AG-AGE-90-PLUS.

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

       CHECK-OPEN-COLLECTION-TODO.
           MOVE 0 TO WS-OPEN-TODO-FLAG

           MOVE WS-FORMATTED-DATE TO TF-LAST-UPDATE
           MOVE "NO" TO TF-RECURRING
           MOVE 0 TO TF-RECURRING-INTERVAL
           MOVE 0 TO TF-PROJECT-ID

           WRITE TODO-RECORD
               INVALID KEY
                       TODO-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CREATED-COUNT
                   PERFORM QUEUE-ASSIGNMENT-NOTICE
           END-WRITE.

       QUEUE-ASSIGNMENT-NOTICE.
           IF WS-NOTIFY-OPEN-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "USER" TO NQ-RECIPIENT-TYPE
           MOVE WS-COLLECTOR-USER-ID TO NQ-RECIPIENT-ID
           MOVE WS-COLLECTOR-EMAIL TO NQ-RECIPIENT-EMAIL
           MOVE SPACES TO NQ-RECIPIENT-ADDRESS
           MOVE "EMAIL" TO NQ-CHANNEL
           MOVE "TODOASSIGN" TO NQ-TEMPLATE-CODE
           MOVE SPACES TO NQ-MERGE-FIELDS
           STRING "todoId=" DELIMITED BY SIZE
                  TF-TODO-ID DELIMITED BY SIZE
                  "|description=" DELIMITED BY SIZE
                  FUNCTION TRIM(TF-DESCRIPTION) DELIMITED BY SIZE
                  "|dueDate=" DELIMITED BY SIZE
                  TF-DUE-DATE DELIMITED BY SIZE
               INTO NQ-MERGE-FIELDS

           PERFORM QUEUE-NOTIFICATION
           IF WS-NOTIFY-WRITTEN-FLAG = 1
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               DISPLAY "Failed to queue assignment mail for todo "
                   TF-TODO-ID " status " NOTIFY-FILE-STATUS
           END-IF.

       OPEN-NOTIFY-OUTBOX.
           MOVE 0 TO WS-NOTIFY-OPEN-FLAG
           OPEN I-O NOTIFY-OUTBOX-FILE
           IF NOTIFY-FILE-STATUS = "35"
               CLOSE NOTIFY-OUTBOX-FILE
               OPEN OUTPUT NOTIFY-OUTBOX-FILE
               CLOSE NOTIFY-OUTBOX-FILE
               OPEN I-O NOTIFY-OUTBOX-FILE
           END-IF
           IF NOTIFY-FILE-STATUS = "00"
               MOVE 1 TO WS-NOTIFY-OPEN-FLAG
           ELSE
               CLOSE NOTIFY-OUTBOX-FILE
           END-IF.

       CLOSE-NOTIFY-OUTBOX.
           IF WS-NOTIFY-OPEN-FLAG = 1
               CLOSE NOTIFY-OUTBOX-FILE
               MOVE 0 TO WS-NOTIFY-OPEN-FLAG
           END-IF.

       QUEUE-NOTIFICATION.
           *> Expects the outbox open and the NQ- recipient, channel,
           *> template and merge fields filled in; NOTIFY-DISPATCH
           *> sends it. The id is this program's prefix and the time
           *> of queueing plus a counter, retried on a clash with
           *> another program queueing in the same second
           MOVE 0 TO WS-NOTIFY-WRITTEN-FLAG
           IF WS-NOTIFY-OPEN-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-NOTIFY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOTIFY-TIME FROM TIME
           MOVE SPACES TO NQ-QUEUED-DATE
           STRING WS-NOTIFY-DATE-X(1:4) "-" WS-NOTIFY-DATE-X(5:2) "-"
                  WS-NOTIFY-DATE-X(7:2)
               DELIMITED BY SIZE INTO NQ-QUEUED-DATE
           MOVE SPACES TO NQ-QUEUED-TIME
           STRING WS-NOTIFY-TIME-X(1:2) ":" WS-NOTIFY-TIME-X(3:2) ":"
                  WS-NOTIFY-TIME-X(5:2)
               DELIMITED BY SIZE INTO NQ-QUEUED-TIME
           MOVE "COLLECTION-TODOS" TO NQ-SOURCE
           MOVE "QUEUED" TO NQ-STATUS
           MOVE 0 TO NQ-ATTEMPT-COUNT
           MOVE SPACES TO NQ-LAST-ATTEMPT-DATE
           MOVE SPACES TO NQ-LAST-ERROR

           MOVE 0 TO WS-NOTIFY-TRIES
           PERFORM UNTIL WS-NOTIFY-WRITTEN-FLAG = 1
               OR WS-NOTIFY-TRIES >= 10
               ADD 1 TO WS-NOTIFY-TRIES
               ADD 1 TO WS-NOTIFY-SEQ
               MOVE SPACES TO NQ-NOTIFY-ID
               STRING WS-NOTIFY-PREFIX WS-NOTIFY-DATE-X(3:6)
                      WS-NOTIFY-TIME-X(1:6) WS-NOTIFY-SEQ
                   DELIMITED BY SIZE INTO NQ-NOTIFY-ID
               WRITE NOTIFY-OUTBOX-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-NOTIFY-WRITTEN-FLAG
               END-WRITE
           END-PERFORM.

       GENERATE-NEXT-TODO-ID.
           *> Same single-record SEQUENCE-FILE assignment
           *> COMBINED-PROGRAM's online CREATE uses

       CLEANUP-AND-EXIT.
           CLOSE CUSTOMER-FILE
           CLOSE AGING-SUMMARY-FILE
           CLOSE TODO-FILE
           PERFORM CLOSE-NOTIFY-OUTBOX
           IF WS-PROMISE-PRESENT-FLAG = 1
               CLOSE PROMISE-FILE
           END-IF
           DISPLAY "Collection sweep complete: "
               WS-CREATED-COUNT " todos created, "
               WS-SKIPPED-COUNT " customers already covered, "
               WS-PROMISE-SKIP-COUNT " under a promise to pay, "
               WS-QUEUED-COUNT " mails queued".
