       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-DISPATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-OUTBOX-FILE
           ASSIGN TO EXTERNAL DD_NOTIFY_OUTBOX_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NQ-NOTIFY-ID
           FILE STATUS IS NOTIFY-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO EXTERNAL DD_CUSTOMER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CF-CUSTOMER-ID
           ALTERNATE RECORD KEY IS CF-CUSTOMER-EMAIL WITH DUPLICATES
           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT USER-FILE ASSIGN TO EXTERNAL DD_USER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UF-USER-ID
           ALTERNATE RECORD KEY IS UF-EMAIL WITH DUPLICATES
           FILE STATUS IS USER-FILE-STATUS.

           SELECT EMAIL-GATEWAY-FILE
           ASSIGN TO EXTERNAL DD_EMAIL_GATEWAY_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GATEWAY-FILE-STATUS.

           SELECT DEADLETTER-REPORT-FILE
           ASSIGN TO EXTERNAL DD_NOTIFY_DEADLETTER_FILE
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

       FD EMAIL-GATEWAY-FILE.
       01 EMAIL-GATEWAY-RECORD      PIC X(1000).

       FD DEADLETTER-REPORT-FILE.
       01 DEADLETTER-REPORT-RECORD  PIC X(200).

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
       01 NOTIFY-FILE-STATUS        PIC XX VALUE SPACES.
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 USER-FILE-STATUS          PIC XX VALUE SPACES.
       01 GATEWAY-FILE-STATUS       PIC XX VALUE SPACES.
       01 REPORT-FILE-STATUS        PIC XX VALUE SPACES.
       01 CATALOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 STORE-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-CUSTOMER-PRESENT-FLAG  PIC 9 VALUE 0.
       01 WS-USER-PRESENT-FLAG      PIC 9 VALUE 0.

       01 WS-REPORT-RUN-ID          PIC X(16) VALUE SPACES.
       01 WS-REG-DATE               PIC 9(8) VALUE 0.
       01 WS-REG-DATE-X REDEFINES WS-REG-DATE PIC X(8).
       01 WS-REG-TIME               PIC 9(8) VALUE 0.
       01 WS-REG-TIME-X REDEFINES WS-REG-TIME PIC X(8).
       01 WS-STORE-LINE-COUNT       PIC 9(7) VALUE 0.
       01 WS-REG-EOF-FLAG           PIC 9 VALUE 0.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-MAX-ATTEMPTS           PIC 9(2) VALUE 3.
       01 WS-OUTBOX-EOF-FLAG        PIC 9 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).

       01 WS-CHECK-EMAIL            PIC X(100) VALUE SPACES.
       01 WS-EMAIL-VALID-FLAG       PIC 9 VALUE 0.
       01 WS-NUMERIC-TEMP           PIC 9(4) VALUE 0.
       01 WS-SEND-ERROR             PIC X(40) VALUE SPACES.
       01 WS-DEAD-FLAG-TEXT         PIC X(8) VALUE SPACES.

       01 WS-SENT-COUNT             PIC 9(7) VALUE 0.
       01 WS-RETRY-COUNT            PIC 9(7) VALUE 0.
       01 WS-NEW-DEAD-COUNT         PIC 9(7) VALUE 0.
       01 WS-DEAD-COUNT             PIC 9(7) VALUE 0.

       01 WS-GATEWAY-LINE           PIC X(1000).
       01 WS-QUOTED-ADDRESS         PIC X(410).
       01 WS-QUOTED-MERGE           PIC X(410).
       01 WS-CSV-QUOTE-INPUT        PIC X(200).
       01 WS-CSV-QUOTE-OUTPUT       PIC X(410).
       01 WS-CSV-QUOTE-LEN          PIC 9(4) VALUE 0.
       01 WS-CSV-QUOTE-IDX          PIC 9(4) VALUE 0.
       01 WS-CSV-QUOTE-OUT-IDX      PIC 9(4) VALUE 0.

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-ID-TEXT            PIC X(10).
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM DISPATCH-OUTBOX
           PERFORM WRITE-REPORT-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> The number of attempts before an entry is given up as a
           *> dead letter arrives on one line; blank keeps 3
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-MAX-ATTEMPTS
           END-IF
           IF WS-MAX-ATTEMPTS = 0
               MOVE 1 TO WS-MAX-ATTEMPTS
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)

           OPEN I-O NOTIFY-OUTBOX-FILE
           IF NOTIFY-FILE-STATUS = "35"
               DISPLAY "Notification outbox is empty; nothing to send"
               CLOSE NOTIFY-OUTBOX-FILE
               STOP RUN
           END-IF
           IF NOTIFY-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open notification outbox, status "
                   NOTIFY-FILE-STATUS
               CLOSE NOTIFY-OUTBOX-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT EMAIL-GATEWAY-FILE
           IF GATEWAY-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open email gateway file, status "
                   GATEWAY-FILE-STATUS
               CLOSE NOTIFY-OUTBOX-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT DEADLETTER-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open dead letter report, status "
                   REPORT-FILE-STATUS
               CLOSE NOTIFY-OUTBOX-FILE
               CLOSE EMAIL-GATEWAY-FILE
               STOP RUN
           END-IF

           *> The masters are only needed to repair an address that
           *> was missing or bad when the entry was queued
           MOVE 1 TO WS-CUSTOMER-PRESENT-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               CLOSE CUSTOMER-FILE
               MOVE 0 TO WS-CUSTOMER-PRESENT-FLAG
           END-IF

           MOVE 1 TO WS-USER-PRESENT-FLAG
           OPEN INPUT USER-FILE
           IF USER-FILE-STATUS NOT = "00"
               CLOSE USER-FILE
               MOVE 0 TO WS-USER-PRESENT-FLAG
           END-IF

           MOVE "NotifyID,Channel,Email,Address,Template,MergeFields"
               TO EMAIL-GATEWAY-RECORD
           WRITE EMAIL-GATEWAY-RECORD

           MOVE SPACES TO WS-RPT-LINE
           STRING "Notification Dead Letters - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DEADLETTER-REPORT-RECORD FROM WS-RPT-LINE

           MOVE "NotifyID,Queued,Source,RecipientType,RecipientID,"
               & "Template,Attempts,LastAttempt,LastError,New"
               TO DEADLETTER-REPORT-RECORD
           WRITE DEADLETTER-REPORT-RECORD.

       DISPATCH-OUTBOX.
           MOVE LOW-VALUES TO NQ-NOTIFY-ID
           START NOTIFY-OUTBOX-FILE KEY >= NQ-NOTIFY-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-OUTBOX-EOF-FLAG
           PERFORM UNTIL WS-OUTBOX-EOF-FLAG = 1
               READ NOTIFY-OUTBOX-FILE NEXT
                   AT END
                       MOVE 1 TO WS-OUTBOX-EOF-FLAG
                   NOT AT END
                       EVALUATE NQ-STATUS
                           WHEN "QUEUED"
                           WHEN "FAILED"
                               PERFORM DISPATCH-ONE-ENTRY
                           WHEN "DEAD"
                               MOVE SPACES TO WS-DEAD-FLAG-TEXT
                               PERFORM WRITE-DEAD-LETTER-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       DISPATCH-ONE-ENTRY.
           ADD 1 TO NQ-ATTEMPT-COUNT
           MOVE WS-FORMATTED-DATE TO NQ-LAST-ATTEMPT-DATE
           MOVE SPACES TO WS-SEND-ERROR

           *> A customer or user may have corrected their address
           *> since the entry was queued; the master is the authority
           MOVE NQ-RECIPIENT-EMAIL TO WS-CHECK-EMAIL
           PERFORM VALIDATE-RECIPIENT-EMAIL
           IF WS-EMAIL-VALID-FLAG = 0
               PERFORM REFRESH-RECIPIENT-EMAIL
           END-IF

           IF NQ-CHANNEL NOT = "EMAIL"
               MOVE "Unsupported channel" TO WS-SEND-ERROR
           ELSE
               IF WS-EMAIL-VALID-FLAG = 0
                   MOVE "No valid email address" TO WS-SEND-ERROR
               END-IF
           END-IF

           IF WS-SEND-ERROR = SPACES
               PERFORM WRITE-GATEWAY-LINE
               IF GATEWAY-FILE-STATUS NOT = "00"
                   MOVE "Gateway extract write failed" TO WS-SEND-ERROR
               END-IF
           END-IF

           IF WS-SEND-ERROR = SPACES
               MOVE "SENT" TO NQ-STATUS
               MOVE SPACES TO NQ-LAST-ERROR
               ADD 1 TO WS-SENT-COUNT
           ELSE
               MOVE WS-SEND-ERROR TO NQ-LAST-ERROR
               IF NQ-ATTEMPT-COUNT >= WS-MAX-ATTEMPTS
                   MOVE "DEAD" TO NQ-STATUS
                   ADD 1 TO WS-NEW-DEAD-COUNT
               ELSE
                   MOVE "FAILED" TO NQ-STATUS
                   ADD 1 TO WS-RETRY-COUNT
               END-IF
           END-IF

           REWRITE NOTIFY-OUTBOX-RECORD
               INVALID KEY
                   DISPLAY "Failed to update notification "
                       NQ-NOTIFY-ID " status " NOTIFY-FILE-STATUS
           END-REWRITE

           IF NQ-STATUS = "DEAD"
               MOVE "Y" TO WS-DEAD-FLAG-TEXT
               PERFORM WRITE-DEAD-LETTER-LINE
           END-IF.

       VALIDATE-RECIPIENT-EMAIL.
           *> Same test CUSTOMER-DATABASE applies on entry: one "@",
           *> at least one "." and not starting with either
           MOVE 1 TO WS-EMAIL-VALID-FLAG

           IF WS-CHECK-EMAIL = SPACES
               MOVE 0 TO WS-EMAIL-VALID-FLAG
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NUMERIC-TEMP
           INSPECT WS-CHECK-EMAIL TALLYING WS-NUMERIC-TEMP FOR ALL "@"
           IF WS-NUMERIC-TEMP NOT = 1
               MOVE 0 TO WS-EMAIL-VALID-FLAG
           END-IF

           MOVE 0 TO WS-NUMERIC-TEMP
           INSPECT WS-CHECK-EMAIL TALLYING WS-NUMERIC-TEMP FOR ALL "."
           IF WS-NUMERIC-TEMP = 0
               MOVE 0 TO WS-EMAIL-VALID-FLAG
           END-IF

           IF WS-CHECK-EMAIL(1:1) = "@"
               OR WS-CHECK-EMAIL(1:1) = "."
               MOVE 0 TO WS-EMAIL-VALID-FLAG
           END-IF.

       REFRESH-RECIPIENT-EMAIL.
           MOVE SPACES TO WS-CHECK-EMAIL

           EVALUATE NQ-RECIPIENT-TYPE
               WHEN "CUSTOMER"
                   IF WS-CUSTOMER-PRESENT-FLAG = 1
                       MOVE NQ-RECIPIENT-ID TO CF-CUSTOMER-ID
                       READ CUSTOMER-FILE
                           NOT INVALID KEY
                               MOVE CF-CUSTOMER-EMAIL TO WS-CHECK-EMAIL
                       END-READ
                   END-IF
               WHEN "USER"
                   IF WS-USER-PRESENT-FLAG = 1
                       MOVE NQ-RECIPIENT-ID TO UF-USER-ID
                       READ USER-FILE
                           NOT INVALID KEY
                               MOVE UF-EMAIL TO WS-CHECK-EMAIL
                       END-READ
                   END-IF
           END-EVALUATE

           PERFORM VALIDATE-RECIPIENT-EMAIL
           IF WS-EMAIL-VALID-FLAG = 1
               MOVE WS-CHECK-EMAIL TO NQ-RECIPIENT-EMAIL
           END-IF.

       WRITE-GATEWAY-LINE.
           MOVE NQ-RECIPIENT-ADDRESS TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-QUOTED-ADDRESS

           MOVE NQ-MERGE-FIELDS TO WS-CSV-QUOTE-INPUT
           PERFORM QUOTE-CSV-FIELD
           MOVE WS-CSV-QUOTE-OUTPUT TO WS-QUOTED-MERGE

           MOVE SPACES TO WS-GATEWAY-LINE
           STRING FUNCTION TRIM(NQ-NOTIFY-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-CHANNEL) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-RECIPIENT-EMAIL) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUOTED-ADDRESS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-TEMPLATE-CODE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QUOTED-MERGE) DELIMITED BY SIZE
               INTO WS-GATEWAY-LINE
           END-STRING
           WRITE EMAIL-GATEWAY-RECORD FROM WS-GATEWAY-LINE.

       QUOTE-CSV-FIELD.
           *> Wraps WS-CSV-QUOTE-INPUT in double quotes, doubling any
           *> embedded quote, so commas in addresses and merge values
           *> don't shift the gateway's columns
           MOVE SPACES TO WS-CSV-QUOTE-OUTPUT
           MOVE 1 TO WS-CSV-QUOTE-OUT-IDX
           MOVE '"' TO WS-CSV-QUOTE-OUTPUT(WS-CSV-QUOTE-OUT-IDX:1)
           ADD 1 TO WS-CSV-QUOTE-OUT-IDX
           IF WS-CSV-QUOTE-INPUT = SPACES
               MOVE '"' TO WS-CSV-QUOTE-OUTPUT(WS-CSV-QUOTE-OUT-IDX:1)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-QUOTE-INPUT))
               TO WS-CSV-QUOTE-LEN
           PERFORM VARYING WS-CSV-QUOTE-IDX FROM 1 BY 1
               UNTIL WS-CSV-QUOTE-IDX > WS-CSV-QUOTE-LEN
               IF WS-CSV-QUOTE-INPUT(WS-CSV-QUOTE-IDX:1) = '"'
                   MOVE '"'
                       TO WS-CSV-QUOTE-OUTPUT(WS-CSV-QUOTE-OUT-IDX:1)
                   ADD 1 TO WS-CSV-QUOTE-OUT-IDX
               END-IF
               MOVE WS-CSV-QUOTE-INPUT(WS-CSV-QUOTE-IDX:1)
                   TO WS-CSV-QUOTE-OUTPUT(WS-CSV-QUOTE-OUT-IDX:1)
               ADD 1 TO WS-CSV-QUOTE-OUT-IDX
           END-PERFORM
           MOVE '"' TO WS-CSV-QUOTE-OUTPUT(WS-CSV-QUOTE-OUT-IDX:1).

       WRITE-DEAD-LETTER-LINE.
           *> Entries given up this run are flagged so operations can
           *> tell the new ones from those already on the list
           ADD 1 TO WS-DEAD-COUNT
           MOVE NQ-RECIPIENT-ID TO WS-RPT-ID-TEXT
           MOVE NQ-ATTEMPT-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(NQ-NOTIFY-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  NQ-QUEUED-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-SOURCE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-RECIPIENT-TYPE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-TEMPLATE-CODE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  NQ-LAST-ATTEMPT-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(NQ-LAST-ERROR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEAD-FLAG-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DEADLETTER-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE "Summary:" TO DEADLETTER-REPORT-RECORD
           WRITE DEADLETTER-REPORT-RECORD

           MOVE WS-SENT-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Sent to gateway: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DEADLETTER-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-RETRY-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Failed, to be retried: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DEADLETTER-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-NEW-DEAD-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Dead letters this run: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DEADLETTER-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-DEAD-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Dead letters on file: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DEADLETTER-REPORT-RECORD FROM WS-RPT-LINE.

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> report lines into the repository under a unique run id,
           *> the same way DUNNING-NOTICES files its control list
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "NDLT" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT DEADLETTER-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE DEADLETTER-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ DEADLETTER-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE DEADLETTER-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE DEADLETTER-REPORT-FILE
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
           MOVE "NOTIFY-DEADLETTER" TO RC-REPORT-NAME
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
           CLOSE NOTIFY-OUTBOX-FILE
           CLOSE EMAIL-GATEWAY-FILE
           CLOSE DEADLETTER-REPORT-FILE
           IF WS-CUSTOMER-PRESENT-FLAG = 1
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-USER-PRESENT-FLAG = 1
               CLOSE USER-FILE
           END-IF
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Notification dispatch complete: "
               WS-SENT-COUNT " sent, "
               WS-RETRY-COUNT " to retry, "
               WS-NEW-DEAD-COUNT " new dead letters".
