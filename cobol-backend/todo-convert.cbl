       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODO-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVERT-INPUT-FILE
           ASSIGN TO EXTERNAL DD_TODO_CONVERT_INPUT_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CI-TODO-ID
           FILE STATUS IS INPUT-FILE-STATUS.

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

           SELECT CONVERT-REPORT-FILE
           ASSIGN TO EXTERNAL DD_TODO_CONVERT_REPORT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT CONVERT-REJECT-FILE
           ASSIGN TO EXTERNAL DD_TODO_CONVERT_REJECT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO EXTERNAL DD_AUDIT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

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
      *> Sized for the current layout; an old TODO-LIST record is
      *> shorter and reads into the leading bytes
       FD CONVERT-INPUT-FILE.
       01 CONVERT-INPUT-RECORD.
          05 CI-TODO-ID             PIC 9(5).
          05 CI-BODY                PIC X(170).
       01 CONVERT-INPUT-OLD.
          05 CO-TODO-ID             PIC 9(5).
          05 CO-DESCRIPTION         PIC X(100).
          05 CO-DUE-DATE            PIC X(10).
          05 CO-ESTIMATED-TIME      PIC X(4).
          05 CO-STATUS              PIC X(10).
          05 CO-CREATION-DATE       PIC X(10).
          05 CO-LAST-UPDATE         PIC X(10).
          05 CO-RECURRING           PIC X(3).
          05 CO-RECURRING-INTERVAL  PIC X(3).
          05 FILLER                 PIC X(20).
       01 CONVERT-INPUT-NEW.
          05 CN-TODO-ID             PIC 9(5).
          05 CN-USER-ID             PIC X(5).
          05 CN-DESCRIPTION         PIC X(100).
          05 CN-DUE-DATE            PIC X(10).
          05 CN-ESTIMATED-TIME      PIC X(4).
          05 CN-STATUS              PIC X(20).
          05 CN-CREATION-DATE       PIC X(10).
          05 CN-LAST-UPDATE         PIC X(10).
          05 CN-RECURRING           PIC X(3).
          05 CN-RECURRING-INTERVAL  PIC X(3).
          05 CN-PROJECT-ID          PIC X(5).

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

       FD CONVERT-REPORT-FILE.
       01 CONVERT-REPORT-RECORD     PIC X(200).

       FD CONVERT-REJECT-FILE.
       01 CONVERT-REJECT-RECORD     PIC X(240).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AF-TIMESTAMP           PIC X(10).
          05 AF-PROGRAM             PIC X(20).
          05 AF-OPERATION           PIC X(10).
          05 AF-RECORD-KEY          PIC X(10).
          05 AF-BEFORE-VALUE        PIC X(60).
          05 AF-AFTER-VALUE         PIC X(60).

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
       01 CATALOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 STORE-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-REPORT-RUN-ID          PIC X(16) VALUE SPACES.
       01 WS-REG-DATE               PIC 9(8) VALUE 0.
       01 WS-REG-DATE-X REDEFINES WS-REG-DATE PIC X(8).
       01 WS-REG-TIME               PIC 9(8) VALUE 0.
       01 WS-REG-TIME-X REDEFINES WS-REG-TIME PIC X(8).
       01 WS-STORE-LINE-COUNT       PIC 9(7) VALUE 0.
       01 WS-REG-EOF-FLAG           PIC 9 VALUE 0.
       01 INPUT-FILE-STATUS         PIC XX VALUE SPACES.
       01 TODO-FILE-STATUS          PIC XX VALUE SPACES.
       01 USER-FILE-STATUS          PIC XX VALUE SPACES.
       01 SEQUENCE-FILE-STATUS      PIC XX VALUE SPACES.
       01 REPORT-FILE-STATUS        PIC XX VALUE SPACES.
       01 REJECT-FILE-STATUS        PIC XX VALUE SPACES.
       01 AUDIT-FILE-STATUS         PIC XX VALUE SPACES.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).

       01 WS-INPUT-TEXT             PIC X(80) VALUE SPACES.
       01 WS-DEFAULT-USERNAME       PIC X(50) VALUE SPACES.
       01 WS-DEFAULT-USER-ID        PIC 9(5) VALUE 0.
       01 WS-USER-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-INPUT-EOF-FLAG         PIC 9 VALUE 0.

      *> CURRENT, OLD or UNKNOWN for the record in hand
       01 WS-RECORD-LAYOUT          PIC X(8) VALUE SPACES.
       01 WS-REJECT-REASON          PIC X(40) VALUE SPACES.
       01 WS-OWNER-ASSIGNED-FLAG    PIC 9 VALUE 0.
       01 WS-MAX-TODO-ID            PIC 9(5) VALUE 0.

       01 WS-COUNT-READ             PIC 9(7) VALUE 0.
       01 WS-COUNT-CURRENT          PIC 9(7) VALUE 0.
       01 WS-COUNT-OLD              PIC 9(7) VALUE 0.
       01 WS-COUNT-OWNERLESS        PIC 9(7) VALUE 0.
       01 WS-COUNT-WRITTEN          PIC 9(7) VALUE 0.
       01 WS-COUNT-CONVERTED        PIC 9(7) VALUE 0.
       01 WS-COUNT-ASSIGNED         PIC 9(7) VALUE 0.
       01 WS-COUNT-REJECTED         PIC 9(7) VALUE 0.
       01 WS-COUNT-CHECK            PIC 9(7) VALUE 0.

       01 WS-AUDIT-OPERATION        PIC X(10).
       01 WS-AUDIT-KEY              PIC X(10).
       01 WS-AUDIT-BEFORE           PIC X(60).
       01 WS-AUDIT-AFTER            PIC X(60).

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.
       01 WS-RPT-LABEL              PIC X(40).
       01 WS-RPT-VALUE              PIC 9(7).
       01 WS-RPT-ID-TEXT            PIC Z(4)9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM CONVERT-ALL-RECORDS
           PERFORM ADVANCE-TODO-SEQUENCE
           PERFORM WRITE-COUNT-REPORT
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> One-time run: the todo file is copied aside and presented
           *> as DD_TODO_CONVERT_INPUT_FILE, and every record is
           *> rewritten onto a fresh DD_TODO_FILE in the shared layout.
           *> The username that ownerless todos are handed to arrives
           *> on one line; there is no default
           ACCEPT WS-INPUT-TEXT
           MOVE FUNCTION TRIM(WS-INPUT-TEXT) TO WS-DEFAULT-USERNAME
           IF WS-DEFAULT-USERNAME = SPACES
               DISPLAY "Default owner username is required"
               STOP RUN
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)

           PERFORM FIND-DEFAULT-USER
           IF WS-DEFAULT-USER-ID = 0
               DISPLAY "Default owner not found in user file: "
                   FUNCTION TRIM(WS-DEFAULT-USERNAME)
               STOP RUN
           END-IF

           *> The input copy must open before the live file is
           *> recreated, so a missing copy never empties DD_TODO_FILE
           OPEN INPUT CONVERT-INPUT-FILE
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open conversion input file, status "
                   INPUT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CONVERT-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open conversion report, status "
                   REPORT-FILE-STATUS
               CLOSE CONVERT-INPUT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT CONVERT-REJECT-FILE
           IF REJECT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open conversion reject file, status "
                   REJECT-FILE-STATUS
               CLOSE CONVERT-INPUT-FILE
               CLOSE CONVERT-REPORT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT TODO-FILE
           IF TODO-FILE-STATUS NOT = "00"
               DISPLAY "Failed to create todo file, status "
                   TODO-FILE-STATUS
               CLOSE CONVERT-INPUT-FILE
               CLOSE CONVERT-REPORT-FILE
               CLOSE CONVERT-REJECT-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Todo Record Conversion - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONVERT-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-DEFAULT-USER-ID TO WS-RPT-ID-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Default owner: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEFAULT-USERNAME) DELIMITED BY SIZE
                  " (user " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONVERT-REPORT-RECORD FROM WS-RPT-LINE

           MOVE "TodoID,Reason,RecordImage" TO CONVERT-REJECT-RECORD
           WRITE CONVERT-REJECT-RECORD.

       FIND-DEFAULT-USER.
           MOVE 0 TO WS-DEFAULT-USER-ID

           OPEN INPUT USER-FILE
           IF USER-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open user file, status "
                   USER-FILE-STATUS
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO UF-USER-ID
           START USER-FILE KEY >= UF-USER-ID
               INVALID KEY
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-USER-EOF-FLAG
           PERFORM UNTIL WS-USER-EOF-FLAG = 1
               READ USER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-USER-EOF-FLAG
                   NOT AT END
                       IF FUNCTION UPPER-CASE(UF-USERNAME) =
                          FUNCTION UPPER-CASE(WS-DEFAULT-USERNAME)
                           MOVE UF-USER-ID TO WS-DEFAULT-USER-ID
                           MOVE 1 TO WS-USER-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM

           CLOSE USER-FILE.

       CONVERT-ALL-RECORDS.
           MOVE LOW-VALUES TO CI-TODO-ID
           START CONVERT-INPUT-FILE KEY >= CI-TODO-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-INPUT-EOF-FLAG
           PERFORM UNTIL WS-INPUT-EOF-FLAG = 1
               MOVE SPACES TO CONVERT-INPUT-RECORD
               READ CONVERT-INPUT-FILE NEXT
                   AT END
                       MOVE 1 TO WS-INPUT-EOF-FLAG
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM.

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-COUNT-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-OWNER-ASSIGNED-FLAG

           IF CI-TODO-ID IS NOT NUMERIC
               MOVE "Todo id is not numeric" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM CLASSIFY-RECORD-LAYOUT

           EVALUATE WS-RECORD-LAYOUT
               WHEN "CURRENT"
                   ADD 1 TO WS-COUNT-CURRENT
                   PERFORM BUILD-FROM-CURRENT-LAYOUT
               WHEN "OLD"
                   ADD 1 TO WS-COUNT-OLD
                   PERFORM BUILD-FROM-OLD-LAYOUT
               WHEN OTHER
                   MOVE "Record layout not recognised"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-OWNER-ASSIGNED-FLAG = 1
               ADD 1 TO WS-COUNT-OWNERLESS
           END-IF

           WRITE TODO-RECORD
               INVALID KEY
                   MOVE "Duplicate todo id on new file"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-WRITTEN
                   IF WS-RECORD-LAYOUT = "OLD"
                       ADD 1 TO WS-COUNT-CONVERTED
                   END-IF
                   IF WS-OWNER-ASSIGNED-FLAG = 1
                       ADD 1 TO WS-COUNT-ASSIGNED
                   END-IF
                   IF TF-TODO-ID > WS-MAX-TODO-ID
                       MOVE TF-TODO-ID TO WS-MAX-TODO-ID
                   END-IF
           END-WRITE.

       CLASSIFY-RECORD-LAYOUT.
           *> In the shared layout the owner id, estimate and recurring
           *> flag sit where the old layout carries description text,
           *> status and dates, so the two views cannot both fit
           MOVE "UNKNOWN" TO WS-RECORD-LAYOUT

           IF (CN-USER-ID IS NUMERIC OR CN-USER-ID = SPACES)
              AND CN-ESTIMATED-TIME IS NUMERIC
              AND (CN-RECURRING = "YES" OR CN-RECURRING = "NO"
                   OR CN-RECURRING = SPACES)
              AND (CN-RECURRING-INTERVAL IS NUMERIC
                   OR CN-RECURRING-INTERVAL = SPACES)
               MOVE "CURRENT" TO WS-RECORD-LAYOUT
               EXIT PARAGRAPH
           END-IF

           IF CO-ESTIMATED-TIME IS NUMERIC
              AND (CO-RECURRING = "YES" OR CO-RECURRING = "NO"
                   OR CO-RECURRING = SPACES)
              AND (CO-RECURRING-INTERVAL IS NUMERIC
                   OR CO-RECURRING-INTERVAL = SPACES)
               MOVE "OLD" TO WS-RECORD-LAYOUT
           END-IF.

       BUILD-FROM-CURRENT-LAYOUT.
           MOVE CONVERT-INPUT-NEW TO TODO-RECORD

           IF CN-USER-ID IS NOT NUMERIC
               MOVE 0 TO TF-USER-ID
           END-IF
           IF TF-USER-ID = 0
               MOVE WS-DEFAULT-USER-ID TO TF-USER-ID
               MOVE 1 TO WS-OWNER-ASSIGNED-FLAG
           END-IF

           IF CN-RECURRING = SPACES
               MOVE "NO" TO TF-RECURRING
           END-IF
           IF CN-RECURRING-INTERVAL IS NOT NUMERIC
               MOVE 0 TO TF-RECURRING-INTERVAL
           END-IF
           *> Records written before projects existed belong to none
           IF CN-PROJECT-ID IS NOT NUMERIC
               MOVE 0 TO TF-PROJECT-ID
           END-IF.

       BUILD-FROM-OLD-LAYOUT.
           MOVE CO-TODO-ID TO TF-TODO-ID
           MOVE WS-DEFAULT-USER-ID TO TF-USER-ID
           MOVE 1 TO WS-OWNER-ASSIGNED-FLAG
           MOVE CO-DESCRIPTION TO TF-DESCRIPTION
           MOVE CO-DUE-DATE TO TF-DUE-DATE
           MOVE CO-ESTIMATED-TIME TO TF-ESTIMATED-TIME
           MOVE CO-STATUS TO TF-STATUS
           MOVE CO-CREATION-DATE TO TF-CREATION-DATE
           MOVE CO-LAST-UPDATE TO TF-LAST-UPDATE
           MOVE CO-RECURRING TO TF-RECURRING
           IF CO-RECURRING = SPACES
               MOVE "NO" TO TF-RECURRING
           END-IF
           IF CO-RECURRING-INTERVAL IS NUMERIC
               MOVE CO-RECURRING-INTERVAL TO TF-RECURRING-INTERVAL
           ELSE
               MOVE 0 TO TF-RECURRING-INTERVAL
           END-IF
           MOVE 0 TO TF-PROJECT-ID.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-COUNT-REJECTED

           MOVE SPACES TO CONVERT-REJECT-RECORD
           STRING CI-TODO-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  CONVERT-INPUT-RECORD DELIMITED BY SIZE
               INTO CONVERT-REJECT-RECORD
           END-STRING
           WRITE CONVERT-REJECT-RECORD.

       ADVANCE-TODO-SEQUENCE.
           *> Ids typed in through TODO-LIST were never drawn from the
           *> sequence, so move it past the highest id now on file
           IF WS-MAX-TODO-ID = 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SEQUENCE-FILE
           IF SEQUENCE-FILE-STATUS NOT = "00"
               CLOSE SEQUENCE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO SF-KEY
           READ SEQUENCE-FILE WITH LOCK
               INVALID KEY
                   CLOSE SEQUENCE-FILE
                   EXIT PARAGRAPH
           END-READ

           IF SF-NEXT-ID <= WS-MAX-TODO-ID
               COMPUTE SF-NEXT-ID = WS-MAX-TODO-ID + 1
               REWRITE SEQUENCE-RECORD
                   INVALID KEY
                       DISPLAY "Failed to advance todo id sequence"
               END-REWRITE
           END-IF

           CLOSE SEQUENCE-FILE.

       WRITE-COUNT-REPORT.
           MOVE "Before conversion:" TO CONVERT-REPORT-RECORD
           WRITE CONVERT-REPORT-RECORD

           MOVE "  Records read" TO WS-RPT-LABEL
           MOVE WS-COUNT-READ TO WS-RPT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Already on shared layout" TO WS-RPT-LABEL
           MOVE WS-COUNT-CURRENT TO WS-RPT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  On old TODO-LIST layout" TO WS-RPT-LABEL
           MOVE WS-COUNT-OLD TO WS-RPT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Without an owner" TO WS-RPT-LABEL
           MOVE WS-COUNT-OWNERLESS TO WS-RPT-VALUE
           PERFORM WRITE-COUNT-LINE

           MOVE "After conversion:" TO CONVERT-REPORT-RECORD
           WRITE CONVERT-REPORT-RECORD

           MOVE "  Records written" TO WS-RPT-LABEL
           MOVE WS-COUNT-WRITTEN TO WS-RPT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Converted from old layout" TO WS-RPT-LABEL
           MOVE WS-COUNT-CONVERTED TO WS-RPT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Assigned to default owner" TO WS-RPT-LABEL
           MOVE WS-COUNT-ASSIGNED TO WS-RPT-VALUE
           PERFORM WRITE-COUNT-LINE
           MOVE "  Rejected" TO WS-RPT-LABEL
           MOVE WS-COUNT-REJECTED TO WS-RPT-VALUE
           PERFORM WRITE-COUNT-LINE

           *> Every record read is either on the new file or on the
           *> reject list
           COMPUTE WS-COUNT-CHECK = WS-COUNT-WRITTEN + WS-COUNT-REJECTED
           IF WS-COUNT-CHECK = WS-COUNT-READ
               MOVE "Balance: read = written + rejected, IN BALANCE"
                   TO CONVERT-REPORT-RECORD
           ELSE
               MOVE "Balance: read <> written + rejected, OUT OF "
                   & "BALANCE" TO CONVERT-REPORT-RECORD
           END-IF
           WRITE CONVERT-REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE WS-RPT-VALUE TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RPT-LABEL DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONVERT-REPORT-RECORD FROM WS-RPT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE WS-FORMATTED-DATE TO AF-TIMESTAMP
           MOVE "TODO-CONVERT" TO AF-PROGRAM
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
           STRING "TCNV" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT CONVERT-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE CONVERT-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ CONVERT-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE CONVERT-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE CONVERT-REPORT-FILE
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
           MOVE "TODO-CONVERT" TO RC-REPORT-NAME
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
           CLOSE CONVERT-INPUT-FILE
           CLOSE TODO-FILE
           CLOSE CONVERT-REJECT-FILE
           CLOSE CONVERT-REPORT-FILE

           MOVE "CONVERT" TO WS-AUDIT-OPERATION
           MOVE SPACES TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE WS-COUNT-READ TO WS-RPT-COUNT-TEXT
           STRING "READ=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           MOVE WS-COUNT-WRITTEN TO WS-RPT-COUNT-TEXT
           STRING "WRITTEN=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " OWNER=" DELIMITED BY SIZE
                  WS-DEFAULT-USER-ID DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Todo conversion complete: " WS-COUNT-WRITTEN
               " written, " WS-COUNT-REJECTED " rejected".
