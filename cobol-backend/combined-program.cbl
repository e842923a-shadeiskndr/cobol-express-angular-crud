           ALTERNATE RECORD KEY IS DL-TODO-ID WITH DUPLICATES
           FILE STATUS IS DEP-FILE-STATUS.

           SELECT PROJECT-FILE ASSIGN TO EXTERNAL DD_PROJECT_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PJ-PROJECT-ID
           FILE STATUS IS PROJECT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO EXTERNAL DD_AUDIT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT NOTIFY-OUTBOX-FILE
           ASSIGN TO EXTERNAL DD_NOTIFY_OUTBOX_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NQ-NOTIFY-ID
           FILE STATUS IS NOTIFY-FILE-STATUS.

           SELECT OTP-CHALLENGE-FILE
           ASSIGN TO EXTERNAL DD_OTP_CHALLENGE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OC-CHALLENGE-ID
           FILE STATUS IS OTP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TODO-FILE.
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
          05 DL-TODO-ID             PIC 9(5).
          05 DL-BLOCKER-ID          PIC 9(5).

       FD PROJECT-FILE.
       01 PROJECT-RECORD.
          05 PJ-PROJECT-ID          PIC 9(5).
          05 PJ-NAME                PIC X(50).
          05 PJ-DESCRIPTION         PIC X(100).
          05 PJ-OWNER-ID            PIC 9(5).
          05 PJ-STATUS              PIC X(10).
          05 PJ-CREATION-DATE       PIC X(10).
          05 PJ-LAST-UPDATE         PIC X(10).
          05 PJ-CLOSE-DATE          PIC X(10).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AF-TIMESTAMP           PIC X(10).
          05 AF-BEFORE-VALUE        PIC X(60).
          05 AF-AFTER-VALUE         PIC X(60).

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

      *> One row per ADMIN login challenge; OC-STATUS is PENDING
      *> until redeemed (USED), timed out (EXPIRED) or killed by a
      *> lockout (LOCKED). Only the hash of the code is kept
       FD OTP-CHALLENGE-FILE.
       01 OTP-CHALLENGE-RECORD.
          05 OC-CHALLENGE-ID        PIC X(32).
          05 OC-CHALLENGE-KEY REDEFINES OC-CHALLENGE-ID.
             10 FILLER              PIC X(3).
             10 OC-CHALLENGE-SEQ    PIC 9(10).
             10 FILLER              PIC X(19).
          05 OC-USER-ID             PIC 9(5).
          05 OC-CODE-HASH           PIC X(20).
          05 OC-ISSUED-DATE         PIC X(10).
          05 OC-EXPIRY-MINUTES      PIC 9(9).
          05 OC-STATUS              PIC X(8).
          05 OC-ATTEMPTS            PIC 9(2).

       WORKING-STORAGE SECTION.
       01 TODO-FILE-STATUS          PIC XX VALUE SPACES.
       01 USER-FILE-STATUS          PIC XX VALUE SPACES.
          05 WS-LAST-UPDATE         PIC X(10).
          05 WS-RECURRING           PIC X(3).
          05 WS-RECURRING-INTERVAL  PIC 9(3).
          05 WS-PROJECT-ID          PIC 9(5).

       01 WS-USER.
          05 WS-USER-ID             PIC 9(5).
          05 WS-SEARCH-STATUS       PIC X(20) VALUE SPACES.
          05 WS-SEARCH-MIN-TIME     PIC 9(4) VALUE ZEROS.
          05 WS-SEARCH-MAX-TIME     PIC 9(4) VALUE 9999.
          05 WS-SEARCH-PROJECT-ID   PIC 9(5) VALUE ZEROS.

       01 WS-PAGE                   PIC 9(5) VALUE 1.
       01 WS-PAGE-SIZE              PIC 9(5) VALUE 0.
             10 WS-SORT-STATUS         PIC X(10).
             10 WS-SORT-CREATION-DATE  PIC X(10).
             10 WS-SORT-LAST-UPDATE    PIC X(10).
             10 WS-SORT-PROJECT-ID     PIC 9(5).
       01 WS-SORT-ENTRY-TEMP.
          05 WS-SORT-TEMP-ID             PIC 9(5).
          05 WS-SORT-TEMP-USER-ID        PIC 9(5).
          05 WS-SORT-TEMP-STATUS         PIC X(10).
          05 WS-SORT-TEMP-CREATION-DATE  PIC X(10).
          05 WS-SORT-TEMP-LAST-UPDATE    PIC X(10).
          05 WS-SORT-TEMP-PROJECT-ID     PIC 9(5).

       01 WS-RESPONSE               PIC X(20000).
       
       01 WS-NOW-MINUTES            PIC 9(9).
       01 WS-LOCKOUT-THRESHOLD      PIC 9(2) VALUE 5.
       01 WS-LOCKOUT-COOLDOWN-MINS  PIC 9(4) VALUE 15.
      *> A lock this far out is a disabled account (USER-RECERT, the
      *> suspense user), not a cooldown; RESET_PASSWORD clears it
       01 WS-DISABLED-LOCK          PIC 9(9) VALUE 999999999.

       01 SESSION-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-SESSION-TOKEN          PIC X(32) VALUE SPACES.
       01 WS-SESSION-TTL-MINS       PIC 9(4) VALUE 480.
       01 WS-TOKEN-RANDOM           PIC 9(9) VALUE 0.

       01 NOTIFY-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-NOTIFY-PREFIX          PIC X(4) VALUE "COMB".
       01 WS-NOTIFY-DATE            PIC 9(8) VALUE 0.
       01 WS-NOTIFY-DATE-X REDEFINES WS-NOTIFY-DATE PIC X(8).
       01 WS-NOTIFY-TIME            PIC 9(8) VALUE 0.
       01 WS-NOTIFY-TIME-X REDEFINES WS-NOTIFY-TIME PIC X(8).
       01 WS-NOTIFY-SEQ             PIC 9(4) VALUE 0.
       01 WS-NOTIFY-TRIES           PIC 9(2) VALUE 0.
       01 WS-NOTIFY-OPEN-FLAG       PIC 9 VALUE 0.
       01 WS-NOTIFY-WRITTEN-FLAG    PIC 9 VALUE 0.
       01 WS-NOTIFY-TEMPLATE        PIC X(12) VALUE SPACES.
       01 WS-NOTIFY-MERGE           PIC X(200) VALUE SPACES.

       01 OTP-FILE-STATUS           PIC XX VALUE SPACES.
       01 WS-OTP-TTL-MINS           PIC 9(4) VALUE 5.
       01 WS-OTP-CHALLENGE-ID       PIC X(32) VALUE SPACES.
       01 WS-OTP-CODE               PIC X(10) VALUE SPACES.
       01 WS-OTP-RANDOM             PIC 9(6) VALUE 0.
       01 WS-OTP-SEED-TIME          PIC 9(8) VALUE 0.
       01 WS-OTP-SEED               PIC 9(9) VALUE 0.
       01 WS-OTP-CHAIN              PIC 9(9) VALUE 0.
       01 WS-OTP-HASH-DIGITS        PIC 9(9) VALUE 0.
       01 WS-OTP-ISSUED-FLAG        PIC 9 VALUE 0.
       01 WS-OTP-MAX-SEQ            PIC 9(10) VALUE 0.
       01 WS-OTP-NEXT-SEQ           PIC 9(10) VALUE 0.
       01 WS-FMT-OTP-TTL            PIC ZZZ9.
       01 WS-FMT-FAILED-COUNT       PIC Z9.

       01 WS-PASSWORD-MAX-AGE-DAYS  PIC 9(3) VALUE 90.
       01 WS-PW-DATE-BUILD          PIC X(8).
       01 WS-PW-DATE-NUM            PIC 9(8).
          05 WS-FMT-ESTIMATED-TIME  PIC ZZZ9.
          05 WS-FMT-ID              PIC Z(4)9.
          05 WS-FMT-USER-ID         PIC Z(4)9.
          05 WS-FMT-PROJECT-ID      PIC Z(4)9.


       01 WS-JSON-TEMP              PIC X(100).
       01 WS-TARGET-USER-ID         PIC 9(5) VALUE 0.
       01 WS-CHECK-USER-ID          PIC 9(5) VALUE 0.
       01 WS-USER-EXISTS-FLAG       PIC 9 VALUE 0.

       01 PROJECT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-PROJECT.
          05 WS-PROJECT-ID          PIC 9(5).
          05 WS-PROJECT-NAME        PIC X(50).
          05 WS-PROJECT-DESCRIPTION PIC X(100).
          05 WS-PROJECT-OWNER-ID    PIC 9(5).
          05 WS-PROJECT-STATUS      PIC X(10).
       01 WS-REQ-PROJECT-ID         PIC 9(5) VALUE 0.
      *> OPEN, CLOSED or MISSING after CHECK-PROJECT-OPEN
       01 WS-PROJECT-STATE          PIC X(8) VALUE SPACES.
       01 WS-NEXT-PROJECT-ID        PIC 9(5) VALUE 0.
       01 WS-PROJECT-OPEN-TODOS     PIC 9(7) VALUE 0.
       01 WS-PROJECT-EOF-FLAG       PIC 9 VALUE 0.
       01 WS-PROJECT-DUP-FLAG       PIC 9 VALUE 0.
       01 WS-PROJECT-OWNER-JSON     PIC X(20) VALUE SPACES.
       01 WS-PROJECT-COUNT-JSON     PIC X(20) VALUE SPACES.
       
       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
               WHEN "LIST_CAPACITY"
                   PERFORM LIST-USER-CAPACITY

               *> Project operations
               WHEN "CREATE_PROJECT"
                   PERFORM CREATE-PROJECT
               WHEN "UPDATE_PROJECT"
                   PERFORM UPDATE-PROJECT
               WHEN "LIST_PROJECTS"
                   PERFORM LIST-PROJECTS
               WHEN "CLOSE_PROJECT"
                   PERFORM CLOSE-PROJECT

               *> User operations
               WHEN "GET_USER"
                   PERFORM GET-USER
                   PERFORM LIST-USERS
               WHEN "LOGIN"
                   PERFORM LOGIN-USER
               WHEN "VERIFY_OTP"
                   PERFORM VERIFY-LOGIN-CHALLENGE
               WHEN "LOGOUT"
                   PERFORM LOGOUT-USER
               WHEN "DASHBOARD_SUMMARY"
               WHEN "LIST_BY_USER"
                   PERFORM EXTRACT-TARGET-USER-ID
                   IF WS-TARGET-USER-ID = 0
                       MOVE "Missing userId parameter"
                           TO WS-ERROR-MESSAGE
                       PERFORM GENERATE-ERROR-RESPONSE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM EXTRACT-PROJECT-ID
                   MOVE WS-REQ-PROJECT-ID TO WS-SEARCH-PROJECT-ID
               WHEN "REASSIGN"
                   PERFORM EXTRACT-ID
                   IF WS-ID = 0 OR WS-ID = SPACES
                   END-IF
                   PERFORM EXTRACT-TARGET-USER-ID
                   IF WS-TARGET-USER-ID = 0
                       MOVE "Missing userId parameter"
                           TO WS-ERROR-MESSAGE
                       PERFORM GENERATE-ERROR-RESPONSE
                       EXIT PARAGRAPH
                   END-IF
               WHEN "LOGIN"
                   PERFORM EXTRACT-LOGIN-DATA
                   IF WS-EMAIL OF WS-USER = SPACES
                       MOVE "Missing email parameter"
                           TO WS-ERROR-MESSAGE
                       PERFORM GENERATE-ERROR-RESPONSE
                       EXIT PARAGRAPH
                   END-IF
               WHEN "VERIFY_OTP"
                   PERFORM EXTRACT-OTP-DATA
               WHEN "LOGOUT"
                   PERFORM EXTRACT-SESSION-TOKEN
               WHEN "ADD_DEPENDENCY"
               WHEN "LIST_CAPACITY"
                   PERFORM EXTRACT-TARGET-USER-ID
                   PERFORM EXTRACT-CAPACITY-DATA
               WHEN "CREATE_PROJECT"
               WHEN "LIST_PROJECTS"
                   PERFORM EXTRACT-PROJECT-DATA
               WHEN "UPDATE_PROJECT"
               WHEN "CLOSE_PROJECT"
                   PERFORM EXTRACT-ID
                   IF WS-ID = 0 OR WS-ID = SPACES
                       MOVE "Invalid ID parameter" TO WS-ERROR-MESSAGE
                       PERFORM GENERATE-ERROR-RESPONSE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM EXTRACT-PROJECT-DATA
           END-EVALUATE

           EVALUATE WS-OPERATION
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP
                - 1:1) = '"'
               
               IF WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP - 1 <= LENGTH
                   OF WS-INPUT-BUFFER
                   AND WS-NUMERIC-TEMP <= LENGTH OF WS-OPERATION
                   MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX + 
                       WS-NUMERIC-TEMP - 1:1)
           MOVE SPACES TO WS-TEMP
           MOVE 0 TO WS-NUMERIC-TEMP
           
           PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP > LENGTH
               OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) = '"'
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) = ','
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) = '}'
               
               *> Only collect numeric characters
               IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) IS NUMERIC
                   MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1)
                       TO WS-TEMP(WS-NUMERIC-TEMP + 1:1)
               END-IF
               
           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 16 TO WS-JSON-PARSING-IDX
               MOVE 0 TO WS-NUMERIC-TEMP
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-SESSION-TOKEN
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-SESSION-TOKEN(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   ADD 1 TO WS-NUMERIC-TEMP
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER - 8
               
               *> Check for userId in various formats (with/without
               *> quotes, with/without spaces)
               IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:9) = '"userId":'
                   OR
                  WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:8) = '"userId"' OR
                  WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:8) = 'userId":' OR
                  WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:7) = 'userId:'
                   
                   MOVE WS-JSON-PARSING-IDX TO WS-JSON-PARSING-IDX-DISP
                   MOVE SPACES TO WS-DEBUG-MESSAGE
                   STRING "Found userId key at position "
                       WS-JSON-PARSING-IDX-DISP
                       DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
                   PERFORM DISPLAY-DEBUG
                   
                   PERFORM VARYING WS-NUMERIC-TEMP FROM 0 BY 1
                       UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP > 
                           LENGTH OF WS-INPUT-BUFFER
                       OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1) = ':'
                       CONTINUE
                   END-PERFORM
                   
                   IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = ':'
                       *> Found the colon, now position after it
                       COMPUTE WS-JSON-PARSING-IDX = 
                           WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP + 1
                       
                       *> Skip any spaces after the colon
                       PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                           WS-INPUT-BUFFER
                         OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) NOT
                             = SPACE
                           ADD 1 TO WS-JSON-PARSING-IDX
                       END-PERFORM
                       
                       *> Check if the value is quoted
                       IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = '"'
                           *> Skip opening quote
                           ADD 1 TO WS-JSON-PARSING-IDX
                       END-IF
                       
                       *> Extract the numeric value directly
                       MOVE SPACES TO WS-TEMP
                       *> Use as index for WS-TEMP
                       MOVE 0 TO WS-NUMERIC-TEMP
                       
                       PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                           WS-INPUT-BUFFER
                           *> Stop at comma, closing brace, or closing
                           *> quote
                           OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) =
                               ','
                           OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) =
                               '}'
                           OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) =
                               '"'
                           
                           *> Only collect numeric characters
                           IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) IS
                               NUMERIC
                               ADD 1 TO WS-NUMERIC-TEMP
                               IF WS-NUMERIC-TEMP <= LENGTH OF WS-TEMP
                                   MOVE
                                  WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1)
                                       TO WS-TEMP(WS-NUMERIC-TEMP:1)
                               END-IF
                           END-IF
                           
                           *> Move to next character
                           ADD 1 TO WS-JSON-PARSING-IDX
                       END-PERFORM
                       
                       MOVE SPACES TO WS-DEBUG-MESSAGE
                       STRING "Extracted userId string: '" FUNCTION
                           TRIM(WS-TEMP) "'"
                           DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
                       PERFORM DISPLAY-DEBUG
                       
                       *> Validate and convert the trimmed numeric
                       *> string
                       IF FUNCTION TRIM(WS-TEMP) IS NUMERIC AND
                          FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP)) > 0
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP))
                               DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
                           PERFORM DISPLAY-DEBUG
                           
                           *> Found it, exit the search loop
                           EXIT PERFORM
                       ELSE
                           MOVE SPACES TO WS-DEBUG-MESSAGE
                           STRING "Non-numeric or empty userId found"
               PERFORM DISPLAY-DEBUG
           ELSE
               MOVE SPACES TO WS-DEBUG-MESSAGE
               STRING "Final userId value before use: " WS-USER-ID OF
                   WS-TODO
                   DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
               PERFORM DISPLAY-DEBUG
           END-IF
           *> Extract description field (Keep existing logic)
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:15) =
                   '"description":"'
               CONTINUE
           END-PERFORM

               MOVE SPACES TO WS-DESCRIPTION OF WS-TODO
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-DESCRIPTION OF
                       WS-TODO
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-DESCRIPTION OF WS-TODO(WS-NUMERIC-TEMP
                               + 1:1)
                   END-IF

                   ADD 1 TO WS-NUMERIC-TEMP
           *> Extract dueDate field (Keep existing logic)
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:11) =
                   '"dueDate":"'
               CONTINUE
           END-PERFORM

               MOVE SPACES TO WS-DUE-DATE OF WS-TODO
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-DUE-DATE OF WS-TODO
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-DUE-DATE OF WS-TODO(WS-NUMERIC-TEMP +
                               1:1)
                   END-IF

                   ADD 1 TO WS-NUMERIC-TEMP
           MOVE 0 TO WS-ESTIMATED-TIME OF WS-TODO *> Initialize
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:16) =
                   '"estimatedTime":'
               CONTINUE
           END-PERFORM

           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 16 TO WS-JSON-PARSING-IDX
               *> Skip spaces before value
               PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                   WS-INPUT-BUFFER
                 OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) NOT = SPACE
                   ADD 1 TO WS-JSON-PARSING-IDX
               END-PERFORM
               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP *> Index for WS-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                   WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = '}'
                   *> Handle if quoted
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = '"'

                   IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) IS NUMERIC
                       ADD 1 TO WS-NUMERIC-TEMP
               MOVE SPACES TO WS-STATUS OF WS-TODO
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-STATUS OF WS-TODO
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-STATUS OF WS-TODO(WS-NUMERIC-TEMP +
                               1:1)
                   END-IF

                   ADD 1 TO WS-NUMERIC-TEMP
           MOVE "NO" TO WS-RECURRING OF WS-TODO
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:12) =
                   '"recurring":'
               CONTINUE
           END-PERFORM

           MOVE 0 TO WS-RECURRING-INTERVAL OF WS-TODO
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:24) =
                   '"recurringIntervalDays":'
               CONTINUE
           END-PERFORM

               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '}'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-TEMP
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-TEMP(WS-NUMERIC-TEMP + 1:1)
                   END-IF

               END-PERFORM

               IF FUNCTION TRIM(WS-TEMP) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-TEMP)
                       TO WS-RECURRING-INTERVAL OF WS-TODO
               END-IF
           END-IF

           PERFORM EXTRACT-PROJECT-ID
           MOVE WS-REQ-PROJECT-ID TO WS-PROJECT-ID OF WS-TODO

           MOVE WS-FORMATTED-DATE TO WS-LAST-UPDATE OF WS-TODO

           IF WS-OPERATION = "CREATE"
               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP - 1:1) = '"'
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP - 1:1) = ','
                   
                   IF WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP - 1 <=
                       LENGTH OF WS-INPUT-BUFFER
                      AND WS-NUMERIC-TEMP < LENGTH OF WS-TEMP
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP - 1:1)
                           TO WS-TEMP(WS-NUMERIC-TEMP:1)
                   ELSE
                       EXIT PERFORM
           *> Extract username
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:12) =
                   '"username":"'
               CONTINUE
           END-PERFORM
           
               MOVE SPACES TO WS-USERNAME OF WS-USER
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP <= LENGTH
                       OF WS-INPUT-BUFFER
                      AND WS-NUMERIC-TEMP < LENGTH OF WS-USERNAME OF
                          WS-USER
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-USERNAME OF WS-USER(WS-NUMERIC-TEMP +
                               1:1)
                   ELSE
                       EXIT PERFORM
                   END-IF
               MOVE SPACES TO WS-EMAIL OF WS-USER
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP <= LENGTH
                       OF WS-INPUT-BUFFER
                      AND WS-NUMERIC-TEMP < LENGTH OF WS-EMAIL OF
                          WS-USER
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-EMAIL OF WS-USER(WS-NUMERIC-TEMP + 1:1)
                   ELSE
                       EXIT PERFORM
           *> Extract password
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:12) =
                   '"password":"'
               CONTINUE
           END-PERFORM
           
               MOVE SPACES TO WS-PASSWORD OF WS-USER
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP <= LENGTH
                       OF WS-INPUT-BUFFER
                      AND WS-NUMERIC-TEMP < LENGTH OF WS-PASSWORD OF
                          WS-USER
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-PASSWORD OF WS-USER(WS-NUMERIC-TEMP +
                               1:1)
                   ELSE
                       EXIT PERFORM
                   END-IF
               MOVE SPACES TO WS-ROLE OF WS-USER
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP <= LENGTH
                       OF WS-INPUT-BUFFER
                      AND WS-NUMERIC-TEMP < LENGTH OF WS-ROLE OF WS-USER
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-ROLE OF WS-USER(WS-NUMERIC-TEMP + 1:1)
                   ELSE
                       EXIT PERFORM
               MOVE SPACES TO WS-EMAIL OF WS-USER
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-EMAIL OF WS-USER
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-EMAIL OF WS-USER(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
           *> Extract password
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:12) =
                   '"password":"'
               CONTINUE
           END-PERFORM
           
               MOVE SPACES TO WS-PASSWORD OF WS-USER
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-PASSWORD OF WS-USER
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-PASSWORD OF WS-USER(WS-NUMERIC-TEMP +
                               1:1)
                   END-IF
                   
                   ADD 1 TO WS-NUMERIC-TEMP

           *> Set default values for search criteria
           MOVE ZEROS TO WS-SEARCH-USER-ID      *> Initialize new field
           *> Not used currently, but good practice
           MOVE SPACES TO WS-SEARCH-DESCRIPTION
           MOVE SPACES TO WS-SEARCH-STATUS
           MOVE 0 TO WS-SEARCH-MIN-TIME
           MOVE 9999 TO WS-SEARCH-MAX-TIME

           PERFORM EXTRACT-PROJECT-ID
           MOVE WS-REQ-PROJECT-ID TO WS-SEARCH-PROJECT-ID

           *> Extract userId field
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER -
                   10

               *> Check for userId with quotes or without quotes,
               *> allowing for spaces
               IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:9) = '"userId":'
                   OR
                  *> Key only, no colon yet
                  WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:8) = '"userId"' OR
                  WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:8) = 'userId":' OR
                  WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:7) = 'userId:'

                   *> Find the colon that separates key from value
                   *> Start search from key start
                   MOVE WS-JSON-PARSING-IDX TO WS-NUMERIC-TEMP
                   PERFORM UNTIL WS-NUMERIC-TEMP > LENGTH OF
                       WS-INPUT-BUFFER
                       OR WS-INPUT-BUFFER(WS-NUMERIC-TEMP:1) = ':'
                       ADD 1 TO WS-NUMERIC-TEMP
                   END-PERFORM
                       COMPUTE WS-JSON-PARSING-IDX = WS-NUMERIC-TEMP + 1

                       *> Skip any spaces after the colon
                       PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                           WS-INPUT-BUFFER
                         OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) NOT
                             = SPACE
                           ADD 1 TO WS-JSON-PARSING-IDX
                       END-PERFORM

                       *> Check if the value is quoted (optional)
                       IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = '"'
                           *> Skip opening quote
                           ADD 1 TO WS-JSON-PARSING-IDX
                       END-IF

                       *> Extract the numeric value directly
                       MOVE SPACES TO WS-TEMP
                       *> Use as index for WS-TEMP
                       MOVE 0 TO WS-NUMERIC-TEMP

                       PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                           WS-INPUT-BUFFER
                           *> Stop at comma, closing brace, or closing
                           *> quote
                           OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) =
                               ','
                           OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) =
                               '}'
                           OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) =
                               '"'

                           *> Only collect numeric characters
                           IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) IS
                               NUMERIC
                               ADD 1 TO WS-NUMERIC-TEMP
                               IF WS-NUMERIC-TEMP <= LENGTH OF WS-TEMP
                                   MOVE
                                  WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1)
                                       TO WS-TEMP(WS-NUMERIC-TEMP:1)
                               END-IF
                           END-IF

                           *> Move to next character
                           ADD 1 TO WS-JSON-PARSING-IDX
                       END-PERFORM

                       *> Validate and convert the trimmed numeric
                       *> string
                       IF FUNCTION TRIM(WS-TEMP) IS NUMERIC AND
                          FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP)) > 0
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP))
                               *> *** Target the correct variable ***
                               TO WS-SEARCH-USER-ID
                   END-IF
               END-IF
           END-PERFORM
               MOVE SPACES TO WS-SEARCH-STATUS
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-SEARCH-STATUS
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-SEARCH-STATUS(WS-NUMERIC-TEMP + 1:1)
                   END-IF

               END-PERFORM
           END-IF

           *> Extract minTime field (Keep existing logic, ensure
           *> robustness)
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:10) = '"minTime":'
           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 10 TO WS-JSON-PARSING-IDX
               *> Skip spaces
               PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                   WS-INPUT-BUFFER
                 OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) NOT = SPACE
                   ADD 1 TO WS-JSON-PARSING-IDX
               END-PERFORM
               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                   WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = '}'


               IF FUNCTION TRIM(WS-TEMP) IS NUMERIC AND
                  FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP)) > 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP))
                       TO WS-SEARCH-MIN-TIME
               END-IF
           END-IF

           *> Extract maxTime field (Keep existing logic, ensure
           *> robustness)
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:10) = '"maxTime":'
           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 10 TO WS-JSON-PARSING-IDX
               *> Skip spaces
               PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                   WS-INPUT-BUFFER
                 OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) NOT = SPACE
                   ADD 1 TO WS-JSON-PARSING-IDX
               END-PERFORM
               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                   WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = '}'


               IF FUNCTION TRIM(WS-TEMP) IS NUMERIC AND
                  FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP)) > 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP))
                       TO WS-SEARCH-MAX-TIME
               END-IF
           END-IF

           *> Extract estimatedTime field (if present, use it for both
           *> min and max)
           *> (Keep existing logic, but ensure robustness similar to
           *> min/max)
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:16) =
                   '"estimatedTime":'
               CONTINUE
           END-PERFORM

           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 16 TO WS-JSON-PARSING-IDX
               *> Skip spaces
               PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                   WS-INPUT-BUFFER
                 OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) NOT = SPACE
                   ADD 1 TO WS-JSON-PARSING-IDX
               END-PERFORM
               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX > LENGTH OF
                   WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = '}'


               IF FUNCTION TRIM(WS-TEMP) IS NUMERIC AND
                  FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP)) > 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP))
                       TO WS-SEARCH-MIN-TIME
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP))
                       TO WS-SEARCH-MAX-TIME
               END-IF
           END-IF.


               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP
                       > LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '}'

                   IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1)
                       IS NUMERIC
                       IF WS-NUMERIC-TEMP < LENGTH OF WS-TEMP
                           MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                               WS-NUMERIC-TEMP:1)
                               TO WS-TEMP(WS-NUMERIC-TEMP + 1:1)
                       END-IF
                   END-IF

               IF FUNCTION TRIM(WS-TEMP) IS NUMERIC AND
                  FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP)) > 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP))
                       TO WS-PAGE
               END-IF
           END-IF

           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:11) =
                   '"pageSize":'
               CONTINUE
           END-PERFORM


               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP
                       > LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '}'

                   IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1)
                       IS NUMERIC
                       IF WS-NUMERIC-TEMP < LENGTH OF WS-TEMP
                           MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                               WS-NUMERIC-TEMP:1)
                               TO WS-TEMP(WS-NUMERIC-TEMP + 1:1)
                       END-IF
                   END-IF

               IF FUNCTION TRIM(WS-TEMP) IS NUMERIC AND
                  FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP)) > 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP))
                       TO WS-PAGE-SIZE
               END-IF
           END-IF.

               ADD 10 TO WS-JSON-PARSING-IDX
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-SORT-BY
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-SORT-BY(WS-NUMERIC-TEMP + 1:1)
                   END-IF

           END-IF.

       SORT-TODO-TABLE.
           *> Simple in-memory bubble sort over the buffered result
           *> page,
           *> matching the approach used in todo-list.cbl
           IF WS-SORT-BY = SPACES OR WS-SORT-COUNT < 2
               EXIT PARAGRAPH
                   END-EVALUATE

                   IF WS-SORT-COMPARE-FLAG = 1
                       MOVE WS-SORT-ENTRY(WS-SORT-IDX-J)
                           TO WS-SORT-ENTRY-TEMP
                       MOVE WS-SORT-ENTRY(WS-SORT-IDX-J + 1) TO
                           WS-SORT-ENTRY(WS-SORT-IDX-J)
                       MOVE WS-SORT-ENTRY-TEMP TO
                   MOVE "Todo item not found" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
               NOT INVALID KEY
                   *> DISPLAY "DEBUG: Found todo item, userId: "
                   *> TF-USER-ID
                   MOVE 1 TO WS-SUCCESS-FLAG
                   PERFORM COMPUTE-ACTUAL-MINUTES
                   PERFORM GENERATE-TODO-JSON
               EXIT PARAGRAPH
           END-IF

           *> Work can only be filed under a project that is still open
           IF WS-PROJECT-ID OF WS-TODO > 0
               MOVE WS-PROJECT-ID OF WS-TODO TO WS-REQ-PROJECT-ID
               PERFORM CHECK-PROJECT-OPEN
               IF WS-PROJECT-STATE NOT = "OPEN"
                   PERFORM SET-PROJECT-STATE-ERROR
                   PERFORM GENERATE-ERROR-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

       *> --- START: Concurrency-safe ID generation via INDEXED
       *> SEQUENCE-FILE ---
       *> Single OPEN I-O session, READ WITH LOCK then REWRITE, so the
       *> read-increment-write is never split across a CLOSE/re-OPEN
       *> window
       *> the way the old LINE SEQUENTIAL OPEN-OUTPUT-to-overwrite
       *> approach was.
           MOVE 0 TO WS-TODO-ID OF WS-TODO *> Initialize generated ID
           MOVE 1 TO SF-KEY               *> Single fixed record key

           OPEN I-O SEQUENCE-FILE

           *> File doesn't exist, create it
           IF SEQUENCE-FILE-STATUS = "35"
               CLOSE SEQUENCE-FILE *> Close the failed I-O attempt
               OPEN OUTPUT SEQUENCE-FILE
               IF SEQUENCE-FILE-STATUS NOT = "00"
                   MOVE "Failed to create sequence file"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE SEQUENCE-FILE *> Attempt to close
                   EXIT PARAGRAPH
               MOVE 10001 TO SF-NEXT-ID *> Start IDs from 10001
               WRITE SEQUENCE-RECORD
               IF SEQUENCE-FILE-STATUS NOT = "00"
                   MOVE "Failed to write initial sequence"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE SEQUENCE-FILE
                   EXIT PARAGRAPH
           MOVE 1 TO SF-KEY
           READ SEQUENCE-FILE WITH LOCK
               INVALID KEY
                   MOVE "Failed to read sequence file"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE SEQUENCE-FILE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   *> Assign the locked-in ID to the new Todo, then
                   *> advance it
                   MOVE SF-NEXT-ID TO WS-TODO-ID OF WS-TODO
                   ADD 1 TO SF-NEXT-ID

           CLOSE SEQUENCE-FILE
       *> --- END: Concurrency-safe ID generation ---

       *> Now proceed with writing the TODO record using the generated
       *> ID
           OPEN I-O TODO-FILE

       *> ... (Rest of the CREATE-TODO logic remains the same) ...
           END-IF

           IF TODO-FILE-STATUS NOT = "00"
               MOVE "Failed to open todo file for I-O"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE TODO-FILE
               EXIT PARAGRAPH
           END-IF

           *> Use the GENERATED ID
           MOVE WS-TODO-ID OF WS-TODO TO TF-TODO-ID

           MOVE SPACES TO WS-DEBUG-MESSAGE
           STRING "Creating todo with GENERATED ID: " WS-TODO-ID OF
               WS-TODO
               DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
           PERFORM DISPLAY-DEBUG

           MOVE WS-CREATION-DATE OF WS-TODO TO TF-CREATION-DATE
           MOVE WS-LAST-UPDATE OF WS-TODO TO TF-LAST-UPDATE
           MOVE WS-RECURRING OF WS-TODO TO TF-RECURRING
           MOVE WS-RECURRING-INTERVAL OF WS-TODO
               TO TF-RECURRING-INTERVAL
           MOVE WS-PROJECT-ID OF WS-TODO TO TF-PROJECT-ID

           WRITE TODO-RECORD
               INVALID KEY
                   MOVE "Failed to create new todo record (Generated "
                       & "ID conflict?)" TO
                       WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
               NOT INVALID KEY
                   MOVE 1 TO WS-SUCCESS-FLAG
                   *> Format the generated ID
                   MOVE WS-TODO-ID OF WS-TODO TO WS-FMT-ID

                   STRING '{"success":true,"message":'
                          '"Todo item created",'
                          '"id":' DELIMITED BY SIZE
                          *> Send back generated ID
                          FUNCTION TRIM(WS-FMT-ID) DELIMITED BY SIZE
                          '}' DELIMITED BY SIZE
                       INTO WS-RESPONSE

               END-IF
           END-IF

           IF WS-PROJECT-ID OF WS-TODO > 0
               MOVE WS-PROJECT-ID OF WS-TODO TO WS-REQ-PROJECT-ID
               PERFORM CHECK-PROJECT-OPEN
               IF WS-PROJECT-STATE NOT = "OPEN"
                   PERFORM SET-PROJECT-STATE-ERROR
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE TODO-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-ID TO TF-TODO-ID

           READ TODO-FILE
               INVALID KEY
                   MOVE "Todo item not found for update"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
               NOT INVALID KEY
                   *> Successfully read the record, now apply updates
                   *> selectively
                   MOVE TF-STATUS TO WS-PRIOR-STATUS

                   *> Ownership moves through REASSIGN, which validates
                       MOVE WS-DUE-DATE OF WS-TODO TO TF-DUE-DATE
                   END-IF

                   *> Check if estimated time was provided (check
                   *> against initial value 0)
                   *> Note: If 0 is a valid input time, this check needs
                   *> adjustment
                   IF WS-ESTIMATED-TIME OF WS-TODO > 0
                       MOVE WS-ESTIMATED-TIME OF WS-TODO
                           TO TF-ESTIMATED-TIME
                   END-IF

                   *> Check if status was provided
                           TF-RECURRING-INTERVAL
                   END-IF

                   *> Moves the todo into another open project
                   IF WS-PROJECT-ID OF WS-TODO > 0
                       MOVE WS-PROJECT-ID OF WS-TODO TO TF-PROJECT-ID
                   END-IF

                   *> Always update the last update timestamp
                   MOVE WS-LAST-UPDATE OF WS-TODO TO TF-LAST-UPDATE

                   *> Note: We generally don't update TF-USER-ID or
                   *> TF-TODO-ID here.
                   *> If TF-CREATION-DATE update is needed, add similar
                   *> check.

                  REWRITE TODO-RECORD
                      INVALID KEY
                          MOVE 1 TO WS-SUCCESS-FLAG
                          MOVE TF-TODO-ID TO WS-FMT-ID

                          STRING '{"success":true,"message":"Todo item '
                              & 'updated",'
                                 '"id":' DELIMITED BY SIZE
                                 FUNCTION TRIM(WS-FMT-ID)
                                     DELIMITED BY SIZE
                                 '}' DELIMITED BY SIZE
                              INTO WS-RESPONSE

                                     DELIMITED BY SIZE
                              INTO WS-AUDIT-BEFORE
                          STRING "STATUS=" DELIMITED BY SIZE
                                 FUNCTION TRIM(TF-STATUS)
                                     DELIMITED BY SIZE
                              INTO WS-AUDIT-AFTER
                          PERFORM LOG-AUDIT-ENTRY

                          *> TF-STATUS/TF-RECURRING reflect the record
                          *> as
                          *> actually persisted (selective update may
                          *> have
                          *> left either field unchanged this call)
                          IF TF-STATUS = "COMPLETED" AND
                             TF-RECURRING = "YES"
                          MOVE 1 TO WS-SUCCESS-FLAG
                          MOVE WS-ID TO WS-FMT-ID

                          STRING '{"success":true,"message":"'
                              DELIMITED BY SIZE
                                 'Todo item deleted",' DELIMITED BY SIZE
                                 '"id":' DELIMITED BY SIZE
                                 FUNCTION TRIM(WS-FMT-ID)
                                     DELIMITED BY SIZE
                                 '}' DELIMITED BY SIZE
                             INTO WS-RESPONSE

       
       LIST-TODOS.
           MOVE SPACES TO WS-DEBUG-MESSAGE
           STRING "LIST-TODOS Input Buffer(1:100): "
               WS-INPUT-BUFFER(1:100)
               DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
           PERFORM DISPLAY-DEBUG


           IF TODO-FILE-STATUS = "35" *> File Not Found
               MOVE SPACES TO WS-DEBUG-MESSAGE
               STRING "LIST-TODOS: Todo file not found (status 35), "
                   & "returning empty list."
                   DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
               PERFORM DISPLAY-DEBUG

               *> Indicate success (empty list is valid)
               MOVE 1 TO WS-SUCCESS-FLAG
               STRING '{"todos":[]}' DELIMITED BY SIZE INTO WS-RESPONSE
               *> Ensure file is closed even after failed open
               CLOSE TODO-FILE
               EXIT PARAGRAPH  *> Exit the paragraph cleanly
           END-IF

           IF TODO-FILE-STATUS NOT = "00" *> Handle other open errors
               MOVE SPACES TO WS-DEBUG-MESSAGE
               STRING "LIST-TODOS: Failed to open todo file, status: "
                   TODO-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
               PERFORM DISPLAY-DEBUG

                   CONTINUE *> Start successful, proceed to read loop
           END-START

           *> Buffer matching records so sortBy can reorder before
           *> paging
           PERFORM UNTIL TODO-FILE-STATUS NOT = "00"
               READ TODO-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                   *> Filter by User ID if provided in the request
                   *> If no userId sent (allow listing all - though API
                   *> currently prevents this)
                   PERFORM CLEAR-LEGACY-PROJECT-ID
                   IF (WS-SEARCH-USER-ID = 0
                      *> If userId matches
                      OR TF-USER-ID = WS-SEARCH-USER-ID)
                      AND (WS-SEARCH-PROJECT-ID = 0
                      OR TF-PROJECT-ID = WS-SEARCH-PROJECT-ID)
                       IF WS-SORT-COUNT < 200
                           ADD 1 TO WS-SORT-COUNT
                           MOVE TF-TODO-ID TO WS-SORT-ID(WS-SORT-COUNT)
                           MOVE TF-USER-ID
                               TO WS-SORT-USER-ID(WS-SORT-COUNT)
                           MOVE TF-DESCRIPTION TO
                               WS-SORT-DESCRIPTION(WS-SORT-COUNT)
                           MOVE TF-DUE-DATE
                               TO WS-SORT-DUE-DATE(WS-SORT-COUNT)
                           MOVE TF-ESTIMATED-TIME TO
                               WS-SORT-ESTIMATED-TIME(WS-SORT-COUNT)
                           MOVE TF-STATUS
                               TO WS-SORT-STATUS(WS-SORT-COUNT)
                           MOVE TF-CREATION-DATE TO
                               WS-SORT-CREATION-DATE(WS-SORT-COUNT)
                           MOVE TF-LAST-UPDATE TO
                               WS-SORT-LAST-UPDATE(WS-SORT-COUNT)
                           MOVE TF-PROJECT-ID TO
                               WS-SORT-PROJECT-ID(WS-SORT-COUNT)
                       ELSE
                           MOVE 1 TO WS-TRUNCATED-FLAG
                       END-IF
               IF WS-PAGE-SIZE > 0 AND WS-SKIP-DONE < WS-SKIP-COUNT
                   ADD 1 TO WS-SKIP-DONE
               ELSE
                   IF WS-PAGE-SIZE > 0
                       AND WS-NUMERIC-TEMP >= WS-PAGE-SIZE
                       EXIT PERFORM
                   END-IF


                   MOVE WS-SORT-ID(WS-SORT-IDX-I) TO WS-FMT-ID
                   MOVE WS-SORT-USER-ID(WS-SORT-IDX-I) TO WS-FMT-USER-ID
                   MOVE WS-SORT-PROJECT-ID(WS-SORT-IDX-I)
                       TO WS-FMT-PROJECT-ID
                   MOVE WS-SORT-ESTIMATED-TIME(WS-SORT-IDX-I) TO
                       WS-FMT-ESTIMATED-TIME
                   MOVE FUNCTION TRIM(WS-FMT-ESTIMATED-TIME)
                   PERFORM SET-BLOCKED-JSON

                   *> Build JSON object for the current record
                   STRING '{'
                       DELIMITED BY SIZE
                          '"id":'
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-ID)
                              DELIMITED BY SIZE
                          ',"userId":'
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-USER-ID)
                              DELIMITED BY SIZE
                          ',"projectId":'
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-PROJECT-ID)
                              DELIMITED BY SIZE
                          ',"description":"'
                              DELIMITED BY SIZE
                          FUNCTION
                              TRIM(WS-SORT-DESCRIPTION(WS-SORT-IDX-I))
                              DELIMITED BY SIZE
                          '","dueDate":"'
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SORT-DUE-DATE(WS-SORT-IDX-I))
                              DELIMITED BY SIZE
                          '","estimatedTime":'
                              DELIMITED BY SIZE
                          WS-ESTIMATED-TIME-JSON
                              DELIMITED BY SIZE
                          ',"status":"'
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SORT-STATUS(WS-SORT-IDX-I))
                              DELIMITED BY SIZE
                          '","creationDate":"'
                              DELIMITED BY SIZE
                          FUNCTION
                              TRIM(WS-SORT-CREATION-DATE(WS-SORT-IDX-I))
                              DELIMITED BY SIZE
                          '","lastUpdate":"'
                              DELIMITED BY SIZE
                          FUNCTION
                              TRIM(WS-SORT-LAST-UPDATE(WS-SORT-IDX-I))
                              DELIMITED BY SIZE
                          '","blocked":'
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BLOCKED-JSON)
                              DELIMITED BY SIZE
                          '}'
                              DELIMITED BY SIZE
                       INTO WS-RESPONSE
                       POINTER WS-JSON-PARSING-IDX
                   END-STRING

           IF TODO-FILE-STATUS = "35" *> File Not Found
               MOVE SPACES TO WS-DEBUG-MESSAGE
               STRING "SEARCH-TODOS: Todo file not found (status 35), "
                   & "returning empty list."
                   DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
               PERFORM DISPLAY-DEBUG

               *> Indicate success (empty list is valid)
               MOVE 1 TO WS-SUCCESS-FLAG
               STRING '{"todos":[]}' DELIMITED BY SIZE INTO WS-RESPONSE
               *> Ensure file is closed even after failed open
               CLOSE TODO-FILE
               EXIT PARAGRAPH  *> Exit the paragraph cleanly
           END-IF

           IF TODO-FILE-STATUS NOT = "00" *> Handle other open errors
               MOVE SPACES TO WS-DEBUG-MESSAGE
               STRING
                   "SEARCH-TODOS: Failed to open todo file, status: "
                   TODO-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
               PERFORM DISPLAY-DEBUG

                   CONTINUE *> Start successful, proceed to read loop
           END-START

           *> Buffer matching records so sortBy can reorder before
           *> emitting
           PERFORM UNTIL TODO-FILE-STATUS NOT = "00"
               READ TODO-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       *> Call CHECK-SEARCH-MATCH to determine if this
                       *> record matches criteria
                       PERFORM CHECK-SEARCH-MATCH

                       *> Only include records that match all search
                       *> criteria
                       IF WS-SEARCH-MATCH-FLAG = 1
                           IF WS-SORT-COUNT < 200
                               ADD 1 TO WS-SORT-COUNT
                               MOVE TF-TODO-ID
                                   TO WS-SORT-ID(WS-SORT-COUNT)
                               MOVE TF-USER-ID TO
                                   WS-SORT-USER-ID(WS-SORT-COUNT)
                               MOVE TF-DESCRIPTION TO
                                   WS-SORT-CREATION-DATE(WS-SORT-COUNT)
                               MOVE TF-LAST-UPDATE TO
                                   WS-SORT-LAST-UPDATE(WS-SORT-COUNT)
                               MOVE TF-PROJECT-ID TO
                                   WS-SORT-PROJECT-ID(WS-SORT-COUNT)
                           ELSE
                               MOVE 1 TO WS-TRUNCATED-FLAG
                           END-IF

               MOVE WS-SORT-ID(WS-SORT-IDX-I) TO WS-FMT-ID
               MOVE WS-SORT-USER-ID(WS-SORT-IDX-I) TO WS-FMT-USER-ID
               MOVE WS-SORT-PROJECT-ID(WS-SORT-IDX-I)
                   TO WS-FMT-PROJECT-ID
               MOVE WS-SORT-ESTIMATED-TIME(WS-SORT-IDX-I) TO
                   WS-FMT-ESTIMATED-TIME
               MOVE FUNCTION TRIM(WS-FMT-ESTIMATED-TIME)
                      FUNCTION TRIM(WS-FMT-ID)         DELIMITED BY SIZE
                      ',"userId":'                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FMT-USER-ID)    DELIMITED BY SIZE
                      ',"projectId":'                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FMT-PROJECT-ID) DELIMITED BY SIZE
                      ',"description":"'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-DESCRIPTION(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-STATUS(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
                      '","creationDate":"'             DELIMITED BY SIZE
                      FUNCTION
                          TRIM(WS-SORT-CREATION-DATE(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
                      '","lastUpdate":"'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-LAST-UPDATE(WS-SORT-IDX-I))
           *> Close the JSON array and object
           IF WS-TRUNCATED-FLAG = 1
               STRING '],"truncated":true}' DELIMITED BY SIZE
                   *> Append at current position
                   INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
               END-STRING
           ELSE
               STRING ']}' DELIMITED BY SIZE
                   *> Append at current position
                   INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
               END-STRING
           END-IF

               DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
           PERFORM DISPLAY-DEBUG
           
           *> Check userId match if userId is provided in search
           *> criteria
           *> Check if a specific user was requested
           IF WS-SEARCH-USER-ID > 0
               MOVE SPACES TO WS-DEBUG-MESSAGE
               STRING "Comparing userId: " TF-USER-ID
                   " with search userId: "
                   WS-SEARCH-USER-ID
                   DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
               PERFORM DISPLAY-DEBUG
               END-IF
           END-IF
        
           *> Check status match if status is provided and userId
           *> matched
           IF WS-SEARCH-MATCH-FLAG = 1 AND WS-SEARCH-STATUS NOT = SPACES
               MOVE SPACES TO WS-DEBUG-MESSAGE
               STRING "Comparing status: '" FUNCTION TRIM(TF-STATUS) 
                   "' with search status: '" FUNCTION
                       TRIM(WS-SEARCH-STATUS) "'"
                   DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
               PERFORM DISPLAY-DEBUG
               
               IF FUNCTION TRIM(TF-STATUS) NOT = FUNCTION
                   TRIM(WS-SEARCH-STATUS)
                   MOVE 0 TO WS-SEARCH-MATCH-FLAG
                   MOVE SPACES TO WS-DEBUG-MESSAGE
                   STRING "Status mismatch, skipping"
               END-IF
           END-IF
        
           *> Check project match if a project was requested
           PERFORM CLEAR-LEGACY-PROJECT-ID
           IF WS-SEARCH-MATCH-FLAG = 1 AND WS-SEARCH-PROJECT-ID > 0
               IF TF-PROJECT-ID NOT = WS-SEARCH-PROJECT-ID
                   MOVE 0 TO WS-SEARCH-MATCH-FLAG
                   MOVE SPACES TO WS-DEBUG-MESSAGE
                   STRING "Project mismatch, skipping"
                       DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
                   PERFORM DISPLAY-DEBUG
               END-IF
           END-IF

           *> Check time range match if previous checks passed
           IF WS-SEARCH-MATCH-FLAG = 1
               MOVE SPACES TO WS-DEBUG-MESSAGE
               STRING "Checking time range: " TF-ESTIMATED-TIME 
                   " between " WS-SEARCH-MIN-TIME " and "
                       WS-SEARCH-MAX-TIME
                   DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
               PERFORM DISPLAY-DEBUG
               
               END-IF
           END-IF
          
           IF WS-SEARCH-MATCH-FLAG = 1
               MOVE SPACES TO WS-DEBUG-MESSAGE
               STRING "Todo matched all search criteria"
                   DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
               PERFORM DISPLAY-DEBUG
           END-IF.

       SWEEP-OVERDUE-TODOS.
           OPEN I-O TODO-FILE
               END-IF
               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '}'
                   IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) IS NUMERIC
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-TEMP(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   ADD 1 TO WS-NUMERIC-TEMP
               END-IF
               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '}'
                   IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) IS NUMERIC
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-TEMP(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   ADD 1 TO WS-NUMERIC-TEMP
           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 8 TO WS-JSON-PARSING-IDX
               MOVE 0 TO WS-NUMERIC-TEMP
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-CAPACITY-WEEK
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-CAPACITY-WEEK(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   ADD 1 TO WS-NUMERIC-TEMP
               ADD 10 TO WS-JSON-PARSING-IDX
               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '}'
                   IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) IS NUMERIC
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-TEMP(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   ADD 1 TO WS-NUMERIC-TEMP
                               EXIT PERFORM
                           NOT AT END
                               IF FUNCTION TRIM(TF-DESCRIPTION) =
                                  FUNCTION TRIM(WS-DESCRIPTION OF
                                      WS-TODO)
                                  AND TF-STATUS NOT = "COMPLETED"
                                   MOVE 1 TO WS-DUPLICATE-FOUND
                               END-IF
           COMPUTE WS-NEXT-TODO-ID = WS-MAX-TODO-ID + 1.

       GENERATE-NEXT-TODO-ID.
       *> Shared concurrency-safe ID generator - the same single OPEN
       *> I-O
       *> session, READ WITH LOCK then REWRITE against SEQUENCE-FILE
       *> that
       *> CREATE-TODO uses, so recurring occurrences draw from the same
       *> sequence and can never collide with a regular CREATE-TODO's
       *> ID.
       *> Leaves WS-NEXT-TODO-ID = 0 if generation fails for any reason.
           MOVE 0 TO WS-NEXT-TODO-ID
           MOVE 1 TO SF-KEY
               MOVE "CREATE-FAIL" TO WS-AUDIT-OPERATION
               MOVE TF-TODO-ID TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING
                   "Recurring occurrence skipped: ID generation failed"
                   DELIMITED BY SIZE INTO WS-AUDIT-AFTER
               PERFORM LOG-AUDIT-ENTRY
               EXIT PARAGRAPH
           MOVE "PENDING" TO TF-STATUS
           MOVE WS-FORMATTED-DATE TO TF-CREATION-DATE
           MOVE WS-FORMATTED-DATE TO TF-LAST-UPDATE
           *> The next occurrence stays in the same project
           PERFORM CLEAR-LEGACY-PROJECT-ID

           WRITE TODO-RECORD
               INVALID KEY
               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '}'

                   IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) IS NUMERIC
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-TEMP(WS-NUMERIC-TEMP + 1:1)
                   END-IF

               ADD 8 TO WS-JSON-PARSING-IDX
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-LOG-NOTE
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-LOG-NOTE(WS-NUMERIC-TEMP + 1:1)
                   END-IF

           MOVE SPACES TO WS-TEMP
           MOVE 0 TO WS-NUMERIC-TEMP

           PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP > LENGTH
               OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) = '"'
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) = ','
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) = '}'

               IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) IS NUMERIC
                   MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1)
                       TO WS-TEMP(WS-NUMERIC-TEMP + 1:1)
               END-IF

                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CLEAR-LEGACY-PROJECT-ID
                       IF TF-USER-ID = WS-TARGET-USER-ID
                           AND TF-STATUS NOT = "COMPLETED"
                           AND (WS-SEARCH-PROJECT-ID = 0
                           OR TF-PROJECT-ID = WS-SEARCH-PROJECT-ID)
                           IF WS-SORT-COUNT < 200
                               ADD 1 TO WS-SORT-COUNT
                               MOVE TF-TODO-ID TO
                                   WS-SORT-CREATION-DATE(WS-SORT-COUNT)
                               MOVE TF-LAST-UPDATE TO
                                   WS-SORT-LAST-UPDATE(WS-SORT-COUNT)
                               MOVE TF-PROJECT-ID TO
                                   WS-SORT-PROJECT-ID(WS-SORT-COUNT)
                           ELSE
                               MOVE 1 TO WS-TRUNCATED-FLAG
                           END-IF

               MOVE WS-SORT-ID(WS-SORT-IDX-I) TO WS-FMT-ID
               MOVE WS-SORT-USER-ID(WS-SORT-IDX-I) TO WS-FMT-USER-ID
               MOVE WS-SORT-PROJECT-ID(WS-SORT-IDX-I)
                   TO WS-FMT-PROJECT-ID
               MOVE WS-SORT-ESTIMATED-TIME(WS-SORT-IDX-I) TO
                   WS-FMT-ESTIMATED-TIME
               MOVE FUNCTION TRIM(WS-FMT-ESTIMATED-TIME)
                      FUNCTION TRIM(WS-FMT-ID)         DELIMITED BY SIZE
                      ',"userId":'                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FMT-USER-ID)    DELIMITED BY SIZE
                      ',"projectId":'                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FMT-PROJECT-ID) DELIMITED BY SIZE
                      ',"description":"'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-DESCRIPTION(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
           MOVE TF-TODO-ID TO WS-FMT-ID
           MOVE TF-USER-ID TO WS-FMT-USER-ID
           MOVE TF-ESTIMATED-TIME TO WS-FMT-ESTIMATED-TIME
           PERFORM CLEAR-LEGACY-PROJECT-ID
           MOVE TF-PROJECT-ID TO WS-FMT-PROJECT-ID
           
           MOVE FUNCTION TRIM(WS-FMT-ESTIMATED-TIME)
               TO WS-ESTIMATED-TIME-JSON
           
           *> Ensure estimatedTime is never empty in JSON
           IF WS-ESTIMATED-TIME-JSON = SPACES
               MOVE "0" TO WS-ESTIMATED-TIME-JSON
           END-IF
           
           *> Convert user ID to properly formatted JSON number or null
           *> if empty
           IF TF-USER-ID = SPACES OR TF-USER-ID = 0
               MOVE "null" TO WS-USER-ID-JSON
           ELSE
                  FUNCTION TRIM(WS-FMT-ID) DELIMITED BY SIZE
                  ',"userId":' DELIMITED BY SIZE
                  WS-USER-ID-JSON DELIMITED BY SIZE
                  ',"projectId":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-PROJECT-ID) DELIMITED BY SIZE
                  ',"description":"' DELIMITED BY SIZE
                  FUNCTION TRIM(TF-DESCRIPTION) DELIMITED BY SIZE
                  '","dueDate":"' DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-RESPONSE.

       *> ==================== PROJECT OPERATIONS ====================

       CLEAR-LEGACY-PROJECT-ID.
           *> Todos written before projects existed carry spaces in
           *> TF-PROJECT-ID; they read as belonging to no project
           IF TF-PROJECT-ID IS NOT NUMERIC
               MOVE 0 TO TF-PROJECT-ID
           END-IF.

       EXTRACT-PROJECT-ID.
           MOVE 0 TO WS-REQ-PROJECT-ID

           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:12) =
                   '"projectId":'
               CONTINUE
           END-PERFORM

           IF WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               EXIT PARAGRAPH
           END-IF

           ADD 12 TO WS-JSON-PARSING-IDX
           IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = '"'
               ADD 1 TO WS-JSON-PARSING-IDX
           END-IF

           MOVE SPACES TO WS-TEMP
           MOVE 0 TO WS-NUMERIC-TEMP

           PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP > LENGTH
               OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) = '"'
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) = ','
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) = '}'

               IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                   WS-NUMERIC-TEMP:1) IS NUMERIC
                   MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1)
                       TO WS-TEMP(WS-NUMERIC-TEMP + 1:1)
               END-IF

               ADD 1 TO WS-NUMERIC-TEMP
           END-PERFORM

           IF FUNCTION TRIM(WS-TEMP) IS NUMERIC AND
              FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP)) > 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP))
                   TO WS-REQ-PROJECT-ID
           END-IF.

       EXTRACT-PROJECT-DATA.
           MOVE SPACES TO WS-PROJECT
           MOVE 0 TO WS-PROJECT-ID OF WS-PROJECT
           MOVE 0 TO WS-PROJECT-OWNER-ID

           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:8) = '"name":"'
               CONTINUE
           END-PERFORM

           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 8 TO WS-JSON-PARSING-IDX
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-PROJECT-NAME
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-PROJECT-NAME(WS-NUMERIC-TEMP + 1:1)
                   END-IF

                   ADD 1 TO WS-NUMERIC-TEMP
               END-PERFORM
           END-IF

           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:15) =
                   '"description":"'
               CONTINUE
           END-PERFORM

           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 15 TO WS-JSON-PARSING-IDX
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-PROJECT-DESCRIPTION
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-PROJECT-DESCRIPTION(WS-NUMERIC-TEMP
                               + 1:1)
                   END-IF

                   ADD 1 TO WS-NUMERIC-TEMP
               END-PERFORM
           END-IF

           *> The status here is only a LIST_PROJECTS filter; projects
           *> change state through CLOSE_PROJECT
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:10) = '"status":"'
               CONTINUE
           END-PERFORM

           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 10 TO WS-JSON-PARSING-IDX
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-PROJECT-STATUS
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-PROJECT-STATUS(WS-NUMERIC-TEMP + 1:1)
                   END-IF

                   ADD 1 TO WS-NUMERIC-TEMP
               END-PERFORM
           END-IF

           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:10) = '"ownerId":'
               CONTINUE
           END-PERFORM

           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 10 TO WS-JSON-PARSING-IDX
               IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:1) = '"'
                   ADD 1 TO WS-JSON-PARSING-IDX
               END-IF
               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = ','
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '}'

                   IF WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) IS NUMERIC
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-TEMP(WS-NUMERIC-TEMP + 1:1)
                   END-IF

                   ADD 1 TO WS-NUMERIC-TEMP
               END-PERFORM

               IF FUNCTION TRIM(WS-TEMP) IS NUMERIC AND
                  FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP)) > 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP))
                       TO WS-PROJECT-OWNER-ID
               END-IF
           END-IF.

       CHECK-PROJECT-OPEN.
           *> Looks up WS-REQ-PROJECT-ID and leaves OPEN, CLOSED or
           *> MISSING in WS-PROJECT-STATE
           MOVE "MISSING" TO WS-PROJECT-STATE

           OPEN INPUT PROJECT-FILE
           IF PROJECT-FILE-STATUS NOT = "00"
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-PROJECT-ID TO PJ-PROJECT-ID
           READ PROJECT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PJ-STATUS = "CLOSED"
                       MOVE "CLOSED" TO WS-PROJECT-STATE
                   ELSE
                       MOVE "OPEN" TO WS-PROJECT-STATE
                   END-IF
           END-READ

           CLOSE PROJECT-FILE.

       SET-PROJECT-STATE-ERROR.
           IF WS-PROJECT-STATE = "CLOSED"
               MOVE "Project is closed" TO WS-ERROR-MESSAGE
           ELSE
               MOVE "Project not found" TO WS-ERROR-MESSAGE
           END-IF.

       GENERATE-NEXT-PROJECT-ID.
           *> Projects draw from their own record (key 2) in the same
           *> SEQUENCE-FILE the todo ids come from, under the same
           *> READ WITH LOCK then REWRITE discipline. Leaves
           *> WS-NEXT-PROJECT-ID = 0 if generation fails
           MOVE 0 TO WS-NEXT-PROJECT-ID

           OPEN I-O SEQUENCE-FILE
           IF SEQUENCE-FILE-STATUS = "35"
               CLOSE SEQUENCE-FILE
               OPEN OUTPUT SEQUENCE-FILE
               IF SEQUENCE-FILE-STATUS NOT = "00"
                   CLOSE SEQUENCE-FILE
                   EXIT PARAGRAPH
               END-IF
               CLOSE SEQUENCE-FILE
               OPEN I-O SEQUENCE-FILE
           END-IF

           IF SEQUENCE-FILE-STATUS NOT = "00"
               CLOSE SEQUENCE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 2 TO SF-KEY
           READ SEQUENCE-FILE WITH LOCK
               INVALID KEY
                   MOVE 2 TO SF-KEY
                   MOVE 2 TO SF-NEXT-ID
                   WRITE SEQUENCE-RECORD
                       INVALID KEY
                           CLOSE SEQUENCE-FILE
                           EXIT PARAGRAPH
                       NOT INVALID KEY
                           MOVE 1 TO WS-NEXT-PROJECT-ID
                   END-WRITE
               NOT INVALID KEY
                   MOVE SF-NEXT-ID TO WS-NEXT-PROJECT-ID
                   ADD 1 TO SF-NEXT-ID

                   REWRITE SEQUENCE-RECORD
                       INVALID KEY
                           MOVE 0 TO WS-NEXT-PROJECT-ID
                           CLOSE SEQUENCE-FILE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-READ

           CLOSE SEQUENCE-FILE.

       OPEN-PROJECT-FILE-IO.
           OPEN I-O PROJECT-FILE
           IF PROJECT-FILE-STATUS = "35"
               CLOSE PROJECT-FILE
               OPEN OUTPUT PROJECT-FILE
               IF PROJECT-FILE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               CLOSE PROJECT-FILE
               OPEN I-O PROJECT-FILE
           END-IF.

       CREATE-PROJECT.
           IF WS-PROJECT-NAME = SPACES
               MOVE "Missing name parameter" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF WS-PROJECT-OWNER-ID > 0
               MOVE WS-PROJECT-OWNER-ID TO WS-CHECK-USER-ID
               PERFORM CHECK-TODO-USER-EXISTS
               IF WS-USER-EXISTS-FLAG = 0
                   MOVE "Project ownerId does not exist in user file"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM OPEN-PROJECT-FILE-IO
           IF PROJECT-FILE-STATUS NOT = "00"
               MOVE "Failed to open project file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           *> Two open projects with one name would split the same
           *> work between them
           MOVE 0 TO WS-PROJECT-DUP-FLAG
           MOVE LOW-VALUES TO PJ-PROJECT-ID
           START PROJECT-FILE KEY >= PJ-PROJECT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-PROJECT-EOF-FLAG
                   PERFORM UNTIL WS-PROJECT-EOF-FLAG = 1
                       READ PROJECT-FILE NEXT
                           AT END
                               MOVE 1 TO WS-PROJECT-EOF-FLAG
                           NOT AT END
                               IF FUNCTION UPPER-CASE(PJ-NAME) =
                                  FUNCTION UPPER-CASE(WS-PROJECT-NAME)
                                  AND PJ-STATUS NOT = "CLOSED"
                                   MOVE 1 TO WS-PROJECT-DUP-FLAG
                                   MOVE 1 TO WS-PROJECT-EOF-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
           END-START

           IF WS-PROJECT-DUP-FLAG = 1
               MOVE "An open project with this name already exists"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM GENERATE-NEXT-PROJECT-ID
           IF WS-NEXT-PROJECT-ID = 0
               MOVE "Failed to generate project id" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-PROJECT-ID TO PJ-PROJECT-ID
           MOVE WS-PROJECT-NAME TO PJ-NAME
           MOVE WS-PROJECT-DESCRIPTION TO PJ-DESCRIPTION
           MOVE WS-PROJECT-OWNER-ID TO PJ-OWNER-ID
           MOVE "OPEN" TO PJ-STATUS
           MOVE WS-FORMATTED-DATE TO PJ-CREATION-DATE
           MOVE WS-FORMATTED-DATE TO PJ-LAST-UPDATE
           MOVE SPACES TO PJ-CLOSE-DATE

           WRITE PROJECT-RECORD
               INVALID KEY
                   MOVE "Failed to create project record"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
               NOT INVALID KEY
                   MOVE 1 TO WS-SUCCESS-FLAG
                   MOVE PJ-PROJECT-ID TO WS-FMT-PROJECT-ID
                   STRING '{"success":true,"message":'
                          '"Project created",'
                          '"id":' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-PROJECT-ID)
                              DELIMITED BY SIZE
                          '}' DELIMITED BY SIZE
                       INTO WS-RESPONSE

                   MOVE "PROJCREATE" TO WS-AUDIT-OPERATION
                   MOVE PJ-PROJECT-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "NAME=" DELIMITED BY SIZE
                          FUNCTION TRIM(PJ-NAME) DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-WRITE

           CLOSE PROJECT-FILE.

       UPDATE-PROJECT.
           IF WS-PROJECT-OWNER-ID > 0
               MOVE WS-PROJECT-OWNER-ID TO WS-CHECK-USER-ID
               PERFORM CHECK-TODO-USER-EXISTS
               IF WS-USER-EXISTS-FLAG = 0
                   MOVE "Project ownerId does not exist in user file"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN I-O PROJECT-FILE
           IF PROJECT-FILE-STATUS NOT = "00"
               MOVE "Failed to open project file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID TO PJ-PROJECT-ID
           READ PROJECT-FILE
               INVALID KEY
                   MOVE "Project not found" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE PROJECT-FILE
                   EXIT PARAGRAPH
           END-READ

           IF PJ-STATUS = "CLOSED"
               MOVE "Project is closed" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "NAME=" DELIMITED BY SIZE
                  FUNCTION TRIM(PJ-NAME) DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE

           IF WS-PROJECT-NAME NOT = SPACES
               MOVE WS-PROJECT-NAME TO PJ-NAME
           END-IF
           IF WS-PROJECT-DESCRIPTION NOT = SPACES
               MOVE WS-PROJECT-DESCRIPTION TO PJ-DESCRIPTION
           END-IF
           IF WS-PROJECT-OWNER-ID > 0
               MOVE WS-PROJECT-OWNER-ID TO PJ-OWNER-ID
           END-IF
           MOVE WS-FORMATTED-DATE TO PJ-LAST-UPDATE

           REWRITE PROJECT-RECORD
               INVALID KEY
                   MOVE "Failed to rewrite project record"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
               NOT INVALID KEY
                   MOVE 1 TO WS-SUCCESS-FLAG
                   MOVE PJ-PROJECT-ID TO WS-FMT-PROJECT-ID
                   STRING '{"success":true,"message":'
                          '"Project updated",'
                          '"id":' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-PROJECT-ID)
                              DELIMITED BY SIZE
                          '}' DELIMITED BY SIZE
                       INTO WS-RESPONSE

                   MOVE "PROJUPDATE" TO WS-AUDIT-OPERATION
                   MOVE PJ-PROJECT-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING "NAME=" DELIMITED BY SIZE
                          FUNCTION TRIM(PJ-NAME) DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE

           CLOSE PROJECT-FILE.

       CLOSE-PROJECT.
           OPEN I-O PROJECT-FILE
           IF PROJECT-FILE-STATUS NOT = "00"
               MOVE "Failed to open project file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID TO PJ-PROJECT-ID
           READ PROJECT-FILE
               INVALID KEY
                   MOVE "Project not found" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE PROJECT-FILE
                   EXIT PARAGRAPH
           END-READ

           IF PJ-STATUS = "CLOSED"
               MOVE "Project is already closed" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           *> Closing only stops new work being filed; todos still open
           *> stay where they are and are counted back to the caller
           PERFORM COUNT-PROJECT-OPEN-TODOS

           MOVE "CLOSED" TO PJ-STATUS
           MOVE WS-FORMATTED-DATE TO PJ-CLOSE-DATE
           MOVE WS-FORMATTED-DATE TO PJ-LAST-UPDATE

           REWRITE PROJECT-RECORD
               INVALID KEY
                   MOVE "Failed to close project" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
               NOT INVALID KEY
                   MOVE 1 TO WS-SUCCESS-FLAG
                   MOVE PJ-PROJECT-ID TO WS-FMT-PROJECT-ID
                   MOVE WS-PROJECT-OPEN-TODOS TO WS-PROJECT-COUNT-JSON
                   STRING '{"success":true,"message":'
                          '"Project closed",'
                          '"id":' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-PROJECT-ID)
                              DELIMITED BY SIZE
                          ',"openTodos":' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PROJECT-COUNT-JSON LEADING)
                              DELIMITED BY SIZE
                          '}' DELIMITED BY SIZE
                       INTO WS-RESPONSE

                   MOVE "PROJCLOSE" TO WS-AUDIT-OPERATION
                   MOVE PJ-PROJECT-ID TO WS-AUDIT-KEY
                   MOVE "STATUS=OPEN" TO WS-AUDIT-BEFORE
                   MOVE "STATUS=CLOSED" TO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE

           CLOSE PROJECT-FILE.

       COUNT-PROJECT-OPEN-TODOS.
           MOVE 0 TO WS-PROJECT-OPEN-TODOS

           OPEN INPUT TODO-FILE
           IF TODO-FILE-STATUS NOT = "00"
               CLOSE TODO-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO TF-TODO-ID
           START TODO-FILE KEY >= TF-TODO-ID
               INVALID KEY
                   CLOSE TODO-FILE
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL TODO-FILE-STATUS NOT = "00"
               READ TODO-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CLEAR-LEGACY-PROJECT-ID
                       IF TF-PROJECT-ID = PJ-PROJECT-ID
                           AND TF-STATUS NOT = "COMPLETED"
                           ADD 1 TO WS-PROJECT-OPEN-TODOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TODO-FILE.

       LIST-PROJECTS.
           MOVE SPACES TO WS-RESPONSE

           OPEN INPUT PROJECT-FILE
           IF PROJECT-FILE-STATUS = "35"
               MOVE 1 TO WS-SUCCESS-FLAG
               MOVE '{"projects":[]}' TO WS-RESPONSE
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF
           IF PROJECT-FILE-STATUS NOT = "00"
               MOVE "Failed to open project file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-JSON-PARSING-IDX
           STRING '{"projects":[' DELIMITED BY SIZE
               INTO WS-RESPONSE
               POINTER WS-JSON-PARSING-IDX
           END-STRING

           MOVE 1 TO WS-SUCCESS-FLAG
           MOVE 0 TO WS-NUMERIC-TEMP

           MOVE LOW-VALUES TO PJ-PROJECT-ID
           START PROJECT-FILE KEY >= PJ-PROJECT-ID
               INVALID KEY
                   STRING ']}' DELIMITED BY SIZE
                       INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
                   END-STRING
                   CLOSE PROJECT-FILE
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL PROJECT-FILE-STATUS NOT = "00"
               READ PROJECT-FILE NEXT
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-PROJECT-STATUS = SPACES
                           OR PJ-STATUS = WS-PROJECT-STATUS
                           IF WS-NUMERIC-TEMP > 0
                               STRING ',' DELIMITED BY SIZE
                                   INTO WS-RESPONSE
                                   POINTER WS-JSON-PARSING-IDX
                               END-STRING
                           END-IF
                           ADD 1 TO WS-NUMERIC-TEMP
                           PERFORM GENERATE-PROJECT-JSON
                       END-IF
               END-READ
           END-PERFORM

           STRING ']}' DELIMITED BY SIZE
               INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
           END-STRING

           CLOSE PROJECT-FILE.

       GENERATE-PROJECT-JSON.
           MOVE PJ-PROJECT-ID TO WS-FMT-PROJECT-ID
           IF PJ-OWNER-ID = 0
               MOVE "null" TO WS-PROJECT-OWNER-JSON
           ELSE
               MOVE PJ-OWNER-ID TO WS-FMT-USER-ID
               MOVE FUNCTION TRIM(WS-FMT-USER-ID)
                   TO WS-PROJECT-OWNER-JSON
           END-IF

           STRING '{"id":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-PROJECT-ID) DELIMITED BY SIZE
                  ',"name":"' DELIMITED BY SIZE
                  FUNCTION TRIM(PJ-NAME) DELIMITED BY SIZE
                  '","description":"' DELIMITED BY SIZE
                  FUNCTION TRIM(PJ-DESCRIPTION) DELIMITED BY SIZE
                  '","ownerId":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROJECT-OWNER-JSON)
                      DELIMITED BY SIZE
                  ',"status":"' DELIMITED BY SIZE
                  FUNCTION TRIM(PJ-STATUS) DELIMITED BY SIZE
                  '","creationDate":"' DELIMITED BY SIZE
                  FUNCTION TRIM(PJ-CREATION-DATE) DELIMITED BY SIZE
                  '","closeDate":"' DELIMITED BY SIZE
                  FUNCTION TRIM(PJ-CLOSE-DATE) DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-RESPONSE
               POINTER WS-JSON-PARSING-IDX
           END-STRING.

       *> ==================== USER OPERATIONS ====================

       GET-USER.
           INITIALIZE WS-USER
           MOVE 0 TO WS-SUCCESS-FLAG
           
           OPEN INPUT USER-FILE
           IF USER-FILE-STATUS NOT = "00"
               MOVE "Error opening user file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF
           
           MOVE WS-ID TO UF-USER-ID
           
           READ USER-FILE KEY IS UF-USER-ID
               INVALID KEY
                   MOVE "User not found" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
           
           IF USER-FILE-STATUS NOT = "00"
               MOVE "Error reading user record" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           
           MOVE UF-USER-ID TO WS-USER-ID OF WS-USER
           MOVE UF-USERNAME TO WS-USERNAME OF WS-USER
           MOVE UF-EMAIL TO WS-EMAIL OF WS-USER
           MOVE UF-PASSWORD TO WS-PASSWORD OF WS-USER
           MOVE UF-CREATION-DATE TO WS-CREATION-DATE OF WS-USER
           MOVE UF-LAST-UPDATE TO WS-LAST-UPDATE OF WS-USER
           MOVE UF-ROLE TO WS-ROLE OF WS-USER

           MOVE 1 TO WS-SUCCESS-FLAG
           
           PERFORM GENERATE-USER-JSON
           
           CLOSE USER-FILE.
       
       CREATE-USER.
           OPEN I-O USER-FILE
               
           *> File doesn't exist, open for OUTPUT first
           IF USER-FILE-STATUS = "35"
               CLOSE USER-FILE *> Close attempt to open I-O
               OPEN OUTPUT USER-FILE *> Open to create it
               IF USER-FILE-STATUS NOT = "00"
                   MOVE "Failed to create user file" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   EXIT PARAGRAPH *> Cannot proceed
               END-IF
               CLOSE USER-FILE *> Close OUTPUT
               OPEN I-O USER-FILE *> Re-open I-O now that file exists
           END-IF
           
           IF USER-FILE-STATUS NOT = "00"
               MOVE "Failed to open user file for I-O"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF
           
           MOVE WS-USER-ID OF WS-USER TO UF-USER-ID
           
           READ USER-FILE *> Check if exists
               INVALID KEY
                   CONTINUE *> Good, doesn't exist, proceed to write
               NOT INVALID KEY
                   MOVE "User ID already exists" TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE USER-FILE
                   EXIT PARAGRAPH
           END-READ
    
           *> Check if email already exists
           MOVE WS-EMAIL OF WS-USER TO UF-EMAIL
           
           START USER-FILE KEY = UF-EMAIL
               INVALID KEY
                   CONTINUE *> Email doesn't exist, good
               NOT INVALID KEY
                   READ USER-FILE
                       INVALID KEY
                           *> Somehow the START worked but READ failed
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Email already registered"
                               TO WS-ERROR-MESSAGE
                           PERFORM GENERATE-ERROR-RESPONSE
                           CLOSE USER-FILE
                           EXIT PARAGRAPH
                   END-READ
           END-START
           
           *> Reject role escalation attempts by non-admin callers
           IF WS-ROLE OF WS-USER NOT = SPACES
               AND WS-ROLE OF WS-USER NOT = "STANDARD"
               AND WS-CALLER-ROLE NOT = "ADMIN"
               MOVE "Forbidden: admin role required to set role"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           *> Create the user
           MOVE WS-USER-ID OF WS-USER TO UF-USER-ID
           MOVE WS-USERNAME OF WS-USER TO UF-USERNAME
           MOVE WS-EMAIL OF WS-USER TO UF-EMAIL
           PERFORM HASH-PASSWORD
           MOVE WS-PASSWORD-HASH TO UF-PASSWORD
           MOVE WS-CREATION-DATE OF WS-USER TO UF-CREATION-DATE
           MOVE WS-LAST-UPDATE OF WS-USER TO UF-LAST-UPDATE
           MOVE 0 TO UF-FAILED-LOGIN-COUNT
           MOVE 0 TO UF-LOCKED-UNTIL
           MOVE WS-ROLE OF WS-USER TO UF-ROLE
           MOVE WS-FORMATTED-DATE TO UF-PASSWORD-CHANGED
           MOVE "N" TO UF-MUST-CHANGE-FLAG
           MOVE SPACES TO UF-LAST-LOGIN

           WRITE USER-RECORD
               INVALID KEY
                   MOVE "Failed to write new user record" TO 
                       WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
               NOT INVALID KEY
                   MOVE 1 TO WS-SUCCESS-FLAG
                   MOVE WS-USER-ID OF WS-USER TO WS-FMT-USER-ID
                   STRING '{"success":true,"message":'
                          '"User created",'
                          '"id":' DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FMT-USER-ID)
                              DELIMITED BY SIZE
                          '}' DELIMITED BY SIZE
                       INTO WS-RESPONSE

                   MOVE "CREATE" TO WS-AUDIT-OPERATION
                   MOVE UF-USER-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING "ROLE=" DELIMITED BY SIZE
                   IF WS-ROLE OF WS-USER NOT = SPACES
                       AND WS-ROLE OF WS-USER NOT = UF-ROLE
                       AND WS-CALLER-ROLE NOT = "ADMIN"
                       MOVE "Forbidden: admin role required to change "
                           & "role"
                           TO WS-ERROR-MESSAGE
                       PERFORM GENERATE-ERROR-RESPONSE
                   ELSE
                          STRING '{"success":true,"message":'
                                 '"User updated",'
                                 '"id":' DELIMITED BY SIZE
                                 FUNCTION TRIM(WS-FMT-USER-ID)
                                     DELIMITED BY SIZE
                                 '}' DELIMITED BY SIZE
                              INTO WS-RESPONSE

                                     DELIMITED BY SIZE
                              INTO WS-AUDIT-BEFORE
                          STRING "ROLE=" DELIMITED BY SIZE
                                 FUNCTION TRIM(UF-ROLE)
                                     DELIMITED BY SIZE
                              INTO WS-AUDIT-AFTER
                          PERFORM LOG-AUDIT-ENTRY
                   END-REWRITE
                          STRING '{"success":true,"message":'
                                 '"User deleted",'
                                 '"id":' DELIMITED BY SIZE
                                 FUNCTION TRIM(WS-FMT-USER-ID)
                                     DELIMITED BY SIZE
                                 '}' DELIMITED BY SIZE
                              INTO WS-RESPONSE

                   AT END
                       EXIT PERFORM
                   NOT AT END
                       *> Add comma before second+ record
                       IF WS-NUMERIC-TEMP > 0
                           STRING ',' DELIMITED BY SIZE
                               INTO WS-RESPONSE
                               POINTER WS-JSON-PARSING-IDX
                       
                       MOVE UF-USER-ID TO WS-FMT-USER-ID
                      
                       STRING '{'
                           DELIMITED BY SIZE
                             '"id":'
                                 DELIMITED BY SIZE
                             FUNCTION TRIM(WS-FMT-USER-ID)
                                 DELIMITED BY SIZE
                             ',"username":"'
                                 DELIMITED BY SIZE
                             FUNCTION TRIM(UF-USERNAME)
                                 DELIMITED BY SIZE
                             '","email":"'
                                 DELIMITED BY SIZE
                             FUNCTION TRIM(UF-EMAIL)
                                 DELIMITED BY SIZE
                             '"}' DELIMITED BY SIZE
                          INTO WS-RESPONSE
                          POINTER WS-JSON-PARSING-IDX
           
           *> Close the JSON array and object
           STRING ']}' DELIMITED BY SIZE
               *> Append at current position
               INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
           END-STRING
               
           CLOSE USER-FILE.
                                   ADD 1 TO WS-DASHBOARD-TOTAL-TODOS
                                   EVALUATE FUNCTION TRIM(TF-STATUS)
                                       WHEN "PENDING"
                                           ADD 1 TO
                                              WS-DASHBOARD-PENDING-COUNT
                                       WHEN "COMPLETED"
                                           ADD 1 TO
                                            WS-DASHBOARD-COMPLETED-COUNT
                                       WHEN "OVERDUE"
                                           ADD 1 TO
                                              WS-DASHBOARD-OVERDUE-COUNT
                                       WHEN OTHER
                                           ADD 1 TO
                                               WS-DASHBOARD-OTHER-COUNT
                                   END-EVALUATE
                           END-READ
                       END-PERFORM

           MOVE WS-DASHBOARD-TOTAL-TODOS TO WS-DASHBOARD-TOTAL-JSON
           MOVE WS-DASHBOARD-PENDING-COUNT TO WS-DASHBOARD-PENDING-JSON
           MOVE WS-DASHBOARD-COMPLETED-COUNT
               TO WS-DASHBOARD-COMPLETED-JSON
           MOVE WS-DASHBOARD-OVERDUE-COUNT TO WS-DASHBOARD-OVERDUE-JSON
           MOVE WS-DASHBOARD-OTHER-COUNT TO WS-DASHBOARD-OTHER-JSON
           MOVE WS-DASHBOARD-USER-COUNT TO WS-DASHBOARD-USERS-JSON

           STRING '{"todos":{"total":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DASHBOARD-TOTAL-JSON)
                      DELIMITED BY SIZE
                  ',"pending":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DASHBOARD-PENDING-JSON)
                      DELIMITED BY SIZE
                  ',"completed":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DASHBOARD-COMPLETED-JSON)
                      DELIMITED BY SIZE
                  ',"overdue":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DASHBOARD-OVERDUE-JSON)
                      DELIMITED BY SIZE
                  ',"other":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DASHBOARD-OTHER-JSON)
                      DELIMITED BY SIZE
                  '},"users":{"total":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DASHBOARD-USERS-JSON)
                      DELIMITED BY SIZE
                  '}}' DELIMITED BY SIZE
               INTO WS-RESPONSE
           END-STRING

           IF USER-FILE-STATUS = "35" *> File Not Found
               MOVE SPACES TO WS-DEBUG-MESSAGE
               STRING "LOGIN-USER: User file not found (status 35), "
                   & "login fails."
                   DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
               PERFORM DISPLAY-DEBUG

               *> Standard login fail message
               MOVE "Invalid email or password" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               *> Ensure file is closed even after failed open
               CLOSE USER-FILE
               EXIT PARAGRAPH  *> Exit the paragraph cleanly
           END-IF

           IF USER-FILE-STATUS NOT = "00" *> Handle OTHER open errors
               MOVE SPACES TO WS-DEBUG-MESSAGE
               STRING "Failed to open user file, status: "
                   USER-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
               PERFORM DISPLAY-DEBUG

           MOVE WS-EMAIL OF WS-USER TO UF-EMAIL

           MOVE SPACES TO WS-DEBUG-MESSAGE
           STRING "Looking for email: '" FUNCTION TRIM(WS-EMAIL OF
               WS-USER) "'"
               DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
           PERFORM DISPLAY-DEBUG

                   READ USER-FILE KEY IS UF-EMAIL
                       INVALID KEY
                           MOVE SPACES TO WS-DEBUG-MESSAGE
                           STRING "Failed to read user record using "
                               & "email key"
                               DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
                           PERFORM DISPLAY-DEBUG

                           MOVE "Invalid email or password"
                               TO WS-ERROR-MESSAGE
                           PERFORM GENERATE-ERROR-RESPONSE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-DEBUG-MESSAGE
                           STRING
                               "User record read, comparing passwords"
                               DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
                           PERFORM DISPLAY-DEBUG

                           *> ... (Password comparison logic remains the
                           *> same) ...
                           IF UF-LOCKED-UNTIL > 0 AND
                              UF-LOCKED-UNTIL > WS-NOW-MINUTES
                               MOVE SPACES TO WS-DEBUG-MESSAGE
                               STRING "Account locked"
                                   DELIMITED BY SIZE INTO
                                       WS-DEBUG-MESSAGE
                               PERFORM DISPLAY-DEBUG

                               MOVE "Account locked due to too many "
                                   & "failed login attempts"
                                   TO WS-ERROR-MESSAGE
                               IF UF-LOCKED-UNTIL = WS-DISABLED-LOCK
                                   MOVE "Account disabled"
                                       TO WS-ERROR-MESSAGE
                               END-IF
                               PERFORM GENERATE-ERROR-RESPONSE
                           ELSE
                               PERFORM HASH-PASSWORD
                                  FUNCTION TRIM(WS-PASSWORD-HASH)
                                   MOVE SPACES TO WS-DEBUG-MESSAGE
                                   STRING "Password match"
                                       DELIMITED BY SIZE INTO
                                           WS-DEBUG-MESSAGE
                                   PERFORM DISPLAY-DEBUG

                                   *> An ADMIN is not logged in until
                                   *> the one-time code is redeemed,
                                   *> so failures still stand
                                   IF UF-ROLE NOT = "ADMIN"
                                   MOVE 0 TO UF-FAILED-LOGIN-COUNT
                                   MOVE 0 TO UF-LOCKED-UNTIL
                                   MOVE WS-FORMATTED-DATE
                                       TO UF-LAST-LOGIN
                                   REWRITE USER-RECORD
                                   END-IF

                                   PERFORM CHECK-PASSWORD-EXPIRY
                                   IF WS-PW-EXPIRED-FLAG = 1
                                              DELIMITED BY SIZE
                                           INTO WS-RESPONSE
                                   ELSE
                                   IF UF-ROLE = "ADMIN"
                                       PERFORM ISSUE-LOGIN-CHALLENGE
                                   ELSE
                                   PERFORM GENERATE-SESSION-TOKEN
                                   PERFORM CREATE-SESSION-RECORD
                                   IF WS-SESSION-VALID-FLAG = 0
                                           TO WS-ERROR-MESSAGE
                                       PERFORM GENERATE-ERROR-RESPONSE
                                   ELSE
                                   PERFORM GENERATE-LOGIN-RESPONSE
                                   END-IF
                                   END-IF
                                   END-IF
                               ELSE
                                   MOVE SPACES TO WS-DEBUG-MESSAGE
                                   STRING "Password mismatch"
                                       DELIMITED BY SIZE INTO
                                           WS-DEBUG-MESSAGE
                                   PERFORM DISPLAY-DEBUG

                                   ADD 1 TO UF-FAILED-LOGIN-COUNT
                                   IF UF-FAILED-LOGIN-COUNT >=
                                       WS-LOCKOUT-THRESHOLD
                                       COMPUTE UF-LOCKED-UNTIL =
                                           WS-NOW-MINUTES +
                                               WS-LOCKOUT-COOLDOWN-MINS
                                       MOVE "Account locked due to too "
                                          & "many failed login attempts"
                                           TO WS-ERROR-MESSAGE
                                   ELSE
                                       MOVE "Invalid email or password"
                                           TO WS-ERROR-MESSAGE
                                   END-IF
                                   REWRITE USER-RECORD
                                   PERFORM GENERATE-ERROR-RESPONSE
           PERFORM DISPLAY-DEBUG
           .
       
       GENERATE-LOGIN-RESPONSE.
           MOVE UF-USER-ID TO WS-FMT-USER-ID
           MOVE 1 TO WS-SUCCESS-FLAG
           STRING '{"success":true,'
                  '"id":'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-USER-ID)
                      DELIMITED BY SIZE
                  ',"username":"'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(UF-USERNAME)
                      DELIMITED BY SIZE
                  '","email":"'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(UF-EMAIL)
                      DELIMITED BY SIZE
                  '","token":"'
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SESSION-TOKEN)
                      DELIMITED BY SIZE
                  '"}' DELIMITED BY SIZE
               INTO WS-RESPONSE.

       ISSUE-LOGIN-CHALLENGE.
           *> An ADMIN session can approve postings and change roles,
           *> so a password alone only earns a challenge. The code is
           *> mailed to UF-EMAIL and VERIFY_OTP trades it, with the
           *> challenge id, for the session. Expects USER-RECORD read
           MOVE 0 TO WS-OTP-ISSUED-FLAG
           MOVE SPACES TO WS-DEBUG-MESSAGE
           STRING "Issuing one-time code for ADMIN login"
               DELIMITED BY SIZE INTO WS-DEBUG-MESSAGE
           PERFORM DISPLAY-DEBUG

           OPEN I-O OTP-CHALLENGE-FILE
           IF OTP-FILE-STATUS = "35"
               CLOSE OTP-CHALLENGE-FILE
               OPEN OUTPUT OTP-CHALLENGE-FILE
               CLOSE OTP-CHALLENGE-FILE
               OPEN I-O OTP-CHALLENGE-FILE
           END-IF

           IF OTP-FILE-STATUS = "00"
               PERFORM FIND-NEXT-CHALLENGE-ID

               *> The clock and user id alone are known to whoever
               *> starts the login, so the seed also carries the chain
               *> of stored code hashes FIND-NEXT-CHALLENGE-ID folded
               *> up; the caller never sees those, and each new code
               *> joins the chain for the next. Nothing from the seed
               *> goes into the challenge id, only a file sequence
               ACCEPT WS-OTP-SEED-TIME FROM TIME
               COMPUTE WS-OTP-SEED =
                   FUNCTION MOD(WS-OTP-CHAIN * 7919
                       + WS-OTP-SEED-TIME * 97 + UF-USER-ID,
                       999999999)
               COMPUTE WS-OTP-RANDOM =
                   FUNCTION MOD(FUNCTION RANDOM(WS-OTP-SEED) * 1000000,
                       1000000)
               MOVE WS-OTP-RANDOM TO WS-OTP-CODE

               *> Stored hashed the same way passwords are
               MOVE WS-OTP-CODE TO WS-PASSWORD OF WS-USER
               PERFORM HASH-PASSWORD

               MOVE WS-OTP-CHALLENGE-ID TO OC-CHALLENGE-ID
               MOVE UF-USER-ID TO OC-USER-ID
               MOVE WS-PASSWORD-HASH TO OC-CODE-HASH
               MOVE WS-FORMATTED-DATE TO OC-ISSUED-DATE
               COMPUTE OC-EXPIRY-MINUTES =
                   WS-NOW-MINUTES + WS-OTP-TTL-MINS
               MOVE "PENDING" TO OC-STATUS
               MOVE 0 TO OC-ATTEMPTS
               WRITE OTP-CHALLENGE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-OTP-ISSUED-FLAG
               END-WRITE
           END-IF
           CLOSE OTP-CHALLENGE-FILE

           IF WS-OTP-ISSUED-FLAG = 0
               MOVE "Failed to issue one-time code" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           PERFORM QUEUE-OTP-NOTICE

           MOVE "OTPISSUE" TO WS-AUDIT-OPERATION
           MOVE UF-USER-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "CHALLENGE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OTP-CHALLENGE-ID) DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY

           MOVE WS-OTP-TTL-MINS TO WS-FMT-OTP-TTL
           MOVE 1 TO WS-SUCCESS-FLAG
           STRING '{"success":true,"otpRequired":true,'
                  '"challengeId":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OTP-CHALLENGE-ID) DELIMITED BY SIZE
                  '","expiresInMinutes":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-OTP-TTL) DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-RESPONSE.

       FIND-NEXT-CHALLENGE-ID.
           *> Same scan-for-highest-key approach as the other id
           *> generators; ids are "OTP" and a ten-digit sequence. The
           *> same pass folds every stored code hash into WS-OTP-CHAIN
           *> for ISSUE-LOGIN-CHALLENGE's seed
           MOVE 0 TO WS-OTP-MAX-SEQ
           MOVE 0 TO WS-OTP-CHAIN
           MOVE LOW-VALUES TO OC-CHALLENGE-ID
           START OTP-CHALLENGE-FILE KEY >= OC-CHALLENGE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL OTP-FILE-STATUS NOT = "00"
                       READ OTP-CHALLENGE-FILE NEXT
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF OC-CODE-HASH(3:9) IS NUMERIC
                                   MOVE OC-CODE-HASH(3:9)
                                       TO WS-OTP-HASH-DIGITS
                                   COMPUTE WS-OTP-CHAIN =
                                       FUNCTION MOD(WS-OTP-CHAIN * 31
                                           + WS-OTP-HASH-DIGITS,
                                           999999999)
                               END-IF
                               IF OC-CHALLENGE-ID(1:3) = "OTP"
                                   AND OC-CHALLENGE-ID(4:10) IS NUMERIC
                                   AND OC-CHALLENGE-SEQ > WS-OTP-MAX-SEQ
                                   MOVE OC-CHALLENGE-SEQ
                                       TO WS-OTP-MAX-SEQ
                               END-IF
                       END-READ
                   END-PERFORM
           END-START
           MOVE "00" TO OTP-FILE-STATUS

           COMPUTE WS-OTP-NEXT-SEQ = WS-OTP-MAX-SEQ + 1
           MOVE SPACES TO WS-OTP-CHALLENGE-ID
           STRING "OTP" DELIMITED BY SIZE
                  WS-OTP-NEXT-SEQ DELIMITED BY SIZE
               INTO WS-OTP-CHALLENGE-ID.

       EXTRACT-OTP-DATA.
           MOVE SPACES TO WS-OTP-CHALLENGE-ID
           MOVE SPACES TO WS-OTP-CODE

           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:15) =
                   '"challengeId":"'
               CONTINUE
           END-PERFORM

           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 15 TO WS-JSON-PARSING-IDX
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-OTP-CHALLENGE-ID
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-OTP-CHALLENGE-ID(WS-NUMERIC-TEMP + 1:1)
                   END-IF

                   ADD 1 TO WS-NUMERIC-TEMP
               END-PERFORM
           END-IF

           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:8) = '"code":"'
               CONTINUE
           END-PERFORM

           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 8 TO WS-JSON-PARSING-IDX
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-OTP-CODE
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-OTP-CODE(WS-NUMERIC-TEMP + 1:1)
                   END-IF

                   ADD 1 TO WS-NUMERIC-TEMP
               END-PERFORM
           END-IF.

       VERIFY-LOGIN-CHALLENGE.
           *> Second step of an ADMIN login. A code is good once and
           *> for WS-OTP-TTL-MINS; a wrong one is a failed login and
           *> counts toward the same lockout as a wrong password
           IF WS-OTP-CHALLENGE-ID = SPACES OR WS-OTP-CODE = SPACES
               MOVE "Missing challengeId or code" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "CHALLENGE=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OTP-CHALLENGE-ID) DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE

           OPEN I-O OTP-CHALLENGE-FILE
           IF OTP-FILE-STATUS NOT = "00"
               MOVE "Invalid or expired challenge" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE OTP-CHALLENGE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OTP-CHALLENGE-ID TO OC-CHALLENGE-ID
           READ OTP-CHALLENGE-FILE
               INVALID KEY
                   MOVE "OTPFAIL" TO WS-AUDIT-OPERATION
                   MOVE "UNKNOWN CHALLENGE" TO WS-AUDIT-AFTER
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "Invalid or expired challenge"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE OTP-CHALLENGE-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE OC-USER-ID TO WS-AUDIT-KEY

           IF OC-STATUS NOT = "PENDING"
               MOVE "OTPREUSE" TO WS-AUDIT-OPERATION
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "STATUS=" DELIMITED BY SIZE
                      FUNCTION TRIM(OC-STATUS) DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
               PERFORM LOG-AUDIT-ENTRY
               MOVE "One-time code already used or cancelled"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE OTP-CHALLENGE-FILE
               EXIT PARAGRAPH
           END-IF

           IF OC-EXPIRY-MINUTES <= WS-NOW-MINUTES
               MOVE "EXPIRED" TO OC-STATUS
               REWRITE OTP-CHALLENGE-RECORD
               MOVE "OTPEXPIRE" TO WS-AUDIT-OPERATION
               MOVE "STATUS=EXPIRED" TO WS-AUDIT-AFTER
               PERFORM LOG-AUDIT-ENTRY
               MOVE "One-time code expired" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE OTP-CHALLENGE-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O USER-FILE
           IF USER-FILE-STATUS NOT = "00"
               MOVE "Failed to open user file" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE USER-FILE
               CLOSE OTP-CHALLENGE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE OC-USER-ID TO UF-USER-ID
           READ USER-FILE
               INVALID KEY
                   MOVE "Invalid or expired challenge"
                       TO WS-ERROR-MESSAGE
                   PERFORM GENERATE-ERROR-RESPONSE
                   CLOSE USER-FILE
                   CLOSE OTP-CHALLENGE-FILE
                   EXIT PARAGRAPH
           END-READ

           *> A lock taken since the challenge went out (or a disabled
           *> account) ends the challenge as well
           IF UF-LOCKED-UNTIL > 0 AND UF-LOCKED-UNTIL > WS-NOW-MINUTES
               MOVE "LOCKED" TO OC-STATUS
               REWRITE OTP-CHALLENGE-RECORD
               MOVE "OTPFAIL" TO WS-AUDIT-OPERATION
               MOVE "ACCOUNT LOCKED" TO WS-AUDIT-AFTER
               PERFORM LOG-AUDIT-ENTRY
               MOVE "Account locked due to too many "
                   & "failed login attempts"
                   TO WS-ERROR-MESSAGE
               IF UF-LOCKED-UNTIL = WS-DISABLED-LOCK
                   MOVE "Account disabled" TO WS-ERROR-MESSAGE
               END-IF
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE USER-FILE
               CLOSE OTP-CHALLENGE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OTP-CODE TO WS-PASSWORD OF WS-USER
           PERFORM HASH-PASSWORD
           IF OC-CODE-HASH NOT = WS-PASSWORD-HASH
               PERFORM REJECT-LOGIN-CODE
               CLOSE USER-FILE
               CLOSE OTP-CHALLENGE-FILE
               EXIT PARAGRAPH
           END-IF

           *> Spent before the session is made, so the code cannot be
           *> replayed whatever happens next
           MOVE "USED" TO OC-STATUS
           REWRITE OTP-CHALLENGE-RECORD

           MOVE 0 TO UF-FAILED-LOGIN-COUNT
           MOVE 0 TO UF-LOCKED-UNTIL
           MOVE WS-FORMATTED-DATE TO UF-LAST-LOGIN
           REWRITE USER-RECORD

           PERFORM GENERATE-SESSION-TOKEN
           PERFORM CREATE-SESSION-RECORD
           IF WS-SESSION-VALID-FLAG = 0
               MOVE "Failed to create session" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
           ELSE
               PERFORM GENERATE-LOGIN-RESPONSE
               MOVE "OTPOK" TO WS-AUDIT-OPERATION
               MOVE "SESSION ISSUED" TO WS-AUDIT-AFTER
               PERFORM LOG-AUDIT-ENTRY
           END-IF

           CLOSE USER-FILE
           CLOSE OTP-CHALLENGE-FILE.

       REJECT-LOGIN-CODE.
           *> Expects the challenge and USER-RECORD read for update
           ADD 1 TO OC-ATTEMPTS
           ADD 1 TO UF-FAILED-LOGIN-COUNT
           MOVE UF-FAILED-LOGIN-COUNT TO WS-FMT-FAILED-COUNT
           MOVE SPACES TO WS-AUDIT-AFTER
           IF UF-FAILED-LOGIN-COUNT >= WS-LOCKOUT-THRESHOLD
               COMPUTE UF-LOCKED-UNTIL =
                   WS-NOW-MINUTES + WS-LOCKOUT-COOLDOWN-MINS
               MOVE "LOCKED" TO OC-STATUS
               MOVE "Account locked due to too many "
                   & "failed login attempts"
                   TO WS-ERROR-MESSAGE
               STRING "WRONG CODE,LOCKED,FAILED=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FMT-FAILED-COUNT)
                          DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
           ELSE
               MOVE "Invalid one-time code" TO WS-ERROR-MESSAGE
               STRING "WRONG CODE,FAILED=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FMT-FAILED-COUNT)
                          DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
           END-IF
           REWRITE USER-RECORD
           REWRITE OTP-CHALLENGE-RECORD

           MOVE "OTPFAIL" TO WS-AUDIT-OPERATION
           PERFORM LOG-AUDIT-ENTRY
           PERFORM GENERATE-ERROR-RESPONSE.

       CHECK-PASSWORD-EXPIRY.
           *> A reset password must be changed on first login; an aged
           *> one after WS-PASSWORD-MAX-AGE-DAYS. Records written
               UNTIL WS-HASH-IDX > LENGTH OF WS-PASSWORD OF WS-USER
               COMPUTE WS-HASH-ACCUM =
                   FUNCTION MOD((WS-HASH-ACCUM * 31) +
                       FUNCTION ORD(WS-PASSWORD OF
                           WS-USER(WS-HASH-IDX:1)),
                       999999999)
           END-PERFORM

           STRING '{"id":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-USER-ID) DELIMITED BY SIZE
                  ',"username":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USERNAME OF WS-USER)
                      DELIMITED BY SIZE
                  '","email":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EMAIL OF WS-USER) DELIMITED BY SIZE
                  '","role":"' DELIMITED BY SIZE
               CLOSE AUDIT-FILE
           END-IF.

       QUEUE-OTP-NOTICE.
           MOVE "LOGINOTP" TO WS-NOTIFY-TEMPLATE
           MOVE SPACES TO WS-NOTIFY-MERGE
           STRING "username=" DELIMITED BY SIZE
                  FUNCTION TRIM(UF-USERNAME) DELIMITED BY SIZE
                  "|code=" DELIMITED BY SIZE
                  WS-OTP-RANDOM DELIMITED BY SIZE
                  "|minutes=" DELIMITED BY SIZE
                  WS-OTP-TTL-MINS DELIMITED BY SIZE
               INTO WS-NOTIFY-MERGE
           PERFORM QUEUE-USER-NOTICE.

       QUEUE-USER-NOTICE.
           *> Queues a mail to the user on USER-RECORD. A failure to
           *> queue never changes the reply to the caller
           PERFORM OPEN-NOTIFY-OUTBOX
           MOVE "USER" TO NQ-RECIPIENT-TYPE
           MOVE UF-USER-ID TO NQ-RECIPIENT-ID
           MOVE UF-EMAIL TO NQ-RECIPIENT-EMAIL
           MOVE SPACES TO NQ-RECIPIENT-ADDRESS
           MOVE "EMAIL" TO NQ-CHANNEL
           MOVE WS-NOTIFY-TEMPLATE TO NQ-TEMPLATE-CODE
           MOVE WS-NOTIFY-MERGE TO NQ-MERGE-FIELDS
           PERFORM QUEUE-NOTIFICATION
           PERFORM CLOSE-NOTIFY-OUTBOX.

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
           MOVE "COMBINED-PROGRAM" TO NQ-SOURCE
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

       GENERATE-ERROR-RESPONSE.
           *> Initialize the response buffer first
           MOVE SPACES TO WS-RESPONSE
           STRING '{"success":false,"error":"' DELIMITED BY SIZE
               FUNCTION TRIM(WS-ERROR-MESSAGE) DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
