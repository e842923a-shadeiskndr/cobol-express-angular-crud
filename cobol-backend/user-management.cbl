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
       FD USER-FILE.
          05 UF-USER-ID             PIC 9(5).
          05 UF-USERNAME            PIC X(50).
          05 UF-EMAIL               PIC X(100).
          *> Hashed via HASH-PASSWORD, "H$" prefixed
          05 UF-PASSWORD            PIC X(100).
          05 UF-CREATION-DATE       PIC X(10).
          05 UF-LAST-UPDATE         PIC X(10).
          05 UF-FAILED-LOGIN-COUNT  PIC 9(2).
          05 UF-ROLE                PIC X(10).
          05 UF-PASSWORD-CHANGED    PIC X(10).
          05 UF-MUST-CHANGE-FLAG    PIC X(1).
          05 UF-LAST-LOGIN          PIC X(10).

       FD SESSION-FILE.
       01 SESSION-RECORD.
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
       01 AUDIT-FILE-STATUS         PIC XX VALUE SPACES.
       01 WS-AUDIT-OPERATION        PIC X(10).
       01 WS-NOW-MINUTES            PIC 9(9).
       01 WS-LOCKOUT-THRESHOLD      PIC 9(2) VALUE 5.
       01 WS-LOCKOUT-COOLDOWN-MINS  PIC 9(4) VALUE 15.
      *> A lock this far out is a disabled account (USER-RECERT, the
      *> suspense user), not a cooldown; RESET_PASSWORD clears it
       01 WS-DISABLED-LOCK          PIC 9(9) VALUE 999999999.

       01 SESSION-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-SESSION-TOKEN          PIC X(32) VALUE SPACES.
       01 WS-PW-AGE-DAYS            PIC S9(6) VALUE 0.
       01 WS-PW-EXPIRED-FLAG        PIC 9 VALUE 0.

       01 NOTIFY-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-NOTIFY-PREFIX          PIC X(4) VALUE "UMGT".
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

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
                   PERFORM LIST-USERS
               WHEN "LOGIN"
                   PERFORM LOGIN-USER
               WHEN "VERIFY_OTP"
                   PERFORM VERIFY-LOGIN-CHALLENGE
               WHEN "LOGOUT"
                   PERFORM LOGOUT-USER
               WHEN "RESET_PASSWORD"
                   PERFORM VALIDATE-SESSION-TOKEN
               WHEN "LOGIN"
                   PERFORM EXTRACT-LOGIN-DATA
               WHEN "VERIFY_OTP"
                   PERFORM EXTRACT-OTP-DATA
               WHEN "LOGOUT"
                   PERFORM EXTRACT-SESSION-TOKEN
               WHEN "RESET_PASSWORD"
               MOVE SPACES TO WS-TEMP
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP - 1:1) = '"'
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP - 1:1) = ','
                   
                   MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP - 1:1)
                       TO WS-TEMP(WS-NUMERIC-TEMP:1)
                   
                   ADD 1 TO WS-NUMERIC-TEMP
           *> Extract username
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:12) =
                   '"username":"'
               CONTINUE
           END-PERFORM
           
               MOVE SPACES TO WS-USERNAME
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-USERNAME
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-USERNAME(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
               MOVE SPACES TO WS-EMAIL
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-EMAIL
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-EMAIL(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
           *> Extract password
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:12) =
                   '"password":"'
               CONTINUE
           END-PERFORM
           
               MOVE SPACES TO WS-PASSWORD
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-PASSWORD
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-PASSWORD(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
               MOVE SPACES TO WS-ROLE
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-ROLE
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-ROLE(WS-NUMERIC-TEMP + 1:1)
                   END-IF

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

               MOVE SPACES TO WS-EMAIL
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-EMAIL
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-EMAIL(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
           *> Extract password
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:12) =
                   '"password":"'
               CONTINUE
           END-PERFORM
           
               MOVE SPACES TO WS-PASSWORD
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-PASSWORD
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-PASSWORD(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
       CREATE-USER.
           OPEN I-O USER-FILE
               
           *> File doesn't exist, open for OUTPUT first
           IF FILE-STATUS = "35"
               CLOSE USER-FILE *> Close attempt to open I-O
               OPEN OUTPUT USER-FILE *> Open to create it
               IF FILE-STATUS NOT = "00"
           END-IF
           
           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open user file for I-O"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE USER-FILE
               EXIT PARAGRAPH
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
           MOVE WS-ROLE TO UF-ROLE
           MOVE WS-FORMATTED-DATE TO UF-PASSWORD-CHANGED
           MOVE "N" TO UF-MUST-CHANGE-FLAG
           MOVE SPACES TO UF-LAST-LOGIN

           WRITE USER-RECORD
               INVALID KEY

                   IF WS-ROLE NOT = SPACES AND WS-ROLE NOT = UF-ROLE
                       AND WS-CALLER-ROLE NOT = "ADMIN"
                       MOVE "Forbidden: admin role required to change "
                           & "role"
                           TO WS-ERROR-MESSAGE
                       PERFORM GENERATE-ERROR-RESPONSE
                   ELSE
                           PERFORM GENERATE-ERROR-RESPONSE
                       NOT INVALID KEY
                           MOVE 1 TO WS-SUCCESS-FLAG
                           STRING '{"success":true,"message":"User '
                               & 'updated",'
                                  '"id":' DELIMITED BY SIZE
                                  WS-USER-ID DELIMITED BY SIZE
                                  '}' DELIMITED BY SIZE
                                      DELIMITED BY SIZE
                               INTO WS-AUDIT-BEFORE
                           STRING "ROLE=" DELIMITED BY SIZE
                                  FUNCTION TRIM(UF-ROLE)
                                      DELIMITED BY SIZE
                               INTO WS-AUDIT-AFTER
                           PERFORM LOG-AUDIT-ENTRY
                   END-REWRITE
                           PERFORM GENERATE-ERROR-RESPONSE
                       NOT INVALID KEY
                           MOVE 1 TO WS-SUCCESS-FLAG
                           STRING '{"success":true,"message":"'
                               DELIMITED BY SIZE
                                  'User deleted",' DELIMITED BY SIZE
                                  '"id":"' DELIMITED BY SIZE
                                  WS-ID DELIMITED BY SIZE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       *> Add comma before second+ record
                       IF WS-NUMERIC-TEMP > 0
                           STRING ',' DELIMITED BY SIZE
                               INTO WS-RESPONSE
                               POINTER WS-JSON-PARSING-IDX
                       
                       ADD 1 TO WS-NUMERIC-TEMP
                       
                       STRING '{'
                           DELIMITED BY SIZE
                              '"id":'
                                  DELIMITED BY SIZE
                              UF-USER-ID
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
                           *> Update pointer after each record
                           POINTER WS-JSON-PARSING-IDX
                       END-STRING
               END-READ
           END-PERFORM
           
           *> Close the JSON array and object
           STRING ']}' DELIMITED BY SIZE
               *> Append at current position
               INTO WS-RESPONSE(WS-JSON-PARSING-IDX:)
           END-STRING
               
           CLOSE USER-FILE.
               NOT INVALID KEY
                   READ USER-FILE
                       INVALID KEY
                           MOVE "Invalid email or password"
                               TO WS-ERROR-MESSAGE
                           PERFORM GENERATE-ERROR-RESPONSE
                       NOT INVALID KEY
                           IF UF-LOCKED-UNTIL > 0 AND
                              UF-LOCKED-UNTIL > WS-NOW-MINUTES
                               MOVE "Account locked due to too many "
                                   & "failed login attempts"
                                   TO WS-ERROR-MESSAGE
                               IF UF-LOCKED-UNTIL = WS-DISABLED-LOCK
                                   MOVE "Account disabled"
                                       TO WS-ERROR-MESSAGE
                               END-IF
                               PERFORM GENERATE-ERROR-RESPONSE
                           ELSE
                               *> Check password
                               PERFORM HASH-PASSWORD
                               IF UF-PASSWORD = WS-PASSWORD-HASH
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
                                       MOVE SPACES TO WS-RESPONSE
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
                                   ADD 1 TO UF-FAILED-LOGIN-COUNT
                                   IF UF-FAILED-LOGIN-COUNT >=
                                       WS-LOCKOUT-THRESHOLD
                                       COMPUTE UF-LOCKED-UNTIL =
                                           WS-NOW-MINUTES +
                                               WS-LOCKOUT-COOLDOWN-MINS
                                       MOVE "Account locked due to too "
                                         & "many failed login attempts"
                                           TO WS-ERROR-MESSAGE
                                       PERFORM QUEUE-LOCKOUT-NOTICE
                                   ELSE
                                       MOVE "Invalid email or password"
                                           TO WS-ERROR-MESSAGE
                                   END-IF
                                   REWRITE USER-RECORD
                                   PERFORM GENERATE-ERROR-RESPONSE

           CLOSE USER-FILE.
       
       GENERATE-LOGIN-RESPONSE.
           MOVE 1 TO WS-SUCCESS-FLAG
           STRING '{"success":true,'
                  '"id":'
                      DELIMITED BY SIZE
                  UF-USER-ID
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
               MOVE WS-OTP-CODE TO WS-PASSWORD
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
           IF FILE-STATUS NOT = "00"
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

           MOVE WS-OTP-CODE TO WS-PASSWORD
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
               PERFORM QUEUE-LOCKOUT-NOTICE
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

       EXTRACT-NEW-PASSWORD.
           MOVE SPACES TO WS-NEW-PASSWORD

               ADD 15 TO WS-JSON-PARSING-IDX
               MOVE 0 TO WS-NUMERIC-TEMP

               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'

                   IF WS-NUMERIC-TEMP < LENGTH OF WS-NEW-PASSWORD
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-NEW-PASSWORD(WS-NUMERIC-TEMP + 1:1)
                   END-IF

                           MOVE SPACES TO WS-AUDIT-BEFORE
                           MOVE "MUSTCHANGE=Y" TO WS-AUDIT-AFTER
                           PERFORM LOG-AUDIT-ENTRY
                           PERFORM QUEUE-RESET-NOTICE
                   END-REWRITE
           END-READ

                       NOT INVALID KEY
                           IF UF-LOCKED-UNTIL > 0 AND
                              UF-LOCKED-UNTIL > WS-NOW-MINUTES
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
                                   MOVE "N" TO UF-MUST-CHANGE-FLAG
                                   MOVE WS-FORMATTED-DATE TO
                                       UF-LAST-UPDATE
                                   *> For an ADMIN only a redeemed
                                   *> one-time code clears failures;
                                   *> the password alone must not
                                   *> reset the count between guesses
                                   IF UF-ROLE NOT = "ADMIN"
                                       MOVE 0 TO UF-FAILED-LOGIN-COUNT
                                       MOVE 0 TO UF-LOCKED-UNTIL
                                   END-IF

                                   REWRITE USER-RECORD
                                       INVALID KEY
                                           MOVE "Failed to change "
                                               & "password"
                                               TO WS-ERROR-MESSAGE
                                           PERFORM
                                               GENERATE-ERROR-RESPONSE
                                       NOT INVALID KEY
                                           MOVE 1 TO WS-SUCCESS-FLAG
                                           STRING '{"success":true,'
                                       COMPUTE UF-LOCKED-UNTIL =
                                           WS-NOW-MINUTES +
                                           WS-LOCKOUT-COOLDOWN-MINS
                                       MOVE "Account locked due to too "
                                         & "many failed login attempts"
                                           TO WS-ERROR-MESSAGE
                                       PERFORM QUEUE-LOCKOUT-NOTICE
                                   ELSE
                                       MOVE "Invalid email or password"
                                           TO WS-ERROR-MESSAGE
               UNTIL WS-HASH-IDX > LENGTH OF WS-PASSWORD
               COMPUTE WS-HASH-ACCUM =
                   FUNCTION MOD((WS-HASH-ACCUM * 31) +
                       FUNCTION ORD(WS-PASSWORD(WS-HASH-IDX:1)),
                           999999999)
           END-PERFORM

           MOVE SPACES TO WS-PASSWORD-HASH
               CLOSE AUDIT-FILE
           END-IF.

       QUEUE-RESET-NOTICE.
           *> Tells the user an admin has set a temporary password so
           *> an unexpected reset does not go unnoticed
           MOVE "PWRESET" TO WS-NOTIFY-TEMPLATE
           MOVE SPACES TO WS-NOTIFY-MERGE
           STRING "username=" DELIMITED BY SIZE
                  FUNCTION TRIM(UF-USERNAME) DELIMITED BY SIZE
               INTO WS-NOTIFY-MERGE
           PERFORM QUEUE-USER-NOTICE.

       QUEUE-LOCKOUT-NOTICE.
           MOVE "LOCKOUT" TO WS-NOTIFY-TEMPLATE
           MOVE SPACES TO WS-NOTIFY-MERGE
           STRING "username=" DELIMITED BY SIZE
                  FUNCTION TRIM(UF-USERNAME) DELIMITED BY SIZE
                  "|minutes=" DELIMITED BY SIZE
                  WS-LOCKOUT-COOLDOWN-MINS DELIMITED BY SIZE
               INTO WS-NOTIFY-MERGE
           PERFORM QUEUE-USER-NOTICE.

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
           MOVE "USER-MANAGEMENT" TO NQ-SOURCE
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
           STRING '{"success":false,"error":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ERROR-MESSAGE) DELIMITED BY SIZE
