       IDENTIFICATION DIVISION.
       PROGRAM-ID. USER-RECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO EXTERNAL DD_USER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UF-USER-ID
           ALTERNATE RECORD KEY IS UF-EMAIL WITH DUPLICATES
           FILE STATUS IS USER-FILE-STATUS.

           SELECT SESSION-FILE ASSIGN TO EXTERNAL DD_SESSION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SN-TOKEN
           FILE STATUS IS SESSION-FILE-STATUS.

           SELECT ATTESTATION-FILE
           ASSIGN TO EXTERNAL DD_RECERT_ATTESTATION_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ATTEST-FILE-STATUS.

           SELECT RECERT-REPORT-FILE
           ASSIGN TO EXTERNAL DD_RECERT_REPORT_FILE
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

       FD SESSION-FILE.
       01 SESSION-RECORD.
          05 SN-TOKEN               PIC X(32).
          05 SN-USER-ID             PIC 9(5).
          05 SN-ROLE                PIC X(10).
          05 SN-EXPIRY-MINUTES      PIC 9(9).
          05 SN-ACTIVE-FLAG         PIC X(1).

       FD ATTESTATION-FILE.
       01 ATTESTATION-RECORD        PIC X(200).

       FD RECERT-REPORT-FILE.
       01 RECERT-REPORT-RECORD      PIC X(200).

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
       01 USER-FILE-STATUS          PIC XX VALUE SPACES.
       01 SESSION-FILE-STATUS       PIC XX VALUE SPACES.
       01 ATTEST-FILE-STATUS        PIC XX VALUE SPACES.
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
       01 WS-DORMANT-DAYS           PIC 9(4) VALUE 90.
       01 WS-EOF-FLAG               PIC 9 VALUE 0.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).
       01 WS-TODAY-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-TODAY-INTEGER          PIC S9(9) VALUE 0.
       01 WS-CURRENT-TIME.
          05 WS-HOUR                PIC 9(2).
          05 WS-MINUTE              PIC 9(2).
          05 WS-SECOND              PIC 9(2).
          05 FILLER                 PIC X(4).
       01 WS-NOW-MINUTES            PIC 9(9) VALUE 0.
      *> Same value USER-MANAGEMENT treats as a disabled account
       01 WS-DISABLED-LOCK          PIC 9(9) VALUE 999999999.

       01 WS-DATE-TEXT              PIC X(10) VALUE SPACES.
       01 WS-DATE-BUILD             PIC X(8) VALUE SPACES.
       01 WS-DATE-NUM               PIC 9(8) VALUE 0.
       01 WS-DATE-INTEGER           PIC S9(9) VALUE 0.

      *> Open sessions per user, counted before any are switched off
       01 WS-SESS-COUNT             PIC 9(4) VALUE 0.
       01 WS-SESS-TABLE.
          05 WS-SESS-ENTRY OCCURS 2000 TIMES.
             10 WS-SESS-USER-ID     PIC 9(5).
             10 WS-SESS-OPEN        PIC 9(4).
       01 WS-SESS-IDX               PIC 9(4) COMP VALUE 0.
       01 WS-SESS-FOUND-IDX         PIC 9(4) COMP VALUE 0.
       01 WS-SESS-OVERFLOW-COUNT    PIC 9(7) VALUE 0.

      *> Decisions read back from the signed attestation
       01 WS-ATTEST-STATE           PIC X(8) VALUE "NONE".
       01 WS-ATTEST-APPROVER        PIC X(50) VALUE SPACES.
       01 WS-ATTEST-SIGNED-DATE     PIC X(10) VALUE SPACES.
       01 WS-ATTEST-COUNT           PIC 9(4) VALUE 0.
       01 WS-ATTEST-TABLE.
          05 WS-ATTEST-ENTRY OCCURS 2000 TIMES.
             10 WS-ATTEST-USER-ID   PIC 9(5).
             10 WS-ATTEST-DECISION  PIC X(8).
             10 WS-ATTEST-REVIEWER  PIC X(30).
       01 WS-ATTEST-IDX             PIC 9(4) COMP VALUE 0.
       01 WS-ATTEST-FOUND-IDX       PIC 9(4) COMP VALUE 0.
       01 WS-ATTEST-BAD-COUNT       PIC 9(7) VALUE 0.
       01 WS-FIELD-1                PIC X(50) VALUE SPACES.
       01 WS-FIELD-2                PIC X(50) VALUE SPACES.
       01 WS-FIELD-3                PIC X(50) VALUE SPACES.

      *> Users disabled this run whose sessions must be switched off
       01 WS-OFF-COUNT              PIC 9(4) VALUE 0.
       01 WS-OFF-TABLE.
          05 WS-OFF-USER-ID         PIC 9(5) OCCURS 2000 TIMES.
       01 WS-OFF-IDX                PIC 9(4) COMP VALUE 0.
       01 WS-OFF-MATCH-FLAG         PIC 9 VALUE 0.

       01 WS-ACTIVITY-DATE          PIC X(10) VALUE SPACES.
       01 WS-IDLE-DAYS              PIC S9(9) VALUE 0.
       01 WS-PW-AGE-TEXT            PIC X(6) VALUE SPACES.
       01 WS-PW-AGE-DAYS            PIC ZZZZZ9.
       01 WS-USER-STATUS            PIC X(8) VALUE SPACES.
       01 WS-USER-ACTION            PIC X(16) VALUE SPACES.
       01 WS-USER-ATTESTATION       PIC X(8) VALUE SPACES.
       01 WS-OPEN-SESSIONS          PIC 9(4) VALUE 0.

       01 WS-USER-COUNT             PIC 9(7) VALUE 0.
       01 WS-DORMANT-COUNT          PIC 9(7) VALUE 0.
       01 WS-REVOKED-COUNT          PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT             PIC 9(7) VALUE 0.
       01 WS-UNATTESTED-COUNT       PIC 9(7) VALUE 0.
       01 WS-SESSIONS-OFF-COUNT     PIC 9(7) VALUE 0.

       01 WS-AUDIT-OPERATION        PIC X(10).
       01 WS-AUDIT-KEY              PIC X(10).
       01 WS-AUDIT-BEFORE           PIC X(60).
       01 WS-AUDIT-AFTER            PIC X(60).

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-ID-TEXT            PIC X(10).
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-OPEN-SESSIONS
           PERFORM LOAD-ATTESTATION
           PERFORM REVIEW-ALL-USERS
           PERFORM DEACTIVATE-SESSIONS
           PERFORM WRITE-REPORT-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> Days without a login before an account is disabled as
           *> dormant arrive on one line; blank keeps 90
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-DORMANT-DAYS
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

           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-NOW-MINUTES =
               WS-TODAY-INTEGER * 1440 + WS-HOUR * 60 + WS-MINUTE

           OPEN I-O USER-FILE
           IF USER-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open user file, status "
                   USER-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT RECERT-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open recertification report, status "
                   REPORT-FILE-STATUS
               CLOSE USER-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "User Access Recertification - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RECERT-REPORT-RECORD FROM WS-RPT-LINE

           MOVE "UserID,Username,Role,Created,LastLogin,PasswordAge,"
               & "OpenSessions,Status,Action,Attestation"
               TO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD.

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

       LOAD-OPEN-SESSIONS.
           *> Open = still active and not yet expired, the same test
           *> VALIDATE-SESSION-TOKEN applies to a request
           OPEN INPUT SESSION-FILE
           IF SESSION-FILE-STATUS NOT = "00"
               CLOSE SESSION-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SN-TOKEN
           START SESSION-FILE KEY >= SN-TOKEN
               INVALID KEY
                   CLOSE SESSION-FILE
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SESSION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF SN-ACTIVE-FLAG = "Y"
                           AND SN-EXPIRY-MINUTES > WS-NOW-MINUTES
                           PERFORM COUNT-ONE-SESSION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SESSION-FILE.

       COUNT-ONE-SESSION.
           PERFORM FIND-SESSION-ENTRY
           IF WS-SESS-FOUND-IDX > 0
               ADD 1 TO WS-SESS-OPEN(WS-SESS-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-SESS-COUNT >= 2000
               ADD 1 TO WS-SESS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SESS-COUNT
           MOVE SN-USER-ID TO WS-SESS-USER-ID(WS-SESS-COUNT)
           MOVE 1 TO WS-SESS-OPEN(WS-SESS-COUNT).

       FIND-SESSION-ENTRY.
           MOVE 0 TO WS-SESS-FOUND-IDX
           PERFORM VARYING WS-SESS-IDX FROM 1 BY 1
               UNTIL WS-SESS-IDX > WS-SESS-COUNT
               OR WS-SESS-FOUND-IDX > 0
               IF WS-SESS-USER-ID(WS-SESS-IDX) = SN-USER-ID
                   MOVE WS-SESS-IDX TO WS-SESS-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-ATTESTATION.
           *> The attestation comes back as a SIGNOFF,approver,date
           *> line followed by UserID,KEEP|REVOKE,reviewer rows. No
           *> file is a normal night; a file without a sign-off line
           *> is refused whole so nothing unsigned is ever applied
           OPEN INPUT ATTESTATION-FILE
           IF ATTEST-FILE-STATUS NOT = "00"
               CLOSE ATTESTATION-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "UNSIGNED" TO WS-ATTEST-STATE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ATTESTATION-FILE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF ATTESTATION-RECORD NOT = SPACES
                           PERFORM LOAD-ONE-ATTESTATION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ATTESTATION-FILE

           IF WS-ATTEST-STATE = "UNSIGNED"
               DISPLAY "Attestation file has no sign-off line; "
                   "no revocations applied"
               MOVE 0 TO WS-ATTEST-COUNT
           END-IF.

       LOAD-ONE-ATTESTATION.
           MOVE SPACES TO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           UNSTRING ATTESTATION-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3
           END-UNSTRING

           IF FUNCTION UPPER-CASE(WS-FIELD-1) = "SIGNOFF"
               MOVE WS-FIELD-3 TO WS-DATE-TEXT
               PERFORM CONVERT-DATE-TO-INTEGER
               IF WS-FIELD-2 = SPACES OR WS-DATE-INTEGER = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE "SIGNED" TO WS-ATTEST-STATE
               MOVE FUNCTION TRIM(WS-FIELD-2) TO WS-ATTEST-APPROVER
               MOVE WS-DATE-TEXT TO WS-ATTEST-SIGNED-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-2))
               TO WS-FIELD-2
           IF FUNCTION TRIM(WS-FIELD-1) IS NOT NUMERIC
               OR (WS-FIELD-2 NOT = "KEEP"
                   AND WS-FIELD-2 NOT = "REVOKE")
               ADD 1 TO WS-ATTEST-BAD-COUNT
               DISPLAY "Unreadable attestation row: "
                   FUNCTION TRIM(ATTESTATION-RECORD TRAILING)
               EXIT PARAGRAPH
           END-IF

           IF WS-ATTEST-COUNT >= 2000
               ADD 1 TO WS-ATTEST-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ATTEST-COUNT
           MOVE FUNCTION NUMVAL(WS-FIELD-1)
               TO WS-ATTEST-USER-ID(WS-ATTEST-COUNT)
           MOVE WS-FIELD-2 TO WS-ATTEST-DECISION(WS-ATTEST-COUNT)
           MOVE FUNCTION TRIM(WS-FIELD-3)
               TO WS-ATTEST-REVIEWER(WS-ATTEST-COUNT).

       REVIEW-ALL-USERS.
           MOVE LOW-VALUES TO UF-USER-ID
           START USER-FILE KEY >= UF-USER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ USER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM REVIEW-ONE-USER
               END-READ
           END-PERFORM.

       REVIEW-ONE-USER.
           ADD 1 TO WS-USER-COUNT
           MOVE SPACES TO WS-USER-ACTION
           MOVE SPACES TO WS-USER-ATTESTATION

           MOVE 0 TO WS-OPEN-SESSIONS
           MOVE UF-USER-ID TO SN-USER-ID
           PERFORM FIND-SESSION-ENTRY
           IF WS-SESS-FOUND-IDX > 0
               MOVE WS-SESS-OPEN(WS-SESS-FOUND-IDX) TO WS-OPEN-SESSIONS
           END-IF

           MOVE SPACES TO WS-PW-AGE-TEXT
           MOVE UF-PASSWORD-CHANGED TO WS-DATE-TEXT
           PERFORM CONVERT-DATE-TO-INTEGER
           IF WS-DATE-INTEGER > 0
               COMPUTE WS-PW-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-DATE-INTEGER
               MOVE FUNCTION TRIM(WS-PW-AGE-DAYS) TO WS-PW-AGE-TEXT
           END-IF

           PERFORM CHECK-DORMANT-USER

           IF WS-ATTEST-STATE = "SIGNED"
               PERFORM APPLY-ATTESTATION
           END-IF

           IF UF-LOCKED-UNTIL = WS-DISABLED-LOCK
               MOVE "DISABLED" TO WS-USER-STATUS
           ELSE
               IF UF-LOCKED-UNTIL > WS-NOW-MINUTES
                   MOVE "LOCKED" TO WS-USER-STATUS
               ELSE
                   MOVE "ACTIVE" TO WS-USER-STATUS
               END-IF
           END-IF

           PERFORM WRITE-USER-LINE.

       CHECK-DORMANT-USER.
           *> Idle time runs from the latest sign of life: the last
           *> login, a password set (so an admin reset re-arms the
           *> account) or, for someone never logged in, creation
           IF UF-LOCKED-UNTIL = WS-DISABLED-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE UF-CREATION-DATE TO WS-ACTIVITY-DATE
           IF UF-PASSWORD-CHANGED > WS-ACTIVITY-DATE
               MOVE UF-PASSWORD-CHANGED TO WS-ACTIVITY-DATE
           END-IF
           IF UF-LAST-LOGIN > WS-ACTIVITY-DATE
               MOVE UF-LAST-LOGIN TO WS-ACTIVITY-DATE
           END-IF

           MOVE WS-ACTIVITY-DATE TO WS-DATE-TEXT
           PERFORM CONVERT-DATE-TO-INTEGER
           IF WS-DATE-INTEGER = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-IDLE-DAYS = WS-TODAY-INTEGER - WS-DATE-INTEGER
           IF WS-IDLE-DAYS <= WS-DORMANT-DAYS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DISABLED-LOCK TO UF-LOCKED-UNTIL
           MOVE WS-FORMATTED-DATE TO UF-LAST-UPDATE
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "Failed to disable dormant user "
                       UF-USER-ID " status " USER-FILE-STATUS
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-DORMANT-COUNT
           MOVE "DORMANT" TO WS-USER-ACTION
           PERFORM ADD-SESSIONS-OFF-ENTRY

           MOVE "DORMANT" TO WS-AUDIT-OPERATION
           MOVE UF-USER-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "LASTACTIVE=" DELIMITED BY SIZE
                  WS-ACTIVITY-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           MOVE "DISABLED" TO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY.

       APPLY-ATTESTATION.
           MOVE 0 TO WS-ATTEST-FOUND-IDX
           PERFORM VARYING WS-ATTEST-IDX FROM 1 BY 1
               UNTIL WS-ATTEST-IDX > WS-ATTEST-COUNT
               OR WS-ATTEST-FOUND-IDX > 0
               IF WS-ATTEST-USER-ID(WS-ATTEST-IDX) = UF-USER-ID
                   MOVE WS-ATTEST-IDX TO WS-ATTEST-FOUND-IDX
               END-IF
           END-PERFORM

           *> A user the managers did not mention is left as is but
           *> called out, since the sign-off is meant to be complete
           IF WS-ATTEST-FOUND-IDX = 0
               MOVE "MISSING" TO WS-USER-ATTESTATION
               ADD 1 TO WS-UNATTESTED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ATTEST-DECISION(WS-ATTEST-FOUND-IDX)
               TO WS-USER-ATTESTATION
           IF WS-USER-ATTESTATION = "KEEP"
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF

           IF UF-LOCKED-UNTIL = WS-DISABLED-LOCK
               AND WS-USER-ACTION = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DISABLED-LOCK TO UF-LOCKED-UNTIL
           MOVE WS-FORMATTED-DATE TO UF-LAST-UPDATE
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "Failed to revoke user "
                       UF-USER-ID " status " USER-FILE-STATUS
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-REVOKED-COUNT
           MOVE "REVOKED" TO WS-USER-ACTION
           PERFORM ADD-SESSIONS-OFF-ENTRY

           MOVE "REVOKE" TO WS-AUDIT-OPERATION
           MOVE UF-USER-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "ROLE=" DELIMITED BY SIZE
                  FUNCTION TRIM(UF-ROLE) DELIMITED BY SIZE
               INTO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "DISABLED BY " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ATTEST-REVIEWER(WS-ATTEST-FOUND-IDX))
                      DELIMITED BY SIZE
                  " SIGNOFF " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ATTEST-APPROVER) DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT-ENTRY.

       ADD-SESSIONS-OFF-ENTRY.
           IF WS-OFF-COUNT >= 2000
               DISPLAY "Session list full; sessions of user "
                   UF-USER-ID " left for INTEGRITY-SWEEP"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OFF-COUNT
           MOVE UF-USER-ID TO WS-OFF-USER-ID(WS-OFF-COUNT).

       WRITE-USER-LINE.
           MOVE UF-USER-ID TO WS-RPT-ID-TEXT
           MOVE WS-OPEN-SESSIONS TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(UF-USERNAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(UF-ROLE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(UF-CREATION-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(UF-LAST-LOGIN) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PW-AGE-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USER-STATUS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USER-ACTION) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USER-ATTESTATION) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RECERT-REPORT-RECORD FROM WS-RPT-LINE.

       DEACTIVATE-SESSIONS.
           *> A disabled account must not keep working through a token
           *> it already holds
           IF WS-OFF-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SESSION-FILE
           IF SESSION-FILE-STATUS NOT = "00"
               CLOSE SESSION-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SN-TOKEN
           START SESSION-FILE KEY >= SN-TOKEN
               INVALID KEY
                   CLOSE SESSION-FILE
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SESSION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF SN-ACTIVE-FLAG = "Y"
                           PERFORM DEACTIVATE-ONE-SESSION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SESSION-FILE.

       DEACTIVATE-ONE-SESSION.
           MOVE 0 TO WS-OFF-MATCH-FLAG
           PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
               UNTIL WS-OFF-IDX > WS-OFF-COUNT
               OR WS-OFF-MATCH-FLAG = 1
               IF WS-OFF-USER-ID(WS-OFF-IDX) = SN-USER-ID
                   MOVE 1 TO WS-OFF-MATCH-FLAG
               END-IF
           END-PERFORM
           IF WS-OFF-MATCH-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SN-ACTIVE-FLAG
           REWRITE SESSION-RECORD
               INVALID KEY
                   DISPLAY "Failed to deactivate a session of user "
                       SN-USER-ID
               NOT INVALID KEY
                   ADD 1 TO WS-SESSIONS-OFF-COUNT
           END-REWRITE.

       WRITE-REPORT-TRAILER.
           MOVE "Summary:" TO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD

           MOVE WS-USER-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Users reviewed: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RECERT-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-DORMANT-COUNT TO WS-RPT-COUNT-TEXT
           MOVE WS-DORMANT-DAYS TO WS-RPT-ID-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Disabled as dormant (over " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  " days): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RECERT-REPORT-RECORD FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           EVALUATE WS-ATTEST-STATE
               WHEN "SIGNED"
                   STRING "Attestation signed off by " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ATTEST-APPROVER)
                              DELIMITED BY SIZE
                          " on " DELIMITED BY SIZE
                          WS-ATTEST-SIGNED-DATE DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   END-STRING
               WHEN "UNSIGNED"
                   MOVE "Attestation file not signed off; not applied"
                       TO WS-RPT-LINE
               WHEN OTHER
                   MOVE "No attestation file this run" TO WS-RPT-LINE
           END-EVALUATE
           WRITE RECERT-REPORT-RECORD FROM WS-RPT-LINE

           IF WS-ATTEST-STATE = "SIGNED"
               MOVE WS-KEPT-COUNT TO WS-RPT-COUNT-TEXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "Kept: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE RECERT-REPORT-RECORD FROM WS-RPT-LINE

               MOVE WS-REVOKED-COUNT TO WS-RPT-COUNT-TEXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "Revoked: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE RECERT-REPORT-RECORD FROM WS-RPT-LINE

               MOVE WS-UNATTESTED-COUNT TO WS-RPT-COUNT-TEXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "Not on the attestation: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE RECERT-REPORT-RECORD FROM WS-RPT-LINE

               MOVE WS-ATTEST-BAD-COUNT TO WS-RPT-COUNT-TEXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "Unreadable attestation rows: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE RECERT-REPORT-RECORD FROM WS-RPT-LINE
           END-IF

           MOVE WS-SESSIONS-OFF-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Sessions deactivated: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE RECERT-REPORT-RECORD FROM WS-RPT-LINE.

       LOG-AUDIT-ENTRY.
           MOVE WS-FORMATTED-DATE TO AF-TIMESTAMP
           MOVE "USER-RECERT" TO AF-PROGRAM
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
           *> the same way DUNNING-NOTICES files its control list
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "RCRT" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT RECERT-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE RECERT-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ RECERT-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE RECERT-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE RECERT-REPORT-FILE
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
           MOVE "USER-RECERT" TO RC-REPORT-NAME
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
           CLOSE USER-FILE
           CLOSE RECERT-REPORT-FILE
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "User recertification complete: "
               WS-USER-COUNT " users, "
               WS-DORMANT-COUNT " disabled as dormant, "
               WS-REVOKED-COUNT " revoked, "
               WS-SESSIONS-OFF-COUNT " sessions deactivated".
