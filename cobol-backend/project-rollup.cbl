       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT-ROLLUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECT-FILE ASSIGN TO EXTERNAL DD_PROJECT_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PJ-PROJECT-ID
           FILE STATUS IS PROJECT-FILE-STATUS.

           SELECT TODO-FILE ASSIGN TO EXTERNAL DD_TODO_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TODO-ID
           FILE STATUS IS TODO-FILE-STATUS.

           SELECT WORKLOG-FILE ASSIGN TO EXTERNAL DD_WORKLOG_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WL-ENTRY-ID
           ALTERNATE RECORD KEY IS WL-TODO-ID WITH DUPLICATES
           FILE STATUS IS WORKLOG-FILE-STATUS.

           SELECT TODO-DEP-FILE ASSIGN TO EXTERNAL DD_TODO_DEP_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DL-DEP-ID
           ALTERNATE RECORD KEY IS DL-TODO-ID WITH DUPLICATES
           FILE STATUS IS DEP-FILE-STATUS.

           SELECT ROLLUP-REPORT-FILE
           ASSIGN TO EXTERNAL DD_PROJECT_ROLLUP_FILE
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

       FD WORKLOG-FILE.
       01 WORKLOG-RECORD.
          05 WL-ENTRY-ID            PIC 9(10).
          05 WL-TODO-ID             PIC 9(5).
          05 WL-USER-ID             PIC 9(5).
          05 WL-WORK-DATE           PIC X(10).
          05 WL-MINUTES             PIC 9(4).
          05 WL-NOTE                PIC X(100).

       FD TODO-DEP-FILE.
       01 TODO-DEP-RECORD.
          05 DL-DEP-ID              PIC 9(10).
          05 DL-TODO-ID             PIC 9(5).
          05 DL-BLOCKER-ID          PIC 9(5).

       FD ROLLUP-REPORT-FILE.
       01 ROLLUP-REPORT-RECORD      PIC X(200).

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
       01 PROJECT-FILE-STATUS       PIC XX VALUE SPACES.
       01 TODO-FILE-STATUS          PIC XX VALUE SPACES.
       01 WORKLOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 DEP-FILE-STATUS           PIC XX VALUE SPACES.
       01 REPORT-FILE-STATUS        PIC XX VALUE SPACES.

       01 WS-PROJECT-EOF-FLAG       PIC 9 VALUE 0.
       01 WS-TODO-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-WL-EOF-FLAG            PIC 9 VALUE 0.
       01 WS-DEP-EOF-FLAG           PIC 9 VALUE 0.
       01 WS-WORKLOG-OPEN-FLAG      PIC 9 VALUE 0.
       01 WS-DEP-OPEN-FLAG          PIC 9 VALUE 0.

       01 WS-TODAY-NUM              PIC 9(8) VALUE 0.
       01 WS-TODAY-X REDEFINES WS-TODAY-NUM PIC X(8).
       01 WS-TODAY-DATE             PIC X(10) VALUE SPACES.

       01 WS-SAVED-TODO-ID          PIC 9(5) VALUE 0.
       01 WS-ACTUAL-MINUTES         PIC 9(6) VALUE 0.

      *> Slot 1 collects todos filed under no project; todos that
      *> name a project missing from the project file get a slot of
      *> their own so their work is still accounted for
       01 WS-PROJ-TABLE-COUNT       PIC 9(4) VALUE 0.
       01 WS-PROJ-TABLE.
          05 WS-PROJ-ENTRY OCCURS 500 TIMES.
             10 WS-PROJ-ID          PIC 9(5).
             10 WS-PROJ-NAME        PIC X(50).
             10 WS-PROJ-STATUS      PIC X(10).
             10 WS-PROJ-TODOS       PIC 9(7).
             10 WS-PROJ-OPEN        PIC 9(7).
             10 WS-PROJ-COMPLETED   PIC 9(7).
             10 WS-PROJ-OVERDUE     PIC 9(7).
             10 WS-PROJ-BLOCKED     PIC 9(7).
             10 WS-PROJ-ESTIMATED   PIC 9(9).
             10 WS-PROJ-LOGGED      PIC 9(9).
       01 WS-PROJ-IDX               PIC 9(4) VALUE 0.
       01 WS-PROJ-SLOT              PIC 9(4) VALUE 0.
       01 WS-PROJ-FULL-FLAG         PIC 9 VALUE 0.

      *> Every todo seen, in key order, so the dependency pass can
      *> tell whether a blocker is done and charge a blocked todo to
      *> its project once however many blockers it has
       01 WS-TD-TABLE-COUNT         PIC 9(5) VALUE 0.
       01 WS-TD-TABLE.
          05 WS-TD-ENTRY OCCURS 5000 TIMES.
             10 WS-TD-ID            PIC 9(5).
             10 WS-TD-SLOT          PIC 9(4).
             10 WS-TD-OPEN-FLAG     PIC 9.
             10 WS-TD-BLOCKED-FLAG  PIC 9.
       01 WS-TD-IDX                 PIC 9(5) VALUE 0.
       01 WS-TD-FULL-FLAG           PIC 9 VALUE 0.
       01 WS-FIND-TODO-ID           PIC 9(5) VALUE 0.
       01 WS-FOUND-TD-IDX           PIC 9(5) VALUE 0.
       01 WS-DEPENDENT-IDX          PIC 9(5) VALUE 0.

       01 WS-TOTAL-TODOS            PIC 9(7) VALUE 0.
       01 WS-TOTAL-OPEN             PIC 9(7) VALUE 0.
       01 WS-TOTAL-COMPLETED        PIC 9(7) VALUE 0.
       01 WS-TOTAL-OVERDUE          PIC 9(7) VALUE 0.
       01 WS-TOTAL-BLOCKED          PIC 9(7) VALUE 0.
       01 WS-TOTAL-ESTIMATED        PIC 9(9) VALUE 0.
       01 WS-TOTAL-LOGGED           PIC 9(9) VALUE 0.
       01 WS-PROJECTS-REPORTED      PIC 9(4) VALUE 0.

       01 WS-PCT-COMPLETE           PIC 9(3)V9 VALUE 0.

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-ID-TEXT            PIC Z(4)9.
       01 WS-RPT-TODOS              PIC ZZZZZZ9.
       01 WS-RPT-OPEN               PIC ZZZZZZ9.
       01 WS-RPT-COMPLETED          PIC ZZZZZZ9.
       01 WS-RPT-OVERDUE            PIC ZZZZZZ9.
       01 WS-RPT-BLOCKED            PIC ZZZZZZ9.
       01 WS-RPT-ESTIMATED          PIC ZZZZZZZZ9.
       01 WS-RPT-LOGGED             PIC ZZZZZZZZ9.
       01 WS-RPT-PCT                PIC ZZ9.9.
       01 WS-RPT-COUNT-TEXT         PIC ZZZ9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-PROJECTS
           PERFORM TALLY-ALL-TODOS
           PERFORM TALLY-BLOCKED-TODOS
           PERFORM WRITE-PROJECT-LINES
           PERFORM WRITE-REPORT-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           STRING WS-TODAY-X(1:4) "-" WS-TODAY-X(5:2) "-"
                  WS-TODAY-X(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE

           OPEN INPUT TODO-FILE
           IF TODO-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open todo file, status "
                   TODO-FILE-STATUS
               STOP RUN
           END-IF

           *> No work logged or no dependencies recorded yet is a
           *> normal state; only a damaged file stops the run
           OPEN INPUT WORKLOG-FILE
           IF WORKLOG-FILE-STATUS = "00"
               MOVE 1 TO WS-WORKLOG-OPEN-FLAG
           ELSE
               IF WORKLOG-FILE-STATUS NOT = "35"
                   DISPLAY "Failed to open work log file, status "
                       WORKLOG-FILE-STATUS
                   CLOSE TODO-FILE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT TODO-DEP-FILE
           IF DEP-FILE-STATUS = "00"
               MOVE 1 TO WS-DEP-OPEN-FLAG
           ELSE
               IF DEP-FILE-STATUS NOT = "35"
                   DISPLAY "Failed to open dependency file, status "
                       DEP-FILE-STATUS
                   CLOSE TODO-FILE
                   IF WS-WORKLOG-OPEN-FLAG = 1
                       CLOSE WORKLOG-FILE
                   END-IF
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ROLLUP-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open project rollup file, status "
                   REPORT-FILE-STATUS
               CLOSE TODO-FILE
               IF WS-WORKLOG-OPEN-FLAG = 1
                   CLOSE WORKLOG-FILE
               END-IF
               IF WS-DEP-OPEN-FLAG = 1
                   CLOSE TODO-DEP-FILE
               END-IF
               STOP RUN
           END-IF

           MOVE "Project Rollup Report" TO ROLLUP-REPORT-RECORD
           WRITE ROLLUP-REPORT-RECORD

           MOVE SPACES TO WS-RPT-LINE
           STRING "ProjectID,Name,Status,Todos,Open,Completed,"
                      DELIMITED BY SIZE
                  "Overdue,Blocked,EstimatedMins,LoggedMins,"
                      DELIMITED BY SIZE
                  "PctComplete" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE ROLLUP-REPORT-RECORD FROM WS-RPT-LINE.

       LOAD-PROJECTS.
           MOVE 1 TO WS-PROJ-TABLE-COUNT
           INITIALIZE WS-PROJ-ENTRY(1)
           MOVE 0 TO WS-PROJ-ID(1)
           MOVE "(No project)" TO WS-PROJ-NAME(1)
           MOVE SPACES TO WS-PROJ-STATUS(1)

           OPEN INPUT PROJECT-FILE
           IF PROJECT-FILE-STATUS = "35"
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF
           IF PROJECT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open project file, status "
                   PROJECT-FILE-STATUS
               CLOSE PROJECT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PJ-PROJECT-ID
           START PROJECT-FILE KEY >= PJ-PROJECT-ID
               INVALID KEY
                   CLOSE PROJECT-FILE
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-PROJECT-EOF-FLAG
           PERFORM UNTIL WS-PROJECT-EOF-FLAG = 1
               READ PROJECT-FILE NEXT
                   AT END
                       MOVE 1 TO WS-PROJECT-EOF-FLAG
                   NOT AT END
                       IF WS-PROJ-TABLE-COUNT < 500
                           ADD 1 TO WS-PROJ-TABLE-COUNT
                           INITIALIZE
                               WS-PROJ-ENTRY(WS-PROJ-TABLE-COUNT)
                           MOVE PJ-PROJECT-ID TO
                               WS-PROJ-ID(WS-PROJ-TABLE-COUNT)
                           MOVE PJ-NAME TO
                               WS-PROJ-NAME(WS-PROJ-TABLE-COUNT)
                           MOVE PJ-STATUS TO
                               WS-PROJ-STATUS(WS-PROJ-TABLE-COUNT)
                       ELSE
                           MOVE 1 TO WS-PROJ-FULL-FLAG
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROJECT-FILE.

       TALLY-ALL-TODOS.
           MOVE LOW-VALUES TO TF-TODO-ID
           START TODO-FILE KEY >= TF-TODO-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-TODO-EOF-FLAG
           PERFORM UNTIL WS-TODO-EOF-FLAG = 1
               READ TODO-FILE NEXT
                   AT END
                       MOVE 1 TO WS-TODO-EOF-FLAG
                   NOT AT END
                       PERFORM TALLY-ONE-TODO
               END-READ
           END-PERFORM.

       TALLY-ONE-TODO.
           *> Todos written before projects existed carry spaces in
           *> TF-PROJECT-ID; they belong to no project
           IF TF-PROJECT-ID IS NOT NUMERIC
               MOVE 0 TO TF-PROJECT-ID
           END-IF

           PERFORM FIND-PROJECT-SLOT
           IF WS-PROJ-SLOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE TF-TODO-ID TO WS-SAVED-TODO-ID
           PERFORM SUM-WORKLOG-MINUTES

           ADD 1 TO WS-PROJ-TODOS(WS-PROJ-SLOT)
           ADD TF-ESTIMATED-TIME TO WS-PROJ-ESTIMATED(WS-PROJ-SLOT)
           ADD WS-ACTUAL-MINUTES TO WS-PROJ-LOGGED(WS-PROJ-SLOT)

           IF TF-STATUS = "COMPLETED"
               ADD 1 TO WS-PROJ-COMPLETED(WS-PROJ-SLOT)
           ELSE
               ADD 1 TO WS-PROJ-OPEN(WS-PROJ-SLOT)
               IF TF-STATUS = "OVERDUE"
                   OR (TF-DUE-DATE NOT = SPACES
                   AND TF-DUE-DATE < WS-TODAY-DATE)
                   ADD 1 TO WS-PROJ-OVERDUE(WS-PROJ-SLOT)
               END-IF
           END-IF

           IF WS-TD-TABLE-COUNT < 5000
               ADD 1 TO WS-TD-TABLE-COUNT
               MOVE TF-TODO-ID TO WS-TD-ID(WS-TD-TABLE-COUNT)
               MOVE WS-PROJ-SLOT TO WS-TD-SLOT(WS-TD-TABLE-COUNT)
               MOVE 0 TO WS-TD-BLOCKED-FLAG(WS-TD-TABLE-COUNT)
               IF TF-STATUS = "COMPLETED"
                   MOVE 0 TO WS-TD-OPEN-FLAG(WS-TD-TABLE-COUNT)
               ELSE
                   MOVE 1 TO WS-TD-OPEN-FLAG(WS-TD-TABLE-COUNT)
               END-IF
           ELSE
               MOVE 1 TO WS-TD-FULL-FLAG
           END-IF.

       FIND-PROJECT-SLOT.
           MOVE 0 TO WS-PROJ-SLOT
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
               UNTIL WS-PROJ-IDX > WS-PROJ-TABLE-COUNT
               OR WS-PROJ-SLOT > 0
               IF WS-PROJ-ID(WS-PROJ-IDX) = TF-PROJECT-ID
                   MOVE WS-PROJ-IDX TO WS-PROJ-SLOT
               END-IF
           END-PERFORM

           IF WS-PROJ-SLOT = 0
               IF WS-PROJ-TABLE-COUNT < 500
                   ADD 1 TO WS-PROJ-TABLE-COUNT
                   INITIALIZE WS-PROJ-ENTRY(WS-PROJ-TABLE-COUNT)
                   MOVE TF-PROJECT-ID TO
                       WS-PROJ-ID(WS-PROJ-TABLE-COUNT)
                   MOVE "(Not on project file)" TO
                       WS-PROJ-NAME(WS-PROJ-TABLE-COUNT)
                   MOVE "UNKNOWN" TO
                       WS-PROJ-STATUS(WS-PROJ-TABLE-COUNT)
                   MOVE WS-PROJ-TABLE-COUNT TO WS-PROJ-SLOT
               ELSE
                   MOVE 1 TO WS-PROJ-FULL-FLAG
               END-IF
           END-IF.

       SUM-WORKLOG-MINUTES.
           MOVE 0 TO WS-ACTUAL-MINUTES
           IF WS-WORKLOG-OPEN-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SAVED-TODO-ID TO WL-TODO-ID
           MOVE LOW-VALUES TO WL-ENTRY-ID

           MOVE 0 TO WS-WL-EOF-FLAG
           START WORKLOG-FILE KEY = WL-TODO-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-WL-EOF-FLAG = 1
               READ WORKLOG-FILE NEXT
                   AT END
                       MOVE 1 TO WS-WL-EOF-FLAG
                   NOT AT END
                       IF WL-TODO-ID NOT = WS-SAVED-TODO-ID
                           MOVE 1 TO WS-WL-EOF-FLAG
                       ELSE
                           ADD WL-MINUTES TO WS-ACTUAL-MINUTES
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO WORKLOG-FILE-STATUS.

       TALLY-BLOCKED-TODOS.
           *> An open todo is blocked while any of its blockers is
           *> still open; a blocker that no longer exists is ignored,
           *> the same rule the online COMPLETE check applies
           IF WS-DEP-OPEN-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO DL-DEP-ID
           START TODO-DEP-FILE KEY >= DL-DEP-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-DEP-EOF-FLAG
           PERFORM UNTIL WS-DEP-EOF-FLAG = 1
               READ TODO-DEP-FILE NEXT
                   AT END
                       MOVE 1 TO WS-DEP-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-ONE-DEPENDENCY
               END-READ
           END-PERFORM.

       CHECK-ONE-DEPENDENCY.
           MOVE DL-TODO-ID TO WS-FIND-TODO-ID
           PERFORM FIND-TODO-ENTRY
           IF WS-FOUND-TD-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TD-OPEN-FLAG(WS-FOUND-TD-IDX) = 0
               OR WS-TD-BLOCKED-FLAG(WS-FOUND-TD-IDX) = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-TD-IDX TO WS-DEPENDENT-IDX

           MOVE DL-BLOCKER-ID TO WS-FIND-TODO-ID
           PERFORM FIND-TODO-ENTRY
           IF WS-FOUND-TD-IDX = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-TD-OPEN-FLAG(WS-FOUND-TD-IDX) = 1
               MOVE 1 TO WS-TD-BLOCKED-FLAG(WS-DEPENDENT-IDX)
               MOVE WS-TD-SLOT(WS-DEPENDENT-IDX) TO WS-PROJ-SLOT
               ADD 1 TO WS-PROJ-BLOCKED(WS-PROJ-SLOT)
           END-IF.

       FIND-TODO-ENTRY.
           MOVE 0 TO WS-FOUND-TD-IDX
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TD-TABLE-COUNT
               OR WS-FOUND-TD-IDX > 0
               IF WS-TD-ID(WS-TD-IDX) = WS-FIND-TODO-ID
                   MOVE WS-TD-IDX TO WS-FOUND-TD-IDX
               END-IF
           END-PERFORM.

       WRITE-PROJECT-LINES.
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
               UNTIL WS-PROJ-IDX > WS-PROJ-TABLE-COUNT
               *> The no-project bucket is only shown when it has work
               IF WS-PROJ-IDX > 1 OR WS-PROJ-TODOS(1) > 0
                   PERFORM WRITE-ONE-PROJECT-LINE
               END-IF
           END-PERFORM.

       WRITE-ONE-PROJECT-LINE.
           ADD 1 TO WS-PROJECTS-REPORTED
           ADD WS-PROJ-TODOS(WS-PROJ-IDX) TO WS-TOTAL-TODOS
           ADD WS-PROJ-OPEN(WS-PROJ-IDX) TO WS-TOTAL-OPEN
           ADD WS-PROJ-COMPLETED(WS-PROJ-IDX) TO WS-TOTAL-COMPLETED
           ADD WS-PROJ-OVERDUE(WS-PROJ-IDX) TO WS-TOTAL-OVERDUE
           ADD WS-PROJ-BLOCKED(WS-PROJ-IDX) TO WS-TOTAL-BLOCKED
           ADD WS-PROJ-ESTIMATED(WS-PROJ-IDX) TO WS-TOTAL-ESTIMATED
           ADD WS-PROJ-LOGGED(WS-PROJ-IDX) TO WS-TOTAL-LOGGED

           *> Percent complete is by count of todos, not by minutes
           IF WS-PROJ-TODOS(WS-PROJ-IDX) > 0
               COMPUTE WS-PCT-COMPLETE ROUNDED =
                   WS-PROJ-COMPLETED(WS-PROJ-IDX) * 100 /
                   WS-PROJ-TODOS(WS-PROJ-IDX)
           ELSE
               MOVE 0 TO WS-PCT-COMPLETE
           END-IF

           MOVE WS-PROJ-ID(WS-PROJ-IDX) TO WS-RPT-ID-TEXT
           MOVE WS-PROJ-TODOS(WS-PROJ-IDX) TO WS-RPT-TODOS
           MOVE WS-PROJ-OPEN(WS-PROJ-IDX) TO WS-RPT-OPEN
           MOVE WS-PROJ-COMPLETED(WS-PROJ-IDX) TO WS-RPT-COMPLETED
           MOVE WS-PROJ-OVERDUE(WS-PROJ-IDX) TO WS-RPT-OVERDUE
           MOVE WS-PROJ-BLOCKED(WS-PROJ-IDX) TO WS-RPT-BLOCKED
           MOVE WS-PROJ-ESTIMATED(WS-PROJ-IDX) TO WS-RPT-ESTIMATED
           MOVE WS-PROJ-LOGGED(WS-PROJ-IDX) TO WS-RPT-LOGGED
           MOVE WS-PCT-COMPLETE TO WS-RPT-PCT

           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROJ-NAME(WS-PROJ-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROJ-STATUS(WS-PROJ-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-TODOS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-OPEN) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COMPLETED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-OVERDUE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-BLOCKED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ESTIMATED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-LOGGED) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-PCT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE ROLLUP-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE WS-PROJECTS-REPORTED TO WS-RPT-COUNT-TEXT
           MOVE WS-TOTAL-TODOS TO WS-RPT-TODOS
           MOVE WS-TOTAL-OPEN TO WS-RPT-OPEN
           MOVE WS-TOTAL-COMPLETED TO WS-RPT-COMPLETED
           MOVE WS-TOTAL-OVERDUE TO WS-RPT-OVERDUE
           MOVE WS-TOTAL-BLOCKED TO WS-RPT-BLOCKED
           MOVE WS-TOTAL-ESTIMATED TO WS-RPT-ESTIMATED
           MOVE WS-TOTAL-LOGGED TO WS-RPT-LOGGED

           MOVE SPACES TO WS-RPT-LINE
           STRING "Totals: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " projects, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-TODOS) DELIMITED BY SIZE
                  " todos, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-OPEN) DELIMITED BY SIZE
                  " open, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COMPLETED) DELIMITED BY SIZE
                  " completed, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-OVERDUE) DELIMITED BY SIZE
                  " overdue, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-BLOCKED) DELIMITED BY SIZE
                  " blocked, estimated " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ESTIMATED) DELIMITED BY SIZE
                  " minutes, logged " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-LOGGED) DELIMITED BY SIZE
                  " minutes" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE ROLLUP-REPORT-RECORD FROM WS-RPT-LINE

           IF WS-PROJ-FULL-FLAG = 1 OR WS-TD-FULL-FLAG = 1
               MOVE "Warning: table limit reached, report is incomplete"
                   TO ROLLUP-REPORT-RECORD
               WRITE ROLLUP-REPORT-RECORD
           END-IF.

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> report lines into the repository under a unique run id,
           *> so earlier runs survive the next overwrite-in-place
           *> OPEN OUTPUT and an auditor can ask for any kept run
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "PRJR" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT ROLLUP-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE ROLLUP-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ ROLLUP-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE ROLLUP-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE ROLLUP-REPORT-FILE
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
           MOVE "PROJECT-ROLLUP" TO RC-REPORT-NAME
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
           CLOSE TODO-FILE
           IF WS-WORKLOG-OPEN-FLAG = 1
               CLOSE WORKLOG-FILE
           END-IF
           IF WS-DEP-OPEN-FLAG = 1
               CLOSE TODO-DEP-FILE
           END-IF
           CLOSE ROLLUP-REPORT-FILE
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Project rollup report complete: "
               WS-PROJECTS-REPORTED " projects reported".
