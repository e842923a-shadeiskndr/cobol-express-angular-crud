           ALTERNATE RECORD KEY IS WL-TODO-ID WITH DUPLICATES
           FILE STATUS IS WORKLOG-FILE-STATUS.

           SELECT USER-FILE ASSIGN TO EXTERNAL DD_USER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UF-USER-ID
           ALTERNATE RECORD KEY IS UF-EMAIL WITH DUPLICATES
           FILE STATUS IS USER-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO EXTERNAL DD_AUDIT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.
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
          05 WL-MINUTES             PIC 9(4).
          05 WL-NOTE                PIC X(100).

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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AF-TIMESTAMP           PIC X(10).
       01 WS-AUDIT-KEY              PIC X(10).
       01 WS-AUDIT-BEFORE           PIC X(60).
       01 WS-AUDIT-AFTER            PIC X(60).
       01 WS-PRIOR-STATUS           PIC X(20).

       01 WS-INPUT-BUFFER           PIC X(12000).
       01 WS-OPERATION              PIC X(15).
       
       01 WS-TODO.
          05 WS-TODO-ID             PIC 9(5).
          05 WS-USER-ID             PIC 9(5).
          05 WS-DESCRIPTION         PIC X(100).
          05 WS-DUE-DATE            PIC X(10).
          05 WS-ESTIMATED-TIME      PIC 9(4).
          05 WS-STATUS              PIC X(20).
          05 WS-CREATION-DATE       PIC X(10).
          05 WS-LAST-UPDATE         PIC X(10).
          05 WS-RECURRING           PIC X(3).

       01 WS-SEARCH-CRITERIA.
          05 WS-SEARCH-DESCRIPTION  PIC X(100) VALUE SPACES.
          05 WS-SEARCH-STATUS       PIC X(20) VALUE SPACES.
          05 WS-SEARCH-MIN-TIME     PIC 9(4) VALUE ZEROS.
          05 WS-SEARCH-MAX-TIME     PIC 9(4) VALUE 9999.
       
       01 WS-SORT-TABLE.
          05 WS-SORT-ENTRY OCCURS 200 TIMES.
             10 WS-SORT-ID           PIC 9(5).
             10 WS-SORT-USER-ID      PIC 9(5).
             10 WS-SORT-DESCRIPTION  PIC X(100).
             10 WS-SORT-DUE-DATE     PIC X(10).
             10 WS-SORT-ESTIMATED-TIME PIC 9(4).
             10 WS-SORT-STATUS       PIC X(20).
       01 WS-SORT-ENTRY-TEMP.
          05 WS-SORT-TEMP-ID          PIC 9(5).
          05 WS-SORT-TEMP-USER-ID     PIC 9(5).
          05 WS-SORT-TEMP-DESCRIPTION PIC X(100).
          05 WS-SORT-TEMP-DUE-DATE    PIC X(10).
          05 WS-SORT-TEMP-ESTIMATED-TIME PIC 9(4).
          05 WS-SORT-TEMP-STATUS      PIC X(20).

       01 WS-TEMP-FIELD-NAME        PIC X(25).
       01 WS-TEMP-FIELD-VALUE       PIC X(100).

       01 WS-FORMATTED-NUMERIC.
          05 WS-FMT-ESTIMATED-TIME  PIC ZZZ9.
          05 WS-FMT-USER-ID         PIC Z(4)9.

       01 WS-TRIMMED-FIELD-NAME     PIC X(25).
       01 WS-FIELD-NAME-LEN         PIC 9(2) COMP.
       01 WS-RECUR-DESCRIPTION      PIC X(100).
       01 WS-RECUR-ESTIMATED-TIME   PIC 9(4).
       01 WS-RECUR-RECURRING        PIC X(3).
       01 WS-RECUR-USER-ID          PIC 9(5).
       01 WS-RECUR-PROJECT-ID       PIC 9(5).

       01 USER-FILE-STATUS          PIC XX VALUE SPACES.
       01 WS-CHECK-USER-ID          PIC 9(5) VALUE 0.
       01 WS-USER-EXISTS-FLAG       PIC 9 VALUE 0.

       01 WORKLOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-LOG-USER-ID            PIC 9(5) VALUE 0.
       EXTRACT-TODO-DATA.
           MOVE SPACES TO WS-TODO
           MOVE WS-ID TO WS-TODO-ID
           MOVE 0 TO WS-USER-ID

           *> Extract userId field (owner of the todo)
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:9) = '"userId":'
               CONTINUE
           END-PERFORM

           IF WS-JSON-PARSING-IDX <= LENGTH OF WS-INPUT-BUFFER
               ADD 9 TO WS-JSON-PARSING-IDX
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
                       TO WS-USER-ID
               END-IF
           END-IF
           
           *> Extract description field
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:15) =
                   '"description":"'
               CONTINUE
           END-PERFORM
           
               MOVE SPACES TO WS-DESCRIPTION
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-DESCRIPTION
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-DESCRIPTION(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
           *> Extract dueDate field
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:11) =
                   '"dueDate":"'
               CONTINUE
           END-PERFORM
           
               MOVE SPACES TO WS-DUE-DATE
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-DUE-DATE
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-DUE-DATE(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
           *> Extract estimatedTime field
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:16) =
                   '"estimatedTime":'
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
                   
               MOVE SPACES TO WS-STATUS
               MOVE 0 TO WS-NUMERIC-TEMP
               
               PERFORM UNTIL WS-JSON-PARSING-IDX + WS-NUMERIC-TEMP >
                   LENGTH OF WS-INPUT-BUFFER
                   OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                       WS-NUMERIC-TEMP:1) = '"'
                   
                   IF WS-NUMERIC-TEMP < LENGTH OF WS-STATUS
                       MOVE WS-INPUT-BUFFER(WS-JSON-PARSING-IDX +
                           WS-NUMERIC-TEMP:1)
                           TO WS-STATUS(WS-NUMERIC-TEMP + 1:1)
                   END-IF
                   
           MOVE "NO" TO WS-RECURRING
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:12) =
                   '"recurring":'
               CONTINUE
           END-PERFORM

           *> Extract recurringIntervalDays field
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


               IF FUNCTION TRIM(WS-TEMP) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WS-TEMP)) > 0
                   MOVE FUNCTION NUMVAL(WS-TEMP)
                       TO WS-RECURRING-INTERVAL
               END-IF
           END-IF

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
                   
                   ADD 1 TO WS-NUMERIC-TEMP
               END-PERFORM
               
               IF WS-TEMP NOT = SPACES
                   AND FUNCTION TRIM(WS-TEMP) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-TEMP) TO WS-SEARCH-MIN-TIME
               END-IF
           END-IF
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
                   
                   ADD 1 TO WS-NUMERIC-TEMP
               END-PERFORM
               
               IF WS-TEMP NOT = SPACES
                   AND FUNCTION TRIM(WS-TEMP) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-TEMP) TO WS-SEARCH-MAX-TIME
               END-IF
           END-IF

           *> Extract estimatedTime field (if present, use it for both
           *> min and max)
           PERFORM VARYING WS-JSON-PARSING-IDX FROM 1 BY 1
               UNTIL WS-JSON-PARSING-IDX > LENGTH OF WS-INPUT-BUFFER
               OR WS-INPUT-BUFFER(WS-JSON-PARSING-IDX:16) =
                   '"estimatedTime":'
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
                   
                   ADD 1 TO WS-NUMERIC-TEMP
               END-PERFORM
               
               IF WS-TEMP NOT = SPACES
                   AND FUNCTION TRIM(WS-TEMP) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-TEMP) TO WS-SEARCH-MIN-TIME
                   MOVE FUNCTION NUMVAL(WS-TEMP) TO WS-SEARCH-MAX-TIME
               END-IF
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
           *> since this repo has no COBOL SORT-verb precedent to follow
           IF WS-SORT-BY = SPACES OR WS-SORT-COUNT < 2
               EXIT PARAGRAPH
                   END-EVALUATE

                   IF WS-SORT-COMPARE-FLAG = 1
                       MOVE WS-SORT-ENTRY(WS-SORT-IDX-J)
                           TO WS-SORT-ENTRY-TEMP
                       MOVE WS-SORT-ENTRY(WS-SORT-IDX-J + 1) TO
                           WS-SORT-ENTRY(WS-SORT-IDX-J)
                       MOVE WS-SORT-ENTRY-TEMP TO
           CLOSE TODO-FILE.
       
       CREATE-TODO.
           *> Every todo needs an owning user; other programs sharing
           *> this file report and reassign work by TF-USER-ID
           PERFORM CHECK-TODO-OWNER
           IF WS-ERROR-MESSAGE NOT = SPACES
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TODO-FILE
               
           *> File doesn't exist, open for OUTPUT first
           IF FILE-STATUS = "35"
               CLOSE TODO-FILE *> Close attempt to open I-O
               OPEN OUTPUT TODO-FILE *> Open to create it
               IF FILE-STATUS NOT = "00"
           END-IF
           
           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open todo file for I-O"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE TODO-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODO-ID TO TF-TODO-ID
           MOVE WS-USER-ID TO TF-USER-ID
           MOVE WS-DESCRIPTION TO TF-DESCRIPTION
           MOVE WS-DUE-DATE TO TF-DUE-DATE
           MOVE WS-ESTIMATED-TIME TO TF-ESTIMATED-TIME
           MOVE WS-LAST-UPDATE TO TF-LAST-UPDATE
           MOVE WS-RECURRING TO TF-RECURRING
           MOVE WS-RECURRING-INTERVAL TO TF-RECURRING-INTERVAL
           MOVE 0 TO TF-PROJECT-ID

           WRITE TODO-RECORD
               INVALID KEY
                           PERFORM GENERATE-ERROR-RESPONSE
                       NOT INVALID KEY
                           MOVE 1 TO WS-SUCCESS-FLAG
                           STRING '{"success":true,"message":'
                                  '"Todo item updated",'
                                  '"id":' DELIMITED BY SIZE
                                  WS-TODO-ID DELIMITED BY SIZE
                                  '}' DELIMITED BY SIZE
                                      DELIMITED BY SIZE
                               INTO WS-AUDIT-BEFORE
                           STRING "STATUS=" DELIMITED BY SIZE
                                  FUNCTION TRIM(TF-STATUS)
                                      DELIMITED BY SIZE
                               INTO WS-AUDIT-AFTER
                           PERFORM LOG-AUDIT-ENTRY


           OPEN I-O TODO-FILE

           *> File doesn't exist, open for OUTPUT first
           IF FILE-STATUS = "35"
               CLOSE TODO-FILE
               OPEN OUTPUT TODO-FILE
               IF FILE-STATUS NOT = "00"
           END-IF

           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open todo file for I-O"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               CLOSE TODO-FILE
               EXIT PARAGRAPH
           END-STRING
           MOVE 0 TO WS-BULK-ITEM-COUNT

           PERFORM UNTIL WS-BULK-SCAN-IDX > LENGTH OF
               WS-BULK-OUTER-BUFFER
               OR WS-BULK-OUTER-BUFFER(WS-BULK-SCAN-IDX:1) = ']'

               IF WS-BULK-OUTER-BUFFER(WS-BULK-SCAN-IDX:1) = '{'
           END-STRING
           MOVE 0 TO WS-BULK-ITEM-COUNT

           PERFORM UNTIL WS-BULK-SCAN-IDX > LENGTH OF
               WS-BULK-OUTER-BUFFER
               OR WS-BULK-OUTER-BUFFER(WS-BULK-SCAN-IDX:1) = ']'

               IF WS-BULK-OUTER-BUFFER(WS-BULK-SCAN-IDX:1) = '{'
           MOVE 0 TO WS-BULK-DEPTH
           MOVE 0 TO WS-BULK-ITEM-LEN

           PERFORM UNTIL WS-BULK-SCAN-IDX > LENGTH OF
               WS-BULK-OUTER-BUFFER
               IF WS-BULK-OUTER-BUFFER(WS-BULK-SCAN-IDX:1) = '{'
                   ADD 1 TO WS-BULK-DEPTH
               END-IF
           MOVE "false" TO WS-BULK-SUCCESS-JSON
           MOVE SPACES TO WS-BULK-ITEM-MESSAGE

           PERFORM CHECK-TODO-OWNER
           IF WS-ERROR-MESSAGE NOT = SPACES
               MOVE WS-ERROR-MESSAGE TO WS-BULK-ITEM-MESSAGE
               MOVE SPACES TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID TO TF-TODO-ID
           READ TODO-FILE
               INVALID KEY
           END-IF

           MOVE WS-TODO-ID TO TF-TODO-ID
           MOVE WS-USER-ID TO TF-USER-ID
           MOVE WS-DESCRIPTION TO TF-DESCRIPTION
           MOVE WS-DUE-DATE TO TF-DUE-DATE
           MOVE WS-ESTIMATED-TIME TO TF-ESTIMATED-TIME
           MOVE WS-LAST-UPDATE TO TF-LAST-UPDATE
           MOVE WS-RECURRING TO TF-RECURRING
           MOVE WS-RECURRING-INTERVAL TO TF-RECURRING-INTERVAL
           MOVE 0 TO TF-PROJECT-ID

           WRITE TODO-RECORD
               INVALID KEY
                       NOT INVALID KEY
                           MOVE 1 TO WS-BULK-ITEM-SUCCESS
                           MOVE "true" TO WS-BULK-SUCCESS-JSON
                           MOVE "Todo item updated"
                               TO WS-BULK-ITEM-MESSAGE

                           MOVE "UPDATE" TO WS-AUDIT-OPERATION
                           MOVE WS-TODO-ID TO WS-AUDIT-KEY
                                      DELIMITED BY SIZE
                               INTO WS-AUDIT-BEFORE
                           STRING "STATUS=" DELIMITED BY SIZE
                                  FUNCTION TRIM(TF-STATUS)
                                      DELIMITED BY SIZE
                               INTO WS-AUDIT-AFTER
                           PERFORM LOG-AUDIT-ENTRY

                           PERFORM GENERATE-ERROR-RESPONSE
                       NOT INVALID KEY
                           MOVE 1 TO WS-SUCCESS-FLAG
                           STRING '{"success":true,"message":"'
                               DELIMITED BY SIZE
                                  'Todo item deleted",'
                                      DELIMITED BY SIZE
                                  '"id":"' DELIMITED BY SIZE
                                  WS-TODO-ID DELIMITED BY SIZE
                                  '"}' DELIMITED BY SIZE
                           ADD 1 TO WS-NUMERIC-TEMP
                           ADD 1 TO WS-SORT-COUNT
                           MOVE TF-TODO-ID TO WS-SORT-ID(WS-SORT-COUNT)
                           MOVE TF-USER-ID TO
                               WS-SORT-USER-ID(WS-SORT-COUNT)
                           MOVE TF-DESCRIPTION TO
                               WS-SORT-DESCRIPTION(WS-SORT-COUNT)
                           MOVE TF-DUE-DATE
                               TO WS-SORT-DUE-DATE(WS-SORT-COUNT)
                           MOVE TF-ESTIMATED-TIME TO
                               WS-SORT-ESTIMATED-TIME(WS-SORT-COUNT)
                           MOVE TF-STATUS
                               TO WS-SORT-STATUS(WS-SORT-COUNT)
                       ELSE
                           MOVE 1 TO WS-TRUNCATED-FLAG
                       END-IF
                   END-STRING
               END-IF

               MOVE WS-SORT-USER-ID(WS-SORT-IDX-I) TO WS-FMT-USER-ID
               MOVE WS-SORT-ESTIMATED-TIME(WS-SORT-IDX-I) TO
                   WS-FMT-ESTIMATED-TIME
               MOVE FUNCTION TRIM(WS-FMT-ESTIMATED-TIME)

               STRING '{'                              DELIMITED BY SIZE
                      '"id":'                          DELIMITED BY SIZE
                      WS-SORT-ID(WS-SORT-IDX-I)
                          DELIMITED BY SIZE
                      ',"userId":'                     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FMT-USER-ID)    DELIMITED BY SIZE
                      ',"description":"'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-DESCRIPTION(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-DUE-DATE(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
                      '","estimatedTime":'             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ESTIMATED-TIME-JSON)
                          DELIMITED BY SIZE
                      ',"status":"'                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-STATUS(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
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

                           IF WS-SORT-COUNT < 200
                               ADD 1 TO WS-NUMERIC-TEMP
                               ADD 1 TO WS-SORT-COUNT
                               MOVE TF-TODO-ID
                                   TO WS-SORT-ID(WS-SORT-COUNT)
                               MOVE TF-USER-ID TO
                                   WS-SORT-USER-ID(WS-SORT-COUNT)
                               MOVE TF-DESCRIPTION TO
                                   WS-SORT-DESCRIPTION(WS-SORT-COUNT)
                               MOVE TF-DUE-DATE TO
                   END-STRING
               END-IF

               MOVE WS-SORT-USER-ID(WS-SORT-IDX-I) TO WS-FMT-USER-ID
               MOVE WS-SORT-ESTIMATED-TIME(WS-SORT-IDX-I) TO
                   WS-FMT-ESTIMATED-TIME
               MOVE FUNCTION TRIM(WS-FMT-ESTIMATED-TIME)

               STRING '{"id":' DELIMITED BY SIZE
                      WS-SORT-ID(WS-SORT-IDX-I) DELIMITED BY SIZE
                      ',"userId":' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FMT-USER-ID) DELIMITED BY SIZE
                      ',"description":"' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-DESCRIPTION(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-DUE-DATE(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
                      '","estimatedTime":' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ESTIMATED-TIME-JSON)
                          DELIMITED BY SIZE
                      ',"status":"' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SORT-STATUS(WS-SORT-IDX-I))
                          DELIMITED BY SIZE
           
           *> Check status match if status is provided
           IF WS-SEARCH-STATUS NOT = SPACES
               IF FUNCTION TRIM(TF-STATUS) NOT = FUNCTION
                   TRIM(WS-SEARCH-STATUS)
                   MOVE 0 TO WS-SEARCH-MATCH-FLAG
               END-IF
           END-IF
           MOVE TF-DESCRIPTION TO WS-RECUR-DESCRIPTION
           MOVE TF-ESTIMATED-TIME TO WS-RECUR-ESTIMATED-TIME
           MOVE TF-RECURRING TO WS-RECUR-RECURRING
           MOVE TF-USER-ID TO WS-RECUR-USER-ID
           MOVE TF-PROJECT-ID TO WS-RECUR-PROJECT-ID
           IF TF-PROJECT-ID IS NOT NUMERIC
               MOVE 0 TO WS-RECUR-PROJECT-ID
           END-IF

           PERFORM FIND-NEXT-TODO-ID

               TO WS-NEXT-DUE-DATE-NUM

           MOVE WS-NEXT-TODO-ID TO TF-TODO-ID
           MOVE WS-RECUR-USER-ID TO TF-USER-ID
           MOVE WS-RECUR-DESCRIPTION TO TF-DESCRIPTION
           MOVE WS-NEXT-DUE-DATE-NUM(1:4) TO TF-DUE-DATE(1:4)
           MOVE "-" TO TF-DUE-DATE(5:1)
           MOVE WS-FORMATTED-DATE TO TF-LAST-UPDATE
           MOVE WS-RECUR-RECURRING TO TF-RECURRING
           MOVE WS-RECUR-RECURRING-INTERVAL TO TF-RECURRING-INTERVAL
           MOVE WS-RECUR-PROJECT-ID TO TF-PROJECT-ID

           WRITE TODO-RECORD
               INVALID KEY

       GENERATE-TODO-JSON.
           MOVE TF-ESTIMATED-TIME TO WS-FMT-ESTIMATED-TIME
           MOVE FUNCTION TRIM(WS-FMT-ESTIMATED-TIME)
               TO WS-ESTIMATED-TIME-JSON

           MOVE WS-ACTUAL-MINUTES TO WS-FMT-ACTUAL-MINUTES
           MOVE FUNCTION TRIM(WS-FMT-ACTUAL-MINUTES)
               MOVE "0" TO WS-ACTUAL-MINUTES-JSON
           END-IF

           MOVE TF-USER-ID TO WS-FMT-USER-ID

           STRING '{"id":' DELIMITED BY SIZE
                  TF-TODO-ID DELIMITED BY SIZE
                  ',"userId":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FMT-USER-ID) DELIMITED BY SIZE
                  ',"description":"' DELIMITED BY SIZE
                  FUNCTION TRIM(TF-DESCRIPTION) DELIMITED BY SIZE
                  '","dueDate":"' DELIMITED BY SIZE
                  FUNCTION TRIM(TF-DUE-DATE) DELIMITED BY SIZE
                  '","estimatedTime":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESTIMATED-TIME-JSON)
                      DELIMITED BY SIZE
                  ',"status":"' DELIMITED BY SIZE
                  FUNCTION TRIM(TF-STATUS) DELIMITED BY SIZE
                  '","creationDate":"' DELIMITED BY SIZE
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

               EXIT PARAGRAPH
           END-IF

           *> Work-log detail is billed back by user, so the id must
           *> name a user on file, the same check CHECK-TODO-OWNER
           *> applies to an assignee
           IF WS-LOG-USER-ID = 0
               MOVE "Missing userId parameter" TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOG-USER-ID TO WS-CHECK-USER-ID
           PERFORM CHECK-TODO-USER-EXISTS
           IF WS-USER-EXISTS-FLAG = 0
               MOVE "userId does not exist in user file"
                   TO WS-ERROR-MESSAGE
               PERFORM GENERATE-ERROR-RESPONSE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TODO-FILE
           IF FILE-STATUS NOT = "00"
               MOVE "Failed to open todo file" TO WS-ERROR-MESSAGE
           PERFORM SUM-WORKLOG-MINUTES
           CLOSE WORKLOG-FILE.

       CHECK-TODO-OWNER.
           *> Leaves WS-ERROR-MESSAGE blank when WS-USER-ID names a
           *> user on file
           MOVE SPACES TO WS-ERROR-MESSAGE
           IF WS-USER-ID = 0
               MOVE "Missing userId parameter" TO WS-ERROR-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-USER-ID TO WS-CHECK-USER-ID
           PERFORM CHECK-TODO-USER-EXISTS
           IF WS-USER-EXISTS-FLAG = 0
               MOVE "userId does not exist in user file"
                   TO WS-ERROR-MESSAGE
           END-IF.

       CHECK-TODO-USER-EXISTS.
           MOVE 0 TO WS-USER-EXISTS-FLAG

           IF WS-CHECK-USER-ID = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT USER-FILE
           IF USER-FILE-STATUS NOT = "00"
               CLOSE USER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHECK-USER-ID TO UF-USER-ID
           READ USER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-USER-EXISTS-FLAG
           END-READ

           CLOSE USER-FILE.

       LOG-AUDIT-ENTRY.
           MOVE WS-FORMATTED-DATE TO AF-TIMESTAMP
           MOVE "TODO-LIST" TO AF-PROGRAM
