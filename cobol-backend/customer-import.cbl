          05 CF-ARCHIVE-DATE        PIC X(10).
          05 CF-PARENT-ID           PIC 9(5).
          05 CF-GROUP-LIMIT         PIC 9(7)V99.
          05 CF-TERMS-CODE          PIC X(10).

       FD CUSTOMER-IMPORT-FILE.
       01 CUSTOMER-IMPORT-RECORD    PIC X(300).
           END-IF

           OPEN I-O CUSTOMER-FILE
           *> File doesn't exist, open for OUTPUT first
           IF FILE-STATUS = "35"
               CLOSE CUSTOMER-FILE
               OPEN OUTPUT CUSTOMER-FILE
               IF FILE-STATUS NOT = "00"
               OPEN I-O CUSTOMER-FILE
           END-IF
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               CLOSE CUSTOMER-IMPORT-FILE
               CLOSE CUSTOMER-REJECT-FILE
               STOP RUN
           *> before the parent-customer link default to stand-alone
           MOVE 0 TO CF-PARENT-ID
           MOVE 0 TO CF-GROUP-LIMIT
           MOVE SPACES TO CF-TERMS-CODE
           IF FUNCTION TRIM(WS-CSV-FIELD(12)) NOT = SPACES
               AND FUNCTION TRIM(WS-CSV-FIELD(12)) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CSV-FIELD(12)) TO CF-PARENT-ID
           END-IF

           MOVE 0 TO WS-NUMERIC-TEMP
           INSPECT WS-CUSTOMER-EMAIL TALLYING WS-NUMERIC-TEMP
               FOR ALL "@"
           IF WS-NUMERIC-TEMP NOT = 1
               MOVE 0 TO WS-EMAIL-VALID-FLAG
           END-IF

           MOVE 0 TO WS-NUMERIC-TEMP
           INSPECT WS-CUSTOMER-EMAIL TALLYING WS-NUMERIC-TEMP
               FOR ALL "."
           IF WS-NUMERIC-TEMP = 0
               MOVE 0 TO WS-EMAIL-VALID-FLAG
           END-IF

           IF WS-CUSTOMER-EMAIL(1:1) = "@"
               OR WS-CUSTOMER-EMAIL(1:1) = "."
               MOVE 0 TO WS-EMAIL-VALID-FLAG
           END-IF.

