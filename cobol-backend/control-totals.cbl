       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-TOTALS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO EXTERNAL DD_CUSTOMER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CF-CUSTOMER-ID
           ALTERNATE RECORD KEY IS CF-CUSTOMER-EMAIL WITH DUPLICATES
           ALTERNATE RECORD KEY IS CF-CUSTOMER-STATUS WITH DUPLICATES
           FILE STATUS IS FILE-STATUS.

           SELECT TRANSACTION-FILE
           ASSIGN TO EXTERNAL DD_TRANSACTION_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TF-TRANSACTION-ID
           ALTERNATE RECORD KEY IS TF-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT DAYCLOSE-FILE ASSIGN TO EXTERNAL DD_DAYCLOSE_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-CLOSE-DATE
           FILE STATUS IS DAYCLOSE-FILE-STATUS.

           SELECT GL-MAPPING-FILE ASSIGN TO EXTERNAL DD_GL_MAPPING_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAPPING-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO EXTERNAL DD_GL_JOURNAL_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT RUN-REGISTER-FILE
           ASSIGN TO EXTERNAL DD_RUN_REGISTER_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-RUN-ID
           FILE STATUS IS RUN-REGISTER-STATUS.

           SELECT BALANCE-CONTROL-FILE
           ASSIGN TO EXTERNAL DD_BALANCE_CONTROL_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BL-CONTROL-DATE
           FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE
           ASSIGN TO EXTERNAL DD_CONTROL_TOTALS_REPORT_FILE
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

       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TF-TRANSACTION-ID      PIC 9(10).
          05 TF-CUSTOMER-ID         PIC 9(5).
          05 TF-DATE                PIC X(10).
          05 TF-AMOUNT              PIC S9(7)V99.
          05 TF-TYPE                PIC X(10).
          05 TF-DESCRIPTION         PIC X(100).
          05 TF-STATUS              PIC X(10).
          05 TF-OPEN-AMOUNT         PIC S9(7)V99.
          05 TF-CURRENCY            PIC X(3).
          05 TF-ORIG-AMOUNT         PIC S9(7)V99.
          05 TF-RUN-ID              PIC X(12).
          05 TF-TAX-CODE            PIC X(4).
          05 TF-TAX-AMOUNT          PIC S9(7)V99.
          05 TF-DUE-DATE            PIC X(10).
          05 TF-DISC-DATE           PIC X(10).
          05 TF-DISC-PCT            PIC 9(2)V99.

       FD DAYCLOSE-FILE.
       01 DAYCLOSE-RECORD.
          05 DC-CLOSE-DATE          PIC X(10).
          05 DC-TRAN-COUNT          PIC 9(7).
          05 DC-NET-AMOUNT          PIC S9(9)V99.
          05 DC-CLOSED-FLAG         PIC X(1).

       FD GL-MAPPING-FILE.
       01 GL-MAPPING-RECORD         PIC X(100).

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
          05 JL-DATE                PIC X(10).
          05 JL-ACCOUNT             PIC X(8).
          05 JL-DEBIT               PIC 9(9)V99.
          05 JL-CREDIT              PIC 9(9)V99.
          05 JL-SOURCE              PIC X(8).
          05 JL-TYPE                PIC X(10).

       FD RUN-REGISTER-FILE.
       01 RUN-REGISTER-RECORD.
          05 RR-RUN-ID              PIC X(12).
          05 RR-PROGRAM             PIC X(20).
          05 RR-RUN-DATE            PIC X(10).
          05 RR-TRAN-COUNT          PIC 9(7).
          05 RR-NET-AMOUNT          PIC S9(9)V99.
          05 RR-STATUS              PIC X(10).

       FD BALANCE-CONTROL-FILE.
      *> One row per balanced business day: the customer-balance
      *> control total the next night's movement is measured from
       01 BALANCE-CONTROL-RECORD.
          05 BL-CONTROL-DATE        PIC X(10).
          05 BL-CUSTOMER-COUNT      PIC 9(7).
          05 BL-TOTAL-BALANCE       PIC S9(11)V99.
          05 BL-DAY-NET             PIC S9(11)V99.
          05 BL-GL-NET              PIC S9(11)V99.
          05 BL-STATUS              PIC X(8).
          05 BL-RUN-TIME            PIC X(8).

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD     PIC X(200).

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
       01 FILE-STATUS               PIC XX VALUE SPACES.
       01 TRANS-FILE-STATUS         PIC XX VALUE SPACES.
       01 DAYCLOSE-FILE-STATUS      PIC XX VALUE SPACES.
       01 MAPPING-FILE-STATUS       PIC XX VALUE SPACES.
       01 JOURNAL-FILE-STATUS       PIC XX VALUE SPACES.
       01 RUN-REGISTER-STATUS       PIC XX VALUE SPACES.
       01 CONTROL-FILE-STATUS       PIC XX VALUE SPACES.
       01 REPORT-FILE-STATUS        PIC XX VALUE SPACES.
       01 CATALOG-FILE-STATUS       PIC XX VALUE SPACES.
       01 STORE-FILE-STATUS         PIC XX VALUE SPACES.

       01 WS-REPORT-RUN-ID          PIC X(16) VALUE SPACES.
       01 WS-REG-DATE               PIC 9(8) VALUE 0.
       01 WS-REG-DATE-X REDEFINES WS-REG-DATE PIC X(8).
       01 WS-REG-TIME               PIC 9(8) VALUE 0.
       01 WS-REG-TIME-X REDEFINES WS-REG-TIME PIC X(8).
       01 WS-STORE-LINE-COUNT       PIC 9(7) VALUE 0.
       01 WS-REG-EOF-FLAG           PIC 9 VALUE 0.

       01 WS-INPUT-TEXT             PIC X(10).
       01 WS-BALANCE-DATE           PIC X(10) VALUE SPACES.
       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-CURRENT-TIME.
          05 WS-HOUR                PIC 9(2).
          05 WS-MINUTE              PIC 9(2).
          05 WS-SECOND              PIC 9(2).
          05 FILLER                 PIC X(4).
       01 WS-FORMATTED-TIME         PIC X(8).

       01 WS-EOF-FLAG               PIC 9 VALUE 0.
       01 WS-REGISTER-PRESENT-FLAG  PIC 9 VALUE 0.
       01 WS-CONTROL-PRESENT-FLAG   PIC 9 VALUE 0.
       01 WS-OUT-OF-BALANCE-FLAG    PIC 9 VALUE 0.

      *> The three figures that must agree
       01 WS-DAY-CLOSED-FLAG        PIC 9 VALUE 0.
       01 WS-DAY-NET                PIC S9(11)V99 VALUE 0.
       01 WS-DAY-COUNT              PIC 9(7) VALUE 0.
       01 WS-GL-NET                 PIC S9(11)V99 VALUE 0.
       01 WS-GL-LINE-COUNT          PIC 9(7) VALUE 0.
       01 WS-GL-OTHER-DATE-COUNT    PIC 9(7) VALUE 0.
       01 WS-GL-UNMAPPED-COUNT      PIC 9(7) VALUE 0.
       01 WS-GL-PRESENT-FLAG        PIC 9 VALUE 0.
       01 WS-TOTAL-BALANCE          PIC S9(11)V99 VALUE 0.
       01 WS-CUSTOMER-COUNT         PIC 9(7) VALUE 0.
       01 WS-PRIOR-DATE             PIC X(10) VALUE SPACES.
       01 WS-PRIOR-BALANCE          PIC S9(11)V99 VALUE 0.
       01 WS-BALANCE-MOVEMENT       PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE             PIC S9(11)V99 VALUE 0.

       01 WS-CSV-LINE               PIC X(100).
       01 WS-CSV-LINE-LEN           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-SCAN-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-FIELD-IDX          PIC 9(2) COMP VALUE 0.
       01 WS-CSV-CHAR-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-CSV-FIELDS.
          05 WS-CSV-FIELD OCCURS 4 TIMES PIC X(30).

       01 WS-MAP-TABLE-COUNT        PIC 9(3) VALUE 0.
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 50 TIMES.
             10 WS-MAP-TYPE         PIC X(10).
             10 WS-MAP-DEBIT-ACCT   PIC X(8).
             10 WS-MAP-CREDIT-ACCT  PIC X(8).
       01 WS-MAP-IDX                PIC 9(3) VALUE 0.
       01 WS-MAP-FOUND-FLAG         PIC 9 VALUE 0.

      *> The day's postings by where they came from; rows 1-3 are
      *> the batch posters named on the sheet, 4 any other batch run
      *> and 5 postings carrying no run id (online)
       01 WS-SOURCE-VALUES.
          05 FILLER                 PIC X(20) VALUE "FINANCE-CHARGE".
          05 FILLER                 PIC X(20) VALUE "STANDING-ORDERS".
          05 FILLER                 PIC X(20) VALUE "PAYMENT-IMPORT".
          05 FILLER                 PIC X(20) VALUE "Other batch".
          05 FILLER                 PIC X(20) VALUE "Online".
       01 WS-SOURCE-NAMES REDEFINES WS-SOURCE-VALUES.
          05 WS-SOURCE-NAME         PIC X(20) OCCURS 5 TIMES.
       01 WS-SOURCE-TABLE.
          05 WS-SOURCE-ENTRY OCCURS 5 TIMES.
             10 WS-SRC-RUN-COUNT    PIC 9(5).
             10 WS-SRC-REG-COUNT    PIC 9(7).
             10 WS-SRC-REG-NET      PIC S9(11)V99.
             10 WS-SRC-DAY-COUNT    PIC 9(7).
             10 WS-SRC-DAY-NET      PIC S9(11)V99.
       01 WS-SRC-IDX                PIC 9(2) VALUE 0.
       01 WS-DETAIL-NET             PIC S9(11)V99 VALUE 0.

       01 WS-RUN-TABLE-COUNT        PIC 9(3) VALUE 0.
       01 WS-RUN-TABLE.
          05 WS-RUN-ENTRY OCCURS 200 TIMES.
             10 WS-RUN-ID           PIC X(12).
             10 WS-RUN-SOURCE       PIC 9(2).
       01 WS-RUN-IDX                PIC 9(3) VALUE 0.
       01 WS-RUN-FOUND-FLAG         PIC 9 VALUE 0.

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-AMOUNT             PIC -ZZZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-2           PIC -ZZZZZZZZZZ9.99.
       01 WS-RPT-AMOUNT-3           PIC -ZZZZZZZZZZ9.99.
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.
       01 WS-RPT-COUNT-TEXT-2       PIC ZZZZZZ9.
       01 WS-RPT-COUNT-TEXT-3       PIC ZZZZZZ9.
       01 WS-RPT-RESULT             PIC X(14).

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM READ-DAY-CLOSE-TOTAL
           PERFORM LOAD-MAPPING-TABLE
           PERFORM TOTAL-GL-JOURNAL
           PERFORM TOTAL-CUSTOMER-BALANCES
           PERFORM FIND-PRIOR-CONTROL-TOTAL
           PERFORM BREAK-OUT-DAY-POSTINGS
           PERFORM WRITE-BALANCING-SHEET
           PERFORM SAVE-CONTROL-TOTAL
           PERFORM CLEANUP-AND-EXIT
           *> A non-zero return code stops JOB-CONTROLLER's chain
           *> before statements or the warehouse extract run
           IF WS-OUT-OF-BALANCE-FLAG = 1
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> The business day to balance arrives as YYYY-MM-DD;
           *> blank means the job chain's run date, or today when run
           *> by hand
           ACCEPT WS-INPUT-TEXT
           MOVE WS-INPUT-TEXT TO WS-BALANCE-DATE

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           IF WS-BALANCE-DATE = SPACES
               ACCEPT WS-BALANCE-DATE FROM ENVIRONMENT "JOB_RUN_DATE"
           END-IF
           IF WS-BALANCE-DATE = SPACES
               MOVE WS-YEAR TO WS-BALANCE-DATE(1:4)
               MOVE "-" TO WS-BALANCE-DATE(5:1)
               MOVE WS-MONTH TO WS-BALANCE-DATE(6:2)
               MOVE "-" TO WS-BALANCE-DATE(8:1)
               MOVE WS-DAY TO WS-BALANCE-DATE(9:2)
           END-IF

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-FORMATTED-TIME
           STRING WS-HOUR ":" WS-MINUTE ":" WS-SECOND
               DELIMITED BY SIZE INTO WS-FORMATTED-TIME

           *> Failing to open a master file is itself a control break:
           *> the chain must not carry on past an unproven day
           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open transaction file, status "
                   TRANS-FILE-STATUS
               CLOSE CUSTOMER-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1 TO WS-REGISTER-PRESENT-FLAG
           OPEN INPUT RUN-REGISTER-FILE
           IF RUN-REGISTER-STATUS NOT = "00"
               CLOSE RUN-REGISTER-FILE
               MOVE 0 TO WS-REGISTER-PRESENT-FLAG
           END-IF

           MOVE 1 TO WS-CONTROL-PRESENT-FLAG
           OPEN I-O BALANCE-CONTROL-FILE
           IF CONTROL-FILE-STATUS = "35"
               CLOSE BALANCE-CONTROL-FILE
               OPEN OUTPUT BALANCE-CONTROL-FILE
               CLOSE BALANCE-CONTROL-FILE
               OPEN I-O BALANCE-CONTROL-FILE
           END-IF
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open balance control file, status "
                   CONTROL-FILE-STATUS
               CLOSE BALANCE-CONTROL-FILE
               MOVE 0 TO WS-CONTROL-PRESENT-FLAG
               MOVE 1 TO WS-OUT-OF-BALANCE-FLAG
           END-IF

           OPEN OUTPUT CONTROL-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open control totals report, status "
                   REPORT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE TRANSACTION-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Control Total Balancing Sheet for " DELIMITED BY SIZE
                  WS-BALANCE-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE.

       READ-DAY-CLOSE-TOTAL.
           *> The certified figure everything else is proved against
           OPEN INPUT DAYCLOSE-FILE
           IF DAYCLOSE-FILE-STATUS NOT = "00"
               CLOSE DAYCLOSE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BALANCE-DATE TO DC-CLOSE-DATE
           READ DAYCLOSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DC-CLOSED-FLAG = "Y"
                       MOVE 1 TO WS-DAY-CLOSED-FLAG
                       MOVE DC-NET-AMOUNT TO WS-DAY-NET
                       MOVE DC-TRAN-COUNT TO WS-DAY-COUNT
                   END-IF
           END-READ

           CLOSE DAYCLOSE-FILE.

       LOAD-MAPPING-TABLE.
           *> The same Type,DebitAccount,CreditAccount rows GL-EXTRACT
           *> posts from; the debit account is the receivable side
           MOVE 0 TO WS-MAP-TABLE-COUNT

           OPEN INPUT GL-MAPPING-FILE
           IF MAPPING-FILE-STATUS NOT = "00"
               CLOSE GL-MAPPING-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ GL-MAPPING-FILE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE GL-MAPPING-RECORD TO WS-CSV-LINE
                       IF WS-CSV-LINE(1:5) = "Type,"
                           OR WS-CSV-LINE = SPACES
                           CONTINUE
                       ELSE
                           PERFORM LOAD-ONE-MAPPING
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GL-MAPPING-FILE.

       LOAD-ONE-MAPPING.
           PERFORM PARSE-CSV-LINE
           IF WS-MAP-TABLE-COUNT < 50
               ADD 1 TO WS-MAP-TABLE-COUNT
               MOVE WS-CSV-FIELD(1) TO
                   WS-MAP-TYPE(WS-MAP-TABLE-COUNT)
               MOVE WS-CSV-FIELD(2) TO
                   WS-MAP-DEBIT-ACCT(WS-MAP-TABLE-COUNT)
               MOVE WS-CSV-FIELD(3) TO
                   WS-MAP-CREDIT-ACCT(WS-MAP-TABLE-COUNT)
           END-IF.

       PARSE-CSV-LINE.
           MOVE SPACES TO WS-CSV-FIELDS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-LINE TRAILING))
               TO WS-CSV-LINE-LEN
           MOVE 1 TO WS-CSV-FIELD-IDX
           MOVE 0 TO WS-CSV-CHAR-IDX

           PERFORM VARYING WS-CSV-SCAN-IDX FROM 1 BY 1
               UNTIL WS-CSV-SCAN-IDX > WS-CSV-LINE-LEN
               OR WS-CSV-FIELD-IDX > 4
               IF WS-CSV-LINE(WS-CSV-SCAN-IDX:1) = ','
                   ADD 1 TO WS-CSV-FIELD-IDX
                   MOVE 0 TO WS-CSV-CHAR-IDX
               ELSE
                   ADD 1 TO WS-CSV-CHAR-IDX
                   IF WS-CSV-CHAR-IDX <= 30
                       MOVE WS-CSV-LINE(WS-CSV-SCAN-IDX:1)
                           TO WS-CSV-FIELD(WS-CSV-FIELD-IDX)
                               (WS-CSV-CHAR-IDX:1)
                   END-IF
               END-IF
           END-PERFORM.

       TOTAL-GL-JOURNAL.
           *> GL-EXTRACT writes each type as a balanced pair, so the
           *> journal as a whole always nets to zero; the day's net is
           *> the movement on each type's mapped debit account, which
           *> is how the pair was signed when it was written
           OPEN INPUT GL-JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               CLOSE GL-JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-GL-PRESENT-FLAG

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF JL-DATE NOT = WS-BALANCE-DATE
                           ADD 1 TO WS-GL-OTHER-DATE-COUNT
                       ELSE
                           ADD 1 TO WS-GL-LINE-COUNT
                           PERFORM TOTAL-ONE-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GL-JOURNAL-FILE.

       TOTAL-ONE-JOURNAL-LINE.
           MOVE 0 TO WS-MAP-FOUND-FLAG
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-TABLE-COUNT
               OR WS-MAP-FOUND-FLAG = 1
               IF WS-MAP-TYPE(WS-MAP-IDX) = JL-TYPE
                   MOVE 1 TO WS-MAP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND-FLAG = 0
               ADD 1 TO WS-GL-UNMAPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-MAP-IDX

           IF JL-ACCOUNT = WS-MAP-DEBIT-ACCT(WS-MAP-IDX)
               ADD JL-DEBIT TO WS-GL-NET
               SUBTRACT JL-CREDIT FROM WS-GL-NET
           END-IF.

       TOTAL-CUSTOMER-BALANCES.
           MOVE LOW-VALUES TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY >= CF-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CUSTOMER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       ADD CF-BALANCE TO WS-TOTAL-BALANCE
               END-READ
           END-PERFORM.

       FIND-PRIOR-CONTROL-TOTAL.
           *> The latest control row before the balancing date; a
           *> rerun for the same date replaces that date's own row
           IF WS-CONTROL-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO BL-CONTROL-DATE
           START BALANCE-CONTROL-FILE KEY >= BL-CONTROL-DATE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ BALANCE-CONTROL-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF BL-CONTROL-DATE < WS-BALANCE-DATE
                           MOVE BL-CONTROL-DATE TO WS-PRIOR-DATE
                           MOVE BL-TOTAL-BALANCE TO WS-PRIOR-BALANCE
                       ELSE
                           MOVE 1 TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       BREAK-OUT-DAY-POSTINGS.
           *> Same day selection DAY-CLOSE certifies, split by the run
           *> that posted each item
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 5
               MOVE 0 TO WS-SRC-RUN-COUNT(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-REG-COUNT(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-REG-NET(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-DAY-COUNT(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-DAY-NET(WS-SRC-IDX)
           END-PERFORM

           MOVE LOW-VALUES TO TF-TRANSACTION-ID
           START TRANSACTION-FILE KEY >= TF-TRANSACTION-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TRANSACTION-FILE NEXT
                   AT END
                       MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF TF-DATE = WS-BALANCE-DATE
                           AND TF-STATUS NOT = "PENDAPPR"
                           AND TF-STATUS NOT = "REJECTED"
                           PERFORM CLASSIFY-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFY-ONE-POSTING.
           IF TF-RUN-ID = SPACES OR TF-RUN-ID = LOW-VALUES
               MOVE 5 TO WS-SRC-IDX
           ELSE
               PERFORM FIND-POSTING-RUN
           END-IF
           ADD 1 TO WS-SRC-DAY-COUNT(WS-SRC-IDX)
           ADD TF-AMOUNT TO WS-SRC-DAY-NET(WS-SRC-IDX)
           ADD TF-AMOUNT TO WS-DETAIL-NET.

       FIND-POSTING-RUN.
           *> Each run is looked up in the register once; its register
           *> totals are counted against the source the first time
           MOVE 0 TO WS-RUN-FOUND-FLAG
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-TABLE-COUNT
               OR WS-RUN-FOUND-FLAG = 1
               IF WS-RUN-ID(WS-RUN-IDX) = TF-RUN-ID
                   MOVE 1 TO WS-RUN-FOUND-FLAG
                   MOVE WS-RUN-SOURCE(WS-RUN-IDX) TO WS-SRC-IDX
               END-IF
           END-PERFORM
           IF WS-RUN-FOUND-FLAG = 1
               EXIT PARAGRAPH
           END-IF

           MOVE 4 TO WS-SRC-IDX
           IF WS-REGISTER-PRESENT-FLAG = 1
               MOVE TF-RUN-ID TO RR-RUN-ID
               READ RUN-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE RR-PROGRAM
                           WHEN "FINANCE-CHARGE"
                               MOVE 1 TO WS-SRC-IDX
                           WHEN "STANDING-ORDERS"
                               MOVE 2 TO WS-SRC-IDX
                           WHEN "PAYMENT-IMPORT"
                               MOVE 3 TO WS-SRC-IDX
                       END-EVALUATE
                       ADD 1 TO WS-SRC-RUN-COUNT(WS-SRC-IDX)
                       ADD RR-TRAN-COUNT TO WS-SRC-REG-COUNT(WS-SRC-IDX)
                       ADD RR-NET-AMOUNT TO WS-SRC-REG-NET(WS-SRC-IDX)
               END-READ
           END-IF

           IF WS-RUN-TABLE-COUNT < 200
               ADD 1 TO WS-RUN-TABLE-COUNT
               MOVE TF-RUN-ID TO WS-RUN-ID(WS-RUN-TABLE-COUNT)
               MOVE WS-SRC-IDX TO WS-RUN-SOURCE(WS-RUN-TABLE-COUNT)
           END-IF.

       WRITE-BALANCING-SHEET.
           MOVE "Check,Amount,ProvedAgainst,Difference,Result"
               TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           *> 1. The day must be closed before anything can prove it
           IF WS-DAY-CLOSED-FLAG = 0
               MOVE 1 TO WS-OUT-OF-BALANCE-FLAG
               MOVE "Day not closed by DAY-CLOSE - OUT OF BALANCE"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           *> 2. Day-close net against the GL journal for the date
           IF WS-GL-PRESENT-FLAG = 0
               OR (WS-GL-LINE-COUNT = 0 AND WS-GL-OTHER-DATE-COUNT > 0)
               MOVE 1 TO WS-OUT-OF-BALANCE-FLAG
               MOVE "No GL journal for this date - OUT OF BALANCE"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF
           IF WS-GL-UNMAPPED-COUNT > 0
               MOVE 1 TO WS-OUT-OF-BALANCE-FLAG
               MOVE WS-GL-UNMAPPED-COUNT TO WS-RPT-COUNT-TEXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "GL journal lines with no type mapping: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT)
                          DELIMITED BY SIZE
                      " - OUT OF BALANCE" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
           END-IF
           COMPUTE WS-DIFFERENCE = WS-DAY-NET - WS-GL-NET
           MOVE WS-DAY-NET TO WS-RPT-AMOUNT
           MOVE WS-GL-NET TO WS-RPT-AMOUNT-2
           PERFORM WRITE-CHECK-LINE-PREFIX
           STRING "Day-close net vs GL journal net," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-RESULT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

           *> 3. Day-close net against the movement in the customer
           *> balance control total since the previous night
           COMPUTE WS-BALANCE-MOVEMENT =
               WS-TOTAL-BALANCE - WS-PRIOR-BALANCE
           IF WS-PRIOR-DATE = SPACES
               MOVE "No prior control total; tonight's total starts "
                   & "the series" TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           ELSE
               COMPUTE WS-DIFFERENCE = WS-DAY-NET - WS-BALANCE-MOVEMENT
               MOVE WS-DAY-NET TO WS-RPT-AMOUNT
               MOVE WS-BALANCE-MOVEMENT TO WS-RPT-AMOUNT-2
               PERFORM WRITE-CHECK-LINE-PREFIX
               STRING "Day-close net vs balance movement,"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-3) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-RESULT) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

               COMPUTE WS-DIFFERENCE = WS-GL-NET - WS-BALANCE-MOVEMENT
               MOVE WS-GL-NET TO WS-RPT-AMOUNT
               MOVE WS-BALANCE-MOVEMENT TO WS-RPT-AMOUNT-2
               PERFORM WRITE-CHECK-LINE-PREFIX
               STRING "GL journal net vs balance movement,"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-3) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-RESULT) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
           END-IF

           MOVE WS-PRIOR-BALANCE TO WS-RPT-AMOUNT
           MOVE WS-TOTAL-BALANCE TO WS-RPT-AMOUNT-2
           MOVE WS-CUSTOMER-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Customer balances: prior " DELIMITED BY SIZE
                  WS-PRIOR-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                  ", tonight " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                  " over " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
                  " customers" DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE

           *> Where the day's postings came from; the run register
           *> totals are each run's own figures as it posted them
           MOVE "Source,Runs,RegisterCount,RegisterNet,DayCount,DayNet"
               TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 5
               MOVE WS-SRC-RUN-COUNT(WS-SRC-IDX) TO WS-RPT-COUNT-TEXT
               MOVE WS-SRC-REG-COUNT(WS-SRC-IDX) TO WS-RPT-COUNT-TEXT-2
               MOVE WS-SRC-REG-NET(WS-SRC-IDX) TO WS-RPT-AMOUNT
               MOVE WS-SRC-DAY-COUNT(WS-SRC-IDX) TO WS-RPT-COUNT-TEXT-3
               MOVE WS-SRC-DAY-NET(WS-SRC-IDX) TO WS-RPT-AMOUNT-2
               MOVE SPACES TO WS-RPT-LINE
               STRING FUNCTION TRIM(WS-SOURCE-NAME(WS-SRC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT-2)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT-3)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-AMOUNT-2) DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
           END-PERFORM

           *> Detail still on file for the day should be exactly what
           *> DAY-CLOSE certified; anything else was posted after the
           *> close
           MOVE WS-DETAIL-NET TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Day detail on file now: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-AMOUNT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE CONTROL-REPORT-RECORD FROM WS-RPT-LINE
           IF WS-DETAIL-NET NOT = WS-DAY-NET
               AND WS-DAY-CLOSED-FLAG = 1
               MOVE "Warning: detail differs from the certified "
                   & "day-close net (posted after close)"
                   TO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF

           IF WS-OUT-OF-BALANCE-FLAG = 1
               MOVE "RESULT: OUT OF BALANCE - job chain stopped"
                   TO CONTROL-REPORT-RECORD
           ELSE
               MOVE "RESULT: IN BALANCE" TO CONTROL-REPORT-RECORD
           END-IF
           WRITE CONTROL-REPORT-RECORD.

       WRITE-CHECK-LINE-PREFIX.
           *> Formats the difference and result for a check line and
           *> records any break
           MOVE WS-DIFFERENCE TO WS-RPT-AMOUNT-3
           IF WS-DIFFERENCE = 0
               MOVE "BALANCED" TO WS-RPT-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-RPT-RESULT
               MOVE 1 TO WS-OUT-OF-BALANCE-FLAG
           END-IF
           MOVE SPACES TO WS-RPT-LINE.

       SAVE-CONTROL-TOTAL.
           *> Tonight's customer total is kept whatever the outcome:
           *> it is a fact about the file, and tomorrow's movement is
           *> measured from it
           IF WS-CONTROL-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BALANCE-DATE TO BL-CONTROL-DATE
           MOVE WS-CUSTOMER-COUNT TO BL-CUSTOMER-COUNT
           MOVE WS-TOTAL-BALANCE TO BL-TOTAL-BALANCE
           MOVE WS-DAY-NET TO BL-DAY-NET
           MOVE WS-GL-NET TO BL-GL-NET
           IF WS-OUT-OF-BALANCE-FLAG = 1
               MOVE "OUTOFBAL" TO BL-STATUS
           ELSE
               MOVE "BALANCED" TO BL-STATUS
           END-IF
           MOVE WS-FORMATTED-TIME TO BL-RUN-TIME
           WRITE BALANCE-CONTROL-RECORD
               INVALID KEY
                   REWRITE BALANCE-CONTROL-RECORD
                       INVALID KEY
                           DISPLAY "Failed to save control total, "
                               "status " CONTROL-FILE-STATUS
                   END-REWRITE
           END-WRITE.

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> report lines into the repository under a unique run id,
           *> so earlier runs survive the next overwrite-in-place
           *> OPEN OUTPUT and an auditor can ask for any kept run
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "CTRL" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT CONTROL-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE CONTROL-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ CONTROL-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE CONTROL-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE CONTROL-REPORT-FILE
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
           MOVE "CONTROL-TOTALS" TO RC-REPORT-NAME
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
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           IF WS-REGISTER-PRESENT-FLAG = 1
               CLOSE RUN-REGISTER-FILE
           END-IF
           IF WS-CONTROL-PRESENT-FLAG = 1
               CLOSE BALANCE-CONTROL-FILE
           END-IF
           CLOSE CONTROL-REPORT-FILE
           PERFORM REGISTER-REPORT-RUN
           IF WS-OUT-OF-BALANCE-FLAG = 1
               DISPLAY "Control totals for " WS-BALANCE-DATE
                   " OUT OF BALANCE - see balancing sheet, run "
                   WS-REPORT-RUN-ID
           ELSE
               DISPLAY "Control totals for " WS-BALANCE-DATE
                   " in balance, run " WS-REPORT-RUN-ID
           END-IF.
