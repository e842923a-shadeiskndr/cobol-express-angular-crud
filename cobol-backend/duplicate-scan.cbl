       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-SCAN.

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

           SELECT ADDRESS-FILE ASSIGN TO EXTERNAL DD_ADDRESS_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-ADDRESS-ID
           ALTERNATE RECORD KEY IS AD-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS ADDRESS-FILE-STATUS.

           SELECT DUPLICATE-REVIEW-FILE
           ASSIGN TO EXTERNAL DD_DUPLICATE_REVIEW_FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DR-PAIR-KEY
           FILE STATUS IS REVIEW-FILE-STATUS.

           SELECT DUPLICATE-REPORT-FILE
           ASSIGN TO EXTERNAL DD_DUPLICATE_REPORT_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT DUPLICATE-CANDIDATE-FILE
           ASSIGN TO EXTERNAL DD_DUPLICATE_CANDIDATE_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CANDIDATE-FILE-STATUS.

           SELECT MERGE-REQUEST-FILE
           ASSIGN TO EXTERNAL DD_MERGE_REQUEST_FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MERGE-FILE-STATUS.

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

       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
          05 AD-ADDRESS-ID          PIC 9(10).
          05 AD-CUSTOMER-ID         PIC 9(5).
          05 AD-ADDRESS-TYPE        PIC X(8).
          05 AD-LINE-1              PIC X(40).
          05 AD-LINE-2              PIC X(40).
          05 AD-CITY                PIC X(30).
          05 AD-POSTCODE            PIC X(10).
          05 AD-EFFECTIVE-DATE      PIC X(10).
          05 AD-END-DATE            PIC X(10).

       FD DUPLICATE-REVIEW-FILE.
       01 DUPLICATE-REVIEW-RECORD.
          05 DR-PAIR-KEY.
             10 DR-LOW-ID           PIC 9(5).
             10 DR-HIGH-ID          PIC 9(5).
          05 DR-DECISION            PIC X(10).
          05 DR-SURVIVOR-ID         PIC 9(5).
          05 DR-REVIEW-DATE         PIC X(10).
          05 DR-REVIEWED-BY         PIC 9(5).

       FD DUPLICATE-REPORT-FILE.
       01 DUPLICATE-REPORT-RECORD   PIC X(200).

       FD DUPLICATE-CANDIDATE-FILE.
       01 DUPLICATE-CANDIDATE-RECORD PIC X(200).

       FD MERGE-REQUEST-FILE.
       01 MERGE-REQUEST-RECORD      PIC X(100).

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
       01 ADDRESS-FILE-STATUS       PIC XX VALUE SPACES.
       01 REVIEW-FILE-STATUS        PIC XX VALUE SPACES.
       01 REPORT-FILE-STATUS        PIC XX VALUE SPACES.
       01 CANDIDATE-FILE-STATUS     PIC XX VALUE SPACES.
       01 MERGE-FILE-STATUS         PIC XX VALUE SPACES.
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
       01 WS-MIN-SCORE              PIC 9(3) VALUE 40.

       01 WS-CURRENT-DATE.
          05 WS-YEAR                PIC 9(4).
          05 WS-MONTH               PIC 9(2).
          05 WS-DAY                 PIC 9(2).
          05 FILLER                 PIC X(10).
       01 WS-FORMATTED-DATE         PIC X(10).

       01 WS-CUST-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-ADDR-EOF-FLAG          PIC 9 VALUE 0.
       01 WS-REVIEW-EOF-FLAG        PIC 9 VALUE 0.
       01 WS-ADDRESS-PRESENT-FLAG   PIC 9 VALUE 0.
       01 WS-REVIEW-PRESENT-FLAG    PIC 9 VALUE 0.

      *> Scoring weights; a pair is reported once its total reaches
      *> the minimum score given on the run card
       01 WS-WEIGHT-NAME-EXACT      PIC 9(3) VALUE 50.
       01 WS-WEIGHT-NAME-HIGH       PIC 9(3) VALUE 40.
       01 WS-WEIGHT-NAME-MEDIUM     PIC 9(3) VALUE 30.
       01 WS-WEIGHT-NAME-LOW        PIC 9(3) VALUE 15.
       01 WS-WEIGHT-PHONE           PIC 9(3) VALUE 30.
       01 WS-WEIGHT-ADDRESS         PIC 9(3) VALUE 30.
       01 WS-WEIGHT-DOMAIN          PIC 9(3) VALUE 15.
       01 WS-WEIGHT-PARENT          PIC 9(3) VALUE 10.

      *> Shared mailbox providers say nothing about who the
      *> customer is, so a match on one of these scores nothing
       01 WS-FREE-MAIL-VALUES.
          05 FILLER                 PIC X(20) VALUE "GMAIL.COM".
          05 FILLER                 PIC X(20) VALUE "GOOGLEMAIL.COM".
          05 FILLER                 PIC X(20) VALUE "HOTMAIL.COM".
          05 FILLER                 PIC X(20) VALUE "HOTMAIL.CO.UK".
          05 FILLER                 PIC X(20) VALUE "OUTLOOK.COM".
          05 FILLER                 PIC X(20) VALUE "LIVE.COM".
          05 FILLER                 PIC X(20) VALUE "YAHOO.COM".
          05 FILLER                 PIC X(20) VALUE "YAHOO.CO.UK".
          05 FILLER                 PIC X(20) VALUE "ICLOUD.COM".
          05 FILLER                 PIC X(20) VALUE "AOL.COM".
       01 WS-FREE-MAIL-TABLE REDEFINES WS-FREE-MAIL-VALUES.
          05 WS-FREE-MAIL-DOMAIN    PIC X(20) OCCURS 10 TIMES.
       01 WS-FREE-MAIL-IDX          PIC 9(4) COMP VALUE 0.
       01 WS-FREE-MAIL-FLAG         PIC 9 VALUE 0.

      *> Every customer still in play, with the matching keys
      *> already normalised so the pair loop only compares
       01 WS-CUST-COUNT             PIC 9(4) VALUE 0.
       01 WS-CUST-MAX               PIC 9(4) VALUE 2000.
       01 WS-CUST-SKIPPED           PIC 9(7) VALUE 0.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 2000 TIMES.
             10 WS-CUST-ID          PIC 9(5).
             10 WS-CUST-NAME        PIC X(30).
             10 WS-CUST-NORM        PIC X(30).
             10 WS-CUST-NORM-LEN    PIC 9(2).
             10 WS-CUST-PHONE       PIC X(15).
             10 WS-CUST-PHONE-LEN   PIC 9(2).
             10 WS-CUST-DOMAIN      PIC X(40).
             10 WS-CUST-FREE-MAIL   PIC 9.
             10 WS-CUST-PARENT      PIC 9(5).
             10 WS-CUST-POSTCODE    PIC X(10).
             10 WS-CUST-LINE-1      PIC X(40).
       01 WS-I                      PIC 9(4) COMP VALUE 0.
       01 WS-J                      PIC 9(4) COMP VALUE 0.
       01 WS-J-START                PIC 9(4) COMP VALUE 0.
       01 WS-K                      PIC 9(4) COMP VALUE 0.
       01 WS-M                      PIC 9(4) COMP VALUE 0.

      *> Name normalisation work areas
       01 WS-NORM-UPPER             PIC X(30).
       01 WS-NORM-OUTPUT            PIC X(30).
       01 WS-NORM-LEN               PIC 9(2) VALUE 0.
       01 WS-NORM-WORD              PIC X(30).
       01 WS-NORM-WORD-LEN          PIC 9(2) VALUE 0.
       01 WS-NORM-CHAR              PIC X.
       01 WS-CLEAN-INPUT            PIC X(40).
       01 WS-CLEAN-OUTPUT           PIC X(40).
       01 WS-CLEAN-LEN              PIC 9(2) VALUE 0.
       01 WS-EMAIL-LOCAL            PIC X(50).
       01 WS-EMAIL-DOMAIN           PIC X(50).

      *> Pair scoring
       01 WS-PAIR-SCORE             PIC 9(3) VALUE 0.
       01 WS-NAME-SIMILARITY        PIC 9(3) VALUE 0.
       01 WS-PAIR-REASONS           PIC X(40).
       01 WS-REASON-PTR             PIC 9(3) VALUE 1.
       01 WS-BIGRAM-MATCHES         PIC 9(3) VALUE 0.
       01 WS-BIGRAM-FOUND           PIC 9 VALUE 0.
       01 WS-BIGRAM-USED-TABLE.
          05 WS-BIGRAM-USED         PIC X OCCURS 30 TIMES.
       01 WS-LEN-A                  PIC 9(2) VALUE 0.
       01 WS-LEN-B                  PIC 9(2) VALUE 0.
       01 WS-FMT-SIMILARITY         PIC ZZ9.

      *> Candidate pairs, kept to the highest-scoring when full
       01 WS-CAND-COUNT             PIC 9(4) VALUE 0.
       01 WS-CAND-MAX               PIC 9(4) VALUE 1000.
       01 WS-CAND-DROPPED           PIC 9(7) VALUE 0.
       01 WS-CAND-TABLE.
          05 WS-CAND-ENTRY OCCURS 1000 TIMES.
             10 WS-CAND-IDX-A       PIC 9(4).
             10 WS-CAND-IDX-B       PIC 9(4).
             10 WS-CAND-SCORE       PIC 9(3).
             10 WS-CAND-SIMILARITY  PIC 9(3).
             10 WS-CAND-REASONS     PIC X(40).
       01 WS-CAND-TEMP.
          05 WS-CAND-TEMP-IDX-A     PIC 9(4).
          05 WS-CAND-TEMP-IDX-B     PIC 9(4).
          05 WS-CAND-TEMP-SCORE     PIC 9(3).
          05 WS-CAND-TEMP-SIMILARITY PIC 9(3).
          05 WS-CAND-TEMP-REASONS   PIC X(40).
       01 WS-CAND-LOW-IDX           PIC 9(4) COMP VALUE 0.
       01 WS-SORT-SWAP-FLAG         PIC 9 VALUE 0.

       01 WS-PAIRS-SUPPRESSED       PIC 9(7) VALUE 0.
       01 WS-PAIRS-DECIDED          PIC 9(7) VALUE 0.
       01 WS-CONFIRMED-COUNT        PIC 9(7) VALUE 0.
       01 WS-CONFIRMED-MERGED       PIC 9(7) VALUE 0.

       01 WS-MERGE-SOURCE-ID        PIC 9(5) VALUE 0.
       01 WS-MERGE-TARGET-ID        PIC 9(5) VALUE 0.
       01 WS-MERGE-SOURCE-NAME      PIC X(30).
       01 WS-MERGE-TARGET-NAME      PIC X(30).
       01 WS-MERGE-LIVE-FLAG        PIC 9 VALUE 0.

       01 WS-RPT-LINE               PIC X(200).
       01 WS-RPT-ID-TEXT            PIC ZZZZ9.
       01 WS-RPT-ID-TEXT-2          PIC ZZZZ9.
       01 WS-RPT-SCORE-TEXT         PIC ZZ9.
       01 WS-RPT-RANK-TEXT          PIC ZZZ9.
       01 WS-RPT-COUNT-TEXT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *> cobol-lint CL002 main-procedure
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-CUSTOMERS
           PERFORM SCORE-ALL-PAIRS
           PERFORM SORT-CANDIDATES
           PERFORM WRITE-CANDIDATES
           PERFORM WRITE-CONFIRMED-PAIRS
           PERFORM WRITE-REPORT-TRAILER
           PERFORM CLEANUP-AND-EXIT
           STOP RUN.

       INITIALIZE-PROGRAM.
           *> Optional minimum score on the run card; blank keeps 40
           ACCEPT WS-INPUT-TEXT
           IF WS-INPUT-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-INPUT-TEXT) = 0
                   MOVE FUNCTION NUMVAL(WS-INPUT-TEXT) TO WS-MIN-SCORE
               END-IF
           END-IF
           IF WS-MIN-SCORE = 0
               MOVE 40 TO WS-MIN-SCORE
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-FORMATTED-DATE(1:4)
           MOVE "-" TO WS-FORMATTED-DATE(5:1)
           MOVE WS-MONTH TO WS-FORMATTED-DATE(6:2)
           MOVE "-" TO WS-FORMATTED-DATE(8:1)
           MOVE WS-DAY TO WS-FORMATTED-DATE(9:2)

           OPEN INPUT CUSTOMER-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Failed to open customer file, status "
                   FILE-STATUS
               STOP RUN
           END-IF

           *> Without an address book there is no address to match;
           *> without a review file nothing has been decided yet
           MOVE 1 TO WS-ADDRESS-PRESENT-FLAG
           OPEN INPUT ADDRESS-FILE
           IF ADDRESS-FILE-STATUS NOT = "00"
               CLOSE ADDRESS-FILE
               MOVE 0 TO WS-ADDRESS-PRESENT-FLAG
           END-IF

           MOVE 1 TO WS-REVIEW-PRESENT-FLAG
           OPEN INPUT DUPLICATE-REVIEW-FILE
           IF REVIEW-FILE-STATUS NOT = "00"
               CLOSE DUPLICATE-REVIEW-FILE
               MOVE 0 TO WS-REVIEW-PRESENT-FLAG
           END-IF

           OPEN OUTPUT DUPLICATE-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open duplicate report, status "
                   REPORT-FILE-STATUS
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT DUPLICATE-CANDIDATE-FILE
           IF CANDIDATE-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open duplicate candidate file, "
                   "status " CANDIDATE-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE DUPLICATE-REPORT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT MERGE-REQUEST-FILE
           IF MERGE-FILE-STATUS NOT = "00"
               DISPLAY "Failed to open merge request file, status "
                   MERGE-FILE-STATUS
               CLOSE CUSTOMER-FILE
               CLOSE DUPLICATE-REPORT-FILE
               CLOSE DUPLICATE-CANDIDATE-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "Duplicate Customer Candidates - " DELIMITED BY SIZE
                  WS-FORMATTED-DATE DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DUPLICATE-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-MIN-SCORE TO WS-RPT-SCORE-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Minimum score: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-SCORE-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DUPLICATE-REPORT-RECORD FROM WS-RPT-LINE

           MOVE "Rank,Score,CustomerA,NameA,CustomerB,NameB,"
               & "NameSimilarity,Reasons"
               TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD

           MOVE "CustomerIdA,CustomerIdB,Score,NameSimilarity,Reasons"
               TO DUPLICATE-CANDIDATE-RECORD
           WRITE DUPLICATE-CANDIDATE-RECORD.

       LOAD-CUSTOMERS.
           *> Archived accounts (merged or closed) and anonymised ones
           *> are out of play; everything else is a possible duplicate
           MOVE LOW-VALUES TO CF-CUSTOMER-ID
           START CUSTOMER-FILE KEY >= CF-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-CUST-EOF-FLAG
           PERFORM UNTIL WS-CUST-EOF-FLAG = 1
               READ CUSTOMER-FILE NEXT
                   AT END
                       MOVE 1 TO WS-CUST-EOF-FLAG
                   NOT AT END
                       IF CF-CUSTOMER-STATUS NOT = "ARCHIVED"
                           AND CF-CUSTOMER-NAME NOT = "ANONYMISED"
                           IF WS-CUST-COUNT < WS-CUST-MAX
                               PERFORM LOAD-ONE-CUSTOMER
                           ELSE
                               ADD 1 TO WS-CUST-SKIPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT
           MOVE WS-CUST-COUNT TO WS-I
           MOVE CF-CUSTOMER-ID TO WS-CUST-ID(WS-I)
           MOVE CF-CUSTOMER-NAME TO WS-CUST-NAME(WS-I)
           MOVE CF-PARENT-ID TO WS-CUST-PARENT(WS-I)

           MOVE CF-CUSTOMER-NAME TO WS-NORM-UPPER
           PERFORM NORMALISE-CUSTOMER-NAME
           MOVE WS-NORM-OUTPUT TO WS-CUST-NORM(WS-I)
           MOVE WS-NORM-LEN TO WS-CUST-NORM-LEN(WS-I)

           MOVE CF-PHONE TO WS-CLEAN-INPUT
           PERFORM CLEAN-TO-ALPHANUMERIC
           MOVE WS-CLEAN-OUTPUT TO WS-CUST-PHONE(WS-I)
           MOVE WS-CLEAN-LEN TO WS-CUST-PHONE-LEN(WS-I)

           MOVE SPACES TO WS-EMAIL-LOCAL
           MOVE SPACES TO WS-EMAIL-DOMAIN
           UNSTRING CF-CUSTOMER-EMAIL DELIMITED BY "@"
               INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-EMAIL-DOMAIN)
               TO WS-CUST-DOMAIN(WS-I)
           MOVE 0 TO WS-CUST-FREE-MAIL(WS-I)
           PERFORM VARYING WS-FREE-MAIL-IDX FROM 1 BY 1
               UNTIL WS-FREE-MAIL-IDX > 10
               IF WS-CUST-DOMAIN(WS-I) =
                   WS-FREE-MAIL-DOMAIN(WS-FREE-MAIL-IDX)
                   MOVE 1 TO WS-CUST-FREE-MAIL(WS-I)
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CUST-POSTCODE(WS-I)
           MOVE SPACES TO WS-CUST-LINE-1(WS-I)
           IF WS-ADDRESS-PRESENT-FLAG = 1
               PERFORM LOAD-CURRENT-ADDRESS
           END-IF.

       LOAD-CURRENT-ADDRESS.
           *> The current MAILING address wins; failing that, any
           *> address that has not been ended
           MOVE CF-CUSTOMER-ID TO AD-CUSTOMER-ID
           MOVE LOW-VALUES TO AD-ADDRESS-ID
           START ADDRESS-FILE KEY = AD-CUSTOMER-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-ADDR-EOF-FLAG
           PERFORM UNTIL WS-ADDR-EOF-FLAG = 1
               READ ADDRESS-FILE NEXT
                   AT END
                       MOVE 1 TO WS-ADDR-EOF-FLAG
                   NOT AT END
                       IF AD-CUSTOMER-ID NOT = CF-CUSTOMER-ID
                           MOVE 1 TO WS-ADDR-EOF-FLAG
                       ELSE
                           IF AD-END-DATE = SPACES
                               AND AD-POSTCODE NOT = SPACES
                               AND (AD-ADDRESS-TYPE = "MAILING"
                                 OR WS-CUST-POSTCODE(WS-I) = SPACES)
                               MOVE AD-POSTCODE TO WS-CLEAN-INPUT
                               PERFORM CLEAN-TO-ALPHANUMERIC
                               MOVE WS-CLEAN-OUTPUT
                                   TO WS-CUST-POSTCODE(WS-I)
                               MOVE AD-LINE-1 TO WS-CLEAN-INPUT
                               PERFORM CLEAN-TO-ALPHANUMERIC
                               MOVE WS-CLEAN-OUTPUT
                                   TO WS-CUST-LINE-1(WS-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       NORMALISE-CUSTOMER-NAME.
           *> Upper-cases the name, drops punctuation and the legal
           *> and filler words that vary between otherwise identical
           *> company names, and closes up what is left:
           *> "The Acme Co. Ltd" and "ACME LIMITED" both become ACME
           MOVE FUNCTION UPPER-CASE(WS-NORM-UPPER) TO WS-NORM-UPPER
           MOVE SPACES TO WS-NORM-OUTPUT
           MOVE 0 TO WS-NORM-LEN
           MOVE SPACES TO WS-NORM-WORD
           MOVE 0 TO WS-NORM-WORD-LEN
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 31
               IF WS-K > 30
                   MOVE SPACE TO WS-NORM-CHAR
               ELSE
                   MOVE WS-NORM-UPPER(WS-K:1) TO WS-NORM-CHAR
               END-IF
               IF (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                   OR (WS-NORM-CHAR >= "0" AND WS-NORM-CHAR <= "9")
                   ADD 1 TO WS-NORM-WORD-LEN
                   MOVE WS-NORM-CHAR
                       TO WS-NORM-WORD(WS-NORM-WORD-LEN:1)
               ELSE
                   IF WS-NORM-CHAR = "." OR WS-NORM-CHAR = "'"
                       CONTINUE
                   ELSE
                       PERFORM APPEND-NORMALISED-WORD
                   END-IF
               END-IF
           END-PERFORM.

       APPEND-NORMALISED-WORD.
           *> Full stops and apostrophes do not split a word, so
           *> "Co." and "O'Neill" stay whole
           IF WS-NORM-WORD-LEN = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-NORM-WORD
               WHEN "THE"
               WHEN "AND"
               WHEN "LTD"
               WHEN "LIMITED"
               WHEN "PLC"
               WHEN "INC"
               WHEN "LLC"
               WHEN "LLP"
               WHEN "CO"
               WHEN "CORP"
               WHEN "COMPANY"
               WHEN "CORPORATION"
               WHEN "GROUP"
                   CONTINUE
               WHEN OTHER
                   IF WS-NORM-LEN + WS-NORM-WORD-LEN <= 30
                       MOVE WS-NORM-WORD(1:WS-NORM-WORD-LEN)
                           TO WS-NORM-OUTPUT(WS-NORM-LEN + 1:
                               WS-NORM-WORD-LEN)
                       ADD WS-NORM-WORD-LEN TO WS-NORM-LEN
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-NORM-WORD
           MOVE 0 TO WS-NORM-WORD-LEN.

       CLEAN-TO-ALPHANUMERIC.
           *> Phone numbers, postcodes and address lines compare on
           *> their letters and digits only, upper-cased
           MOVE FUNCTION UPPER-CASE(WS-CLEAN-INPUT) TO WS-CLEAN-INPUT
           MOVE SPACES TO WS-CLEAN-OUTPUT
           MOVE 0 TO WS-CLEAN-LEN
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 40
               IF (WS-CLEAN-INPUT(WS-K:1) >= "A"
                   AND WS-CLEAN-INPUT(WS-K:1) <= "Z")
                   OR (WS-CLEAN-INPUT(WS-K:1) >= "0"
                   AND WS-CLEAN-INPUT(WS-K:1) <= "9")
                   ADD 1 TO WS-CLEAN-LEN
                   MOVE WS-CLEAN-INPUT(WS-K:1)
                       TO WS-CLEAN-OUTPUT(WS-CLEAN-LEN:1)
               END-IF
           END-PERFORM.

       SCORE-ALL-PAIRS.
           IF WS-CUST-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-CUST-COUNT
               COMPUTE WS-J-START = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J-START BY 1
                   UNTIL WS-J > WS-CUST-COUNT
                   PERFORM SCORE-ONE-PAIR
               END-PERFORM
           END-PERFORM.

       SCORE-ONE-PAIR.
           MOVE 0 TO WS-PAIR-SCORE
           MOVE 0 TO WS-NAME-SIMILARITY
           MOVE SPACES TO WS-PAIR-REASONS
           MOVE 1 TO WS-REASON-PTR

           *> Same phone: the last nine digits, so a number keyed
           *> with and without its country prefix still matches
           IF WS-CUST-PHONE-LEN(WS-I) >= 7
               AND WS-CUST-PHONE-LEN(WS-J) >= 7
               MOVE WS-CUST-PHONE-LEN(WS-I) TO WS-LEN-A
               MOVE WS-CUST-PHONE-LEN(WS-J) TO WS-LEN-B
               IF WS-LEN-A >= 9 AND WS-LEN-B >= 9
                   IF WS-CUST-PHONE(WS-I)(WS-LEN-A - 8:9) =
                       WS-CUST-PHONE(WS-J)(WS-LEN-B - 8:9)
                       ADD WS-WEIGHT-PHONE TO WS-PAIR-SCORE
                       STRING "PHONE " DELIMITED BY SIZE
                           INTO WS-PAIR-REASONS
                           POINTER WS-REASON-PTR
                       END-STRING
                   END-IF
               ELSE
                   IF WS-CUST-PHONE(WS-I) = WS-CUST-PHONE(WS-J)
                       ADD WS-WEIGHT-PHONE TO WS-PAIR-SCORE
                       STRING "PHONE " DELIMITED BY SIZE
                           INTO WS-PAIR-REASONS
                           POINTER WS-REASON-PTR
                       END-STRING
                   END-IF
               END-IF
           END-IF

           IF WS-CUST-POSTCODE(WS-I) NOT = SPACES
               AND WS-CUST-LINE-1(WS-I) NOT = SPACES
               AND WS-CUST-POSTCODE(WS-I) = WS-CUST-POSTCODE(WS-J)
               AND WS-CUST-LINE-1(WS-I) = WS-CUST-LINE-1(WS-J)
               ADD WS-WEIGHT-ADDRESS TO WS-PAIR-SCORE
               STRING "ADDRESS " DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS
                   POINTER WS-REASON-PTR
               END-STRING
           END-IF

           IF WS-CUST-DOMAIN(WS-I) NOT = SPACES
               AND WS-CUST-FREE-MAIL(WS-I) = 0
               AND WS-CUST-DOMAIN(WS-I) = WS-CUST-DOMAIN(WS-J)
               ADD WS-WEIGHT-DOMAIN TO WS-PAIR-SCORE
               STRING "DOMAIN " DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS
                   POINTER WS-REASON-PTR
               END-STRING
           END-IF

           IF WS-CUST-PARENT(WS-I) NOT = 0
               AND WS-CUST-PARENT(WS-I) = WS-CUST-PARENT(WS-J)
               ADD WS-WEIGHT-PARENT TO WS-PAIR-SCORE
               STRING "PARENT " DELIMITED BY SIZE
                   INTO WS-PAIR-REASONS
                   POINTER WS-REASON-PTR
               END-STRING
           END-IF

           *> The bigram compare is the costly part, so it only runs
           *> when something else already matched or the names at
           *> least start alike
           IF WS-CUST-NORM-LEN(WS-I) > 0
               AND WS-CUST-NORM-LEN(WS-J) > 0
               AND (WS-PAIR-SCORE > 0
                 OR WS-CUST-NORM(WS-I)(1:1) = WS-CUST-NORM(WS-J)(1:1))
               PERFORM COMPUTE-NAME-SIMILARITY
               EVALUATE TRUE
                   WHEN WS-NAME-SIMILARITY = 100
                       ADD WS-WEIGHT-NAME-EXACT TO WS-PAIR-SCORE
                   WHEN WS-NAME-SIMILARITY >= 90
                       ADD WS-WEIGHT-NAME-HIGH TO WS-PAIR-SCORE
                   WHEN WS-NAME-SIMILARITY >= 75
                       ADD WS-WEIGHT-NAME-MEDIUM TO WS-PAIR-SCORE
                   WHEN WS-NAME-SIMILARITY >= 60
                       ADD WS-WEIGHT-NAME-LOW TO WS-PAIR-SCORE
               END-EVALUATE
               IF WS-NAME-SIMILARITY >= 60
                   STRING "NAME " DELIMITED BY SIZE
                       INTO WS-PAIR-REASONS
                       POINTER WS-REASON-PTR
                   END-STRING
               END-IF
           END-IF

           IF WS-PAIR-SCORE < WS-MIN-SCORE
               EXIT PARAGRAPH
           END-IF

           *> A pair a reviewer has already decided is not put
           *> forward again: NOTDUP for good, CONFIRMED because it
           *> is listed with the merge requests instead
           IF WS-REVIEW-PRESENT-FLAG = 1
               MOVE WS-CUST-ID(WS-I) TO DR-LOW-ID
               MOVE WS-CUST-ID(WS-J) TO DR-HIGH-ID
               READ DUPLICATE-REVIEW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DR-DECISION = "NOTDUP"
                           ADD 1 TO WS-PAIRS-SUPPRESSED
                       ELSE
                           ADD 1 TO WS-PAIRS-DECIDED
                       END-IF
                       EXIT PARAGRAPH
               END-READ
           END-IF

           PERFORM ADD-CANDIDATE.

       COMPUTE-NAME-SIMILARITY.
           *> Dice coefficient over letter pairs of the normalised
           *> names, as a percentage: 100 is identical, and transposed
           *> or missing letters cost only the pairs they touch
           MOVE WS-CUST-NORM-LEN(WS-I) TO WS-LEN-A
           MOVE WS-CUST-NORM-LEN(WS-J) TO WS-LEN-B
           IF WS-CUST-NORM(WS-I) = WS-CUST-NORM(WS-J)
               MOVE 100 TO WS-NAME-SIMILARITY
               EXIT PARAGRAPH
           END-IF
           IF WS-LEN-A < 2 OR WS-LEN-B < 2
               MOVE 0 TO WS-NAME-SIMILARITY
               EXIT PARAGRAPH
           END-IF

           MOVE ALL "N" TO WS-BIGRAM-USED-TABLE
           MOVE 0 TO WS-BIGRAM-MATCHES
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K >= WS-LEN-A
               MOVE 0 TO WS-BIGRAM-FOUND
               PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M >= WS-LEN-B OR WS-BIGRAM-FOUND = 1
                   IF WS-BIGRAM-USED(WS-M) = "N"
                       AND WS-CUST-NORM(WS-I)(WS-K:2) =
                           WS-CUST-NORM(WS-J)(WS-M:2)
                       MOVE "Y" TO WS-BIGRAM-USED(WS-M)
                       MOVE 1 TO WS-BIGRAM-FOUND
                       ADD 1 TO WS-BIGRAM-MATCHES
                   END-IF
               END-PERFORM
           END-PERFORM

           COMPUTE WS-NAME-SIMILARITY =
               (WS-BIGRAM-MATCHES * 200) / (WS-LEN-A + WS-LEN-B - 2)
           IF WS-NAME-SIMILARITY >= 100
               MOVE 99 TO WS-NAME-SIMILARITY
           END-IF.

       ADD-CANDIDATE.
           IF WS-CAND-COUNT < WS-CAND-MAX
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-CAND-COUNT TO WS-K
           ELSE
               *> Table full: the new pair replaces the weakest one
               *> if it scores higher, and one of the two is dropped
               ADD 1 TO WS-CAND-DROPPED
               MOVE 1 TO WS-CAND-LOW-IDX
               PERFORM VARYING WS-M FROM 2 BY 1
                   UNTIL WS-M > WS-CAND-COUNT
                   IF WS-CAND-SCORE(WS-M) <
                       WS-CAND-SCORE(WS-CAND-LOW-IDX)
                       MOVE WS-M TO WS-CAND-LOW-IDX
                   END-IF
               END-PERFORM
               IF WS-CAND-SCORE(WS-CAND-LOW-IDX) >= WS-PAIR-SCORE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAND-LOW-IDX TO WS-K
           END-IF
           MOVE WS-I TO WS-CAND-IDX-A(WS-K)
           MOVE WS-J TO WS-CAND-IDX-B(WS-K)
           MOVE WS-PAIR-SCORE TO WS-CAND-SCORE(WS-K)
           MOVE WS-NAME-SIMILARITY TO WS-CAND-SIMILARITY(WS-K)
           MOVE WS-PAIR-REASONS TO WS-CAND-REASONS(WS-K).

       SORT-CANDIDATES.
           *> Highest score first; on a tie the closer names lead
           IF WS-CAND-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SORT-SWAP-FLAG
           PERFORM UNTIL WS-SORT-SWAP-FLAG = 0
               MOVE 0 TO WS-SORT-SWAP-FLAG
               PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K >= WS-CAND-COUNT
                   COMPUTE WS-M = WS-K + 1
                   IF WS-CAND-SCORE(WS-M) > WS-CAND-SCORE(WS-K)
                       OR (WS-CAND-SCORE(WS-M) = WS-CAND-SCORE(WS-K)
                       AND WS-CAND-SIMILARITY(WS-M) >
                           WS-CAND-SIMILARITY(WS-K))
                       MOVE WS-CAND-ENTRY(WS-K) TO WS-CAND-TEMP
                       MOVE WS-CAND-ENTRY(WS-M) TO WS-CAND-ENTRY(WS-K)
                       MOVE WS-CAND-TEMP TO WS-CAND-ENTRY(WS-M)
                       MOVE 1 TO WS-SORT-SWAP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CANDIDATES.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CAND-COUNT
               MOVE WS-CAND-IDX-A(WS-K) TO WS-I
               MOVE WS-CAND-IDX-B(WS-K) TO WS-J
               MOVE WS-K TO WS-RPT-RANK-TEXT
               MOVE WS-CAND-SCORE(WS-K) TO WS-RPT-SCORE-TEXT
               MOVE WS-CAND-SIMILARITY(WS-K) TO WS-FMT-SIMILARITY
               MOVE WS-CUST-ID(WS-I) TO WS-RPT-ID-TEXT
               MOVE WS-CUST-ID(WS-J) TO WS-RPT-ID-TEXT-2

               MOVE SPACES TO WS-RPT-LINE
               STRING FUNCTION TRIM(WS-RPT-RANK-TEXT) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-SCORE-TEXT)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUST-NAME(WS-I))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-ID-TEXT-2) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUST-NAME(WS-J))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FMT-SIMILARITY)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAND-REASONS(WS-K))
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE DUPLICATE-REPORT-RECORD FROM WS-RPT-LINE

               MOVE SPACES TO WS-RPT-LINE
               STRING WS-CUST-ID(WS-I) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CUST-ID(WS-J) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CAND-SCORE(WS-K) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-CAND-SIMILARITY(WS-K) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAND-REASONS(WS-K))
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE DUPLICATE-CANDIDATE-RECORD FROM WS-RPT-LINE
           END-PERFORM.

       WRITE-CONFIRMED-PAIRS.
           *> Pairs a reviewer confirmed and that are still both open
           *> go out as ready-made MERGE requests, one per line, in
           *> the same form the online service takes them
           MOVE "Confirmed duplicates awaiting MERGE:"
               TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD
           MOVE "SurvivorId,SurvivorName,MergeId,MergeName,"
               & "ReviewedDate,ReviewedBy"
               TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD

           IF WS-REVIEW-PRESENT-FLAG = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO DR-PAIR-KEY
           START DUPLICATE-REVIEW-FILE KEY >= DR-PAIR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE 0 TO WS-REVIEW-EOF-FLAG
           PERFORM UNTIL WS-REVIEW-EOF-FLAG = 1
               READ DUPLICATE-REVIEW-FILE NEXT
                   AT END
                       MOVE 1 TO WS-REVIEW-EOF-FLAG
                   NOT AT END
                       IF DR-DECISION = "CONFIRMED"
                           PERFORM WRITE-ONE-CONFIRMED-PAIR
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ONE-CONFIRMED-PAIR.
           MOVE DR-SURVIVOR-ID TO WS-MERGE-TARGET-ID
           IF DR-SURVIVOR-ID = DR-LOW-ID
               MOVE DR-HIGH-ID TO WS-MERGE-SOURCE-ID
           ELSE
               MOVE DR-LOW-ID TO WS-MERGE-SOURCE-ID
           END-IF

           *> Once MERGE has run the losing record is ARCHIVED, so
           *> a pair with either side gone or archived is done
           MOVE 1 TO WS-MERGE-LIVE-FLAG
           MOVE WS-MERGE-TARGET-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 0 TO WS-MERGE-LIVE-FLAG
               NOT INVALID KEY
                   IF CF-CUSTOMER-STATUS = "ARCHIVED"
                       MOVE 0 TO WS-MERGE-LIVE-FLAG
                   END-IF
                   MOVE CF-CUSTOMER-NAME TO WS-MERGE-TARGET-NAME
           END-READ
           MOVE WS-MERGE-SOURCE-ID TO CF-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 0 TO WS-MERGE-LIVE-FLAG
               NOT INVALID KEY
                   IF CF-CUSTOMER-STATUS = "ARCHIVED"
                       MOVE 0 TO WS-MERGE-LIVE-FLAG
                   END-IF
                   MOVE CF-CUSTOMER-NAME TO WS-MERGE-SOURCE-NAME
           END-READ

           IF WS-MERGE-LIVE-FLAG = 0
               ADD 1 TO WS-CONFIRMED-MERGED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONFIRMED-COUNT
           MOVE WS-MERGE-TARGET-ID TO WS-RPT-ID-TEXT
           MOVE WS-MERGE-SOURCE-ID TO WS-RPT-ID-TEXT-2

           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MERGE-TARGET-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ID-TEXT-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MERGE-SOURCE-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(DR-REVIEW-DATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DR-REVIEWED-BY DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DUPLICATE-REPORT-RECORD FROM WS-RPT-LINE

           MOVE SPACES TO WS-RPT-LINE
           STRING '{"operation":"MERGE","sourceId":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ID-TEXT-2) DELIMITED BY SIZE
                  ',"targetId":' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-ID-TEXT) DELIMITED BY SIZE
                  '}' DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE MERGE-REQUEST-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TRAILER.
           MOVE "Summary:" TO DUPLICATE-REPORT-RECORD
           WRITE DUPLICATE-REPORT-RECORD

           MOVE WS-CUST-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Customers compared: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DUPLICATE-REPORT-RECORD FROM WS-RPT-LINE

           IF WS-CUST-SKIPPED > 0
               MOVE WS-CUST-SKIPPED TO WS-RPT-COUNT-TEXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "Customers not compared (table full): "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT)
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE DUPLICATE-REPORT-RECORD FROM WS-RPT-LINE
           END-IF

           MOVE WS-CAND-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Candidate pairs: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DUPLICATE-REPORT-RECORD FROM WS-RPT-LINE

           IF WS-CAND-DROPPED > 0
               MOVE WS-CAND-DROPPED TO WS-RPT-COUNT-TEXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "Lower-scoring pairs not listed: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RPT-COUNT-TEXT)
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE DUPLICATE-REPORT-RECORD FROM WS-RPT-LINE
           END-IF

           MOVE WS-PAIRS-SUPPRESSED TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Pairs marked not duplicate: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DUPLICATE-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-CONFIRMED-COUNT TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Confirmed pairs awaiting MERGE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DUPLICATE-REPORT-RECORD FROM WS-RPT-LINE

           MOVE WS-CONFIRMED-MERGED TO WS-RPT-COUNT-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "Confirmed pairs already merged: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RPT-COUNT-TEXT) DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-STRING
           WRITE DUPLICATE-REPORT-RECORD FROM WS-RPT-LINE.

       REGISTER-REPORT-RUN.
           *> Registers this run in the report catalog and copies the
           *> report lines into the repository under a unique run id,
           *> the same way DUNNING-NOTICES files its control list
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REG-TIME FROM TIME

           MOVE SPACES TO WS-REPORT-RUN-ID
           STRING "DUPS" WS-REG-DATE-X(3:6) WS-REG-TIME-X(1:6)
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

           OPEN INPUT DUPLICATE-REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               CLOSE DUPLICATE-REPORT-FILE
               CLOSE REPORT-STORE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-LINE-COUNT
           MOVE 0 TO WS-REG-EOF-FLAG
           PERFORM UNTIL WS-REG-EOF-FLAG = 1
               READ DUPLICATE-REPORT-FILE
                   AT END
                       MOVE 1 TO WS-REG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STORE-LINE-COUNT
                       MOVE WS-REPORT-RUN-ID TO RS-RUN-ID
                       MOVE WS-STORE-LINE-COUNT TO RS-LINE-NO
                       MOVE DUPLICATE-REPORT-RECORD TO RS-LINE
                       WRITE REPORT-STORE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE DUPLICATE-REPORT-FILE
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
           MOVE "DUPLICATE-SCAN" TO RC-REPORT-NAME
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
           IF WS-ADDRESS-PRESENT-FLAG = 1
               CLOSE ADDRESS-FILE
           END-IF
           IF WS-REVIEW-PRESENT-FLAG = 1
               CLOSE DUPLICATE-REVIEW-FILE
           END-IF
           CLOSE DUPLICATE-REPORT-FILE
           CLOSE DUPLICATE-CANDIDATE-FILE
           CLOSE MERGE-REQUEST-FILE
           PERFORM REGISTER-REPORT-RUN
           DISPLAY "Duplicate scan complete: "
               WS-CAND-COUNT " candidate pairs, "
               WS-CONFIRMED-COUNT " confirmed pairs ready to merge".
