               ASSIGN TO "currency_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-REF-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-CATALOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DETAIL-INPUT-FILE.
           05  FEE-CTL-TYPE PIC X.
           05  FEE-CTL-RATE PIC 9(3)V9(4).
           05  FEE-CTL-FLAT PIC 9(7)V99.
           05  FEE-CTL-SCHEDULE PIC X(4).
       FD  FEE-DETAIL-FILE.
       01  FEE-DETAIL-LINE.
           05  FEE-DETAIL-STATUS PIC X.
           05  CUR-REF-CODE PIC X(3).
           05  CUR-REF-DECIMALS PIC 9.
           05  CUR-REF-ACTIVE PIC X.
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  PRODUCT-CATALOG-FILE.
       01  PRODUCT-CATALOG-LINE.
           COPY "PRODUCT-RECORD.cpy".
       WORKING-STORAGE SECTION.
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-DETAIL-INPUT-STATUS PIC XX VALUE "00".
       01  WS-FEE-SCHEDULE-STATUS PIC XX VALUE "00".
       01  WS-DAILY-PARAM-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-PRODUCT-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-ACCEPT-CODE PIC X VALUE "A".
       01  FEE-SCHEDULE-TABLE.
           05  FEE-BRACKET-ENTRY OCCURS 50 TIMES
                   INDEXED BY BRK-IDX.
               10  FEE-BRACKET-SCHEDULE PIC X(4) VALUE SPACES.
               10  FEE-BRACKET-UPPER PIC 9(9)V99 VALUE 0.
               10  FEE-BRACKET-TYPE PIC X VALUE 'R'.
               10  FEE-BRACKET-RATE PIC 9(3)V9(4) VALUE 0.
               10  FEE-BRACKET-COUNT PIC 9(9) VALUE 0.
               10  FEE-BRACKET-FEES PIC S9(11)V99 VALUE 0.
       01  FEE-BRACKET-TOTAL PIC 9(2) VALUE 0.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-PRODUCT PIC X(4) VALUE SPACES.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY OCCURS 100 TIMES
                   INDEXED BY PRD-IDX.
               10  PRD-CODE PIC X(4) VALUE SPACES.
               10  PRD-FEE-SCHEDULE PIC X(4) VALUE SPACES.
       01  PRODUCT-TOTAL PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-PRODUCT PIC X(4) VALUE SPACES.
       01  WS-RECORD-SCHEDULE PIC X(4) VALUE SPACES.
       01  WS-SCHEDULE-FOUND PIC X VALUE 'N'.
       01  WS-LAST-IN-SCHEDULE PIC 9(2) VALUE 0.
       01  WS-RECORDS-READ PIC 9(9) VALUE 0.
       01  WS-FEES-ASSESSED PIC 9(9) VALUE 0.
       01  WS-SKIPPED-COUNT PIC 9(9) VALUE 0.
           PERFORM LOAD-DAILY-PARAMETERS.
           PERFORM LOAD-CURRENCY-REFERENCE.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-ACCOUNT-PRODUCTS.
           IF FEE-BRACKET-TOTAL = 0
               DISPLAY "FEE-CALC: FEE SCHEDULE EMPTY OR MISSING"
               MOVE 1 TO RETURN-CODE
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEE-SCHEDULE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR FEE-BRACKET-TOTAL >= 50
                   READ FEE-SCHEDULE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF FEE-CTL-UPPER NUMERIC
                               ADD 1 TO FEE-BRACKET-TOTAL
                               MOVE FEE-CTL-SCHEDULE TO
                                   FEE-BRACKET-SCHEDULE
                                       (FEE-BRACKET-TOTAL)
                               MOVE FEE-CTL-UPPER TO
                                   FEE-BRACKET-UPPER
                                       (FEE-BRACKET-TOTAL)
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF WS-PRODUCT-CATALOG-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR PRODUCT-TOTAL >= 100
                   READ PRODUCT-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF PROD-CODE NOT = SPACES
                               ADD 1 TO PRODUCT-TOTAL
                               MOVE PROD-CODE TO
                                   PRD-CODE(PRODUCT-TOTAL)
                               MOVE PROD-FEE-SCHEDULE TO
                                   PRD-FEE-SCHEDULE(PRODUCT-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-ACCOUNT-PRODUCTS.
           OPEN INPUT ACCOUNT-REF-FILE.
           IF WS-ACCOUNT-REF-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR ACCOUNT-REF-TOTAL >= 1000
                   READ ACCOUNT-REF-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ACCT-REF-ID NOT = SPACES
                                   AND ACCT-REF-PRODUCT NOT = SPACES
                               ADD 1 TO ACCOUNT-REF-TOTAL
                               MOVE ACCT-REF-ID TO
                                   REF-ENTRY-ID(ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-PRODUCT TO
                                   REF-ENTRY-PRODUCT(ACCOUNT-REF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       FIND-RECORD-SCHEDULE.
           MOVE SPACES TO WS-ACCOUNT-PRODUCT.
           MOVE SPACES TO WS-RECORD-SCHEDULE.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = RECORD-ACCOUNT
                   MOVE REF-ENTRY-PRODUCT(REF-IDX) TO
                       WS-ACCOUNT-PRODUCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACCOUNT-PRODUCT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > PRODUCT-TOTAL
               IF PRD-CODE(PRD-IDX) = WS-ACCOUNT-PRODUCT
                   MOVE PRD-FEE-SCHEDULE(PRD-IDX) TO
                       WS-RECORD-SCHEDULE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RECORD-SCHEDULE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SCHEDULE-FOUND.
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > FEE-BRACKET-TOTAL
               IF FEE-BRACKET-SCHEDULE(BRK-IDX) = WS-RECORD-SCHEDULE
                   MOVE 'Y' TO WS-SCHEDULE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SCHEDULE-FOUND = 'N'
               MOVE SPACES TO WS-RECORD-SCHEDULE
           END-IF.

       ASSESS-RECORD-FEE.
           PERFORM FIND-RECORD-SCHEDULE.
           MOVE 0 TO WS-BRACKET-PICK.
           MOVE 0 TO WS-LAST-IN-SCHEDULE.
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > FEE-BRACKET-TOTAL
               IF FEE-BRACKET-SCHEDULE(BRK-IDX) = WS-RECORD-SCHEDULE
                   SET WS-LAST-IN-SCHEDULE TO BRK-IDX
                   IF RECORD-AMOUNT <= FEE-BRACKET-UPPER(BRK-IDX)
                       SET WS-BRACKET-PICK TO BRK-IDX
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BRACKET-PICK = 0
               MOVE WS-LAST-IN-SCHEDULE TO WS-BRACKET-PICK
           END-IF.
           IF WS-BRACKET-PICK = 0
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET BRK-IDX TO WS-BRACKET-PICK.
           IF FEE-BRACKET-TYPE(BRK-IDX) = 'F'
               MOVE FEE-BRACKET-COUNT(BRK-IDX) TO WS-COUNT-DISPLAY
               MOVE FEE-BRACKET-FEES(BRK-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO FEE-REPORT-LINE
               IF FEE-BRACKET-SCHEDULE(BRK-IDX) = SPACES
                   STRING "  UP TO " WS-UPPER-DISPLAY
                       " COUNT " WS-COUNT-DISPLAY
                       " FEES " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO FEE-REPORT-LINE
               ELSE
                   STRING "  SCHEDULE " FEE-BRACKET-SCHEDULE(BRK-IDX)
                       " UP TO " WS-UPPER-DISPLAY
                       " COUNT " WS-COUNT-DISPLAY
                       " FEES " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO FEE-REPORT-LINE
               END-IF
               WRITE FEE-REPORT-LINE
           END-PERFORM.
           CLOSE FEE-REPORT-FILE.
