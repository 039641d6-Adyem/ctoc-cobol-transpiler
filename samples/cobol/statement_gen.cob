       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT DETAIL-INPUT-FILE ASSIGN TO "records.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-INPUT-STATUS.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "statement_cycle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-CONTROL-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-CATALOG-STATUS.
           SELECT STATEMENT-CONTROL-FILE
               ASSIGN TO "statement_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-CONTROL-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHANGE-RATE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "monthly_statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-EDELIVERY-FILE
               ASSIGN TO "statement_edelivery.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-SUPPRESSION-FILE
               ASSIGN TO "statement_suppression.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANNEL-REPORT-FILE
               ASSIGN TO "statement_channel_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "statement_gen_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTACT-HISTORY-FILE
               ASSIGN TO "contact_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-HISTORY-STATUS.
           SELECT STATEMENT-WORK-FILE ASSIGN TO "statement_gen.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  DETAIL-INPUT-FILE.
       01  DETAIL-INPUT-RECORD.
           COPY "FLAT-DETAIL-RECORD.cpy".
       01  CYCLE-CONTROL-LINE.
           05  CYCLE-CTL-ACCOUNT PIC X(10).
           05  CYCLE-CTL-DAY PIC 9(2).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  PRODUCT-CATALOG-FILE.
       01  PRODUCT-CATALOG-LINE.
           COPY "PRODUCT-RECORD.cpy".
       FD  STATEMENT-CONTROL-FILE.
       01  STATEMENT-CONTROL-LINE.
           05  STC-MODE PIC X.
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-LINE.
           05  CUST-ID PIC X(8).
           05  CUST-NAME PIC X(30).
           05  CUST-ADDR1 PIC X(30).
           05  CUST-ADDR2 PIC X(30).
           05  CUST-ADDR3 PIC X(30).
           05  CUST-CHANNEL PIC X.
           05  CUST-POSTAL-CODE PIC X(10).
           05  CUST-MAIL-STATUS PIC X.
           05  CUST-LANGUAGE PIC X(2).
           05  CUST-RISK-TIER PIC X.
           05  CUST-RISK-SCORE PIC 9(3).
           05  CUST-RISK-DATE PIC 9(8).
           05  CUST-KYC-REVIEW-DATE PIC 9(8).
           05  CUST-KYC-NEXT-DUE PIC 9(8).
           05  CUST-KYC-DOC-EXPIRY PIC 9(8).
           05  CUST-KYC-FREQUENCY PIC 9(3).
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-LINE.
           05  RATE-CURRENCY-CODE PIC X(3).
           05  RATE-TO-BASE PIC 9(3)V9(6).
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(100).
       FD  STATEMENT-EDELIVERY-FILE.
       01  STATEMENT-EDELIVERY-LINE.
           05  ESL-CUSTOMER PIC X(8).
           05  ESL-DOC-REF PIC X(12).
           05  ESL-TEXT PIC X(100).
       FD  STATEMENT-SUPPRESSION-FILE.
       01  STATEMENT-SUPPRESSION-LINE.
           05  SSL-CUSTOMER PIC X(8).
           05  SSL-DOC-REF PIC X(12).
           05  SSL-PERIOD PIC 9(6).
           05  SSL-REASON PIC X(20).
       FD  CHANNEL-REPORT-FILE.
       01  CHANNEL-REPORT-LINE PIC X(80).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-LINE.
           COPY "CONTACT-HISTORY-RECORD.cpy".
       SD  STATEMENT-WORK-FILE.
       01  STATEMENT-WORK-RECORD.
           05  STMT-WORK-POSTAL PIC X(10).
           05  STMT-WORK-CUSTOMER PIC X(8).
           05  STMT-WORK-ACCOUNT PIC X(10).
           05  STMT-WORK-DATE PIC 9(8).
           05  STMT-WORK-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  STMT-WORK-CURRENCY PIC X(3).
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-DETAIL-INPUT-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-FEE-DETAIL-STATUS PIC XX VALUE "00".
       01  WS-CYCLE-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-PRODUCT-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-STATEMENT-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  WS-EXCHANGE-RATE-STATUS PIC XX VALUE "00".
       01  WS-CONTACT-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "STATEMENTS PRODUCED".
       01  MASTER-POSITION-REC.
               10  CYCLE-DAY PIC 9(2) VALUE 0.
       01  CYCLE-TOTAL PIC 9(4) VALUE 0.
       01  WS-CYCLE-MODE PIC X VALUE 'N'.
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
               10  PRD-CYCLE-DAY PIC 9(2) VALUE 0.
       01  PRODUCT-TOTAL PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-PRODUCT PIC X(4) VALUE SPACES.
       01  WS-PRODUCT-CYCLE-DAY PIC 9(2) VALUE 0.
       01  FEE-SUM-TABLE.
           05  FEE-SUM-ENTRY OCCURS 1000 TIMES INDEXED BY FEE-IDX.
               10  FEE-SUM-ACCOUNT PIC X(10) VALUE SPACES.
               10  FEE-SUM-AMOUNT PIC S9(9)V99 VALUE 0.
       01  FEE-SUM-TOTAL PIC 9(4) VALUE 0.
       01  FEE-LINE-TABLE.
           05  FEE-LINE-ENTRY OCCURS 2000 TIMES INDEXED BY FLN-IDX.
               10  FLN-ACCOUNT PIC X(10) VALUE SPACES.
               10  FLN-STATUS PIC X VALUE SPACE.
               10  FLN-BASIS PIC S9(7)V99 VALUE 0.
               10  FLN-FEE PIC S9(7)V99 VALUE 0.
       01  FEE-LINE-TOTAL PIC 9(4) VALUE 0.
       01  WS-COMBINED-MODE PIC X VALUE 'N'.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10  XRF-ACCOUNT PIC X(10) VALUE SPACES.
               10  XRF-CUSTOMER PIC X(8) VALUE SPACES.
       01  XREF-TOTAL PIC 9(4) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                   INDEXED BY CUS-IDX.
               10  CUS-ID PIC X(8) VALUE SPACES.
               10  CUS-NAME PIC X(30) VALUE SPACES.
               10  CUS-ADDR1 PIC X(30) VALUE SPACES.
               10  CUS-ADDR2 PIC X(30) VALUE SPACES.
               10  CUS-ADDR3 PIC X(30) VALUE SPACES.
               10  CUS-CHANNEL PIC X VALUE SPACE.
               10  CUS-POSTAL-CODE PIC X(10) VALUE SPACES.
               10  CUS-MAIL-STATUS PIC X VALUE SPACE.
       01  CUSTOMER-TOTAL PIC 9(3) VALUE 0.
       01  WS-STATEMENT-ROUTE PIC X VALUE 'P'.
       01  WS-DOC-REF PIC X(12) VALUE SPACES.
       01  WS-DOC-SEQ PIC 9(5) VALUE 0.
       01  WS-PRINT-COUNT PIC 9(6) VALUE 0.
       01  WS-PRINT-LINES PIC 9(6) VALUE 0.
       01  WS-EDELIVERY-COUNT PIC 9(6) VALUE 0.
       01  WS-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
       01  WS-CONTACT-LOCATION PIC X(40) VALUE SPACES.
       01  CURRENCY-TOTAL-TABLE.
           05  CURRENCY-TOTAL-ENTRY OCCURS 20 TIMES
                   INDEXED BY CTT-IDX.
               10  CTT-CURRENCY PIC X(3) VALUE SPACES.
               10  CTT-ACCOUNTS PIC 9(4) VALUE 0.
               10  CTT-OPENING PIC S9(11)V99 VALUE 0.
               10  CTT-FEES PIC S9(11)V99 VALUE 0.
               10  CTT-CLOSING PIC S9(11)V99 VALUE 0.
       01  CURRENCY-TOTAL-COUNT PIC 9(2) VALUE 0.
       01  WS-BASE-CURRENCY PIC X(3) VALUE "USD".
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 20 TIMES INDEXED BY RATE-IDX.
               10  RATE-ENTRY-CODE PIC X(3) VALUE SPACES.
               10  RATE-ENTRY-VALUE PIC 9(3)V9(6) VALUE 0.
       01  RATE-ENTRY-TOTAL PIC 9(2) VALUE 0.
       01  WS-RATE-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-RATE-KNOWN PIC X VALUE 'N'.
       01  WS-BASE-BALANCE PIC S9(13)V99 VALUE 0.
       01  WS-CUSTOMER-BASE-TOTAL PIC S9(13)V99 VALUE 0.
       01  WS-CUSTOMER-NO-RATE PIC X VALUE 'N'.
       01  WS-CURRENT-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-PRIMARY-SECTION PIC X VALUE 'Y'.
       01  WS-CURRENT-CUSTOMER PIC X(8) VALUE SPACES.
       01  WS-CUSTOMER-OPEN PIC X VALUE 'N'.
       01  WS-ACCOUNT-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-WORK-EOF PIC X VALUE 'N'.
       01  WS-CURRENT-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-OPEN PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-RUN-DATE-NUM(1:6) TO WS-STMT-YYYYMM.
           MOVE WS-RUN-DATE-NUM(7:2) TO WS-RUN-DAY.
           PERFORM LOAD-CYCLE-CONTROL.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-ACCOUNT-PRODUCTS.
           PERFORM LOAD-FEE-SUMS.
           PERFORM LOAD-STATEMENT-CONTROL.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-ACCOUNT-XREF.
           IF WS-COMBINED-MODE = 'Y'
               PERFORM LOAD-CUSTOMER-MASTER
           END-IF.
           OPEN I-O INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "STATEMENT-GEN: UNABLE TO OPEN MASTER FILE "
               STOP RUN
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT STATEMENT-EDELIVERY-FILE.
           OPEN OUTPUT STATEMENT-SUPPRESSION-FILE.
           OPEN EXTEND CONTACT-HISTORY-FILE.
           IF WS-CONTACT-HISTORY-STATUS = "35"
               OPEN OUTPUT CONTACT-HISTORY-FILE
           END-IF.
           SORT STATEMENT-WORK-FILE
               ON ASCENDING KEY STMT-WORK-POSTAL
                                STMT-WORK-CUSTOMER
                                STMT-WORK-ACCOUNT
                                STMT-WORK-CURRENCY
                                STMT-WORK-DATE
               INPUT PROCEDURE IS RELEASE-MONTH-DETAILS
               OUTPUT PROCEDURE IS PRINT-STATEMENTS.
           CLOSE STATEMENT-FILE.
           CLOSE STATEMENT-EDELIVERY-FILE.
           CLOSE STATEMENT-SUPPRESSION-FILE.
           CLOSE CONTACT-HISTORY-FILE.
           CLOSE INDEXED-OUTPUT-FILE.
           PERFORM WRITE-CHANNEL-REPORT.
           IF WS-STATEMENT-COUNT = 0
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO STATEMENTS IN CYCLE" TO WS-JOB-REASON
           MOVE "STATEMENT-GEN" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

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
                               IF PROD-CYCLE-DAY NUMERIC
                                   MOVE PROD-CYCLE-DAY TO
                                       PRD-CYCLE-DAY(PRODUCT-TOTAL)
                               END-IF
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

       LOAD-FEE-SUMS.
           OPEN INPUT FEE-DETAIL-FILE.
           IF WS-FEE-DETAIL-STATUS = "00"
                           IF FEE-DETAIL-ACCOUNT NOT = SPACES
                                   AND FEE-DETAIL-FEE NUMERIC
                               PERFORM TALLY-FEE-SUM
                               PERFORM NOTE-FEE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE FEE-DETAIL-FEE TO FEE-SUM-AMOUNT(FEE-SUM-TOTAL)
           END-IF.

       NOTE-FEE-LINE.
           IF FEE-LINE-TOTAL >= 2000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FEE-LINE-TOTAL.
           MOVE FEE-DETAIL-ACCOUNT TO FLN-ACCOUNT(FEE-LINE-TOTAL).
           MOVE FEE-DETAIL-STATUS TO FLN-STATUS(FEE-LINE-TOTAL).
           IF FEE-DETAIL-AMOUNT NUMERIC
               MOVE FEE-DETAIL-AMOUNT TO FLN-BASIS(FEE-LINE-TOTAL)
           END-IF.
           MOVE FEE-DETAIL-FEE TO FLN-FEE(FEE-LINE-TOTAL).

       LOAD-STATEMENT-CONTROL.
           OPEN INPUT STATEMENT-CONTROL-FILE.
           IF WS-STATEMENT-CONTROL-STATUS = "00"
               READ STATEMENT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STC-MODE = 'C'
                           MOVE 'Y' TO WS-COMBINED-MODE
                       END-IF
               END-READ
               CLOSE STATEMENT-CONTROL-FILE
           END-IF.

       LOAD-ACCOUNT-XREF.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-ACCOUNT-XREF-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR XREF-TOTAL >= 1000
                   READ ACCOUNT-XREF-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF XREF-ACCOUNT NOT = SPACES
                               ADD 1 TO XREF-TOTAL
                               MOVE XREF-ACCOUNT TO
                                   XRF-ACCOUNT(XREF-TOTAL)
                               MOVE XREF-CUSTOMER TO
                                   XRF-CUSTOMER(XREF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-XREF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR CUSTOMER-TOTAL >= 500
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF CUST-ID NOT = SPACES
                               ADD 1 TO CUSTOMER-TOTAL
                               MOVE CUST-ID TO
                                   CUS-ID(CUSTOMER-TOTAL)
                               MOVE CUST-NAME TO
                                   CUS-NAME(CUSTOMER-TOTAL)
                               MOVE CUST-ADDR1 TO
                                   CUS-ADDR1(CUSTOMER-TOTAL)
                               MOVE CUST-ADDR2 TO
                                   CUS-ADDR2(CUSTOMER-TOTAL)
                               MOVE CUST-ADDR3 TO
                                   CUS-ADDR3(CUSTOMER-TOTAL)
                               MOVE CUST-CHANNEL TO
                                   CUS-CHANNEL(CUSTOMER-TOTAL)
                               MOVE CUST-POSTAL-CODE TO
                                   CUS-POSTAL-CODE(CUSTOMER-TOTAL)
                               MOVE CUST-MAIL-STATUS TO
                                   CUS-MAIL-STATUS(CUSTOMER-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       FIND-ACCOUNT-CUSTOMER.
           MOVE SPACES TO STMT-WORK-CUSTOMER.
           MOVE SPACES TO STMT-WORK-POSTAL.
           IF WS-COMBINED-MODE = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-ACCOUNT(XRF-IDX) = RECORD-ACCOUNT
                   MOVE XRF-CUSTOMER(XRF-IDX) TO STMT-WORK-CUSTOMER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF STMT-WORK-CUSTOMER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
               IF CUS-ID(CUS-IDX) = STMT-WORK-CUSTOMER
                   MOVE CUS-POSTAL-CODE(CUS-IDX) TO STMT-WORK-POSTAL
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RELEASE-MONTH-DETAILS.
           OPEN INPUT DETAIL-INPUT-FILE.
           IF WS-DETAIL-INPUT-STATUS NOT = "00"
                           MOVE RECORD-ACCOUNT TO STMT-WORK-ACCOUNT
                           MOVE RECORD-TRAN-DATE TO STMT-WORK-DATE
                           MOVE RECORD-AMOUNT TO STMT-WORK-AMOUNT
                           MOVE RECORD-CURRENCY TO STMT-WORK-CURRENCY
                           IF RECORD-CURRENCY = SPACES
                               PERFORM FIND-PRIMARY-CURRENCY
                           END-IF
                           PERFORM FIND-ACCOUNT-CUSTOMER
                           RELEASE STATEMENT-WORK-RECORD
                       END-IF
               END-READ
           CLOSE DETAIL-INPUT-FILE.
           MOVE 'N' TO EOF-FLAG.

       FIND-PRIMARY-CURRENCY.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE RECORD-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                   MOVE POS-CURRENCY TO STMT-WORK-CURRENCY
           END-READ.

       PRINT-STATEMENTS.
           MOVE 'N' TO WS-WORK-EOF.
           MOVE SPACES TO WS-CURRENT-ACCOUNT.
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF
                   NOT AT END
                       IF STMT-WORK-CUSTOMER NOT = WS-CURRENT-CUSTOMER
                           PERFORM CLOSE-ACCOUNT-STATEMENT
                           PERFORM CLOSE-CUSTOMER-STATEMENT
                           MOVE STMT-WORK-CUSTOMER TO
                               WS-CURRENT-CUSTOMER
                           MOVE SPACES TO WS-CURRENT-ACCOUNT
                       END-IF
                       IF STMT-WORK-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                               OR STMT-WORK-CURRENCY NOT =
                                   WS-CURRENT-CURRENCY
                           PERFORM CLOSE-ACCOUNT-STATEMENT
                           MOVE STMT-WORK-ACCOUNT TO
                               WS-CURRENT-ACCOUNT
                           MOVE STMT-WORK-CURRENCY TO
                               WS-CURRENT-CURRENCY
                           MOVE STMT-WORK-CURRENCY TO
                               WS-ACCOUNT-CURRENCY
                           PERFORM OPEN-ACCOUNT-STATEMENT
                       END-IF
                       IF WS-ACCOUNT-OPEN = 'Y'
               END-RETURN
           END-PERFORM.
           PERFORM CLOSE-ACCOUNT-STATEMENT.
           PERFORM CLOSE-CUSTOMER-STATEMENT.

       CHECK-CYCLE-SCOPE.
           MOVE 'Y' TO WS-IN-CYCLE.
           PERFORM VARYING CYC-IDX FROM 1 BY 1
                   UNTIL CYC-IDX > CYCLE-TOTAL
               IF CYCLE-ACCOUNT(CYC-IDX) = WS-CURRENT-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM FIND-PRODUCT-CYCLE-DAY.
           IF WS-PRODUCT-CYCLE-DAY > 0
               IF WS-PRODUCT-CYCLE-DAY NOT = WS-RUN-DAY
                   MOVE 'N' TO WS-IN-CYCLE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-CYCLE-MODE = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-IN-CYCLE.

       FIND-PRODUCT-CYCLE-DAY.
           MOVE 0 TO WS-PRODUCT-CYCLE-DAY.
           MOVE SPACES TO WS-ACCOUNT-PRODUCT.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = WS-CURRENT-ACCOUNT
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
                   MOVE PRD-CYCLE-DAY(PRD-IDX) TO WS-PRODUCT-CYCLE-DAY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       READ-ACCOUNT-POSITION.
           MOVE 'N' TO WS-POSITION-FOUND.
           MOVE 'Y' TO WS-PRIMARY-SECTION.
           MOVE 0 TO WS-OPENING-BALANCE.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-CURRENT-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
           END-READ.
           IF WS-CURRENT-CURRENCY NOT = SPACES
                   AND POS-CURRENCY NOT = SPACES
                   AND POS-CURRENCY NOT = WS-CURRENT-CURRENCY
               MOVE 'N' TO WS-PRIMARY-SECTION
               MOVE WS-CURRENT-CURRENCY TO INDEXED-OUTPUT-KEY(11:3)
               READ INDEXED-OUTPUT-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
               END-READ
           END-IF.
           PERFORM NOTE-OPENING-BALANCE.

       NOTE-OPENING-BALANCE.
           IF POS-CURRENT-BALANCE NUMERIC
                   AND POS-MTD-AMOUNT NUMERIC
               COMPUTE WS-OPENING-BALANCE =
                   POS-CURRENT-BALANCE - POS-MTD-AMOUNT
               MOVE 'Y' TO WS-POSITION-FOUND
               IF POS-CURRENCY NOT = SPACES
                   MOVE POS-CURRENCY TO WS-ACCOUNT-CURRENCY
               END-IF
           END-IF.

       OPEN-ACCOUNT-STATEMENT.
           PERFORM CHECK-CYCLE-SCOPE.
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-ACCOUNT-OPEN.
           MOVE 0 TO WS-TXN-COUNT.
           PERFORM READ-ACCOUNT-POSITION.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
           IF WS-CURRENT-CUSTOMER NOT = SPACES
               PERFORM OPEN-CUSTOMER-STATEMENT
               PERFORM WRITE-CONTACT-HISTORY
               PERFORM OPEN-ACCOUNT-SECTION
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STATEMENT-COUNT.
           ADD 1 TO WS-PRINT-COUNT.
           ADD 1 TO WS-DOC-SEQ.
           MOVE SPACES TO WS-DOC-REF.
           STRING "S" WS-RUN-DATE-NUM(3:6) WS-DOC-SEQ
               DELIMITED BY SIZE INTO WS-DOC-REF.
           PERFORM WRITE-CONTACT-HISTORY.
           MOVE ALL "=" TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "MONTHLY STATEMENT  ACCOUNT " WS-CURRENT-ACCOUNT
               "  CURRENCY " WS-ACCOUNT-CURRENCY
               "  PERIOD " WS-STMT-YYYYMM
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "OPENING BALANCE: " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE "  DATE       AMOUNT        RUNNING BALANCE" TO
               STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.

       PRINT-TRANSACTION-LINE.
           ADD 1 TO WS-TXN-COUNT.
           STRING "  " STMT-WORK-DATE "  " WS-AMOUNT-DISPLAY
               "  " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.

       CLOSE-ACCOUNT-STATEMENT.
           IF WS-ACCOUNT-OPEN = 'N'
           MOVE 0 TO WS-ACCOUNT-FEES.
           PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > FEE-SUM-TOTAL
                       OR WS-PRIMARY-SECTION = 'N'
               IF FEE-SUM-ACCOUNT(FEE-IDX) = WS-CURRENT-ACCOUNT
                   MOVE FEE-SUM-AMOUNT(FEE-IDX) TO WS-ACCOUNT-FEES
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CURRENT-CUSTOMER NOT = SPACES
               PERFORM CLOSE-ACCOUNT-SECTION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-FEES TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "FEES FOR PERIOD: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE WS-TXN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "TRANSACTIONS THIS PERIOD: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "CLOSING BALANCE: " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           PERFORM WRITE-BASE-EQUIVALENT.
           IF WS-POSITION-FOUND = 'N'
               MOVE "NOTE: ACCOUNT NOT ON MASTER - OPENING ASSUMED 0"
                   TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE 'N' TO WS-ACCOUNT-OPEN.

       OPEN-CUSTOMER-STATEMENT.
           IF WS-CUSTOMER-OPEN = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CUSTOMER-OPEN.
           ADD 1 TO WS-STATEMENT-COUNT.
           PERFORM SET-STATEMENT-ROUTE.
           MOVE 0 TO CURRENCY-TOTAL-COUNT.
           INITIALIZE CURRENCY-TOTAL-TABLE.
           MOVE ALL "=" TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "COMBINED STATEMENT  CUSTOMER " WS-CURRENT-CUSTOMER
               "  PERIOD " WS-STMT-YYYYMM
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
               IF CUS-ID(CUS-IDX) = WS-CURRENT-CUSTOMER
                   MOVE CUS-NAME(CUS-IDX) TO STATEMENT-LINE
                   PERFORM PUT-STATEMENT-LINE
                   IF CUS-ADDR1(CUS-IDX) NOT = SPACES
                       MOVE CUS-ADDR1(CUS-IDX) TO STATEMENT-LINE
                       PERFORM PUT-STATEMENT-LINE
                   END-IF
                   IF CUS-ADDR2(CUS-IDX) NOT = SPACES
                       MOVE CUS-ADDR2(CUS-IDX) TO STATEMENT-LINE
                       PERFORM PUT-STATEMENT-LINE
                   END-IF
                   IF CUS-ADDR3(CUS-IDX) NOT = SPACES
                       MOVE CUS-ADDR3(CUS-IDX) TO STATEMENT-LINE
                       PERFORM PUT-STATEMENT-LINE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-ACCOUNT-SECTION.
           MOVE ALL "-" TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "ACCOUNT " WS-CURRENT-ACCOUNT
               "  CURRENCY " WS-ACCOUNT-CURRENCY
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "OPENING BALANCE: " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE "  DATE       AMOUNT        RUNNING BALANCE" TO
               STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.

       CLOSE-ACCOUNT-SECTION.
           PERFORM VARYING FLN-IDX FROM 1 BY 1
                   UNTIL FLN-IDX > FEE-LINE-TOTAL
                       OR WS-PRIMARY-SECTION = 'N'
               IF FLN-ACCOUNT(FLN-IDX) = WS-CURRENT-ACCOUNT
                   MOVE FLN-BASIS(FLN-IDX) TO WS-AMOUNT-DISPLAY
                   MOVE FLN-FEE(FLN-IDX) TO WS-BALANCE-DISPLAY
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  FEE ON " WS-AMOUNT-DISPLAY
                       "  STATUS " FLN-STATUS(FLN-IDX)
                       "  FEE " WS-BALANCE-DISPLAY
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   PERFORM PUT-STATEMENT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-ACCOUNT-FEES TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "FEES FOR PERIOD: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE WS-TXN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "TRANSACTIONS THIS PERIOD: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "CLOSING BALANCE: " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           PERFORM WRITE-BASE-EQUIVALENT.
           IF WS-POSITION-FOUND = 'N'
               MOVE "NOTE: ACCOUNT NOT ON MASTER - OPENING ASSUMED 0"
                   TO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.
           PERFORM ADD-CURRENCY-TOTALS.
           MOVE 'N' TO WS-ACCOUNT-OPEN.

       WRITE-BASE-EQUIVALENT.
           IF WS-ACCOUNT-CURRENCY = SPACES
                   OR WS-ACCOUNT-CURRENCY = WS-BASE-CURRENCY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-CURRENCY TO WS-RATE-CURRENCY.
           PERFORM FIND-CURRENCY-RATE.
           MOVE SPACES TO STATEMENT-LINE.
           IF WS-RATE-KNOWN = 'N'
               STRING WS-BASE-CURRENCY " EQUIVALENT: NO EXCHANGE RATE"
                   " FOR " WS-ACCOUNT-CURRENCY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               COMPUTE WS-BASE-BALANCE ROUNDED =
                   WS-RUNNING-BALANCE * WS-RATE
               MOVE WS-BASE-BALANCE TO WS-BALANCE-DISPLAY
               STRING WS-BASE-CURRENCY " EQUIVALENT: "
                   WS-BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           PERFORM PUT-STATEMENT-LINE.

       FIND-CURRENCY-RATE.
           MOVE 'N' TO WS-RATE-KNOWN.
           MOVE 0 TO WS-RATE.
           IF WS-RATE-CURRENCY = SPACES
                   OR WS-RATE-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-RATE
               MOVE 'Y' TO WS-RATE-KNOWN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-ENTRY-TOTAL
               IF RATE-ENTRY-CODE(RATE-IDX) = WS-RATE-CURRENCY
                   MOVE RATE-ENTRY-VALUE(RATE-IDX) TO WS-RATE
                   MOVE 'Y' TO WS-RATE-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXCHANGE-RATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR RATE-ENTRY-TOTAL >= 20
               READ EXCHANGE-RATE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF RATE-CURRENCY-CODE NOT = SPACES
                               AND RATE-TO-BASE NUMERIC
                           ADD 1 TO RATE-ENTRY-TOTAL
                           MOVE RATE-CURRENCY-CODE TO
                               RATE-ENTRY-CODE(RATE-ENTRY-TOTAL)
                           MOVE RATE-TO-BASE TO
                               RATE-ENTRY-VALUE(RATE-ENTRY-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCHANGE-RATE-FILE.
           MOVE 'N' TO EOF-FLAG.

       ADD-CURRENCY-TOTALS.
           PERFORM VARYING CTT-IDX FROM 1 BY 1
                   UNTIL CTT-IDX > CURRENCY-TOTAL-COUNT
               IF CTT-CURRENCY(CTT-IDX) = WS-ACCOUNT-CURRENCY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CTT-IDX > CURRENCY-TOTAL-COUNT
               IF CURRENCY-TOTAL-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CURRENCY-TOTAL-COUNT
               SET CTT-IDX TO CURRENCY-TOTAL-COUNT
               MOVE WS-ACCOUNT-CURRENCY TO CTT-CURRENCY(CTT-IDX)
           END-IF.
           ADD 1 TO CTT-ACCOUNTS(CTT-IDX).
           ADD WS-OPENING-BALANCE TO CTT-OPENING(CTT-IDX).
           ADD WS-ACCOUNT-FEES TO CTT-FEES(CTT-IDX).
           ADD WS-RUNNING-BALANCE TO CTT-CLOSING(CTT-IDX).

       CLOSE-CUSTOMER-STATEMENT.
           IF WS-CUSTOMER-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE ALL "-" TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE "TOTALS BY CURRENCY" TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE 0 TO WS-CUSTOMER-BASE-TOTAL.
           MOVE 'N' TO WS-CUSTOMER-NO-RATE.
           PERFORM VARYING CTT-IDX FROM 1 BY 1
                   UNTIL CTT-IDX > CURRENCY-TOTAL-COUNT
               MOVE CTT-ACCOUNTS(CTT-IDX) TO WS-COUNT-DISPLAY
               MOVE CTT-FEES(CTT-IDX) TO WS-AMOUNT-DISPLAY
               MOVE CTT-CLOSING(CTT-IDX) TO WS-BALANCE-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  " CTT-CURRENCY(CTT-IDX)
                   " ACCOUNTS " WS-COUNT-DISPLAY
                   " FEES " WS-AMOUNT-DISPLAY
                   " CLOSING " WS-BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE
               MOVE CTT-OPENING(CTT-IDX) TO WS-BALANCE-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING "      OPENING " WS-BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               PERFORM PUT-STATEMENT-LINE
               PERFORM WRITE-CURRENCY-BASE-LINE
           END-PERFORM.
           MOVE WS-CUSTOMER-BASE-TOTAL TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO STATEMENT-LINE.
           IF WS-CUSTOMER-NO-RATE = 'Y'
               STRING "TOTAL " WS-BASE-CURRENCY " EQUIVALENT: "
                   WS-BALANCE-DISPLAY " (EXCLUDES UNRATED CURRENCIES)"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "TOTAL " WS-BASE-CURRENCY " EQUIVALENT: "
                   WS-BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE 'N' TO WS-CUSTOMER-OPEN.
           MOVE 'P' TO WS-STATEMENT-ROUTE.

       WRITE-CURRENCY-BASE-LINE.
           MOVE CTT-CURRENCY(CTT-IDX) TO WS-RATE-CURRENCY.
           PERFORM FIND-CURRENCY-RATE.
           MOVE SPACES TO STATEMENT-LINE.
           IF WS-RATE-KNOWN = 'N'
               MOVE 'Y' TO WS-CUSTOMER-NO-RATE
               STRING "      " WS-BASE-CURRENCY
                   " EQUIVALENT NOT AVAILABLE - NO EXCHANGE RATE"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               COMPUTE WS-BASE-BALANCE ROUNDED =
                   CTT-CLOSING(CTT-IDX) * WS-RATE
               ADD WS-BASE-BALANCE TO WS-CUSTOMER-BASE-TOTAL
               MOVE WS-BASE-BALANCE TO WS-BALANCE-DISPLAY
               STRING "      " WS-BASE-CURRENCY " EQUIVALENT "
                   WS-BALANCE-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           PERFORM PUT-STATEMENT-LINE.

       SET-STATEMENT-ROUTE.
           MOVE 'P' TO WS-STATEMENT-ROUTE.
           ADD 1 TO WS-DOC-SEQ.
           MOVE SPACES TO WS-DOC-REF.
           STRING "S" WS-RUN-DATE-NUM(3:6) WS-DOC-SEQ
               DELIMITED BY SIZE INTO WS-DOC-REF.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
               IF CUS-ID(CUS-IDX) = WS-CURRENT-CUSTOMER
                   IF CUS-CHANNEL(CUS-IDX) = 'E'
                       MOVE 'E' TO WS-STATEMENT-ROUTE
                   ELSE
                       IF CUS-MAIL-STATUS(CUS-IDX) = 'R'
                           MOVE 'S' TO WS-STATEMENT-ROUTE
                       END-IF
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE WS-STATEMENT-ROUTE
               WHEN 'E'
                   ADD 1 TO WS-EDELIVERY-COUNT
               WHEN 'S'
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   MOVE WS-CURRENT-CUSTOMER TO SSL-CUSTOMER
                   MOVE WS-DOC-REF TO SSL-DOC-REF
                   MOVE WS-STMT-YYYYMM TO SSL-PERIOD
                   MOVE "RETURNED MAIL" TO SSL-REASON
                   WRITE STATEMENT-SUPPRESSION-LINE
               WHEN OTHER
                   ADD 1 TO WS-PRINT-COUNT
           END-EVALUATE.

       WRITE-CONTACT-HISTORY.
           MOVE SPACES TO CONTACT-HISTORY-LINE.
           MOVE WS-CURRENT-CUSTOMER TO CTH-CUSTOMER.
           IF WS-CURRENT-CUSTOMER = SPACES
               PERFORM VARYING XRF-IDX FROM 1 BY 1
                       UNTIL XRF-IDX > XREF-TOTAL
                   IF XRF-ACCOUNT(XRF-IDX) = WS-CURRENT-ACCOUNT
                       MOVE XRF-CUSTOMER(XRF-IDX) TO CTH-CUSTOMER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-CURRENT-ACCOUNT TO CTH-ACCOUNT.
           MOVE "STMT" TO CTH-DOC-TYPE.
           MOVE WS-STATEMENT-ROUTE TO CTH-CHANNEL.
           MOVE WS-RUN-DATE-NUM TO CTH-BUSINESS-DATE.
           MOVE WS-DOC-REF TO CTH-DOC-REF.
           MOVE SPACES TO WS-CONTACT-LOCATION.
           EVALUATE WS-STATEMENT-ROUTE
               WHEN 'E'
                   MOVE "statement_edelivery.dat" TO
                       WS-CONTACT-LOCATION
               WHEN 'S'
                   MOVE "statement_suppression.dat" TO
                       WS-CONTACT-LOCATION
               WHEN OTHER
                   STRING "monthly_statements_" WS-RUN-DATE-NUM ".arc"
                       DELIMITED BY SIZE INTO WS-CONTACT-LOCATION
           END-EVALUATE.
           MOVE WS-CONTACT-LOCATION TO CTH-LOCATION.
           MOVE "STATEMENT-GEN" TO CTH-PROGRAM.
           WRITE CONTACT-HISTORY-LINE.

       PUT-STATEMENT-LINE.
           EVALUATE WS-STATEMENT-ROUTE
               WHEN 'E'
                   MOVE WS-CURRENT-CUSTOMER TO ESL-CUSTOMER
                   MOVE WS-DOC-REF TO ESL-DOC-REF
                   MOVE STATEMENT-LINE TO ESL-TEXT
                   WRITE STATEMENT-EDELIVERY-LINE
               WHEN 'S'
                   CONTINUE
               WHEN OTHER
                   WRITE STATEMENT-LINE
                   ADD 1 TO WS-PRINT-LINES
           END-EVALUATE.

       WRITE-CHANNEL-REPORT.
           OPEN OUTPUT CHANNEL-REPORT-FILE.
           MOVE "STATEMENT DELIVERY CHANNEL CONTROL REPORT" TO
               CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               "  PERIOD " WS-STMT-YYYYMM
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-PRINT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "PRINTED MAIL STATEMENTS:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-PRINT-LINES TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "PRINT FILE LINES:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-EDELIVERY-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "ELECTRONIC STATEMENTS:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "SUPPRESSED (RETURNED MAIL):" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-STATEMENT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "TOTAL STATEMENTS:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           CLOSE CHANNEL-REPORT-FILE.

       LOAD-BUSINESS-DATE.
           MOVE SPACES TO BUSINESS-DATE-LINE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE SPACES TO BUSINESS-DATE-LINE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF BDC-CURRENT-DATE NUMERIC AND BDC-CURRENT-DATE > 0
               MOVE BDC-CURRENT-DATE TO WS-RUN-DATE-NUM
           ELSE
               DISPLAY "STATEMENT-GEN: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
