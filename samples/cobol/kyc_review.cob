       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT KYC-CONTROL-FILE
               ASSIGN TO "kyc_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT BLOCK-FILE
               ASSIGN TO "block_instructions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.
           SELECT RENEWAL-NOTICE-FILE
               ASSIGN TO "kyc_renewal_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KYC-REPORT-FILE
               ASSIGN TO "kyc_overdue_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "kyc_review_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  KYC-CONTROL-FILE.
       01  KYC-CONTROL-LINE.
           05  KYC-CTL-NOTICE-DAYS PIC 9(3).
           05  KYC-CTL-GRACE-DAYS PIC 9(3).
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
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
       FD  BLOCK-FILE.
       01  BLOCK-LINE.
           COPY "BLOCK-INSTRUCTION-RECORD.cpy".
       FD  RENEWAL-NOTICE-FILE.
       01  RENEWAL-NOTICE-LINE PIC X(100).
       FD  KYC-REPORT-FILE.
       01  KYC-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-BLOCK-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "KYC REVIEW COMPLETE".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-DUE-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-NOTICE-DAYS PIC 9(3) VALUE 30.
       01  WS-GRACE-DAYS PIC 9(3) VALUE 30.
       01  WS-KYC-OPERATOR PIC X(8) VALUE "KYCREVW".
       01  WS-KYC-DUE-DATE PIC 9(8) VALUE 0.
       01  WS-KYC-DUE-REASON PIC X(8) VALUE SPACES.
       01  WS-NOTICE-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-NOTICE-AMOUNT PIC Z(6)9.99.
       01  WS-DAYS-TO-DUE PIC S9(6) COMP VALUE 0.
       01  WS-OVERDUE-DAYS PIC 9(5) VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10  XRF-ACCOUNT PIC X(10) VALUE SPACES.
               10  XRF-CUSTOMER PIC X(8) VALUE SPACES.
       01  XREF-TOTAL PIC 9(4) VALUE 0.
       01  BLOCK-TABLE.
           05  BLOCK-ENTRY OCCURS 2000 TIMES INDEXED BY BLK-IDX.
               10  BLK-ID PIC X(10) VALUE SPACES.
               10  BLK-ACCOUNT PIC X(10) VALUE SPACES.
               10  BLK-TYPE PIC X VALUE SPACE.
               10  BLK-TRANSACTION-ID PIC X(10) VALUE SPACES.
               10  BLK-AMOUNT PIC 9(9)V99 VALUE 0.
               10  BLK-EFFECTIVE-DATE PIC 9(8) VALUE 0.
               10  BLK-EXPIRY-DATE PIC 9(8) VALUE 0.
               10  BLK-STATUS PIC X VALUE SPACE.
               10  BLK-OPERATOR PIC X(8) VALUE SPACES.
       01  BLOCK-TOTAL PIC 9(4) VALUE 0.
       01  WS-BLOCK-SEQUENCE PIC 9(7) VALUE 0.
       01  WS-BLOCK-CHANGED PIC X VALUE 'N'.
       01  WS-BLOCK-FOUND PIC X VALUE 'N'.
       01  OVERDUE-TABLE.
           05  OVERDUE-ENTRY OCCURS 500 TIMES INDEXED BY OVD-IDX.
               10  OVD-CUSTOMER PIC X(8) VALUE SPACES.
               10  OVD-NAME PIC X(24) VALUE SPACES.
               10  OVD-RISK-TIER PIC X VALUE SPACE.
               10  OVD-DUE-DATE PIC 9(8) VALUE 0.
               10  OVD-DUE-REASON PIC X(8) VALUE SPACES.
               10  OVD-AGE PIC 9(5) VALUE 0.
               10  OVD-BLOCKED PIC X VALUE 'N'.
       01  OVERDUE-TOTAL PIC 9(4) VALUE 0.
       01  WS-OVERDUE-SLOT PIC 9(4) VALUE 0.
       01  WS-BUCKET-LOW PIC 9(5) VALUE 0.
       01  WS-BUCKET-HIGH PIC 9(5) VALUE 0.
       01  WS-BUCKET-TITLE PIC X(20) VALUE SPACES.
       01  WS-BUCKET-COUNT PIC 9(6) VALUE 0.
       01  WS-CUSTOMERS-READ PIC 9(6) VALUE 0.
       01  WS-CURRENT-COUNT PIC 9(6) VALUE 0.
       01  WS-NO-REVIEW-COUNT PIC 9(6) VALUE 0.
       01  WS-NOTICE-COUNT PIC 9(6) VALUE 0.
       01  WS-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01  WS-BLOCKS-ADDED PIC 9(6) VALUE 0.
       01  WS-BLOCKS-RELEASED PIC 9(6) VALUE 0.
       01  WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AGE-DISPLAY PIC Z(4)9.
       01  WS-DAYS-DISPLAY PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-KYC-CONTROL.
           PERFORM LOAD-ACCOUNT-XREF.
           PERFORM LOAD-BLOCK-REGISTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "KYC-REVIEW: UNABLE TO OPEN CUSTOMER MASTER "
                   "customer_master.dat, FILE STATUS "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "CUSTOMER MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RENEWAL-NOTICE-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CUSTOMER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CUST-ID NOT = SPACES
                           ADD 1 TO WS-CUSTOMERS-READ
                           PERFORM REVIEW-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE RENEWAL-NOTICE-FILE.
           MOVE 'N' TO EOF-FLAG.
           IF WS-BLOCK-CHANGED = 'Y'
               PERFORM REWRITE-BLOCK-REGISTER
           END-IF.
           PERFORM WRITE-OVERDUE-REPORT.
           IF WS-OVERDUE-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "KYC REVIEWS OVERDUE" TO WS-JOB-REASON
           END-IF.
           IF WS-OVERFLOW-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "KYC TABLE FULL" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "KYC-REVIEW" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

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
               DISPLAY "KYC-REVIEW: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.

       LOAD-KYC-CONTROL.
           OPEN INPUT KYC-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ KYC-CONTROL-FILE
               AT END
                   MOVE SPACES TO KYC-CONTROL-LINE
           END-READ.
           CLOSE KYC-CONTROL-FILE.
           IF KYC-CTL-NOTICE-DAYS NUMERIC
                   AND KYC-CTL-NOTICE-DAYS > 0
               MOVE KYC-CTL-NOTICE-DAYS TO WS-NOTICE-DAYS
           END-IF.
           IF KYC-CTL-GRACE-DAYS NUMERIC
               MOVE KYC-CTL-GRACE-DAYS TO WS-GRACE-DAYS
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

       LOAD-BLOCK-REGISTER.
           OPEN INPUT BLOCK-FILE.
           IF WS-BLOCK-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR BLOCK-TOTAL >= 2000
                   READ BLOCK-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF BLOCK-ID NOT = SPACES
                               ADD 1 TO BLOCK-TOTAL
                               PERFORM NOTE-BLOCK-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCK-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-BLOCK-ENTRY.
           MOVE BLOCK-ID TO BLK-ID(BLOCK-TOTAL).
           MOVE BLOCK-ACCOUNT TO BLK-ACCOUNT(BLOCK-TOTAL).
           MOVE BLOCK-TYPE TO BLK-TYPE(BLOCK-TOTAL).
           MOVE BLOCK-TRANSACTION-ID TO
               BLK-TRANSACTION-ID(BLOCK-TOTAL).
           IF BLOCK-AMOUNT NUMERIC
               MOVE BLOCK-AMOUNT TO BLK-AMOUNT(BLOCK-TOTAL)
           END-IF.
           IF BLOCK-EFFECTIVE-DATE NUMERIC
               MOVE BLOCK-EFFECTIVE-DATE TO
                   BLK-EFFECTIVE-DATE(BLOCK-TOTAL)
           END-IF.
           IF BLOCK-EXPIRY-DATE NUMERIC
               MOVE BLOCK-EXPIRY-DATE TO BLK-EXPIRY-DATE(BLOCK-TOTAL)
           END-IF.
           MOVE BLOCK-STATUS TO BLK-STATUS(BLOCK-TOTAL).
           MOVE BLOCK-OPERATOR TO BLK-OPERATOR(BLOCK-TOTAL).
           IF BLOCK-ID(1:3) = "KYC" AND BLOCK-ID(4:7) NUMERIC
               IF BLOCK-ID(4:7) > WS-BLOCK-SEQUENCE
                   MOVE BLOCK-ID(4:7) TO WS-BLOCK-SEQUENCE
               END-IF
           END-IF.

       REVIEW-ONE-CUSTOMER.
           IF CUST-KYC-NEXT-DUE NOT NUMERIC
               MOVE 0 TO CUST-KYC-NEXT-DUE
           END-IF.
           IF CUST-KYC-DOC-EXPIRY NOT NUMERIC
               MOVE 0 TO CUST-KYC-DOC-EXPIRY
           END-IF.
           MOVE CUST-KYC-NEXT-DUE TO WS-KYC-DUE-DATE.
           MOVE "REVIEW" TO WS-KYC-DUE-REASON.
           IF CUST-KYC-DOC-EXPIRY > 0
                   AND (WS-KYC-DUE-DATE = 0
                       OR CUST-KYC-DOC-EXPIRY < WS-KYC-DUE-DATE)
               MOVE CUST-KYC-DOC-EXPIRY TO WS-KYC-DUE-DATE
               MOVE "DOCUMENT" TO WS-KYC-DUE-REASON
           END-IF.
           IF WS-KYC-DUE-DATE = 0
               ADD 1 TO WS-NO-REVIEW-COUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-KYC-DUE-DATE).
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-DATE-INT - WS-RUN-DATE-INT.
           IF WS-DAYS-TO-DUE >= 0
               ADD 1 TO WS-CURRENT-COUNT
               PERFORM RELEASE-KYC-BLOCKS
               IF WS-DAYS-TO-DUE <= WS-NOTICE-DAYS
                   PERFORM WRITE-RENEWAL-NOTICE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OVERDUE-COUNT.
           COMPUTE WS-OVERDUE-DAYS = 0 - WS-DAYS-TO-DUE.
           MOVE 0 TO WS-OVERDUE-SLOT.
           IF OVERDUE-TOTAL >= 500
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO OVERDUE-TOTAL
               MOVE OVERDUE-TOTAL TO WS-OVERDUE-SLOT
               SET OVD-IDX TO OVERDUE-TOTAL
               MOVE CUST-ID TO OVD-CUSTOMER(OVD-IDX)
               MOVE CUST-NAME TO OVD-NAME(OVD-IDX)
               MOVE CUST-RISK-TIER TO OVD-RISK-TIER(OVD-IDX)
               MOVE WS-KYC-DUE-DATE TO OVD-DUE-DATE(OVD-IDX)
               MOVE WS-KYC-DUE-REASON TO OVD-DUE-REASON(OVD-IDX)
               MOVE WS-OVERDUE-DAYS TO OVD-AGE(OVD-IDX)
           END-IF.
           IF WS-OVERDUE-DAYS > WS-GRACE-DAYS
               PERFORM BLOCK-CUSTOMER-ACCOUNTS
           ELSE
               PERFORM WRITE-RENEWAL-NOTICE
           END-IF.

       WRITE-RENEWAL-NOTICE.
           MOVE SPACES TO WS-NOTICE-ACCOUNT.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-CUSTOMER(XRF-IDX) = CUST-ID
                   MOVE XRF-ACCOUNT(XRF-IDX) TO WS-NOTICE-ACCOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-NOTICE-AMOUNT.
           MOVE SPACES TO RENEWAL-NOTICE-LINE.
           STRING "KYC RENEWAL NOTICE    K AMOUNT " WS-NOTICE-AMOUNT
               " ID " WS-NOTICE-ACCOUNT
               " DUE " WS-KYC-DUE-DATE " " WS-KYC-DUE-REASON
               DELIMITED BY SIZE INTO RENEWAL-NOTICE-LINE.
           WRITE RENEWAL-NOTICE-LINE.
           ADD 1 TO WS-NOTICE-COUNT.

       BLOCK-CUSTOMER-ACCOUNTS.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-CUSTOMER(XRF-IDX) = CUST-ID
                   PERFORM BLOCK-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       BLOCK-ONE-ACCOUNT.
           MOVE 'N' TO WS-BLOCK-FOUND.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCK-TOTAL
               IF BLK-ACCOUNT(BLK-IDX) = XRF-ACCOUNT(XRF-IDX)
                       AND BLK-OPERATOR(BLK-IDX) = WS-KYC-OPERATOR
                       AND BLK-STATUS(BLK-IDX) = 'A'
                   MOVE 'Y' TO WS-BLOCK-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-BLOCK-FOUND = 'Y'
               IF WS-OVERDUE-SLOT > 0
                   MOVE 'Y' TO OVD-BLOCKED(WS-OVERDUE-SLOT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF BLOCK-TOTAL >= 2000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BLOCK-TOTAL.
           ADD 1 TO WS-BLOCK-SEQUENCE.
           MOVE SPACES TO BLK-ID(BLOCK-TOTAL).
           STRING "KYC" WS-BLOCK-SEQUENCE
               DELIMITED BY SIZE INTO BLK-ID(BLOCK-TOTAL).
           MOVE XRF-ACCOUNT(XRF-IDX) TO BLK-ACCOUNT(BLOCK-TOTAL).
           MOVE 'D' TO BLK-TYPE(BLOCK-TOTAL).
           MOVE SPACES TO BLK-TRANSACTION-ID(BLOCK-TOTAL).
           MOVE 0 TO BLK-AMOUNT(BLOCK-TOTAL).
           MOVE WS-RUN-DATE-NUM TO BLK-EFFECTIVE-DATE(BLOCK-TOTAL).
           MOVE 0 TO BLK-EXPIRY-DATE(BLOCK-TOTAL).
           MOVE 'A' TO BLK-STATUS(BLOCK-TOTAL).
           MOVE WS-KYC-OPERATOR TO BLK-OPERATOR(BLOCK-TOTAL).
           MOVE 'Y' TO WS-BLOCK-CHANGED.
           ADD 1 TO WS-BLOCKS-ADDED.
           IF WS-OVERDUE-SLOT > 0
               MOVE 'Y' TO OVD-BLOCKED(WS-OVERDUE-SLOT)
           END-IF.

       RELEASE-KYC-BLOCKS.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-CUSTOMER(XRF-IDX) = CUST-ID
                   PERFORM RELEASE-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       RELEASE-ONE-ACCOUNT.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCK-TOTAL
               IF BLK-ACCOUNT(BLK-IDX) = XRF-ACCOUNT(XRF-IDX)
                       AND BLK-OPERATOR(BLK-IDX) = WS-KYC-OPERATOR
                       AND BLK-STATUS(BLK-IDX) = 'A'
                   MOVE 'C' TO BLK-STATUS(BLK-IDX)
                   MOVE WS-RUN-DATE-NUM TO BLK-EXPIRY-DATE(BLK-IDX)
                   MOVE 'Y' TO WS-BLOCK-CHANGED
                   ADD 1 TO WS-BLOCKS-RELEASED
               END-IF
           END-PERFORM.

       REWRITE-BLOCK-REGISTER.
           OPEN OUTPUT BLOCK-FILE.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCK-TOTAL
               MOVE BLK-ID(BLK-IDX) TO BLOCK-ID
               MOVE BLK-ACCOUNT(BLK-IDX) TO BLOCK-ACCOUNT
               MOVE BLK-TYPE(BLK-IDX) TO BLOCK-TYPE
               MOVE BLK-TRANSACTION-ID(BLK-IDX) TO
                   BLOCK-TRANSACTION-ID
               MOVE BLK-AMOUNT(BLK-IDX) TO BLOCK-AMOUNT
               MOVE BLK-EFFECTIVE-DATE(BLK-IDX) TO
                   BLOCK-EFFECTIVE-DATE
               MOVE BLK-EXPIRY-DATE(BLK-IDX) TO BLOCK-EXPIRY-DATE
               MOVE BLK-STATUS(BLK-IDX) TO BLOCK-STATUS
               MOVE BLK-OPERATOR(BLK-IDX) TO BLOCK-OPERATOR
               WRITE BLOCK-LINE
           END-PERFORM.
           CLOSE BLOCK-FILE.

       WRITE-OVERDUE-REPORT.
           OPEN OUTPUT KYC-REPORT-FILE.
           MOVE "KYC OVERDUE REVIEW REPORT" TO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE WS-NOTICE-DAYS TO WS-DAYS-DISPLAY.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               "  NOTICE WINDOW " WS-DAYS-DISPLAY " DAYS"
               DELIMITED BY SIZE INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE WS-GRACE-DAYS TO WS-DAYS-DISPLAY.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "DEBIT BLOCK AFTER " WS-DAYS-DISPLAY
               " DAYS OVERDUE"
               DELIMITED BY SIZE INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE 1 TO WS-BUCKET-LOW.
           MOVE 30 TO WS-BUCKET-HIGH.
           MOVE "OVERDUE 1-30 DAYS" TO WS-BUCKET-TITLE.
           PERFORM WRITE-AGE-BUCKET.
           MOVE 31 TO WS-BUCKET-LOW.
           MOVE 60 TO WS-BUCKET-HIGH.
           MOVE "OVERDUE 31-60 DAYS" TO WS-BUCKET-TITLE.
           PERFORM WRITE-AGE-BUCKET.
           MOVE 61 TO WS-BUCKET-LOW.
           MOVE 90 TO WS-BUCKET-HIGH.
           MOVE "OVERDUE 61-90 DAYS" TO WS-BUCKET-TITLE.
           PERFORM WRITE-AGE-BUCKET.
           MOVE 91 TO WS-BUCKET-LOW.
           MOVE 99999 TO WS-BUCKET-HIGH.
           MOVE "OVERDUE OVER 90 DAYS" TO WS-BUCKET-TITLE.
           PERFORM WRITE-AGE-BUCKET.
           MOVE WS-CUSTOMERS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "CUSTOMERS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE WS-CURRENT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "REVIEWS CURRENT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "REVIEWS OVERDUE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE WS-NO-REVIEW-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "NO KYC REVIEW ON FILE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "RENEWAL NOTICES: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE WS-BLOCKS-ADDED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "DEBIT BLOCKS PLACED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE WS-BLOCKS-RELEASED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "DEBIT BLOCKS RELEASED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO KYC-REPORT-LINE
               STRING "NOT PROCESSED, TABLE FULL: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO KYC-REPORT-LINE
               WRITE KYC-REPORT-LINE
           END-IF.
           CLOSE KYC-REPORT-FILE.

       WRITE-AGE-BUCKET.
           MOVE WS-BUCKET-TITLE TO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.
           MOVE 0 TO WS-BUCKET-COUNT.
           PERFORM VARYING OVD-IDX FROM 1 BY 1
                   UNTIL OVD-IDX > OVERDUE-TOTAL
               IF OVD-AGE(OVD-IDX) >= WS-BUCKET-LOW
                       AND OVD-AGE(OVD-IDX) <= WS-BUCKET-HIGH
                   ADD 1 TO WS-BUCKET-COUNT
                   PERFORM WRITE-OVERDUE-DETAIL
               END-IF
           END-PERFORM.
           MOVE WS-BUCKET-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "  CUSTOMERS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO KYC-REPORT-LINE.
           WRITE KYC-REPORT-LINE.

       WRITE-OVERDUE-DETAIL.
           MOVE OVD-AGE(OVD-IDX) TO WS-AGE-DISPLAY.
           MOVE SPACES TO KYC-REPORT-LINE.
           STRING "  " OVD-CUSTOMER(OVD-IDX)
               " " OVD-NAME(OVD-IDX)
               " TIER " OVD-RISK-TIER(OVD-IDX)
               " " OVD-DUE-REASON(OVD-IDX)
               " DUE " OVD-DUE-DATE(OVD-IDX)
               " AGE " WS-AGE-DISPLAY
               DELIMITED BY SIZE INTO KYC-REPORT-LINE.
           IF OVD-BLOCKED(OVD-IDX) = 'Y'
               MOVE "DEBITS BLOCKED" TO KYC-REPORT-LINE(86:14)
           END-IF.
           WRITE KYC-REPORT-LINE.
