       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACK-VALUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT BACK-VALUE-FILE
               ASSIGN TO "back_value_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACK-VALUE-STATUS.
           SELECT BALANCE-HISTORY-FILE
               ASSIGN TO "balance_history.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT INTEREST-RATE-FILE
               ASSIGN TO "interest_rate_table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEREST-RATE-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-CATALOG-STATUS.
           SELECT ACCRUAL-CONTROL-FILE
               ASSIGN TO "interest_accrual_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-CONTROL-STATUS.
           SELECT ACCRUAL-BALANCE-FILE
               ASSIGN TO "interest_accruals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-BALANCE-STATUS.
           SELECT GL-POSTING-FILE
               ASSIGN TO "gl_backvalue_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-REGISTER-FILE
               ASSIGN TO "gl_batch_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-REGISTER-STATUS.
           SELECT BACK-VALUE-REPORT-FILE
               ASSIGN TO "back_value_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "back_value_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  BACK-VALUE-FILE.
       01  BACK-VALUE-LINE.
           COPY "BACK-VALUE-RECORD.cpy".
       FD  BALANCE-HISTORY-FILE.
       01  BALANCE-HISTORY-RECORD.
           COPY "BALANCE-HISTORY-RECORD.cpy".
       FD  INTEREST-RATE-FILE.
       01  INTEREST-RATE-LINE.
           05  IRT-CURRENCY PIC X(3).
           05  IRT-TIER-FLOOR PIC 9(11)V99.
           05  IRT-ANNUAL-RATE PIC 9(2)V9(6).
           05  IRT-PRODUCT-TIER PIC X(4).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  PRODUCT-CATALOG-FILE.
       01  PRODUCT-CATALOG-LINE.
           COPY "PRODUCT-RECORD.cpy".
       FD  ACCRUAL-CONTROL-FILE.
       01  ACCRUAL-CONTROL-LINE.
           05  IAC-DAY-BASIS PIC 9(3).
           05  IAC-EXPENSE-ACCOUNT PIC 9(8).
           05  IAC-PAYABLE-ACCOUNT PIC 9(8).
           05  IAC-DEPOSIT-ACCOUNT PIC 9(8).
       FD  ACCRUAL-BALANCE-FILE.
       01  ACCRUAL-BALANCE-LINE.
           05  ACR-ACCOUNT PIC X(10).
           05  ACR-COMPANY PIC X(3).
           05  ACR-CURRENCY PIC X(3).
           05  ACR-ACCRUED PIC S9(9)V9(6) SIGN LEADING SEPARATE.
           05  ACR-THROUGH-DATE PIC 9(8).
           05  ACR-CAPITALIZED-DATE PIC 9(8).
           05  ACR-BALANCE-CURRENCY PIC X(3).
       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD PIC X(60).
       01  GL-HEADER-DETAIL REDEFINES GL-POSTING-RECORD.
           05  GL-HDR-TYPE PIC X.
           05  GL-HDR-BATCH-DATE PIC 9(8).
           05  GL-HDR-BATCH-ID PIC X(14).
           05  FILLER PIC X(37).
       01  GL-POSTING-DETAIL REDEFINES GL-POSTING-RECORD.
           05  GL-DTL-TYPE PIC X.
           05  GL-DTL-ACCOUNT PIC 9(8).
           05  GL-DTL-DC-FLAG PIC X.
           05  GL-DTL-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  GL-DTL-SOURCE-STATUS PIC X.
           05  GL-DTL-SOURCE-ACCOUNT PIC X(10).
           05  GL-DTL-SEGMENTS.
               10  GL-SEG-COMPANY PIC X(3).
               10  GL-SEG-COST-CENTER PIC X(4).
               10  GL-SEG-NATURAL PIC 9(8).
               10  GL-SEG-PRODUCT PIC X(4).
           05  FILLER PIC X(8).
       01  GL-TRAILER-DETAIL REDEFINES GL-POSTING-RECORD.
           05  GL-TRL-TYPE PIC X.
           05  GL-TRL-POSTING-COUNT PIC 9(9).
           05  GL-TRL-TOTAL-DEBITS PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  GL-TRL-TOTAL-CREDITS PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  FILLER PIC X(22).
       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-LINE.
           05  REGISTER-BATCH-ID PIC X(14).
           05  REGISTER-BATCH-DATE PIC 9(8).
           05  REGISTER-STATE PIC X.
           05  REGISTER-ACK-DATE PIC 9(8).
           05  REGISTER-REASON PIC X(30).
       FD  BACK-VALUE-REPORT-FILE.
       01  BACK-VALUE-REPORT-LINE PIC X(132).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-BACK-VALUE-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-INTEREST-RATE-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-PRODUCT-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-ACCRUAL-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ACCRUAL-BALANCE-STATUS PIC XX VALUE "00".
       01  WS-BATCH-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40)
               VALUE "BACK-VALUE ADJUSTMENT COMPLETE".
       01  WS-DAY-BASIS PIC 9(3) VALUE 365.
       01  WS-EXPENSE-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-PAYABLE-ACCOUNT PIC 9(8) VALUE 0.
       01  RATE-TIER-TABLE.
           05  RATE-TIER-ENTRY OCCURS 100 TIMES INDEXED BY TIER-IDX.
               10  TIER-CURRENCY PIC X(3) VALUE SPACES.
               10  TIER-FLOOR PIC 9(11)V99 VALUE 0.
               10  TIER-RATE PIC 9(2)V9(6) VALUE 0.
               10  TIER-PRODUCT PIC X(4) VALUE SPACES.
       01  RATE-TIER-TOTAL PIC 9(3) VALUE 0.
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY OCCURS 100 TIMES
                   INDEXED BY PRD-IDX.
               10  PRD-CODE PIC X(4) VALUE SPACES.
               10  PRD-INTEREST-TIER PIC X(4) VALUE SPACES.
       01  PRODUCT-TOTAL PIC 9(3) VALUE 0.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-PRODUCT PIC X(4) VALUE SPACES.
               10  REF-ENTRY-COST-CENTER PIC X(4) VALUE SPACES.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  WS-ACCOUNT-PRODUCT PIC X(4) VALUE SPACES.
       01  WS-ACCOUNT-COST-CENTER PIC X(4) VALUE SPACES.
       01  WS-MATCH-TIER PIC X(4) VALUE SPACES.
       01  COMPANY-PROOF-TABLE.
           05  COMPANY-PROOF-ENTRY OCCURS 50 TIMES
                   INDEXED BY CPF-IDX.
               10  CPF-COMPANY PIC X(3) VALUE SPACES.
               10  CPF-DEBITS PIC S9(11)V99 VALUE 0.
               10  CPF-CREDITS PIC S9(11)V99 VALUE 0.
       01  COMPANY-PROOF-TOTAL PIC 9(2) VALUE 0.
       01  WS-COMPANY-UNBALANCED PIC 9(2) VALUE 0.
       01  ACCRUAL-TABLE.
           05  ACCRUAL-ENTRY OCCURS 1000 TIMES INDEXED BY ACR-IDX.
               10  ACE-ACCOUNT PIC X(10) VALUE SPACES.
               10  ACE-BALANCE-CURRENCY PIC X(3) VALUE SPACES.
               10  ACE-COMPANY PIC X(3) VALUE SPACES.
               10  ACE-CURRENCY PIC X(3) VALUE SPACES.
               10  ACE-ACCRUED PIC S9(9)V9(6) VALUE 0.
               10  ACE-THROUGH-DATE PIC 9(8) VALUE 0.
               10  ACE-CAPITALIZED-DATE PIC 9(8) VALUE 0.
       01  ACCRUAL-TOTAL PIC 9(4) VALUE 0.
       01  WS-ACCRUAL-FOUND PIC X VALUE 'N'.
       01  BACK-VALUE-TABLE.
           05  BACK-VALUE-ENTRY OCCURS 2000 TIMES INDEXED BY BKV-IDX.
               10  BVE-POSTED-DATE PIC 9(8) VALUE 0.
               10  BVE-EFFECTIVE-DATE PIC 9(8) VALUE 0.
               10  BVE-ACCOUNT PIC X(10) VALUE SPACES.
               10  BVE-BALANCE-CURRENCY PIC X(3) VALUE SPACES.
               10  BVE-COMPANY PIC X(3) VALUE SPACES.
               10  BVE-CURRENCY PIC X(3) VALUE SPACES.
               10  BVE-AMOUNT PIC S9(11)V99 VALUE 0.
               10  BVE-TRANSACTION-ID PIC X(10) VALUE SPACES.
               10  BVE-APPROVED PIC X VALUE SPACE.
               10  BVE-STATE PIC X VALUE SPACE.
               10  BVE-ADJUSTED-DATE PIC 9(8) VALUE 0.
               10  BVE-INTEREST-ADJUSTMENT PIC S9(9)V99 VALUE 0.
       01  BACK-VALUE-TOTAL PIC 9(4) VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-BATCH-STAMP PIC X(14) VALUE SPACES.
       01  WS-HISTORY-EOF PIC X VALUE 'N'.
       01  WS-EFFECTIVE-INT PIC S9(9) COMP VALUE 0.
       01  WS-POSTED-INT PIC S9(9) COMP VALUE 0.
       01  WS-SNAP-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-CURSOR-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-SPAN-DAYS PIC S9(6) COMP VALUE 0.
       01  WS-BACK-DAYS PIC 9(6) VALUE 0.
       01  WS-COVERED-DAYS PIC 9(6) VALUE 0.
       01  WS-EXCLUDED-DAYS PIC 9(6) VALUE 0.
       01  WS-CARRIED-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-CARRIED-KNOWN PIC X VALUE 'N'.
       01  WS-SNAPSHOTS-REBUILT PIC 9(6) VALUE 0.
       01  WS-RATE-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-RATE-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-APPLIED-RATE PIC 9(2)V9(6) VALUE 0.
       01  WS-APPLIED-FLOOR PIC 9(11)V99 VALUE 0.
       01  WS-RATE-KNOWN PIC X VALUE 'N'.
       01  WS-RATE-MISSING PIC X VALUE 'N'.
       01  WS-INTEREST-BEFORE PIC S9(9)V9(6) VALUE 0.
       01  WS-INTEREST-AFTER PIC S9(9)V9(6) VALUE 0.
       01  WS-INTEREST-DIFF PIC S9(9)V9(6) VALUE 0.
       01  WS-GL-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-GL-DEBIT-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-GL-CREDIT-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-POSTING-COUNT PIC 9(9) VALUE 0.
       01  WS-TOTAL-DEBITS PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS PIC S9(11)V99 VALUE 0.
       01  WS-ITEMS-PENDING PIC 9(9) VALUE 0.
       01  WS-ITEMS-ADJUSTED PIC 9(9) VALUE 0.
       01  WS-ITEMS-NO-HISTORY PIC 9(9) VALUE 0.
       01  WS-NO-RATE-COUNT PIC 9(9) VALUE 0.
       01  WS-TOTAL-REBUILT PIC 9(9) VALUE 0.
       01  WS-TOTAL-ADJUSTMENT PIC S9(11)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-DAYS-DISPLAY PIC ZZZZ9.
       01  WS-DAYS-DISPLAY-2 PIC ZZZZ9.
       01  WS-REBUILT-DISPLAY PIC ZZZZ9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(10)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-STAMP.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-BATCH-STAMP(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BACK-VALUE-ITEMS.
           IF WS-ITEMS-PENDING = 0
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO BACK-VALUED ITEMS PENDING" TO WS-JOB-REASON
               PERFORM WRITE-EMPTY-REPORT
               PERFORM WRITE-JOB-STATUS
               MOVE WS-JOB-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BALANCE-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BACK-VALUE: UNABLE TO OPEN HISTORY FILE "
                   "balance_history.idx, FILE STATUS "
                   WS-HISTORY-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "HISTORY OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ACCRUAL-CONTROL.
           PERFORM LOAD-RATE-TIERS.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-ACCOUNT-PRODUCTS.
           PERFORM LOAD-ACCRUAL-BALANCES.
           OPEN OUTPUT BACK-VALUE-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN OUTPUT GL-POSTING-FILE.
           PERFORM WRITE-BATCH-HEADER.
           PERFORM VARYING BKV-IDX FROM 1 BY 1
                   UNTIL BKV-IDX > BACK-VALUE-TOTAL
               IF BVE-STATE(BKV-IDX) = 'P'
                   PERFORM ADJUST-ONE-ITEM
               END-IF
           END-PERFORM.
           CLOSE BALANCE-HISTORY-FILE.
           PERFORM WRITE-BATCH-TRAILER.
           CLOSE GL-POSTING-FILE.
           IF WS-COMPANY-UNBALANCED > 0
               DISPLAY "BACK-VALUE: COMPANY SEGMENT OUT OF "
                   "BALANCE - NOT RELEASED"
               OPEN OUTPUT GL-POSTING-FILE
               CLOSE GL-POSTING-FILE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "GL COMPANY SEGMENT OUT OF BALANCE" TO
                   WS-JOB-REASON
           ELSE
               IF WS-POSTING-COUNT > 0
                   PERFORM REGISTER-RELEASED-BATCH
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE BACK-VALUE-REPORT-FILE.
           PERFORM SAVE-ACCRUAL-BALANCES.
           PERFORM SAVE-BACK-VALUE-ITEMS.
           IF WS-JOB-CODE = 0
                   AND (WS-NO-RATE-COUNT > 0
                       OR WS-ITEMS-NO-HISTORY > 0)
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "ITEMS WITHOUT HISTORY OR RATE" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "BACK-VALUE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-BACK-VALUE-ITEMS.
           OPEN INPUT BACK-VALUE-FILE.
           IF WS-BACK-VALUE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR BACK-VALUE-TOTAL >= 2000
                   READ BACK-VALUE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF BKV-ACCOUNT NOT = SPACES
                               ADD 1 TO BACK-VALUE-TOTAL
                               PERFORM NOTE-BACK-VALUE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACK-VALUE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-BACK-VALUE-ITEM.
           SET BKV-IDX TO BACK-VALUE-TOTAL.
           MOVE BKV-POSTED-DATE TO BVE-POSTED-DATE(BKV-IDX).
           MOVE BKV-EFFECTIVE-DATE TO BVE-EFFECTIVE-DATE(BKV-IDX).
           MOVE BKV-ACCOUNT TO BVE-ACCOUNT(BKV-IDX).
           MOVE BKV-BALANCE-CURRENCY TO BVE-BALANCE-CURRENCY(BKV-IDX).
           MOVE BKV-COMPANY TO BVE-COMPANY(BKV-IDX).
           MOVE BKV-CURRENCY TO BVE-CURRENCY(BKV-IDX).
           IF BKV-AMOUNT NUMERIC
               MOVE BKV-AMOUNT TO BVE-AMOUNT(BKV-IDX)
           END-IF.
           MOVE BKV-TRANSACTION-ID TO BVE-TRANSACTION-ID(BKV-IDX).
           MOVE BKV-APPROVED TO BVE-APPROVED(BKV-IDX).
           MOVE BKV-STATE TO BVE-STATE(BKV-IDX).
           IF BKV-ADJUSTED-DATE NUMERIC
               MOVE BKV-ADJUSTED-DATE TO BVE-ADJUSTED-DATE(BKV-IDX)
           END-IF.
           IF BKV-INTEREST-ADJUSTMENT NUMERIC
               MOVE BKV-INTEREST-ADJUSTMENT TO
                   BVE-INTEREST-ADJUSTMENT(BKV-IDX)
           END-IF.
           IF BVE-STATE(BKV-IDX) = 'P'
               IF BKV-POSTED-DATE NUMERIC
                       AND BKV-EFFECTIVE-DATE NUMERIC
                       AND BKV-AMOUNT NUMERIC
                       AND BKV-EFFECTIVE-DATE < BKV-POSTED-DATE
                   ADD 1 TO WS-ITEMS-PENDING
               ELSE
                   MOVE 'X' TO BVE-STATE(BKV-IDX)
               END-IF
           END-IF.

       SAVE-BACK-VALUE-ITEMS.
           OPEN OUTPUT BACK-VALUE-FILE.
           PERFORM VARYING BKV-IDX FROM 1 BY 1
                   UNTIL BKV-IDX > BACK-VALUE-TOTAL
               MOVE BVE-POSTED-DATE(BKV-IDX) TO BKV-POSTED-DATE
               MOVE BVE-EFFECTIVE-DATE(BKV-IDX) TO BKV-EFFECTIVE-DATE
               MOVE BVE-ACCOUNT(BKV-IDX) TO BKV-ACCOUNT
               MOVE BVE-BALANCE-CURRENCY(BKV-IDX) TO
                   BKV-BALANCE-CURRENCY
               MOVE BVE-COMPANY(BKV-IDX) TO BKV-COMPANY
               MOVE BVE-CURRENCY(BKV-IDX) TO BKV-CURRENCY
               MOVE BVE-AMOUNT(BKV-IDX) TO BKV-AMOUNT
               MOVE BVE-TRANSACTION-ID(BKV-IDX) TO BKV-TRANSACTION-ID
               MOVE BVE-APPROVED(BKV-IDX) TO BKV-APPROVED
               MOVE BVE-STATE(BKV-IDX) TO BKV-STATE
               MOVE BVE-ADJUSTED-DATE(BKV-IDX) TO BKV-ADJUSTED-DATE
               MOVE BVE-INTEREST-ADJUSTMENT(BKV-IDX) TO
                   BKV-INTEREST-ADJUSTMENT
               WRITE BACK-VALUE-LINE
           END-PERFORM.
           CLOSE BACK-VALUE-FILE.

       ADJUST-ONE-ITEM.
           COMPUTE WS-EFFECTIVE-INT = FUNCTION INTEGER-OF-DATE
               (BVE-EFFECTIVE-DATE(BKV-IDX)).
           COMPUTE WS-POSTED-INT = FUNCTION INTEGER-OF-DATE
               (BVE-POSTED-DATE(BKV-IDX)).
           COMPUTE WS-BACK-DAYS = WS-POSTED-INT - WS-EFFECTIVE-INT.
           MOVE WS-EFFECTIVE-INT TO WS-CURSOR-DATE-INT.
           MOVE 0 TO WS-COVERED-DAYS.
           MOVE 0 TO WS-SNAPSHOTS-REBUILT.
           MOVE 0 TO WS-INTEREST-DIFF.
           MOVE 0 TO WS-CARRIED-BALANCE.
           MOVE 'N' TO WS-CARRIED-KNOWN.
           MOVE 'N' TO WS-RATE-MISSING.
           MOVE BVE-CURRENCY(BKV-IDX) TO WS-RATE-CURRENCY.
           PERFORM FIND-ACCOUNT-PRODUCT.
           PERFORM FIND-INTEREST-TIER.
           PERFORM START-ACCOUNT-HISTORY.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               PERFORM READ-ACCOUNT-HISTORY
               IF WS-HISTORY-EOF = 'N'
                   PERFORM REBUILD-ONE-SNAPSHOT
               END-IF
           END-PERFORM.
           COMPUTE WS-SPAN-DAYS = WS-POSTED-INT - WS-CURSOR-DATE-INT.
           IF WS-CARRIED-KNOWN = 'Y' AND WS-SPAN-DAYS > 0
               PERFORM ADD-SPAN-INTEREST
           END-IF.
           COMPUTE WS-EXCLUDED-DAYS = WS-BACK-DAYS - WS-COVERED-DAYS.
           MOVE WS-RUN-DATE-NUM TO BVE-ADJUSTED-DATE(BKV-IDX).
           IF WS-COVERED-DAYS = 0
               MOVE 'N' TO BVE-STATE(BKV-IDX)
               MOVE 0 TO BVE-INTEREST-ADJUSTMENT(BKV-IDX)
               ADD 1 TO WS-ITEMS-NO-HISTORY
               PERFORM WRITE-ITEM-DETAIL
               EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-MISSING = 'Y'
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.
           MOVE 'A' TO BVE-STATE(BKV-IDX).
           ADD 1 TO WS-ITEMS-ADJUSTED.
           ADD WS-SNAPSHOTS-REBUILT TO WS-TOTAL-REBUILT.
           COMPUTE BVE-INTEREST-ADJUSTMENT(BKV-IDX) ROUNDED =
               WS-INTEREST-DIFF.
           ADD BVE-INTEREST-ADJUSTMENT(BKV-IDX) TO WS-TOTAL-ADJUSTMENT.
           IF WS-INTEREST-DIFF NOT = 0
               PERFORM APPLY-ACCRUAL-ADJUSTMENT
           END-IF.
           PERFORM WRITE-ITEM-DETAIL.

       START-ACCOUNT-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF.
           MOVE BVE-ACCOUNT(BKV-IDX) TO BAL-HIST-ACCOUNT.
           MOVE BVE-BALANCE-CURRENCY(BKV-IDX) TO
               BAL-HIST-BALANCE-CURRENCY.
           MOVE 0 TO BAL-HIST-DATE.
           START BALANCE-HISTORY-FILE
               KEY IS NOT LESS THAN BAL-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF
           END-START.

       READ-ACCOUNT-HISTORY.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
               NOT AT END
                   IF BAL-HIST-ACCOUNT NOT = BVE-ACCOUNT(BKV-IDX)
                           OR BAL-HIST-BALANCE-CURRENCY NOT =
                               BVE-BALANCE-CURRENCY(BKV-IDX)
                           OR BAL-HIST-DATE NOT <
                               BVE-POSTED-DATE(BKV-IDX)
                       MOVE 'Y' TO WS-HISTORY-EOF
                   END-IF
           END-READ.

       REBUILD-ONE-SNAPSHOT.
           COMPUTE WS-SNAP-DATE-INT =
               FUNCTION INTEGER-OF-DATE(BAL-HIST-DATE).
           IF WS-SNAP-DATE-INT > WS-CURSOR-DATE-INT
               COMPUTE WS-SPAN-DAYS =
                   WS-SNAP-DATE-INT - WS-CURSOR-DATE-INT
               IF WS-CARRIED-KNOWN = 'Y'
                   PERFORM ADD-SPAN-INTEREST
               END-IF
               MOVE WS-SNAP-DATE-INT TO WS-CURSOR-DATE-INT
           END-IF.
           MOVE BAL-HIST-BALANCE TO WS-CARRIED-BALANCE.
           MOVE 'Y' TO WS-CARRIED-KNOWN.
           IF BAL-HIST-DATE < BVE-EFFECTIVE-DATE(BKV-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD BVE-AMOUNT(BKV-IDX) TO BAL-HIST-BALANCE.
           REWRITE BALANCE-HISTORY-RECORD
               INVALID KEY
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "HISTORY REWRITE FAILED" TO WS-JOB-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-SNAPSHOTS-REBUILT
           END-REWRITE.

       ADD-SPAN-INTEREST.
           ADD WS-SPAN-DAYS TO WS-COVERED-DAYS.
           MOVE WS-CARRIED-BALANCE TO WS-RATE-BALANCE.
           PERFORM FIND-DAY-INTEREST.
           MOVE WS-INTEREST-AFTER TO WS-INTEREST-BEFORE.
           COMPUTE WS-RATE-BALANCE =
               WS-CARRIED-BALANCE + BVE-AMOUNT(BKV-IDX).
           PERFORM FIND-DAY-INTEREST.
           COMPUTE WS-INTEREST-DIFF ROUNDED = WS-INTEREST-DIFF
               + (WS-INTEREST-AFTER - WS-INTEREST-BEFORE)
               * WS-SPAN-DAYS.

       FIND-DAY-INTEREST.
           MOVE 0 TO WS-INTEREST-AFTER.
           IF WS-RATE-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM SCAN-RATE-TIERS.
           IF WS-RATE-KNOWN = 'N' AND WS-MATCH-TIER NOT = SPACES
               MOVE SPACES TO WS-MATCH-TIER
               PERFORM SCAN-RATE-TIERS
               PERFORM FIND-INTEREST-TIER
           END-IF.
           IF WS-RATE-KNOWN = 'N'
               MOVE 'Y' TO WS-RATE-MISSING
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INTEREST-AFTER ROUNDED =
               WS-RATE-BALANCE * WS-APPLIED-RATE
               / (100 * WS-DAY-BASIS).

       APPLY-ACCRUAL-ADJUSTMENT.
           PERFORM FIND-ACCRUAL-ENTRY.
           IF WS-ACCRUAL-FOUND = 'N'
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "ACCRUAL TABLE FULL" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           IF ACE-COMPANY(ACR-IDX) = SPACES
               MOVE BVE-COMPANY(BKV-IDX) TO ACE-COMPANY(ACR-IDX)
           END-IF.
           IF ACE-CURRENCY(ACR-IDX) = SPACES
               MOVE BVE-CURRENCY(BKV-IDX) TO ACE-CURRENCY(ACR-IDX)
           END-IF.
           ADD WS-INTEREST-DIFF TO ACE-ACCRUED(ACR-IDX).
           IF BVE-INTEREST-ADJUSTMENT(BKV-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           IF BVE-INTEREST-ADJUSTMENT(BKV-IDX) > 0
               MOVE BVE-INTEREST-ADJUSTMENT(BKV-IDX) TO WS-GL-AMOUNT
               MOVE WS-EXPENSE-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
               MOVE WS-PAYABLE-ACCOUNT TO WS-GL-CREDIT-ACCOUNT
           ELSE
               COMPUTE WS-GL-AMOUNT =
                   0 - BVE-INTEREST-ADJUSTMENT(BKV-IDX)
               MOVE WS-PAYABLE-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
               MOVE WS-EXPENSE-ACCOUNT TO WS-GL-CREDIT-ACCOUNT
           END-IF.
           PERFORM WRITE-ADJUSTMENT-POSTINGS.

       FIND-ACCRUAL-ENTRY.
           MOVE 'N' TO WS-ACCRUAL-FOUND.
           PERFORM VARYING ACR-IDX FROM 1 BY 1
                   UNTIL ACR-IDX > ACCRUAL-TOTAL
               IF ACE-ACCOUNT(ACR-IDX) = BVE-ACCOUNT(BKV-IDX)
                       AND ACE-BALANCE-CURRENCY(ACR-IDX) =
                           BVE-BALANCE-CURRENCY(BKV-IDX)
                   MOVE 'Y' TO WS-ACCRUAL-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF ACCRUAL-TOTAL < 1000
               ADD 1 TO ACCRUAL-TOTAL
               SET ACR-IDX TO ACCRUAL-TOTAL
               MOVE BVE-ACCOUNT(BKV-IDX) TO ACE-ACCOUNT(ACR-IDX)
               MOVE BVE-BALANCE-CURRENCY(BKV-IDX) TO
                   ACE-BALANCE-CURRENCY(ACR-IDX)
               MOVE 'Y' TO WS-ACCRUAL-FOUND
           END-IF.

       WRITE-ADJUSTMENT-POSTINGS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-GL-DEBIT-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE 'D' TO GL-DTL-DC-FLAG.
           MOVE WS-GL-AMOUNT TO GL-DTL-AMOUNT.
           MOVE 'I' TO GL-DTL-SOURCE-STATUS.
           MOVE BVE-ACCOUNT(BKV-IDX) TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-GL-AMOUNT TO WS-TOTAL-DEBITS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-GL-CREDIT-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE 'C' TO GL-DTL-DC-FLAG.
           MOVE WS-GL-AMOUNT TO GL-DTL-AMOUNT.
           MOVE 'I' TO GL-DTL-SOURCE-STATUS.
           MOVE BVE-ACCOUNT(BKV-IDX) TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-GL-AMOUNT TO WS-TOTAL-CREDITS.

       FILL-GL-SEGMENTS.
           MOVE BVE-COMPANY(BKV-IDX) TO GL-SEG-COMPANY.
           IF GL-SEG-COMPANY = SPACES
               MOVE "000" TO GL-SEG-COMPANY
           END-IF.
           MOVE WS-ACCOUNT-COST-CENTER TO GL-SEG-COST-CENTER.
           IF GL-SEG-COST-CENTER = SPACES
               MOVE "0000" TO GL-SEG-COST-CENTER
           END-IF.
           MOVE GL-DTL-ACCOUNT TO GL-SEG-NATURAL.
           MOVE WS-ACCOUNT-PRODUCT TO GL-SEG-PRODUCT.
           IF GL-SEG-PRODUCT = SPACES
               MOVE "0000" TO GL-SEG-PRODUCT
           END-IF.
           PERFORM VARYING CPF-IDX FROM 1 BY 1
                   UNTIL CPF-IDX > COMPANY-PROOF-TOTAL
               IF CPF-COMPANY(CPF-IDX) = GL-SEG-COMPANY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CPF-IDX > COMPANY-PROOF-TOTAL
               IF COMPANY-PROOF-TOTAL >= 50
                   ADD 1 TO WS-COMPANY-UNBALANCED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COMPANY-PROOF-TOTAL
               SET CPF-IDX TO COMPANY-PROOF-TOTAL
               MOVE GL-SEG-COMPANY TO CPF-COMPANY(CPF-IDX)
           END-IF.
           IF GL-DTL-DC-FLAG = 'C'
               ADD GL-DTL-AMOUNT TO CPF-CREDITS(CPF-IDX)
           ELSE
               ADD GL-DTL-AMOUNT TO CPF-DEBITS(CPF-IDX)
           END-IF.

       PROVE-COMPANY-SEGMENTS.
           PERFORM VARYING CPF-IDX FROM 1 BY 1
                   UNTIL CPF-IDX > COMPANY-PROOF-TOTAL
               IF CPF-DEBITS(CPF-IDX) NOT = CPF-CREDITS(CPF-IDX)
                   ADD 1 TO WS-COMPANY-UNBALANCED
                   DISPLAY "BACK-VALUE: COMPANY "
                       CPF-COMPANY(CPF-IDX) " OUT OF BALANCE"
               END-IF
           END-PERFORM.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'H' TO GL-HDR-TYPE.
           MOVE WS-BATCH-STAMP(1:8) TO GL-HDR-BATCH-DATE.
           MOVE WS-BATCH-STAMP TO GL-HDR-BATCH-ID.
           WRITE GL-POSTING-RECORD.

       WRITE-BATCH-TRAILER.
           PERFORM PROVE-COMPANY-SEGMENTS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'T' TO GL-TRL-TYPE.
           MOVE WS-POSTING-COUNT TO GL-TRL-POSTING-COUNT.
           MOVE WS-TOTAL-DEBITS TO GL-TRL-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GL-TRL-TOTAL-CREDITS.
           WRITE GL-POSTING-RECORD.

       REGISTER-RELEASED-BATCH.
           OPEN EXTEND BATCH-REGISTER-FILE.
           IF WS-BATCH-REGISTER-STATUS = "35"
               OPEN OUTPUT BATCH-REGISTER-FILE
           END-IF.
           IF WS-BATCH-REGISTER-STATUS = "00"
               MOVE WS-BATCH-STAMP TO REGISTER-BATCH-ID
               MOVE WS-BATCH-STAMP(1:8) TO REGISTER-BATCH-DATE
               MOVE 'P' TO REGISTER-STATE
               MOVE 0 TO REGISTER-ACK-DATE
               MOVE "BACK-VALUE INTEREST" TO REGISTER-REASON
               WRITE BATCH-REGISTER-LINE
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       LOAD-ACCRUAL-CONTROL.
           OPEN INPUT ACCRUAL-CONTROL-FILE.
           IF WS-ACCRUAL-CONTROL-STATUS = "00"
               READ ACCRUAL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IAC-DAY-BASIS NUMERIC
                               AND (IAC-DAY-BASIS = 360
                                   OR IAC-DAY-BASIS = 365)
                           MOVE IAC-DAY-BASIS TO WS-DAY-BASIS
                       END-IF
                       IF IAC-EXPENSE-ACCOUNT NUMERIC
                           MOVE IAC-EXPENSE-ACCOUNT TO
                               WS-EXPENSE-ACCOUNT
                       END-IF
                       IF IAC-PAYABLE-ACCOUNT NUMERIC
                           MOVE IAC-PAYABLE-ACCOUNT TO
                               WS-PAYABLE-ACCOUNT
                       END-IF
               END-READ
               CLOSE ACCRUAL-CONTROL-FILE
           END-IF.

       LOAD-RATE-TIERS.
           OPEN INPUT INTEREST-RATE-FILE.
           IF WS-INTEREST-RATE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR RATE-TIER-TOTAL >= 100
                   READ INTEREST-RATE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF IRT-CURRENCY NOT = SPACES
                                   AND IRT-TIER-FLOOR NUMERIC
                                   AND IRT-ANNUAL-RATE NUMERIC
                               ADD 1 TO RATE-TIER-TOTAL
                               MOVE IRT-CURRENCY TO
                                   TIER-CURRENCY(RATE-TIER-TOTAL)
                               MOVE IRT-TIER-FLOOR TO
                                   TIER-FLOOR(RATE-TIER-TOTAL)
                               MOVE IRT-ANNUAL-RATE TO
                                   TIER-RATE(RATE-TIER-TOTAL)
                               MOVE IRT-PRODUCT-TIER TO
                                   TIER-PRODUCT(RATE-TIER-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTEREST-RATE-FILE
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
                               MOVE PROD-INTEREST-TIER TO
                                   PRD-INTEREST-TIER(PRODUCT-TOTAL)
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
                               ADD 1 TO ACCOUNT-REF-TOTAL
                               MOVE ACCT-REF-ID TO
                                   REF-ENTRY-ID(ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-PRODUCT TO
                                   REF-ENTRY-PRODUCT(ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-COST-CENTER TO
                                   REF-ENTRY-COST-CENTER
                                       (ACCOUNT-REF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-ACCRUAL-BALANCES.
           OPEN INPUT ACCRUAL-BALANCE-FILE.
           IF WS-ACCRUAL-BALANCE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR ACCRUAL-TOTAL >= 1000
                   READ ACCRUAL-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ACR-ACCOUNT NOT = SPACES
                               ADD 1 TO ACCRUAL-TOTAL
                               PERFORM NOTE-ACCRUAL-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-BALANCE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-ACCRUAL-BALANCE.
           MOVE ACR-ACCOUNT TO ACE-ACCOUNT(ACCRUAL-TOTAL).
           MOVE ACR-BALANCE-CURRENCY TO
               ACE-BALANCE-CURRENCY(ACCRUAL-TOTAL).
           MOVE ACR-COMPANY TO ACE-COMPANY(ACCRUAL-TOTAL).
           MOVE ACR-CURRENCY TO ACE-CURRENCY(ACCRUAL-TOTAL).
           IF ACR-ACCRUED NUMERIC
               MOVE ACR-ACCRUED TO ACE-ACCRUED(ACCRUAL-TOTAL)
           END-IF.
           IF ACR-THROUGH-DATE NUMERIC
               MOVE ACR-THROUGH-DATE TO
                   ACE-THROUGH-DATE(ACCRUAL-TOTAL)
           END-IF.
           IF ACR-CAPITALIZED-DATE NUMERIC
               MOVE ACR-CAPITALIZED-DATE TO
                   ACE-CAPITALIZED-DATE(ACCRUAL-TOTAL)
           END-IF.

       SAVE-ACCRUAL-BALANCES.
           OPEN OUTPUT ACCRUAL-BALANCE-FILE.
           PERFORM VARYING ACR-IDX FROM 1 BY 1
                   UNTIL ACR-IDX > ACCRUAL-TOTAL
               MOVE ACE-ACCOUNT(ACR-IDX) TO ACR-ACCOUNT
               MOVE ACE-BALANCE-CURRENCY(ACR-IDX) TO
                   ACR-BALANCE-CURRENCY
               MOVE ACE-COMPANY(ACR-IDX) TO ACR-COMPANY
               MOVE ACE-CURRENCY(ACR-IDX) TO ACR-CURRENCY
               MOVE ACE-ACCRUED(ACR-IDX) TO ACR-ACCRUED
               MOVE ACE-THROUGH-DATE(ACR-IDX) TO ACR-THROUGH-DATE
               MOVE ACE-CAPITALIZED-DATE(ACR-IDX) TO
                   ACR-CAPITALIZED-DATE
               WRITE ACCRUAL-BALANCE-LINE
           END-PERFORM.
           CLOSE ACCRUAL-BALANCE-FILE.

       FIND-ACCOUNT-PRODUCT.
           MOVE SPACES TO WS-ACCOUNT-PRODUCT.
           MOVE SPACES TO WS-ACCOUNT-COST-CENTER.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = BVE-ACCOUNT(BKV-IDX)
                   MOVE REF-ENTRY-PRODUCT(REF-IDX) TO
                       WS-ACCOUNT-PRODUCT
                   MOVE REF-ENTRY-COST-CENTER(REF-IDX) TO
                       WS-ACCOUNT-COST-CENTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-INTEREST-TIER.
           MOVE SPACES TO WS-MATCH-TIER.
           IF WS-ACCOUNT-PRODUCT NOT = SPACES
               PERFORM VARYING PRD-IDX FROM 1 BY 1
                       UNTIL PRD-IDX > PRODUCT-TOTAL
                   IF PRD-CODE(PRD-IDX) = WS-ACCOUNT-PRODUCT
                       MOVE PRD-INTEREST-TIER(PRD-IDX) TO WS-MATCH-TIER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       SCAN-RATE-TIERS.
           MOVE 'N' TO WS-RATE-KNOWN.
           MOVE 0 TO WS-APPLIED-RATE.
           MOVE 0 TO WS-APPLIED-FLOOR.
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > RATE-TIER-TOTAL
               IF TIER-PRODUCT(TIER-IDX) = WS-MATCH-TIER
                       AND TIER-CURRENCY(TIER-IDX) = WS-RATE-CURRENCY
                       AND TIER-FLOOR(TIER-IDX) <= WS-RATE-BALANCE
                       AND (WS-RATE-KNOWN = 'N'
                           OR TIER-FLOOR(TIER-IDX) >=
                               WS-APPLIED-FLOOR)
                   MOVE TIER-FLOOR(TIER-IDX) TO WS-APPLIED-FLOOR
                   MOVE TIER-RATE(TIER-IDX) TO WS-APPLIED-RATE
                   MOVE 'Y' TO WS-RATE-KNOWN
               END-IF
           END-PERFORM.
           IF WS-RATE-KNOWN = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > RATE-TIER-TOTAL
               IF TIER-PRODUCT(TIER-IDX) = WS-MATCH-TIER
                       AND TIER-CURRENCY(TIER-IDX) = "*"
                       AND TIER-FLOOR(TIER-IDX) <= WS-RATE-BALANCE
                       AND (WS-RATE-KNOWN = 'N'
                           OR TIER-FLOOR(TIER-IDX) >=
                               WS-APPLIED-FLOOR)
                   MOVE TIER-FLOOR(TIER-IDX) TO WS-APPLIED-FLOOR
                   MOVE TIER-RATE(TIER-IDX) TO WS-APPLIED-RATE
                   MOVE 'Y' TO WS-RATE-KNOWN
               END-IF
           END-PERFORM.

       WRITE-EMPTY-REPORT.
           OPEN OUTPUT BACK-VALUE-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           MOVE "NO BACK-VALUED ITEMS PENDING ADJUSTMENT" TO
               BACK-VALUE-REPORT-LINE.
           WRITE BACK-VALUE-REPORT-LINE.
           CLOSE BACK-VALUE-REPORT-FILE.

       WRITE-REPORT-HEADER.
           MOVE "BACK-VALUED TRANSACTION ADJUSTMENT REPORT" TO
               BACK-VALUE-REPORT-LINE.
           WRITE BACK-VALUE-REPORT-LINE.
           MOVE SPACES TO BACK-VALUE-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               " DAY BASIS " WS-DAY-BASIS
               DELIMITED BY SIZE INTO BACK-VALUE-REPORT-LINE.
           WRITE BACK-VALUE-REPORT-LINE.

       WRITE-ITEM-DETAIL.
           MOVE BVE-AMOUNT(BKV-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE BVE-INTEREST-ADJUSTMENT(BKV-IDX) TO
               WS-AMOUNT-DISPLAY-2.
           MOVE WS-BACK-DAYS TO WS-DAYS-DISPLAY.
           MOVE WS-SNAPSHOTS-REBUILT TO WS-REBUILT-DISPLAY.
           MOVE SPACES TO BACK-VALUE-REPORT-LINE.
           STRING "ACCT " BVE-ACCOUNT(BKV-IDX)
               " " BVE-CURRENCY(BKV-IDX)
               " TXN " BVE-TRANSACTION-ID(BKV-IDX)
               " EFF " BVE-EFFECTIVE-DATE(BKV-IDX)
               " POSTED " BVE-POSTED-DATE(BKV-IDX)
               " AMT " WS-AMOUNT-DISPLAY
               " DAYS " WS-DAYS-DISPLAY
               " REBUILT " WS-REBUILT-DISPLAY
               " INT ADJ " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO BACK-VALUE-REPORT-LINE.
           WRITE BACK-VALUE-REPORT-LINE.
           IF BVE-APPROVED(BKV-IDX) = 'Y'
               MOVE "    POSTED UNDER APPROVAL" TO
                   BACK-VALUE-REPORT-LINE
               WRITE BACK-VALUE-REPORT-LINE
           END-IF.
           IF BVE-STATE(BKV-IDX) = 'N'
               MOVE "    NO BALANCE HISTORY FOR BACK-VALUE PERIOD" TO
                   BACK-VALUE-REPORT-LINE
               WRITE BACK-VALUE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EXCLUDED-DAYS > 0
               MOVE WS-EXCLUDED-DAYS TO WS-DAYS-DISPLAY-2
               MOVE SPACES TO BACK-VALUE-REPORT-LINE
               STRING "    DAYS BEFORE FIRST SNAPSHOT "
                   WS-DAYS-DISPLAY-2 " (EXCLUDED)"
                   DELIMITED BY SIZE INTO BACK-VALUE-REPORT-LINE
               WRITE BACK-VALUE-REPORT-LINE
           END-IF.
           IF WS-RATE-MISSING = 'Y'
               MOVE "    NO INTEREST RATE FOR PART OF PERIOD" TO
                   BACK-VALUE-REPORT-LINE
               WRITE BACK-VALUE-REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE WS-ITEMS-PENDING TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BACK-VALUE-REPORT-LINE.
           STRING "ITEMS PENDING: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BACK-VALUE-REPORT-LINE.
           WRITE BACK-VALUE-REPORT-LINE.
           MOVE WS-ITEMS-ADJUSTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BACK-VALUE-REPORT-LINE.
           STRING "ITEMS ADJUSTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BACK-VALUE-REPORT-LINE.
           WRITE BACK-VALUE-REPORT-LINE.
           MOVE WS-ITEMS-NO-HISTORY TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BACK-VALUE-REPORT-LINE.
           STRING "ITEMS WITHOUT HISTORY: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BACK-VALUE-REPORT-LINE.
           WRITE BACK-VALUE-REPORT-LINE.
           MOVE WS-TOTAL-REBUILT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BACK-VALUE-REPORT-LINE.
           STRING "SNAPSHOTS REBUILT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BACK-VALUE-REPORT-LINE.
           WRITE BACK-VALUE-REPORT-LINE.
           MOVE WS-TOTAL-ADJUSTMENT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO BACK-VALUE-REPORT-LINE.
           STRING "NET INTEREST ADJUSTMENT: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO BACK-VALUE-REPORT-LINE.
           WRITE BACK-VALUE-REPORT-LINE.

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
               MOVE BDC-CURRENT-DATE TO WS-BATCH-STAMP(1:8)
           ELSE
               DISPLAY "BACK-VALUE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
