       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT CLOSURE-REQUEST-FILE
               ASSIGN TO "account_closure_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-REQUEST-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT HOLD-FILE ASSIGN TO "account_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "dispute_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT POSTING-APPROVAL-FILE
               ASSIGN TO "posting_approval_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-APPROVAL-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "approval_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "showcase_warehouse.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT INTEREST-RATE-FILE
               ASSIGN TO "interest_rate_table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEREST-RATE-STATUS.
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
           SELECT FEE-DETAIL-FILE ASSIGN TO "fee_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-DETAIL-STATUS.
           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO "fee_invoice_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-HISTORY-STATUS.
           SELECT WHA-ACCOUNT-FILE
               ASSIGN TO "withholding_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHA-ACCOUNT-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "tax_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-RATE-STATUS.
           SELECT DETAIL-INPUT-FILE ASSIGN TO "records.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-INPUT-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "gl_closure_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-REGISTER-FILE
               ASSIGN TO "gl_batch_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-REGISTER-STATUS.
           SELECT SETTLEMENT-FILE
               ASSIGN TO "account_closure_settlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLEMENT-STATUS.
           SELECT FINAL-STATEMENT-FILE
               ASSIGN TO "account_final_statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSURE-NOTICE-FILE
               ASSIGN TO "account_closure_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSURE-REGISTER-FILE
               ASSIGN TO "account_closure_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "account_close_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-SEQUENCE-FILE
               ASSIGN TO "journal_sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-SEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  CLOSURE-REQUEST-FILE.
       01  CLOSURE-REQUEST-LINE.
           05  CLR-ACCOUNT PIC X(10).
           05  CLR-OPERATOR PIC X(8).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  HOLD-FILE.
       01  HOLD-LINE.
           COPY "HOLD-RECORD.cpy".
       FD  DISPUTE-FILE.
       01  DISPUTE-LINE.
           COPY "DISPUTE-RECORD.cpy".
       FD  POSTING-APPROVAL-FILE.
       01  POSTING-APPROVAL-LINE.
           COPY "POSTING-APPROVAL-RECORD.cpy".
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-LINE.
           05  APQ-QUEUED-DATE PIC 9(8).
           05  APQ-IMAGE PIC X(40).
       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-LINE.
           05  WH-RELEASE-DATE PIC 9(8).
           05  WH-IMAGE PIC X(40).
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  INTEREST-RATE-FILE.
       01  INTEREST-RATE-LINE.
           05  IRT-CURRENCY PIC X(3).
           05  IRT-TIER-FLOOR PIC 9(11)V99.
           05  IRT-ANNUAL-RATE PIC 9(2)V9(6).
           05  IRT-PRODUCT-TIER PIC X(4).
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
       FD  FEE-DETAIL-FILE.
       01  FEE-DETAIL-LINE.
           05  FEE-DETAIL-STATUS PIC X.
           05  FEE-DETAIL-ACCOUNT PIC X(10).
           05  FEE-DETAIL-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  FEE-DETAIL-FEE PIC S9(7)V99 SIGN LEADING SEPARATE.
       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-LINE.
           05  INV-HIST-ACCOUNT PIC X(10).
           05  INV-HIST-PERIOD PIC 9(6).
       FD  WHA-ACCOUNT-FILE.
       01  WHA-ACCOUNT-LINE.
           05  WHA-ACCOUNT PIC X(10).
           05  WHA-JURISDICTION PIC X(2).
           05  WHA-FLAG PIC X.
       FD  TAX-RATE-FILE.
       01  TAX-RATE-LINE.
           05  TAX-JURISDICTION PIC X(2).
           05  TAX-RATE PIC 9V9(4).
       FD  DETAIL-INPUT-FILE.
       01  DETAIL-INPUT-RECORD.
           COPY "FLAT-DETAIL-RECORD.cpy".
       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-LINE.
           05  JOURNAL-ACCOUNT PIC X(10).
           05  JOURNAL-COMPANY PIC X(3).
           05  JOURNAL-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  JOURNAL-TRAN-DATE PIC 9(8).
           05  JOURNAL-SOURCE-STATUS PIC X.
           05  JOURNAL-SEQUENCE PIC 9(9).
           05  JOURNAL-STAMP PIC X(14).
           05  JOURNAL-BALANCE-CURRENCY PIC X(3).
           05  JOURNAL-POSTED-DATE PIC 9(8).
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
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
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-LINE.
           05  CLS-ACCOUNT PIC X(10).
           05  CLS-COMPANY PIC X(3).
           05  CLS-CURRENCY PIC X(3).
           05  CLS-CLOSE-DATE PIC 9(8).
           05  CLS-BALANCE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  CLS-INTEREST PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CLS-FEES PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CLS-WITHHELD PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CLS-JURISDICTION PIC X(2).
           05  CLS-PAYOUT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  CLS-OPERATOR PIC X(8).
       FD  FINAL-STATEMENT-FILE.
       01  FINAL-STATEMENT-LINE PIC X(80).
       FD  CLOSURE-NOTICE-FILE.
       01  CLOSURE-NOTICE-LINE PIC X(72).
       FD  CLOSURE-REGISTER-FILE.
       01  CLOSURE-REGISTER-LINE PIC X(120).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       FD  JOURNAL-SEQUENCE-FILE.
       01  JOURNAL-SEQUENCE-LINE.
           COPY "JOURNAL-SEQUENCE-RECORD.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-CLOSURE-REQUEST-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-HOLD-STATUS PIC XX VALUE "00".
       01  WS-DISPUTE-STATUS PIC XX VALUE "00".
       01  WS-POSTING-APPROVAL-STATUS PIC XX VALUE "00".
       01  WS-APPROVAL-QUEUE-STATUS PIC XX VALUE "00".
       01  WS-WAREHOUSE-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-INTEREST-RATE-STATUS PIC XX VALUE "00".
       01  WS-PRODUCT-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-ACCRUAL-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ACCRUAL-BALANCE-STATUS PIC XX VALUE "00".
       01  WS-FEE-DETAIL-STATUS PIC XX VALUE "00".
       01  WS-INVOICE-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-WHA-ACCOUNT-STATUS PIC XX VALUE "00".
       01  WS-TAX-RATE-STATUS PIC XX VALUE "00".
       01  WS-DETAIL-INPUT-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-BATCH-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-SETTLEMENT-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "ACCOUNT CLOSURES COMPLETE".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  CLOSURE-REQUEST-TABLE.
           05  CLOSURE-REQUEST-ENTRY OCCURS 200 TIMES
                   INDEXED BY REQ-IDX REQ-DUP-IDX.
               10  REQ-ACCOUNT PIC X(10) VALUE SPACES.
               10  REQ-OPERATOR PIC X(8) VALUE SPACES.
               10  REQ-RESULT PIC X VALUE SPACE.
               10  REQ-REASON PIC X(40) VALUE SPACES.
               10  REQ-COMPANY PIC X(3) VALUE SPACES.
               10  REQ-CURRENCY PIC X(3) VALUE SPACES.
               10  REQ-BALANCE PIC S9(11)V99 VALUE 0.
               10  REQ-INTEREST PIC S9(9)V99 VALUE 0.
               10  REQ-FEES PIC S9(9)V99 VALUE 0.
               10  REQ-WITHHELD PIC S9(9)V99 VALUE 0.
               10  REQ-PAYOUT PIC S9(11)V99 VALUE 0.
       01  CLOSURE-REQUEST-TOTAL PIC 9(3) VALUE 0.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-STATUS PIC X VALUE SPACE.
               10  REF-ENTRY-OPEN-DATE PIC 9(8) VALUE 0.
               10  REF-ENTRY-CLOSE-DATE PIC 9(8) VALUE 0.
               10  REF-ENTRY-OWNERSHIP PIC X(3) VALUE SPACES.
               10  REF-ENTRY-PRODUCT PIC X(4) VALUE SPACES.
               10  REF-ENTRY-COST-CENTER PIC X(4) VALUE SPACES.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  WS-FOUND-REF-IDX PIC 9(4) VALUE 0.
       01  COMPANY-PROOF-TABLE.
           05  COMPANY-PROOF-ENTRY OCCURS 50 TIMES
                   INDEXED BY CPF-IDX.
               10  CPF-COMPANY PIC X(3) VALUE SPACES.
               10  CPF-DEBITS PIC S9(11)V99 VALUE 0.
               10  CPF-CREDITS PIC S9(11)V99 VALUE 0.
       01  COMPANY-PROOF-TOTAL PIC 9(2) VALUE 0.
       01  WS-COMPANY-UNBALANCED PIC 9(2) VALUE 0.
       01  BLOCKER-TABLE.
           05  BLOCKER-ENTRY OCCURS 2000 TIMES INDEXED BY BLK-IDX.
               10  BLK-ACCOUNT PIC X(10) VALUE SPACES.
               10  BLK-KIND PIC X(4) VALUE SPACES.
               10  BLK-REFERENCE PIC X(10) VALUE SPACES.
       01  BLOCKER-TOTAL PIC 9(4) VALUE 0.
       01  WS-BLOCK-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-BLOCK-KIND PIC X(4) VALUE SPACES.
       01  WS-BLOCK-REFERENCE PIC X(10) VALUE SPACES.
       01  WS-BLOCKED PIC X VALUE 'N'.
       01  WS-CURRENCY-OPEN PIC X VALUE 'N'.
       01  WS-OPEN-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-BALANCE-EOF PIC X VALUE 'N'.
       01  WS-DAY-BASIS PIC 9(3) VALUE 365.
       01  WS-EXPENSE-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-PAYABLE-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-DEPOSIT-ACCOUNT PIC 9(8) VALUE 0.
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
       01  WS-ACCOUNT-PRODUCT PIC X(4) VALUE SPACES.
       01  WS-MATCH-TIER PIC X(4) VALUE SPACES.
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
       01  FEE-SUM-TABLE.
           05  FEE-SUM-ENTRY OCCURS 1000 TIMES INDEXED BY FEE-IDX.
               10  FEE-SUM-ACCOUNT PIC X(10) VALUE SPACES.
               10  FEE-SUM-AMOUNT PIC S9(9)V99 VALUE 0.
       01  FEE-SUM-TOTAL PIC 9(4) VALUE 0.
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 2000 TIMES INDEXED BY HST-IDX.
               10  HST-ACCOUNT PIC X(10) VALUE SPACES.
               10  HST-PERIOD PIC 9(6) VALUE 0.
       01  HISTORY-TOTAL PIC 9(4) VALUE 0.
       01  WHA-TABLE.
           05  WHA-ENTRY OCCURS 500 TIMES INDEXED BY WHA-IDX.
               10  WHA-TAB-ACCOUNT PIC X(10) VALUE SPACES.
               10  WHA-TAB-JURISDICTION PIC X(2) VALUE SPACES.
       01  WHA-TOTAL PIC 9(3) VALUE 0.
       01  TAX-RATE-TABLE.
           05  TAX-RATE-ENTRY OCCURS 20 TIMES
                   INDEXED BY TAX-IDX.
               10  TAX-TAB-JURISDICTION PIC X(2) VALUE SPACES.
               10  TAX-TAB-RATE PIC 9V9(4) VALUE 0.
       01  TAX-RATE-TOTAL PIC 9(2) VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-START-INT PIC S9(9) COMP VALUE 0.
       01  WS-BILLING-PERIOD PIC 9(6) VALUE 0.
       01  WS-BATCH-STAMP PIC X(14) VALUE SPACES.
       01  WS-CLOSURE-REFERENCE PIC X(10) VALUE SPACES.
       01  WS-ACCRUAL-DAYS PIC 9(5) VALUE 0.
       01  WS-APPLIED-RATE PIC 9(2)V9(6) VALUE 0.
       01  WS-APPLIED-FLOOR PIC 9(11)V99 VALUE 0.
       01  WS-RATE-KNOWN PIC X VALUE 'N'.
       01  WS-DAY-INTEREST PIC S9(9)V9(6) VALUE 0.
       01  WS-ACCRUED-BEFORE PIC S9(9)V99 VALUE 0.
       01  WS-FINAL-INTEREST PIC S9(9)V99 VALUE 0.
       01  WS-GL-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-GL-LEG-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-GL-LEG-FLAG PIC X VALUE SPACE.
       01  WS-GL-LEG-STATUS PIC X VALUE SPACE.
       01  WS-UNBILLED-FEES PIC S9(9)V99 VALUE 0.
       01  WS-FEES-BILLED PIC X VALUE 'N'.
       01  WS-ACCOUNT-JURISDICTION PIC X(2) VALUE SPACES.
       01  WS-APPLY-TAX-RATE PIC 9V9(4) VALUE 0.
       01  WS-WITHHELD PIC S9(9)V99 VALUE 0.
       01  WS-PAYOUT PIC S9(11)V99 VALUE 0.
       01  WS-OPENING-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-RUNNING-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-POST-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-POST-STATUS PIC X VALUE SPACE.
       01  WS-POST-DISPOSITION PIC X(20) VALUE SPACES.
       01  WS-POSTED-OK PIC X VALUE 'N'.
       01  WS-POSTING-COUNT PIC 9(9) VALUE 0.
       01  WS-TOTAL-DEBITS PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS PIC S9(11)V99 VALUE 0.
       01  WS-REQUESTS-READ PIC 9(6) VALUE 0.
       01  WS-CLOSED-COUNT PIC 9(6) VALUE 0.
       01  WS-REFUSED-COUNT PIC 9(6) VALUE 0.
       01  WS-TOTAL-PAYOUT PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-INTEREST PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-FEES PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-WITHHELD PIC S9(11)V99 VALUE 0.
       01  WS-STATEMENT-TXNS PIC 9(6) VALUE 0.
       01  WS-OTHER-POSTINGS PIC S9(11)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(10)9.99.
       01  WS-BALANCE-DISPLAY PIC -(10)9.99.
       01  WS-NOTICE-AMOUNT PIC Z(6)9.99.
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-JOURNAL-STAMP PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-STAMP.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-BATCH-STAMP(1:8) TO WS-RUN-DATE-NUM.
           MOVE WS-RUN-DATE-NUM(1:6) TO WS-BILLING-PERIOD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           MOVE SPACES TO WS-CLOSURE-REFERENCE.
           STRING "CLS" WS-RUN-DATE-NUM(3:6)
               DELIMITED BY SIZE INTO WS-CLOSURE-REFERENCE.
           PERFORM LOAD-CLOSURE-REQUESTS.
           IF CLOSURE-REQUEST-TOTAL = 0
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO CLOSURE REQUESTS TO PROCESS" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE WS-JOB-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-HOLD-BLOCKERS.
           PERFORM LOAD-DISPUTE-BLOCKERS.
           PERFORM LOAD-POSTING-APPROVAL-BLOCKERS.
           PERFORM LOAD-APPROVAL-QUEUE-BLOCKERS.
           PERFORM LOAD-WAREHOUSE-BLOCKERS.
           PERFORM LOAD-ACCRUAL-CONTROL.
           PERFORM LOAD-RATE-TIERS.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-ACCRUAL-BALANCES.
           PERFORM LOAD-FEE-SUMS.
           PERFORM LOAD-INVOICE-HISTORY.
           PERFORM LOAD-WITHHOLDING-ACCOUNTS.
           PERFORM LOAD-TAX-RATES.
           OPEN I-O INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "ACCOUNT-CLOSE: UNABLE TO OPEN MASTER FILE "
                   "output.idx, FILE STATUS " WS-INDEXED-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND POSTING-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTING-JOURNAL-FILE
           END-IF.
           OPEN EXTEND LINEAGE-FILE.
           IF WS-LINEAGE-STATUS = "35"
               OPEN OUTPUT LINEAGE-FILE
           END-IF.
           OPEN EXTEND SETTLEMENT-FILE.
           IF WS-SETTLEMENT-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-FILE
           END-IF.
           OPEN OUTPUT GL-POSTING-FILE.
           PERFORM WRITE-BATCH-HEADER.
           OPEN OUTPUT FINAL-STATEMENT-FILE.
           OPEN OUTPUT CLOSURE-NOTICE-FILE.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > CLOSURE-REQUEST-TOTAL
               PERFORM PROCESS-ONE-CLOSURE
           END-PERFORM.
           CLOSE INDEXED-OUTPUT-FILE.
           IF WS-JOURNAL-STATUS = "00"
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               CLOSE LINEAGE-FILE
           END-IF.
           IF WS-SETTLEMENT-STATUS = "00"
               CLOSE SETTLEMENT-FILE
           END-IF.
           PERFORM WRITE-BATCH-TRAILER.
           CLOSE GL-POSTING-FILE.
           IF WS-COMPANY-UNBALANCED > 0
               DISPLAY "ACCOUNT-CLOSE: COMPANY SEGMENT OUT OF "
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
           CLOSE FINAL-STATEMENT-FILE.
           CLOSE CLOSURE-NOTICE-FILE.
           IF WS-CLOSED-COUNT > 0
               PERFORM SAVE-ACCRUAL-BALANCES
               PERFORM APPEND-INVOICE-HISTORY
               PERFORM REWRITE-ACCOUNT-REFERENCE
           END-IF.
           PERFORM WRITE-CLOSURE-REGISTER.
           IF WS-REFUSED-COUNT > 0 AND WS-JOB-CODE = 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "CLOSURE REQUESTS REFUSED" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "ACCOUNT-CLOSE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-CLOSURE-REQUESTS.
           OPEN INPUT CLOSURE-REQUEST-FILE.
           IF WS-CLOSURE-REQUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR CLOSURE-REQUEST-TOTAL >= 200
               READ CLOSURE-REQUEST-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CLR-ACCOUNT NOT = SPACES
                           ADD 1 TO WS-REQUESTS-READ
                           ADD 1 TO CLOSURE-REQUEST-TOTAL
                           MOVE CLR-ACCOUNT TO
                               REQ-ACCOUNT(CLOSURE-REQUEST-TOTAL)
                           MOVE CLR-OPERATOR TO
                               REQ-OPERATOR(CLOSURE-REQUEST-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOSURE-REQUEST-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-ACCOUNT-REFERENCE.
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
                               MOVE ACCT-REF-STATUS TO
                                   REF-ENTRY-STATUS(ACCOUNT-REF-TOTAL)
                               IF ACCT-REF-OPEN-DATE NUMERIC
                                   MOVE ACCT-REF-OPEN-DATE TO
                                       REF-ENTRY-OPEN-DATE
                                           (ACCOUNT-REF-TOTAL)
                               END-IF
                               IF ACCT-REF-CLOSE-DATE NUMERIC
                                   MOVE ACCT-REF-CLOSE-DATE TO
                                       REF-ENTRY-CLOSE-DATE
                                           (ACCOUNT-REF-TOTAL)
                               END-IF
                               MOVE ACCT-REF-OWNERSHIP TO
                                   REF-ENTRY-OWNERSHIP
                                       (ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-PRODUCT TO
                                   REF-ENTRY-PRODUCT
                                       (ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-COST-CENTER TO
                                   REF-ENTRY-COST-CENTER
                                       (ACCOUNT-REF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-HOLD-BLOCKERS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF HOLD-STATUS = 'A'
                               AND HOLD-EXPIRY-DATE NUMERIC
                           IF HOLD-EXPIRY-DATE = 0
                                   OR HOLD-EXPIRY-DATE >=
                                       WS-RUN-DATE-NUM
                               MOVE HOLD-ACCOUNT TO WS-BLOCK-ACCOUNT
                               MOVE "HOLD" TO WS-BLOCK-KIND
                               MOVE HOLD-ID TO WS-BLOCK-REFERENCE
                               PERFORM ADD-BLOCKER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-DISPUTE-BLOCKERS.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DISPUTE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF DSP-STATUS = 'O' OR DSP-STATUS = 'P'
                           MOVE DSP-ACCOUNT TO WS-BLOCK-ACCOUNT
                           MOVE "DISP" TO WS-BLOCK-KIND
                           MOVE DSP-TRANSACTION-ID TO
                               WS-BLOCK-REFERENCE
                           PERFORM ADD-BLOCKER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISPUTE-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-POSTING-APPROVAL-BLOCKERS.
           OPEN INPUT POSTING-APPROVAL-FILE.
           IF WS-POSTING-APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PAQ-IMAGE NOT = SPACES
                           MOVE PAQ-IMAGE(12:10) TO WS-BLOCK-ACCOUNT
                           MOVE "APPR" TO WS-BLOCK-KIND
                           MOVE PAQ-REASON-CODE TO WS-BLOCK-REFERENCE
                           PERFORM ADD-BLOCKER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-APPROVAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-APPROVAL-QUEUE-BLOCKERS.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF WS-APPROVAL-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF APQ-IMAGE NOT = SPACES
                           MOVE APQ-IMAGE(12:10) TO WS-BLOCK-ACCOUNT
                           MOVE "APPR" TO WS-BLOCK-KIND
                           MOVE "SHOWCASE" TO WS-BLOCK-REFERENCE
                           PERFORM ADD-BLOCKER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-WAREHOUSE-BLOCKERS.
           OPEN INPUT WAREHOUSE-FILE.
           IF WS-WAREHOUSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ WAREHOUSE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF WH-IMAGE NOT = SPACES
                           MOVE WH-IMAGE(12:10) TO WS-BLOCK-ACCOUNT
                           MOVE "WHSE" TO WS-BLOCK-KIND
                           MOVE SPACES TO WS-BLOCK-REFERENCE
                           IF WH-RELEASE-DATE NUMERIC
                               MOVE WH-RELEASE-DATE TO
                                   WS-BLOCK-REFERENCE
                           END-IF
                           PERFORM ADD-BLOCKER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WAREHOUSE-FILE.
           MOVE 'N' TO EOF-FLAG.

       ADD-BLOCKER.
           IF WS-BLOCK-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING REQ-DUP-IDX FROM 1 BY 1
                   UNTIL REQ-DUP-IDX > CLOSURE-REQUEST-TOTAL
               IF REQ-ACCOUNT(REQ-DUP-IDX) = WS-BLOCK-ACCOUNT
                   IF BLOCKER-TOTAL < 2000
                       ADD 1 TO BLOCKER-TOTAL
                       MOVE WS-BLOCK-ACCOUNT TO
                           BLK-ACCOUNT(BLOCKER-TOTAL)
                       MOVE WS-BLOCK-KIND TO BLK-KIND(BLOCKER-TOTAL)
                       MOVE WS-BLOCK-REFERENCE TO
                           BLK-REFERENCE(BLOCKER-TOTAL)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

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
                       IF IAC-DEPOSIT-ACCOUNT NUMERIC
                           MOVE IAC-DEPOSIT-ACCOUNT TO
                               WS-DEPOSIT-ACCOUNT
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

       LOAD-FEE-SUMS.
           OPEN INPUT FEE-DETAIL-FILE.
           IF WS-FEE-DETAIL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ FEE-DETAIL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF FEE-DETAIL-ACCOUNT NOT = SPACES
                                   AND FEE-DETAIL-FEE NUMERIC
                               PERFORM TALLY-FEE-SUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-DETAIL-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       TALLY-FEE-SUM.
           PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > FEE-SUM-TOTAL
               IF FEE-SUM-ACCOUNT(FEE-IDX) = FEE-DETAIL-ACCOUNT
                   ADD FEE-DETAIL-FEE TO FEE-SUM-AMOUNT(FEE-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF FEE-SUM-TOTAL < 1000
               ADD 1 TO FEE-SUM-TOTAL
               MOVE FEE-DETAIL-ACCOUNT TO
                   FEE-SUM-ACCOUNT(FEE-SUM-TOTAL)
               MOVE FEE-DETAIL-FEE TO FEE-SUM-AMOUNT(FEE-SUM-TOTAL)
           END-IF.

       LOAD-INVOICE-HISTORY.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF WS-INVOICE-HISTORY-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR HISTORY-TOTAL >= 2000
                   READ INVOICE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF INV-HIST-ACCOUNT NOT = SPACES
                                   AND INV-HIST-PERIOD NUMERIC
                               ADD 1 TO HISTORY-TOTAL
                               MOVE INV-HIST-ACCOUNT TO
                                   HST-ACCOUNT(HISTORY-TOTAL)
                               MOVE INV-HIST-PERIOD TO
                                   HST-PERIOD(HISTORY-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-HISTORY-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-WITHHOLDING-ACCOUNTS.
           OPEN INPUT WHA-ACCOUNT-FILE.
           IF WS-WHA-ACCOUNT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR WHA-TOTAL >= 500
                   READ WHA-ACCOUNT-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF WHA-ACCOUNT NOT = SPACES
                                   AND WHA-FLAG = 'Y'
                               ADD 1 TO WHA-TOTAL
                               MOVE WHA-ACCOUNT TO
                                   WHA-TAB-ACCOUNT(WHA-TOTAL)
                               MOVE WHA-JURISDICTION TO
                                   WHA-TAB-JURISDICTION(WHA-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WHA-ACCOUNT-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-RATE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR TAX-RATE-TOTAL >= 20
                   READ TAX-RATE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF TAX-JURISDICTION NOT = SPACES
                                   AND TAX-RATE NUMERIC
                               ADD 1 TO TAX-RATE-TOTAL
                               MOVE TAX-JURISDICTION TO
                                   TAX-TAB-JURISDICTION
                                       (TAX-RATE-TOTAL)
                               MOVE TAX-RATE TO
                                   TAX-TAB-RATE(TAX-RATE-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       PROCESS-ONE-CLOSURE.
           MOVE 'R' TO REQ-RESULT(REQ-IDX).
           PERFORM VARYING REQ-DUP-IDX FROM 1 BY 1
                   UNTIL REQ-DUP-IDX >= REQ-IDX
               IF REQ-ACCOUNT(REQ-DUP-IDX) = REQ-ACCOUNT(REQ-IDX)
                   MOVE "DUPLICATE REQUEST IN THIS RUN" TO
                       REQ-REASON(REQ-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM FIND-REFERENCE-ENTRY.
           IF WS-FOUND-REF-IDX = 0
               MOVE "ACCOUNT NOT ON REFERENCE FILE" TO
                   REQ-REASON(REQ-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF REF-ENTRY-STATUS(WS-FOUND-REF-IDX) = 'C'
               MOVE "ACCOUNT ALREADY CLOSED" TO REQ-REASON(REQ-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CLOSURE-BLOCKERS.
           IF WS-BLOCKED = 'Y'
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CURRENCY-BALANCES.
           IF WS-CURRENCY-OPEN = 'Y'
               MOVE SPACES TO REQ-REASON(REQ-IDX)
               STRING "OPEN CURRENCY BALANCE " WS-OPEN-CURRENCY
                   DELIMITED BY SIZE INTO REQ-REASON(REQ-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE REQ-ACCOUNT(REQ-IDX) TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO REQ-REASON(REQ-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
                   EXIT PARAGRAPH
           END-READ.
           MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC.
           IF POS-CURRENT-BALANCE NOT NUMERIC
               MOVE "MASTER BALANCE NOT NUMERIC" TO
                   REQ-REASON(REQ-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE POS-COMPANY TO REQ-COMPANY(REQ-IDX).
           MOVE POS-CURRENCY TO REQ-CURRENCY(REQ-IDX).
           MOVE POS-CURRENT-BALANCE TO REQ-BALANCE(REQ-IDX).
           PERFORM WORK-OUT-SETTLEMENT.
           IF WS-PAYOUT < 0
               MOVE "CHARGES EXCEED BALANCE - COLLECT FIRST" TO
                   REQ-REASON(REQ-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM POST-CLOSING-ENTRIES.
           IF WS-POSTED-OK = 'N'
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-SETTLEMENT-RECORD.
           PERFORM WRITE-FINAL-STATEMENT.
           PERFORM WRITE-CLOSURE-NOTICE.
           PERFORM SETTLE-ACCRUAL-ENTRY.
           MOVE 'C' TO REF-ENTRY-STATUS(WS-FOUND-REF-IDX).
           MOVE WS-RUN-DATE-NUM TO
               REF-ENTRY-CLOSE-DATE(WS-FOUND-REF-IDX).
           MOVE 'C' TO REQ-RESULT(REQ-IDX).
           MOVE "CLOSED" TO REQ-REASON(REQ-IDX).
           ADD 1 TO WS-CLOSED-COUNT.
           ADD WS-PAYOUT TO WS-TOTAL-PAYOUT.
           ADD WS-FINAL-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-UNBILLED-FEES TO WS-TOTAL-FEES.
           ADD WS-WITHHELD TO WS-TOTAL-WITHHELD.

       FIND-REFERENCE-ENTRY.
           MOVE 0 TO WS-FOUND-REF-IDX.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = REQ-ACCOUNT(REQ-IDX)
                   SET WS-FOUND-REF-IDX TO REF-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-CURRENCY-BALANCES.
           MOVE 'N' TO WS-CURRENCY-OPEN.
           MOVE SPACES TO WS-OPEN-CURRENCY.
           MOVE 'N' TO WS-BALANCE-EOF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE REQ-ACCOUNT(REQ-IDX) TO INDEXED-OUTPUT-KEY(1:10).
           START INDEXED-OUTPUT-FILE
               KEY IS GREATER THAN INDEXED-OUTPUT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BALANCE-EOF
           END-START.
           PERFORM UNTIL WS-BALANCE-EOF = 'Y'
               READ INDEXED-OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BALANCE-EOF
                   NOT AT END
                       IF INDEXED-OUTPUT-KEY(1:10) NOT =
                               REQ-ACCOUNT(REQ-IDX)
                           MOVE 'Y' TO WS-BALANCE-EOF
                       ELSE
                           MOVE INDEXED-OUTPUT-DATA TO
                               MASTER-POSITION-REC
                           IF POS-CURRENT-BALANCE NUMERIC
                                   AND POS-CURRENT-BALANCE NOT = 0
                               MOVE 'Y' TO WS-CURRENCY-OPEN
                               MOVE INDEXED-OUTPUT-KEY(11:3) TO
                                   WS-OPEN-CURRENCY
                               MOVE 'Y' TO WS-BALANCE-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-CLOSURE-BLOCKERS.
           MOVE 'N' TO WS-BLOCKED.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCKER-TOTAL
               IF BLK-ACCOUNT(BLK-IDX) = REQ-ACCOUNT(REQ-IDX)
                   MOVE 'Y' TO WS-BLOCKED
                   EVALUATE BLK-KIND(BLK-IDX)
                       WHEN "HOLD"
                           MOVE SPACES TO REQ-REASON(REQ-IDX)
                           STRING "OPEN HOLD " BLK-REFERENCE(BLK-IDX)
                               DELIMITED BY SIZE
                               INTO REQ-REASON(REQ-IDX)
                       WHEN "DISP"
                           MOVE SPACES TO REQ-REASON(REQ-IDX)
                           STRING "OPEN DISPUTE "
                               BLK-REFERENCE(BLK-IDX)
                               DELIMITED BY SIZE
                               INTO REQ-REASON(REQ-IDX)
                       WHEN "APPR"
                           MOVE SPACES TO REQ-REASON(REQ-IDX)
                           STRING "PENDING APPROVAL "
                               BLK-REFERENCE(BLK-IDX)
                               DELIMITED BY SIZE
                               INTO REQ-REASON(REQ-IDX)
                       WHEN OTHER
                           MOVE SPACES TO REQ-REASON(REQ-IDX)
                           STRING "WAREHOUSED ITEM DUE "
                               BLK-REFERENCE(BLK-IDX)
                               DELIMITED BY SIZE
                               INTO REQ-REASON(REQ-IDX)
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WORK-OUT-SETTLEMENT.
           PERFORM WORK-OUT-FINAL-INTEREST.
           PERFORM WORK-OUT-UNBILLED-FEES.
           PERFORM WORK-OUT-WITHHOLDING.
           COMPUTE WS-PAYOUT = POS-CURRENT-BALANCE + WS-FINAL-INTEREST
               - WS-UNBILLED-FEES - WS-WITHHELD.
           MOVE WS-FINAL-INTEREST TO REQ-INTEREST(REQ-IDX).
           MOVE WS-UNBILLED-FEES TO REQ-FEES(REQ-IDX).
           MOVE WS-WITHHELD TO REQ-WITHHELD(REQ-IDX).
           MOVE WS-PAYOUT TO REQ-PAYOUT(REQ-IDX).

       WORK-OUT-FINAL-INTEREST.
           MOVE 0 TO WS-FINAL-INTEREST.
           MOVE 0 TO WS-ACCRUED-BEFORE.
           MOVE 0 TO WS-DAY-INTEREST.
           MOVE 'N' TO WS-ACCRUAL-FOUND.
           PERFORM VARYING ACR-IDX FROM 1 BY 1
                   UNTIL ACR-IDX > ACCRUAL-TOTAL
               IF ACE-ACCOUNT(ACR-IDX) = POS-ACCOUNT
                       AND ACE-BALANCE-CURRENCY(ACR-IDX) =
                           POS-BALANCE-CURRENCY
                   MOVE 'Y' TO WS-ACCRUAL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACCRUAL-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ACCRUED-BEFORE ROUNDED = ACE-ACCRUED(ACR-IDX).
           MOVE 0 TO WS-ACCRUAL-DAYS.
           IF ACE-THROUGH-DATE(ACR-IDX) > 0
               COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
                   (ACE-THROUGH-DATE(ACR-IDX))
               IF WS-RUN-DATE-INT > WS-START-INT
                   COMPUTE WS-ACCRUAL-DAYS =
                       WS-RUN-DATE-INT - WS-START-INT
               END-IF
           END-IF.
           IF WS-ACCRUAL-DAYS > 0 AND POS-CURRENT-BALANCE > 0
               PERFORM FIND-TIER-RATE
               IF WS-RATE-KNOWN = 'Y'
                   COMPUTE WS-DAY-INTEREST ROUNDED =
                       POS-CURRENT-BALANCE * WS-APPLIED-RATE
                       * WS-ACCRUAL-DAYS / (100 * WS-DAY-BASIS)
               END-IF
           END-IF.
           COMPUTE WS-FINAL-INTEREST ROUNDED =
               ACE-ACCRUED(ACR-IDX) + WS-DAY-INTEREST.
           IF WS-FINAL-INTEREST < 0
               MOVE 0 TO WS-FINAL-INTEREST
           END-IF.

       FIND-TIER-RATE.
           MOVE 'N' TO WS-RATE-KNOWN.
           MOVE 0 TO WS-APPLIED-RATE.
           MOVE 0 TO WS-APPLIED-FLOOR.
           PERFORM FIND-ACCOUNT-PRODUCT.
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
           PERFORM SCAN-RATE-TIERS.
           IF WS-RATE-KNOWN = 'N' AND WS-MATCH-TIER NOT = SPACES
               MOVE SPACES TO WS-MATCH-TIER
               PERFORM SCAN-RATE-TIERS
           END-IF.

       FIND-ACCOUNT-PRODUCT.
           MOVE REF-ENTRY-PRODUCT(WS-FOUND-REF-IDX) TO
               WS-ACCOUNT-PRODUCT.

       SCAN-RATE-TIERS.
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > RATE-TIER-TOTAL
               IF TIER-PRODUCT(TIER-IDX) = WS-MATCH-TIER
                       AND TIER-CURRENCY(TIER-IDX) = POS-CURRENCY
                       AND TIER-FLOOR(TIER-IDX) <= POS-CURRENT-BALANCE
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
                       AND TIER-FLOOR(TIER-IDX) <= POS-CURRENT-BALANCE
                       AND (WS-RATE-KNOWN = 'N'
                           OR TIER-FLOOR(TIER-IDX) >=
                               WS-APPLIED-FLOOR)
                   MOVE TIER-FLOOR(TIER-IDX) TO WS-APPLIED-FLOOR
                   MOVE TIER-RATE(TIER-IDX) TO WS-APPLIED-RATE
                   MOVE 'Y' TO WS-RATE-KNOWN
               END-IF
           END-PERFORM.

       WORK-OUT-UNBILLED-FEES.
           MOVE 0 TO WS-UNBILLED-FEES.
           MOVE 'N' TO WS-FEES-BILLED.
           PERFORM VARYING HST-IDX FROM 1 BY 1
                   UNTIL HST-IDX > HISTORY-TOTAL
               IF HST-ACCOUNT(HST-IDX) = POS-ACCOUNT
                       AND HST-PERIOD(HST-IDX) = WS-BILLING-PERIOD
                   MOVE 'Y' TO WS-FEES-BILLED
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FEES-BILLED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > FEE-SUM-TOTAL
               IF FEE-SUM-ACCOUNT(FEE-IDX) = POS-ACCOUNT
                   MOVE FEE-SUM-AMOUNT(FEE-IDX) TO WS-UNBILLED-FEES
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-UNBILLED-FEES < 0
               MOVE 0 TO WS-UNBILLED-FEES
           END-IF.

       WORK-OUT-WITHHOLDING.
           MOVE 0 TO WS-WITHHELD.
           MOVE SPACES TO WS-ACCOUNT-JURISDICTION.
           MOVE 0 TO WS-APPLY-TAX-RATE.
           PERFORM VARYING WHA-IDX FROM 1 BY 1
                   UNTIL WHA-IDX > WHA-TOTAL
               IF WHA-TAB-ACCOUNT(WHA-IDX) = POS-ACCOUNT
                   MOVE WHA-TAB-JURISDICTION(WHA-IDX) TO
                       WS-ACCOUNT-JURISDICTION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACCOUNT-JURISDICTION = SPACES
                   OR WS-FINAL-INTEREST = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TAX-IDX FROM 1 BY 1
                   UNTIL TAX-IDX > TAX-RATE-TOTAL
               IF TAX-TAB-JURISDICTION(TAX-IDX) =
                       WS-ACCOUNT-JURISDICTION
                   MOVE TAX-TAB-RATE(TAX-IDX) TO WS-APPLY-TAX-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-WITHHELD ROUNDED =
               WS-FINAL-INTEREST * WS-APPLY-TAX-RATE.

       POST-CLOSING-ENTRIES.
           MOVE 'N' TO WS-POSTED-OK.
           IF POS-MTD-AMOUNT NOT NUMERIC
               MOVE 0 TO POS-MTD-AMOUNT
           END-IF.
           IF POS-YTD-AMOUNT NOT NUMERIC
               MOVE 0 TO POS-YTD-AMOUNT
           END-IF.
           IF POS-RECORD-COUNT NOT NUMERIC
               MOVE 0 TO POS-RECORD-COUNT
           END-IF.
           IF POS-LAST-TRAN-DATE NOT NUMERIC
               MOVE 0 TO POS-LAST-TRAN-DATE
           END-IF.
           IF WS-RUN-DATE-NUM(1:6) NOT = POS-LAST-TRAN-DATE(1:6)
               MOVE 0 TO POS-MTD-AMOUNT
           END-IF.
           IF WS-RUN-DATE-NUM(1:4) NOT = POS-LAST-TRAN-DATE(1:4)
               MOVE 0 TO POS-YTD-AMOUNT
           END-IF.
           COMPUTE WS-OPENING-BALANCE =
               POS-CURRENT-BALANCE - POS-MTD-AMOUNT.
           COMPUTE WS-POST-AMOUNT =
               WS-FINAL-INTEREST - WS-UNBILLED-FEES - WS-WITHHELD
               - WS-PAYOUT.
           ADD WS-POST-AMOUNT TO POS-CURRENT-BALANCE.
           ADD WS-POST-AMOUNT TO POS-MTD-AMOUNT.
           ADD WS-POST-AMOUNT TO POS-YTD-AMOUNT.
           IF WS-FINAL-INTEREST > 0
               ADD 1 TO POS-RECORD-COUNT
           END-IF.
           IF WS-UNBILLED-FEES > 0
               ADD 1 TO POS-RECORD-COUNT
           END-IF.
           IF WS-WITHHELD > 0
               ADD 1 TO POS-RECORD-COUNT
           END-IF.
           IF WS-PAYOUT > 0
               ADD 1 TO POS-RECORD-COUNT
           END-IF.
           IF WS-RUN-DATE-NUM > POS-LAST-TRAN-DATE
               MOVE WS-RUN-DATE-NUM TO POS-LAST-TRAN-DATE
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-DATA.
           MOVE MASTER-POSITION-REC TO INDEXED-OUTPUT-DATA.
           REWRITE INDEXED-OUTPUT-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE FAILED" TO REQ-REASON(REQ-IDX)
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "CLOSURE REWRITE FAILED" TO WS-JOB-REASON
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POSTED-OK
                   PERFORM JOURNAL-CLOSING-ENTRIES
                   PERFORM WRITE-CLOSING-GL-POSTINGS
           END-REWRITE.

       JOURNAL-CLOSING-ENTRIES.
           IF WS-FINAL-INTEREST > 0
               MOVE WS-FINAL-INTEREST TO WS-POST-AMOUNT
               MOVE 'I' TO WS-POST-STATUS
               MOVE "CLOSING INTEREST" TO WS-POST-DISPOSITION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF WS-UNBILLED-FEES > 0
               COMPUTE WS-POST-AMOUNT = 0 - WS-UNBILLED-FEES
               MOVE 'F' TO WS-POST-STATUS
               MOVE "CLOSING FEES" TO WS-POST-DISPOSITION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF WS-WITHHELD > 0
               COMPUTE WS-POST-AMOUNT = 0 - WS-WITHHELD
               MOVE 'T' TO WS-POST-STATUS
               MOVE "CLOSING WITHHOLDING" TO WS-POST-DISPOSITION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF WS-PAYOUT > 0
               COMPUTE WS-POST-AMOUNT = 0 - WS-PAYOUT
               MOVE 'X' TO WS-POST-STATUS
               MOVE "CLOSURE PAYOUT" TO WS-POST-DISPOSITION
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       WRITE-JOURNAL-ENTRY.
           IF WS-JOURNAL-STATUS = "00"
               MOVE POS-ACCOUNT TO JOURNAL-ACCOUNT
               MOVE POS-COMPANY TO JOURNAL-COMPANY
               MOVE WS-POST-AMOUNT TO JOURNAL-AMOUNT
               MOVE WS-RUN-DATE-NUM TO JOURNAL-TRAN-DATE
               MOVE WS-POST-STATUS TO JOURNAL-SOURCE-STATUS
               PERFORM NEXT-JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-SEQUENCE TO JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-STAMP TO JOURNAL-STAMP
               MOVE POS-BALANCE-CURRENCY TO JOURNAL-BALANCE-CURRENCY
               MOVE WS-RUN-DATE-NUM TO JOURNAL-POSTED-DATE
               WRITE POSTING-JOURNAL-LINE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               MOVE 0 TO LIN-SEQUENCE
               MOVE "ACCOUNT-CLOSE" TO LIN-STAGE
               MOVE WS-POST-DISPOSITION TO LIN-DISPOSITION
               MOVE POS-ACCOUNT TO LIN-ACCOUNT
               MOVE WS-POST-AMOUNT TO LIN-AMOUNT
               MOVE WS-RUN-DATE-NUM TO LIN-TRAN-DATE
               MOVE WS-CLOSURE-REFERENCE TO LIN-TRANSACTION-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO LIN-STAMP
               WRITE LINEAGE-LINE
           END-IF.

       WRITE-CLOSING-GL-POSTINGS.
           COMPUTE WS-GL-AMOUNT = WS-FINAL-INTEREST - WS-ACCRUED-BEFORE.
           IF WS-GL-AMOUNT > 0
               MOVE 'I' TO WS-GL-LEG-STATUS
               MOVE WS-EXPENSE-ACCOUNT TO WS-GL-LEG-ACCOUNT
               MOVE 'D' TO WS-GL-LEG-FLAG
               PERFORM WRITE-GL-LEG
               MOVE WS-PAYABLE-ACCOUNT TO WS-GL-LEG-ACCOUNT
               MOVE 'C' TO WS-GL-LEG-FLAG
               PERFORM WRITE-GL-LEG
           END-IF.
           IF WS-FINAL-INTEREST > 0
               MOVE WS-FINAL-INTEREST TO WS-GL-AMOUNT
               MOVE 'K' TO WS-GL-LEG-STATUS
               MOVE WS-PAYABLE-ACCOUNT TO WS-GL-LEG-ACCOUNT
               MOVE 'D' TO WS-GL-LEG-FLAG
               PERFORM WRITE-GL-LEG
               MOVE WS-DEPOSIT-ACCOUNT TO WS-GL-LEG-ACCOUNT
               MOVE 'C' TO WS-GL-LEG-FLAG
               PERFORM WRITE-GL-LEG
           END-IF.

       WRITE-GL-LEG.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-GL-LEG-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE WS-GL-LEG-FLAG TO GL-DTL-DC-FLAG.
           MOVE WS-GL-AMOUNT TO GL-DTL-AMOUNT.
           MOVE WS-GL-LEG-STATUS TO GL-DTL-SOURCE-STATUS.
           MOVE POS-ACCOUNT TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           IF WS-GL-LEG-FLAG = 'D'
               ADD WS-GL-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-GL-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

       FILL-GL-SEGMENTS.
           MOVE POS-COMPANY TO GL-SEG-COMPANY.
           IF GL-SEG-COMPANY = SPACES
               MOVE "000" TO GL-SEG-COMPANY
           END-IF.
           MOVE SPACES TO GL-SEG-COST-CENTER.
           MOVE SPACES TO GL-SEG-PRODUCT.
           IF WS-FOUND-REF-IDX > 0
               MOVE REF-ENTRY-COST-CENTER(WS-FOUND-REF-IDX) TO
                   GL-SEG-COST-CENTER
               MOVE REF-ENTRY-PRODUCT(WS-FOUND-REF-IDX) TO
                   GL-SEG-PRODUCT
           END-IF.
           IF GL-SEG-COST-CENTER = SPACES
               MOVE "0000" TO GL-SEG-COST-CENTER
           END-IF.
           MOVE GL-DTL-ACCOUNT TO GL-SEG-NATURAL.
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
                   DISPLAY "ACCOUNT-CLOSE: COMPANY "
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
               MOVE "ACCOUNT CLOSURE" TO REGISTER-REASON
               WRITE BATCH-REGISTER-LINE
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       WRITE-SETTLEMENT-RECORD.
           IF WS-SETTLEMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE REQ-ACCOUNT(REQ-IDX) TO CLS-ACCOUNT.
           MOVE REQ-COMPANY(REQ-IDX) TO CLS-COMPANY.
           MOVE REQ-CURRENCY(REQ-IDX) TO CLS-CURRENCY.
           MOVE WS-RUN-DATE-NUM TO CLS-CLOSE-DATE.
           MOVE REQ-BALANCE(REQ-IDX) TO CLS-BALANCE.
           MOVE WS-FINAL-INTEREST TO CLS-INTEREST.
           MOVE WS-UNBILLED-FEES TO CLS-FEES.
           MOVE WS-WITHHELD TO CLS-WITHHELD.
           MOVE WS-ACCOUNT-JURISDICTION TO CLS-JURISDICTION.
           MOVE WS-PAYOUT TO CLS-PAYOUT.
           MOVE REQ-OPERATOR(REQ-IDX) TO CLS-OPERATOR.
           WRITE SETTLEMENT-LINE.

       WRITE-FINAL-STATEMENT.
           MOVE ALL "=" TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "FINAL STATEMENT  ACCOUNT " REQ-ACCOUNT(REQ-IDX)
               "  CLOSED " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "OPENING BALANCE: " WS-BALANCE-DISPLAY
               "  CURRENCY " REQ-CURRENCY(REQ-IDX)
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           MOVE "  DATE       AMOUNT        RUNNING BALANCE" TO
               FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
           MOVE 0 TO WS-STATEMENT-TXNS.
           PERFORM PRINT-MONTH-ACTIVITY.
           COMPUTE WS-OTHER-POSTINGS =
               REQ-BALANCE(REQ-IDX) - WS-RUNNING-BALANCE.
           IF WS-OTHER-POSTINGS NOT = 0
               MOVE WS-OTHER-POSTINGS TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO FINAL-STATEMENT-LINE
               STRING "  OTHER POSTINGS THIS PERIOD " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE
               WRITE FINAL-STATEMENT-LINE
               MOVE REQ-BALANCE(REQ-IDX) TO WS-RUNNING-BALANCE
           END-IF.
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "BALANCE BEFORE CLOSURE: " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           MOVE "CLOSING SETTLEMENT" TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           MOVE WS-FINAL-INTEREST TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "  ACCRUED INTEREST PAID     " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           COMPUTE WS-AMOUNT-DISPLAY = 0 - WS-UNBILLED-FEES.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "  UNBILLED FEES CHARGED     " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           COMPUTE WS-AMOUNT-DISPLAY = 0 - WS-WITHHELD.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "  TAX WITHHELD ON INTEREST  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           COMPUTE WS-AMOUNT-DISPLAY = 0 - WS-PAYOUT.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "  FINAL PAYOUT              " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           MOVE WS-STATEMENT-TXNS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "TRANSACTIONS THIS PERIOD: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           MOVE POS-CURRENT-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "CLOSING BALANCE: " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           MOVE "THIS ACCOUNT IS NOW CLOSED" TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

       PRINT-MONTH-ACTIVITY.
           OPEN INPUT DETAIL-INPUT-FILE.
           IF WS-DETAIL-INPUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DETAIL-INPUT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF RECORD-ACCOUNT = REQ-ACCOUNT(REQ-IDX)
                               AND RECORD-AMOUNT NUMERIC
                               AND RECORD-TRAN-DATE NUMERIC
                               AND RECORD-TRAN-DATE(1:6) =
                                   WS-RUN-DATE-NUM(1:6)
                           PERFORM PRINT-ACTIVITY-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DETAIL-INPUT-FILE.
           MOVE 'N' TO EOF-FLAG.

       PRINT-ACTIVITY-LINE.
           ADD 1 TO WS-STATEMENT-TXNS.
           ADD RECORD-AMOUNT TO WS-RUNNING-BALANCE.
           MOVE RECORD-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "  " RECORD-TRAN-DATE "  " WS-AMOUNT-DISPLAY
               "  " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

       WRITE-CLOSURE-NOTICE.
           MOVE WS-PAYOUT TO WS-NOTICE-AMOUNT.
           MOVE SPACES TO CLOSURE-NOTICE-LINE.
           STRING "CLOSED ACCOUNT STATUS C AMOUNT " WS-NOTICE-AMOUNT
               " ID " REQ-ACCOUNT(REQ-IDX)
               " DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO CLOSURE-NOTICE-LINE.
           WRITE CLOSURE-NOTICE-LINE.

       SETTLE-ACCRUAL-ENTRY.
           IF WS-ACCRUAL-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ACE-ACCRUED(ACR-IDX).
           MOVE WS-RUN-DATE-NUM TO ACE-THROUGH-DATE(ACR-IDX).
           MOVE WS-RUN-DATE-NUM TO ACE-CAPITALIZED-DATE(ACR-IDX).

       SAVE-ACCRUAL-BALANCES.
           IF ACCRUAL-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
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

       APPEND-INVOICE-HISTORY.
           OPEN EXTEND INVOICE-HISTORY-FILE.
           IF WS-INVOICE-HISTORY-STATUS = "35"
               OPEN OUTPUT INVOICE-HISTORY-FILE
           END-IF.
           IF WS-INVOICE-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > CLOSURE-REQUEST-TOTAL
               IF REQ-RESULT(REQ-IDX) = 'C'
                       AND REQ-FEES(REQ-IDX) > 0
                   MOVE REQ-ACCOUNT(REQ-IDX) TO INV-HIST-ACCOUNT
                   MOVE WS-BILLING-PERIOD TO INV-HIST-PERIOD
                   WRITE INVOICE-HISTORY-LINE
               END-IF
           END-PERFORM.
           CLOSE INVOICE-HISTORY-FILE.

       REWRITE-ACCOUNT-REFERENCE.
           OPEN OUTPUT ACCOUNT-REF-FILE.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               MOVE REF-ENTRY-ID(REF-IDX) TO ACCT-REF-ID
               MOVE REF-ENTRY-STATUS(REF-IDX) TO ACCT-REF-STATUS
               MOVE REF-ENTRY-OPEN-DATE(REF-IDX) TO
                   ACCT-REF-OPEN-DATE
               MOVE REF-ENTRY-CLOSE-DATE(REF-IDX) TO
                   ACCT-REF-CLOSE-DATE
               MOVE REF-ENTRY-OWNERSHIP(REF-IDX) TO
                   ACCT-REF-OWNERSHIP
               MOVE REF-ENTRY-PRODUCT(REF-IDX) TO ACCT-REF-PRODUCT
               MOVE REF-ENTRY-COST-CENTER(REF-IDX) TO
                   ACCT-REF-COST-CENTER
               WRITE ACCOUNT-REF-LINE
           END-PERFORM.
           CLOSE ACCOUNT-REF-FILE.

       WRITE-CLOSURE-REGISTER.
           OPEN OUTPUT CLOSURE-REGISTER-FILE.
           MOVE "ACCOUNT CLOSURE REGISTER" TO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           MOVE SPACES TO CLOSURE-REGISTER-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           MOVE SPACES TO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           MOVE "ACCOUNTS CLOSED" TO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > CLOSURE-REQUEST-TOTAL
               IF REQ-RESULT(REQ-IDX) = 'C'
                   PERFORM WRITE-CLOSED-DETAIL
               END-IF
           END-PERFORM.
           MOVE SPACES TO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           MOVE "CLOSURES REFUSED" TO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > CLOSURE-REQUEST-TOTAL
               IF REQ-RESULT(REQ-IDX) NOT = 'C'
                   MOVE SPACES TO CLOSURE-REGISTER-LINE
                   STRING "  ACCOUNT " REQ-ACCOUNT(REQ-IDX)
                       " OPERATOR " REQ-OPERATOR(REQ-IDX)
                       " " REQ-REASON(REQ-IDX)
                       DELIMITED BY SIZE INTO CLOSURE-REGISTER-LINE
                   WRITE CLOSURE-REGISTER-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           MOVE WS-REQUESTS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CLOSURE-REGISTER-LINE.
           STRING "CLOSURE REQUESTS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-PAYOUT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CLOSURE-REGISTER-LINE.
           STRING "ACCOUNTS CLOSED: " WS-COUNT-DISPLAY
               " PAYOUT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           MOVE WS-TOTAL-INTEREST TO WS-AMOUNT-DISPLAY.
           MOVE WS-TOTAL-FEES TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO CLOSURE-REGISTER-LINE.
           STRING "INTEREST PAID: " WS-AMOUNT-DISPLAY
               " FEES COLLECTED: " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           MOVE WS-TOTAL-WITHHELD TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CLOSURE-REGISTER-LINE.
           STRING "TAX WITHHELD: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CLOSURE-REGISTER-LINE.
           STRING "CLOSURES REFUSED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           CLOSE CLOSURE-REGISTER-FILE.

       WRITE-CLOSED-DETAIL.
           MOVE REQ-BALANCE(REQ-IDX) TO WS-BALANCE-DISPLAY.
           MOVE REQ-PAYOUT(REQ-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CLOSURE-REGISTER-LINE.
           STRING "  ACCOUNT " REQ-ACCOUNT(REQ-IDX)
               " CCY " REQ-CURRENCY(REQ-IDX)
               " BALANCE " WS-BALANCE-DISPLAY
               " PAYOUT " WS-AMOUNT-DISPLAY
               " OPERATOR " REQ-OPERATOR(REQ-IDX)
               DELIMITED BY SIZE INTO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.
           MOVE REQ-INTEREST(REQ-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE REQ-FEES(REQ-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE REQ-WITHHELD(REQ-IDX) TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO CLOSURE-REGISTER-LINE.
           STRING "    INTEREST " WS-AMOUNT-DISPLAY
               " FEES " WS-AMOUNT-DISPLAY-2
               " WITHHELD " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO CLOSURE-REGISTER-LINE.
           WRITE CLOSURE-REGISTER-LINE.

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
               DISPLAY "ACCOUNT-CLOSE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.

       NEXT-JOURNAL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-SEQUENCE.
           OPEN INPUT JOURNAL-SEQUENCE-FILE.
           IF WS-JOURNAL-SEQ-STATUS = "00"
               READ JOURNAL-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JSQ-LAST-SEQUENCE NUMERIC
                           MOVE JSQ-LAST-SEQUENCE TO
                               WS-JOURNAL-SEQUENCE
                       END-IF
               END-READ
               CLOSE JOURNAL-SEQUENCE-FILE
           END-IF.
           ADD 1 TO WS-JOURNAL-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JOURNAL-STAMP.
           OPEN OUTPUT JOURNAL-SEQUENCE-FILE.
           MOVE WS-JOURNAL-SEQUENCE TO JSQ-LAST-SEQUENCE.
           MOVE WS-JOURNAL-STAMP TO JSQ-LAST-STAMP.
           WRITE JOURNAL-SEQUENCE-LINE.
           CLOSE JOURNAL-SEQUENCE-FILE.
