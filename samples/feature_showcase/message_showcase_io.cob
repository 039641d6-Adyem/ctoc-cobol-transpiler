               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADJUSTMENT-FILE ASSIGN TO "showcase_adjustments.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSFER-FILE ASSIGN TO "showcase_transfers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSFER-REGISTER-FILE
               ASSIGN TO "showcase_transfer_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESULTS-FILE ASSIGN TO "showcase_results.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "run_control_override.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-OVERRIDE-STATUS.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "accounting_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "record_summary_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT BLOCK-FILE
               ASSIGN TO "block_instructions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-FILE-STATUS.
           SELECT BLOCK-CATCH-FILE
               ASSIGN TO "block_catches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-CATCH-STATUS.
           SELECT APPROVAL-CONTROL-FILE
               ASSIGN TO "approval_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT VELOCITY-REPORT-FILE
               ASSIGN TO "showcase_velocity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RISK-TIER-LIMIT-FILE
               ASSIGN TO "risk_tier_limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-TIER-LIMIT-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT MERGE-XREF-FILE
               ASSIGN TO "account_merge_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT WAREHOUSE-REPORT-FILE
               ASSIGN TO "warehouse_inventory_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHANGE-RATE-STATUS.
           SELECT RATE-HISTORY-FILE
               ASSIGN TO "exchange_rate_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05 ADJ-ORIGINAL-AMOUNT        PIC 9(7)V99.
           05 ADJ-CORRECTED-AMOUNT       PIC 9(7)V99.
           05 FILLER                     PIC X.
           05 ADJ-TRANSACTION-ID         PIC X(10).
       01  TRANSFER-DETAIL REDEFINES TRANSACTION-RECORD.
           05 TRANSFER-STATUS            PIC X.
           05 FILLER                     PIC X.
           05 TRANSFER-AMOUNT            PIC 9(7)V99.
           05 XFR-FROM-ACCOUNT           PIC X(10).
           05 XFR-VALUE-DATE             PIC X(8).
           05 XFR-TO-ACCOUNT             PIC X(10).

       FD  FEED-LIST-FILE.
       01  FEED-LIST-LINE               PIC X(80).
       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD            PIC X(72).

       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD              PIC X(72).

       FD  TRANSFER-REGISTER-FILE.
       01  TRANSFER-REGISTER-LINE       PIC X(120).

       FD  RESULTS-FILE.
       01  RESULTS-RECORD.
           05 RESULTS-SUCCESS-COUNT      PIC 9(4).
           05 CKPT-RECORDS-READ          PIC 9(9).
           05 CKPT-REVERSAL-COUNT        PIC 9(4).
           05 CKPT-ADJUSTMENT-COUNT      PIC 9(4).
           05 CKPT-TRANSFER-COUNT        PIC 9(4).
           05 CKPT-TRANSFER-REJECT-COUNT PIC 9(4).

       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "RUN-CONTROL-LINE.cpy".
       FD  RUN-OVERRIDE-FILE.
       01  RUN-OVERRIDE-LINE PIC X(20).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-LINE.
           05 PERIOD-CTL-YYYYMM         PIC 9(6).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE.
           COPY "SUSPENSE-RECORD.cpy".
       FD  BLOCK-FILE.
       01  BLOCK-LINE.
           COPY "BLOCK-INSTRUCTION-RECORD.cpy".
       FD  BLOCK-CATCH-FILE.
       01  BLOCK-CATCH-LINE.
           COPY "BLOCK-CATCH-RECORD.cpy".
       FD  APPROVAL-CONTROL-FILE.
       01  APPROVAL-CONTROL-LINE.
           05 APPROVAL-CTL-THRESHOLD     PIC 9(7)V99.
           05 VEX-REASON                 PIC X(20).
       FD  VELOCITY-REPORT-FILE.
       01  VELOCITY-REPORT-LINE         PIC X(100).
       FD  RISK-TIER-LIMIT-FILE.
       01  RISK-TIER-LIMIT-LINE.
           05 RTL-TIER                   PIC X.
           05 RTL-APPROVAL-THRESHOLD     PIC 9(7)V99.
           05 RTL-MAX-COUNT              PIC 9(6).
           05 RTL-MAX-AMOUNT             PIC 9(9)V99.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-LINE.
           05 CUST-ID                    PIC X(8).
           05 CUST-NAME                  PIC X(30).
           05 CUST-ADDR1                 PIC X(30).
           05 CUST-ADDR2                 PIC X(30).
           05 CUST-ADDR3                 PIC X(30).
           05 CUST-CHANNEL               PIC X.
           05 CUST-POSTAL-CODE           PIC X(10).
           05 CUST-MAIL-STATUS           PIC X.
           05 CUST-LANGUAGE              PIC X(2).
           05 CUST-RISK-TIER             PIC X.
           05 CUST-RISK-SCORE            PIC 9(3).
           05 CUST-RISK-DATE             PIC 9(8).
           05 CUST-KYC-REVIEW-DATE       PIC 9(8).
           05 CUST-KYC-NEXT-DUE          PIC 9(8).
           05 CUST-KYC-DOC-EXPIRY        PIC 9(8).
           05 CUST-KYC-FREQUENCY         PIC 9(3).
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05 XREF-ACCOUNT               PIC X(10).
           05 XREF-CUSTOMER              PIC X(8).
       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-LINE.
           05 MXR-OLD-ACCOUNT            PIC X(10).
           05 MXR-MERGE-DATE             PIC 9(8).
       FD  WAREHOUSE-REPORT-FILE.
       01  WAREHOUSE-REPORT-LINE        PIC X(80).
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05 INDEXED-OUTPUT-KEY         PIC X(40).
           05 INDEXED-OUTPUT-DATA        PIC X(4096).
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-LINE.
           05 RATE-CURRENCY-CODE         PIC X(3).
           05 RATE-TO-BASE               PIC 9(3)V9(6).
       FD  RATE-HISTORY-FILE.
       01  RATE-HISTORY-LINE.
           05 RATE-HIST-CURRENCY         PIC X(3).
           05 RATE-HIST-RATE             PIC 9(3)V9(6).
           05 RATE-HIST-EFF-DATE         PIC 9(8).
       FD  FEED-ACK-FILE.
       01  FEED-ACK-RECORD.
           05 ACK-FEED-NAME              PIC X(40).
               VALUE "REVERSAL ENTRY".
       01  ADJUSTMENT-MARKER-TEXT       PIC X(14)
               VALUE "ADJUSTED ENTRY".
       01  TRANSFER-MARKER-TEXT         PIC X(14)
               VALUE "TRANSFER ENTRY".
       01  SUCCESS-COUNT                PIC 9(4) VALUE 0000.
       01  FAILURE-COUNT                PIC 9(4) VALUE 0000.
       01  PENDING-COUNT                PIC 9(4) VALUE 0000.
       01  REVERSAL-COUNT               PIC 9(4) VALUE 0000.
       01  ADJUSTMENT-COUNT             PIC 9(4) VALUE 0000.
       01  TRANSFER-COUNT               PIC 9(4) VALUE 0000.
       01  TRANSFER-REJECT-COUNT        PIC 9(4) VALUE 0000.
       01  TOTAL-AMOUNT                 PIC S9(9)V99 VALUE 0.
       01  WS-ADJ-DIFFERENCE            PIC S9(7)V99 VALUE 0.
       01  WS-ADJ-ORIG-DISPLAY          PIC Z(6)9.99.
       01  WS-ALERT-SEVERITY PIC X VALUE 'I'.
       01  WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01  WS-ALERT-TEXT PIC X(60) VALUE SPACES.
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE-FOUND PIC X VALUE 'N'.
       01  WS-PERIOD-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-PERIOD-EOF PIC X VALUE 'N'.
       01  WS-VEL-WARN-COUNT PIC 9(9)V9 VALUE 0.
       01  WS-VEL-WARN-AMOUNT PIC 9(11)V99 VALUE 0.
       01  WS-VEL-AMT-DISPLAY PIC Z(8)9.99.
       01  WS-RISK-TIER-LIMIT-STATUS PIC XX VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-RISK-EOF PIC X VALUE 'N'.
       01  RISK-TIER-TABLE.
           05  RISK-TIER-ENTRY OCCURS 10 TIMES
                   INDEXED BY RTL-IDX.
               10  RTT-TIER PIC X VALUE SPACE.
               10  RTT-APPROVAL-THRESHOLD PIC 9(7)V99 VALUE 0.
               10  RTT-MAX-COUNT PIC 9(6) VALUE 0.
               10  RTT-MAX-AMOUNT PIC 9(9)V99 VALUE 0.
       01  RISK-TIER-TOTAL PIC 9(2) VALUE 0.
       01  CUSTOMER-TIER-TABLE.
           05  CUSTOMER-TIER-ENTRY OCCURS 500 TIMES
                   INDEXED BY CTR-IDX.
               10  CTR-CUSTOMER PIC X(8) VALUE SPACES.
               10  CTR-TIER PIC X VALUE SPACE.
       01  CUSTOMER-TIER-TOTAL PIC 9(4) VALUE 0.
       01  ACCOUNT-TIER-TABLE.
           05  ACCOUNT-TIER-ENTRY OCCURS 1000 TIMES
                   INDEXED BY ATR-IDX.
               10  ATR-ACCOUNT PIC X(10) VALUE SPACES.
               10  ATR-TIER PIC X VALUE SPACE.
       01  ACCOUNT-TIER-TOTAL PIC 9(4) VALUE 0.
       01  WS-TIER-FOUND PIC X VALUE 'N'.
       01  WS-TIER-APPROVAL-ENABLED PIC X VALUE 'N'.
       01  WS-TIER-APPROVAL-THRESHOLD PIC 9(7)V99 VALUE 0.
       01  WS-TIER-MAX-COUNT PIC 9(6) VALUE 0.
       01  WS-TIER-MAX-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-MASTER-OPEN PIC X VALUE 'N'.
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-EXCHANGE-RATE-STATUS PIC XX VALUE "00".
       01  WS-RATE-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-RATE-EOF PIC X VALUE 'N'.
       01  WS-BASE-CURRENCY PIC X(3) VALUE "USD".
       01  TRANSFER-RATE-TABLE.
           05  TRANSFER-RATE-ENTRY OCCURS 500 TIMES
                   INDEXED BY XRT-IDX.
               10  XRT-CURRENCY PIC X(3) VALUE SPACES.
               10  XRT-RATE PIC 9(3)V9(6) VALUE 0.
               10  XRT-EFF-DATE PIC 9(8) VALUE 0.
       01  TRANSFER-RATE-TOTAL PIC 9(3) VALUE 0.
       01  WS-XFR-VALID PIC X VALUE 'Y'.
       01  WS-XFR-OUTCOME PIC X(8) VALUE SPACES.
       01  WS-XFR-VALUE-DATE PIC 9(8) VALUE 0.
       01  WS-XFR-FROM-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-XFR-TO-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-XFR-FROM-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-XFR-TO-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-XFR-CROSS-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-XFR-CREDIT-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-XFR-LOOKUP-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-XFR-LOOKUP-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-XFR-LOOKUP-DATE PIC 9(8) VALUE 0.
       01  WS-XFR-RATE-FOUND PIC X VALUE 'N'.
       01  WS-XFR-CREDIT-DISPLAY PIC Z(6)9.99.
       01  WS-XFR-RATE-DISPLAY PIC ZZ9.999999.
       01  WS-BLOCK-FILE-STATUS PIC XX VALUE "00".
       01  WS-BLOCK-CATCH-STATUS PIC XX VALUE "00".
       01  WS-BLOCK-EOF PIC X VALUE 'N'.
       01  BLOCK-TABLE.
           05  BLOCK-ENTRY OCCURS 2000 TIMES INDEXED BY BLK-IDX.
               10  BLK-ID PIC X(10).
               10  BLK-ACCOUNT PIC X(10).
               10  BLK-TYPE PIC X.
               10  BLK-TRANSACTION-ID PIC X(10).
               10  BLK-AMOUNT PIC 9(9)V99.
               10  BLK-EFFECTIVE-DATE PIC 9(8).
               10  BLK-EXPIRY-DATE PIC 9(8).
       01  BLOCK-TOTAL PIC 9(4) VALUE 0.
       01  WS-BLOCK-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-BLOCK-DIRECTION PIC X VALUE SPACE.
       01  WS-BLOCK-TRANSACTION-ID PIC X(10) VALUE SPACES.
       01  WS-BLOCK-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-BLOCK-DATE PIC 9(8) VALUE 0.
       01  WS-BLOCK-REASON PIC X(4) VALUE SPACES.
       01  WS-BLOCK-HIT-ID PIC X(10) VALUE SPACES.
       01  BLOCKED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
MAIN.
       DISPLAY "IO SHOWCASE".
       PERFORM LOAD-BUSINESS-DATE.
       PERFORM LOAD-RUN-CYCLE.
       PERFORM LOAD-VELOCITY-LIMITS.
       PERFORM LOAD-MERGE-XREF.
       PERFORM REGISTER-RUN-START.
       PERFORM LOAD-APPROVAL-CONTROL.
       PERFORM LOAD-RISK-TIERS.
       PERFORM LOAD-TRANSFER-RATES.
       PERFORM LOAD-CLOSED-PERIODS.
       PERFORM LOAD-BLOCK-INSTRUCTIONS.
       PERFORM LOAD-FEED-LIST.
       PERFORM LOAD-POSTED-IDS.
       PERFORM LOAD-RUN-HISTORY.
           OPEN EXTEND PENDING-FILE
           OPEN EXTEND REVERSAL-FILE
           OPEN EXTEND ADJUSTMENT-FILE
           OPEN EXTEND TRANSFER-FILE
           OPEN EXTEND TRANSFER-REGISTER-FILE
           PERFORM SKIP-TO-RESUME-POINT
       ELSE
           OPEN OUTPUT SUCCESS-FILE FAILURE-FILE PENDING-FILE
                       REVERSAL-FILE ADJUSTMENT-FILE
                       TRANSFER-FILE TRANSFER-REGISTER-FILE
           PERFORM WRITE-TRANSFER-REGISTER-HEADING
       END-IF.
       OPEN INPUT INDEXED-OUTPUT-FILE.
       IF WS-INDEXED-STATUS = "00"
           MOVE 'Y' TO WS-MASTER-OPEN
       END-IF.
       OPEN EXTEND LINEAGE-FILE.
       IF WS-LINEAGE-STATUS = "35"
             FAILURE-FILE
             PENDING-FILE
             REVERSAL-FILE
             ADJUSTMENT-FILE
             TRANSFER-FILE
             TRANSFER-REGISTER-FILE.
       IF WS-MASTER-OPEN = 'Y'
           CLOSE INDEXED-OUTPUT-FILE
       END-IF.
       IF WS-LINEAGE-STATUS = "00"
           CLOSE LINEAGE-FILE
       END-IF.
                   NOT AT END
                       MOVE SPACES TO WAREHOUSE-REPORT-LINE
                       STRING "  HELD FOR " WH-RELEASE-DATE
                           " ITEM " WH-IMAGE(1:39)
                           DELIMITED BY SIZE INTO
                               WAREHOUSE-REPORT-LINE
                       WRITE WAREHOUSE-REPORT-LINE

       POST-ONE-TRANSACTION.
       PERFORM MAP-MERGED-ID.
       PERFORM CHECK-TRANSACTION-BLOCK.
       IF WS-BLOCK-REASON NOT = SPACES
           PERFORM DIVERT-BLOCKED-TRANSACTION
           EXIT PARAGRAPH
       END-IF.
                   EVALUATE TRANSACTION-STATUS
                       WHEN "A"
                           PERFORM CHECK-DUPLICATE-ID
                                   WS-LIN-DISPOSITION
                               PERFORM APPEND-LINEAGE-ENTRY
                           ELSE
                           PERFORM RESOLVE-RISK-TIER
                           PERFORM CHECK-VELOCITY-LIMIT
                           IF WS-VELOCITY-BREACH = 'Y'
                               PERFORM DIVERT-VELOCITY-EXCEPTION
                           ELSE
                           IF WS-TIER-APPROVAL-ENABLED = 'Y'
                                   AND WS-RELEASE-FEED = 'N'
                                   AND TRANSACTION-AMOUNT >
                                       WS-TIER-APPROVAL-THRESHOLD
                               PERFORM QUEUE-FOR-APPROVAL
                           ELSE
                               ADD 1 TO SUCCESS-COUNT
                                   TRANSACTION-STATUS " AMOUNT "
                                   WS-AMOUNT-DISPLAY
                                   " ID " TRANSACTION-ID
                                   " EFF " TRANSACTION-EFF-DATE
                                   DELIMITED BY SIZE INTO
                                       SUCCESS-RECORD
                               WRITE SUCCESS-RECORD
                               TRANSACTION-STATUS " OLD "
                               WS-ADJ-ORIG-DISPLAY " NEW "
                               WS-ADJ-CORR-DISPLAY
                               " ID " ADJ-TRANSACTION-ID
                               DELIMITED BY SIZE INTO ADJUSTMENT-RECORD
                           WRITE ADJUSTMENT-RECORD
                       WHEN "X"
                           PERFORM POST-TRANSFER
                       WHEN OTHER
                           ADD 1 TO FAILURE-COUNT
                           MOVE "UNKNOWN STATUS CODE" TO
                           PERFORM APPEND-LINEAGE-ENTRY
                   END-EVALUATE.

       MAP-MERGED-TO-ACCOUNT.
       PERFORM VARYING MXR-IDX FROM 1 BY 1
               UNTIL MXR-IDX > MERGE-XREF-TOTAL
           IF MXT-OLD(MXR-IDX) = XFR-TO-ACCOUNT
               MOVE MXT-NEW(MXR-IDX) TO XFR-TO-ACCOUNT
               EXIT PARAGRAPH
           END-IF
       END-PERFORM.

       POST-TRANSFER.
       PERFORM MAP-MERGED-TO-ACCOUNT.
       PERFORM VALIDATE-TRANSFER-LEGS.
       IF WS-XFR-VALID = 'N'
           PERFORM REJECT-TRANSFER
           EXIT PARAGRAPH
       END-IF.
       PERFORM CHECK-TRANSFER-BLOCK.
       IF WS-BLOCK-REASON NOT = SPACES
           PERFORM DIVERT-BLOCKED-TRANSACTION
           MOVE "DIVERTED" TO WS-XFR-OUTCOME
           MOVE "ACCOUNT BLOCKED" TO WS-FAILURE-REASON
           PERFORM WRITE-TRANSFER-REGISTER-LINE
           EXIT PARAGRAPH
       END-IF.
       PERFORM RESOLVE-RISK-TIER.
       PERFORM CHECK-VELOCITY-LIMIT.
       IF WS-VELOCITY-BREACH = 'Y'
           PERFORM DIVERT-VELOCITY-EXCEPTION
           MOVE "DIVERTED" TO WS-XFR-OUTCOME
           MOVE "VELOCITY LIMIT" TO WS-FAILURE-REASON
           PERFORM WRITE-TRANSFER-REGISTER-LINE
           EXIT PARAGRAPH
       END-IF.
       IF WS-TIER-APPROVAL-ENABLED = 'Y'
               AND WS-RELEASE-FEED = 'N'
               AND TRANSFER-AMOUNT > WS-TIER-APPROVAL-THRESHOLD
           PERFORM QUEUE-FOR-APPROVAL
           MOVE "HELD" TO WS-XFR-OUTCOME
           MOVE "AWAITING APPROVAL" TO WS-FAILURE-REASON
           PERFORM WRITE-TRANSFER-REGISTER-LINE
           EXIT PARAGRAPH
       END-IF.
       ADD 1 TO TRANSFER-COUNT.
       MOVE TRANSFER-AMOUNT TO WS-AMOUNT-DISPLAY.
       MOVE WS-XFR-CREDIT-AMOUNT TO WS-XFR-CREDIT-DISPLAY.
       MOVE SPACES TO TRANSFER-RECORD.
       STRING TRANSFER-MARKER-TEXT " FROM " XFR-FROM-ACCOUNT
           " TO " XFR-TO-ACCOUNT " DR " WS-AMOUNT-DISPLAY
           " CR " WS-XFR-CREDIT-DISPLAY
           DELIMITED BY SIZE INTO TRANSFER-RECORD.
       WRITE TRANSFER-RECORD.
       PERFORM NOTE-VELOCITY-USAGE.
       MOVE "TRANSFER ACCEPTED" TO WS-LIN-DISPOSITION.
       PERFORM APPEND-LINEAGE-ENTRY.
       MOVE "ACCEPTED" TO WS-XFR-OUTCOME.
       PERFORM WRITE-TRANSFER-REGISTER-LINE.

       VALIDATE-TRANSFER-LEGS.
       MOVE 'N' TO WS-XFR-VALID.
       MOVE SPACES TO WS-FAILURE-REASON.
       MOVE SPACES TO WS-XFR-FROM-CURRENCY.
       MOVE SPACES TO WS-XFR-TO-CURRENCY.
       MOVE 0 TO WS-XFR-CROSS-RATE.
       MOVE 0 TO WS-XFR-CREDIT-AMOUNT.
       IF XFR-VALUE-DATE NUMERIC
           MOVE XFR-VALUE-DATE TO WS-XFR-VALUE-DATE
       ELSE
           MOVE WS-FEED-DATE TO WS-XFR-VALUE-DATE
       END-IF.
       IF TRANSFER-AMOUNT NOT NUMERIC
               OR TRANSFER-AMOUNT = 0
               OR TRANSFER-AMOUNT > WS-MAX-VALID-AMOUNT
           MOVE "AMOUNT OUT OF RANGE" TO WS-FAILURE-REASON
           EXIT PARAGRAPH
       END-IF.
       IF XFR-FROM-ACCOUNT = SPACES OR XFR-TO-ACCOUNT = SPACES
           MOVE "TRANSFER LEG MISSING" TO WS-FAILURE-REASON
           EXIT PARAGRAPH
       END-IF.
       IF XFR-FROM-ACCOUNT = XFR-TO-ACCOUNT
           MOVE "SAME ACCOUNT ON LEGS" TO WS-FAILURE-REASON
           EXIT PARAGRAPH
       END-IF.
       IF WS-MASTER-OPEN = 'N'
           MOVE "MASTER UNAVAILABLE" TO WS-FAILURE-REASON
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO INDEXED-OUTPUT-KEY.
       MOVE XFR-FROM-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
       READ INDEXED-OUTPUT-FILE
           INVALID KEY
               MOVE "FROM ACCOUNT UNKNOWN" TO WS-FAILURE-REASON
           NOT INVALID KEY
               MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
               MOVE POS-CURRENCY TO WS-XFR-FROM-CURRENCY
       END-READ.
       IF WS-FAILURE-REASON NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO INDEXED-OUTPUT-KEY.
       MOVE XFR-TO-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
       READ INDEXED-OUTPUT-FILE
           INVALID KEY
               MOVE "TO ACCOUNT UNKNOWN" TO WS-FAILURE-REASON
           NOT INVALID KEY
               MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
               MOVE POS-CURRENCY TO WS-XFR-TO-CURRENCY
       END-READ.
       IF WS-FAILURE-REASON NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       IF WS-XFR-FROM-CURRENCY = SPACES
           MOVE WS-BASE-CURRENCY TO WS-XFR-FROM-CURRENCY
       END-IF.
       IF WS-XFR-TO-CURRENCY = SPACES
           MOVE WS-BASE-CURRENCY TO WS-XFR-TO-CURRENCY
       END-IF.
       IF WS-XFR-FROM-CURRENCY = WS-XFR-TO-CURRENCY
           MOVE 1 TO WS-XFR-CROSS-RATE
           MOVE TRANSFER-AMOUNT TO WS-XFR-CREDIT-AMOUNT
           MOVE 'Y' TO WS-XFR-VALID
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-XFR-FROM-CURRENCY TO WS-XFR-LOOKUP-CURRENCY.
       PERFORM FIND-RATE-IN-EFFECT.
       IF WS-XFR-RATE-FOUND = 'N'
           MOVE "NO RATE FOR VAL DATE" TO WS-FAILURE-REASON
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-XFR-LOOKUP-RATE TO WS-XFR-FROM-RATE.
       MOVE WS-XFR-TO-CURRENCY TO WS-XFR-LOOKUP-CURRENCY.
       PERFORM FIND-RATE-IN-EFFECT.
       IF WS-XFR-RATE-FOUND = 'N'
           MOVE "NO RATE FOR VAL DATE" TO WS-FAILURE-REASON
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-XFR-LOOKUP-RATE TO WS-XFR-TO-RATE.
       COMPUTE WS-XFR-CROSS-RATE ROUNDED =
           WS-XFR-FROM-RATE / WS-XFR-TO-RATE.
       COMPUTE WS-XFR-CREDIT-AMOUNT ROUNDED =
           TRANSFER-AMOUNT * WS-XFR-FROM-RATE / WS-XFR-TO-RATE.
       IF WS-XFR-CREDIT-AMOUNT = 0
               OR WS-XFR-CREDIT-AMOUNT > WS-MAX-VALID-AMOUNT
           MOVE "CREDIT OUT OF RANGE" TO WS-FAILURE-REASON
           EXIT PARAGRAPH
       END-IF.
       MOVE 'Y' TO WS-XFR-VALID.

       FIND-RATE-IN-EFFECT.
       MOVE 'N' TO WS-XFR-RATE-FOUND.
       MOVE 0 TO WS-XFR-LOOKUP-RATE.
       MOVE 0 TO WS-XFR-LOOKUP-DATE.
       IF WS-XFR-LOOKUP-CURRENCY = WS-BASE-CURRENCY
           MOVE 1 TO WS-XFR-LOOKUP-RATE
           MOVE 'Y' TO WS-XFR-RATE-FOUND
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING XRT-IDX FROM 1 BY 1
               UNTIL XRT-IDX > TRANSFER-RATE-TOTAL
           IF XRT-CURRENCY(XRT-IDX) = WS-XFR-LOOKUP-CURRENCY
                   AND XRT-EFF-DATE(XRT-IDX) <= WS-XFR-VALUE-DATE
                   AND (WS-XFR-RATE-FOUND = 'N'
                       OR XRT-EFF-DATE(XRT-IDX) >= WS-XFR-LOOKUP-DATE)
               MOVE XRT-RATE(XRT-IDX) TO WS-XFR-LOOKUP-RATE
               MOVE XRT-EFF-DATE(XRT-IDX) TO WS-XFR-LOOKUP-DATE
               MOVE 'Y' TO WS-XFR-RATE-FOUND
           END-IF
       END-PERFORM.
       IF WS-XFR-LOOKUP-RATE = 0
           MOVE 'N' TO WS-XFR-RATE-FOUND
       END-IF.

       REJECT-TRANSFER.
       ADD 1 TO FAILURE-COUNT.
       ADD 1 TO TRANSFER-REJECT-COUNT.
       MOVE TRANSFER-AMOUNT TO WS-AMOUNT-DISPLAY.
       MOVE SPACES TO FAILURE-RECORD.
       STRING FAILURE-MARKER-TEXT " STATUS "
           TRANSFER-STATUS " AMOUNT "
           WS-AMOUNT-DISPLAY " REASON "
           WS-FAILURE-REASON
           " ID " XFR-FROM-ACCOUNT
           DELIMITED BY SIZE INTO FAILURE-RECORD.
       WRITE FAILURE-RECORD.
       MOVE "REJECTED" TO WS-LIN-DISPOSITION.
       PERFORM APPEND-LINEAGE-ENTRY.
       MOVE "REJECTED" TO WS-XFR-OUTCOME.
       PERFORM WRITE-TRANSFER-REGISTER-LINE.

       WRITE-TRANSFER-REGISTER-HEADING.
       MOVE "INTERNAL TRANSFER REGISTER" TO TRANSFER-REGISTER-LINE.
       WRITE TRANSFER-REGISTER-LINE.
       MOVE SPACES TO TRANSFER-REGISTER-LINE.
       STRING "VALUE DT FROM ACCT  CCY      DEBIT TO ACCT    "
           "CCY     CREDIT       RATE OUTCOME  REASON"
           DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE.
       WRITE TRANSFER-REGISTER-LINE.

       WRITE-TRANSFER-REGISTER-LINE.
       MOVE TRANSFER-AMOUNT TO WS-AMOUNT-DISPLAY.
       MOVE WS-XFR-CREDIT-AMOUNT TO WS-XFR-CREDIT-DISPLAY.
       MOVE WS-XFR-CROSS-RATE TO WS-XFR-RATE-DISPLAY.
       MOVE SPACES TO TRANSFER-REGISTER-LINE.
       STRING WS-XFR-VALUE-DATE " " XFR-FROM-ACCOUNT " "
           WS-XFR-FROM-CURRENCY " " WS-AMOUNT-DISPLAY " "
           XFR-TO-ACCOUNT " " WS-XFR-TO-CURRENCY " "
           WS-XFR-CREDIT-DISPLAY " " WS-XFR-RATE-DISPLAY " "
           WS-XFR-OUTCOME " " WS-FAILURE-REASON
           DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE.
       WRITE TRANSFER-REGISTER-LINE.

       WRITE-TRANSFER-REGISTER-TOTALS.
       OPEN EXTEND TRANSFER-REGISTER-FILE.
       MOVE TRANSFER-COUNT TO NUMERIC-DISPLAY.
       MOVE SPACES TO TRANSFER-REGISTER-LINE.
       STRING "TRANSFERS ACCEPTED: " NUMERIC-DISPLAY
           DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE.
       WRITE TRANSFER-REGISTER-LINE.
       MOVE TRANSFER-REJECT-COUNT TO NUMERIC-DISPLAY.
       MOVE SPACES TO TRANSFER-REGISTER-LINE.
       STRING "TRANSFERS REJECTED: " NUMERIC-DISPLAY
           DELIMITED BY SIZE INTO TRANSFER-REGISTER-LINE.
       WRITE TRANSFER-REGISTER-LINE.
       CLOSE TRANSFER-REGISTER-FILE.

       LOAD-TRANSFER-RATES.
       OPEN INPUT EXCHANGE-RATE-FILE.
       IF WS-EXCHANGE-RATE-STATUS = "00"
           PERFORM UNTIL WS-RATE-EOF = 'Y'
                   OR TRANSFER-RATE-TOTAL >= 500
               READ EXCHANGE-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       IF RATE-CURRENCY-CODE NOT = SPACES
                               AND RATE-TO-BASE NUMERIC
                           ADD 1 TO TRANSFER-RATE-TOTAL
                           MOVE RATE-CURRENCY-CODE TO
                               XRT-CURRENCY(TRANSFER-RATE-TOTAL)
                           MOVE RATE-TO-BASE TO
                               XRT-RATE(TRANSFER-RATE-TOTAL)
                           MOVE 0 TO
                               XRT-EFF-DATE(TRANSFER-RATE-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCHANGE-RATE-FILE
       END-IF.
       MOVE 'N' TO WS-RATE-EOF.
       OPEN INPUT RATE-HISTORY-FILE.
       IF WS-RATE-HISTORY-STATUS = "00"
           PERFORM UNTIL WS-RATE-EOF = 'Y'
                   OR TRANSFER-RATE-TOTAL >= 500
               READ RATE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       IF RATE-HIST-CURRENCY NOT = SPACES
                               AND RATE-HIST-RATE NUMERIC
                               AND RATE-HIST-EFF-DATE NUMERIC
                           ADD 1 TO TRANSFER-RATE-TOTAL
                           MOVE RATE-HIST-CURRENCY TO
                               XRT-CURRENCY(TRANSFER-RATE-TOTAL)
                           MOVE RATE-HIST-RATE TO
                               XRT-RATE(TRANSFER-RATE-TOTAL)
                           MOVE RATE-HIST-EFF-DATE TO
                               XRT-EFF-DATE(TRANSFER-RATE-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-HISTORY-FILE
       END-IF.
       MOVE 'N' TO WS-RATE-EOF.

       CHECK-FEED-TRAILER.
       IF WS-TRAILER-SEEN = 'N'
           DISPLAY "WARNING: NO TRAILER RECORD FOUND"
       MOVE DIVERTED-COUNT TO NUMERIC-DISPLAY.
       DISPLAY "CLOSED PERIOD SUSPENSE COUNT".
       DISPLAY NUMERIC-DISPLAY.
       MOVE BLOCKED-COUNT TO NUMERIC-DISPLAY.
       DISPLAY "BLOCKED TO SUSPENSE COUNT".
       DISPLAY NUMERIC-DISPLAY.
       MOVE HELD-COUNT TO NUMERIC-DISPLAY.
       DISPLAY "HELD FOR APPROVAL COUNT".
       DISPLAY NUMERIC-DISPLAY.
       MOVE VELOCITY-COUNT TO NUMERIC-DISPLAY.
       DISPLAY "VELOCITY EXCEPTIONS COUNT".
       DISPLAY NUMERIC-DISPLAY.
       MOVE TRANSFER-COUNT TO NUMERIC-DISPLAY.
       DISPLAY "TRANSFERS ACCEPTED COUNT".
       DISPLAY NUMERIC-DISPLAY.
       MOVE TRANSFER-REJECT-COUNT TO NUMERIC-DISPLAY.
       DISPLAY "TRANSFERS REJECTED COUNT".
       DISPLAY NUMERIC-DISPLAY.
       PERFORM WRITE-WAREHOUSE-INVENTORY.
       PERFORM WRITE-VELOCITY-REPORT.
       PERFORM WRITE-TRANSFER-REGISTER-TOTALS.
       MOVE TOTAL-AMOUNT TO AMOUNT-NUMERIC-DISPLAY.
       DISPLAY "TOTAL AMOUNT".
       DISPLAY AMOUNT-NUMERIC-DISPLAY.
       MOVE "MESSAGE-SHOWCASE-IO" TO JOB-STATUS-PROGRAM.
       MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
       MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
       MOVE WS-BUSINESS-DATE TO JOB-STATUS-DATE.
       WRITE JOB-STATUS-LINE.
       CLOSE JOB-STATUS-FILE.

               IF TRANSACTION-STATUS = 'H'
                   MOVE HEADER-EXPECTED-COUNT TO WS-EXPECTED-COUNT
                   MOVE HEADER-RUN-DATE TO WS-FEED-DATE
                   PERFORM CHECK-FEED-BUSINESS-DATE
                   IF WS-RELEASE-FEED = 'N'
                       PERFORM CHECK-DATE-CONTINUITY
                       PERFORM CHECK-DATE-ALREADY-POSTED
                   IF CKPT-ADJUSTMENT-COUNT NUMERIC
                       MOVE CKPT-ADJUSTMENT-COUNT TO ADJUSTMENT-COUNT
                   END-IF
                   IF CKPT-TRANSFER-COUNT NUMERIC
                       MOVE CKPT-TRANSFER-COUNT TO TRANSFER-COUNT
                   END-IF
                   IF CKPT-TRANSFER-REJECT-COUNT NUMERIC
                       MOVE CKPT-TRANSFER-REJECT-COUNT TO
                           TRANSFER-REJECT-COUNT
                   END-IF
                   MOVE 'Y' TO RESUME-FLAG
           END-READ
           CLOSE CHECKPOINT-FILE
       MOVE RECORDS-READ TO CKPT-RECORDS-READ.
       MOVE REVERSAL-COUNT TO CKPT-REVERSAL-COUNT.
       MOVE ADJUSTMENT-COUNT TO CKPT-ADJUSTMENT-COUNT.
       MOVE TRANSFER-COUNT TO CKPT-TRANSFER-COUNT.
       MOVE TRANSFER-REJECT-COUNT TO CKPT-TRANSFER-REJECT-COUNT.
       OPEN OUTPUT CHECKPOINT-FILE.
       WRITE CHECKPOINT-RECORD.
       CLOSE CHECKPOINT-FILE.
       FIND-VELOCITY-LIMIT.
       MOVE WS-DEFAULT-MAX-COUNT TO WS-LIMIT-MAX-COUNT.
       MOVE WS-DEFAULT-MAX-AMOUNT TO WS-LIMIT-MAX-AMOUNT.
       IF WS-TIER-MAX-COUNT > 0
           MOVE WS-TIER-MAX-COUNT TO WS-LIMIT-MAX-COUNT
       END-IF.
       IF WS-TIER-MAX-AMOUNT > 0
           MOVE WS-TIER-MAX-AMOUNT TO WS-LIMIT-MAX-AMOUNT
       END-IF.
       PERFORM VARYING VLM-IDX FROM 1 BY 1
               UNTIL VLM-IDX > VELOCITY-LIMIT-TOTAL
           IF VLM-ACCOUNT(VLM-IDX) = TRANSACTION-ID

       REPORT-ONE-VELOCITY-USE.
       MOVE VUS-ACCOUNT(VUS-IDX) TO TRANSACTION-ID.
       PERFORM RESOLVE-RISK-TIER.
       PERFORM FIND-VELOCITY-LIMIT.
       IF WS-LIMIT-MAX-COUNT = 0 AND WS-LIMIT-MAX-AMOUNT = 0
           EXIT PARAGRAPH
           CLOSE APPROVAL-CONTROL-FILE
       END-IF.

       LOAD-RISK-TIERS.
       OPEN INPUT RISK-TIER-LIMIT-FILE.
       IF WS-RISK-TIER-LIMIT-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-RISK-EOF = 'Y'
               OR RISK-TIER-TOTAL >= 10
           READ RISK-TIER-LIMIT-FILE
               AT END
                   MOVE 'Y' TO WS-RISK-EOF
               NOT AT END
                   IF RTL-TIER NOT = SPACE
                           AND RTL-APPROVAL-THRESHOLD NUMERIC
                           AND RTL-MAX-COUNT NUMERIC
                           AND RTL-MAX-AMOUNT NUMERIC
                       ADD 1 TO RISK-TIER-TOTAL
                       SET RTL-IDX TO RISK-TIER-TOTAL
                       MOVE RTL-TIER TO RTT-TIER(RTL-IDX)
                       MOVE RTL-APPROVAL-THRESHOLD TO
                           RTT-APPROVAL-THRESHOLD(RTL-IDX)
                       MOVE RTL-MAX-COUNT TO RTT-MAX-COUNT(RTL-IDX)
                       MOVE RTL-MAX-AMOUNT TO RTT-MAX-AMOUNT(RTL-IDX)
                       IF RTL-MAX-COUNT > 0 OR RTL-MAX-AMOUNT > 0
                           MOVE 'Y' TO WS-VELOCITY-ENABLED
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE RISK-TIER-LIMIT-FILE.
       MOVE 'N' TO WS-RISK-EOF.
       IF RISK-TIER-TOTAL = 0
           EXIT PARAGRAPH
       END-IF.
       OPEN INPUT CUSTOMER-MASTER-FILE.
       IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-RISK-EOF = 'Y'
               OR CUSTOMER-TIER-TOTAL >= 500
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-RISK-EOF
               NOT AT END
                   IF CUST-ID NOT = SPACES
                           AND CUST-RISK-TIER NOT = SPACE
                       ADD 1 TO CUSTOMER-TIER-TOTAL
                       SET CTR-IDX TO CUSTOMER-TIER-TOTAL
                       MOVE CUST-ID TO CTR-CUSTOMER(CTR-IDX)
                       MOVE CUST-RISK-TIER TO CTR-TIER(CTR-IDX)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE CUSTOMER-MASTER-FILE.
       MOVE 'N' TO WS-RISK-EOF.
       OPEN INPUT ACCOUNT-XREF-FILE.
       IF WS-ACCOUNT-XREF-STATUS NOT = "00"
           EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-RISK-EOF = 'Y'
               OR ACCOUNT-TIER-TOTAL >= 1000
           READ ACCOUNT-XREF-FILE
               AT END
                   MOVE 'Y' TO WS-RISK-EOF
               NOT AT END
                   PERFORM ADD-ACCOUNT-TIER
           END-READ
       END-PERFORM.
       CLOSE ACCOUNT-XREF-FILE.
       MOVE 'N' TO WS-RISK-EOF.

       ADD-ACCOUNT-TIER.
       PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CUSTOMER-TIER-TOTAL
           IF CTR-CUSTOMER(CTR-IDX) = XREF-CUSTOMER
               ADD 1 TO ACCOUNT-TIER-TOTAL
               SET ATR-IDX TO ACCOUNT-TIER-TOTAL
               MOVE XREF-ACCOUNT TO ATR-ACCOUNT(ATR-IDX)
               MOVE CTR-TIER(CTR-IDX) TO ATR-TIER(ATR-IDX)
               EXIT PARAGRAPH
           END-IF
       END-PERFORM.

       RESOLVE-RISK-TIER.
       MOVE 'N' TO WS-TIER-FOUND.
       MOVE WS-APPROVAL-ENABLED TO WS-TIER-APPROVAL-ENABLED.
       MOVE WS-APPROVAL-THRESHOLD TO WS-TIER-APPROVAL-THRESHOLD.
       MOVE 0 TO WS-TIER-MAX-COUNT.
       MOVE 0 TO WS-TIER-MAX-AMOUNT.
       IF ACCOUNT-TIER-TOTAL = 0 OR TRANSACTION-ID = SPACES
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING ATR-IDX FROM 1 BY 1
               UNTIL ATR-IDX > ACCOUNT-TIER-TOTAL
           IF ATR-ACCOUNT(ATR-IDX) = TRANSACTION-ID
               EXIT PERFORM
           END-IF
       END-PERFORM.
       IF ATR-IDX > ACCOUNT-TIER-TOTAL
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING RTL-IDX FROM 1 BY 1
               UNTIL RTL-IDX > RISK-TIER-TOTAL
           IF RTT-TIER(RTL-IDX) = ATR-TIER(ATR-IDX)
               MOVE 'Y' TO WS-TIER-FOUND
               EXIT PERFORM
           END-IF
       END-PERFORM.
       IF WS-TIER-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF.
       IF RTT-APPROVAL-THRESHOLD(RTL-IDX) > 0
           MOVE 'Y' TO WS-TIER-APPROVAL-ENABLED
           MOVE RTT-APPROVAL-THRESHOLD(RTL-IDX) TO
               WS-TIER-APPROVAL-THRESHOLD
       END-IF.
       MOVE RTT-MAX-COUNT(RTL-IDX) TO WS-TIER-MAX-COUNT.
       MOVE RTT-MAX-AMOUNT(RTL-IDX) TO WS-TIER-MAX-AMOUNT.

       QUEUE-FOR-APPROVAL.
       ADD 1 TO HELD-COUNT.
       OPEN EXTEND APPROVAL-QUEUE-FILE.
           CLOSE PERIOD-CONTROL-FILE
       END-IF.

       LOAD-BUSINESS-DATE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE.
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
           MOVE BDC-CURRENT-DATE TO WS-BUSINESS-DATE
           MOVE 'Y' TO WS-BUSINESS-DATE-FOUND
       ELSE
           DISPLAY "MESSAGE-SHOWCASE-IO: NO BUSINESS DATE RECORD, "
               "USING SYSTEM DATE"
       END-IF.

       CHECK-FEED-BUSINESS-DATE.
       IF WS-BUSINESS-DATE-FOUND = 'N'
           EXIT PARAGRAPH
       END-IF.
       IF WS-FEED-DATE > WS-BUSINESS-DATE
           DISPLAY "FEED DATE " WS-FEED-DATE
               " AFTER BUSINESS DATE " WS-BUSINESS-DATE
               " - FEED REFUSED"
           MOVE "FEED RUN DATE AFTER CURRENT BUSINESS DATE"
               TO WS-ALERT-TEXT
       ELSE
           IF WS-FEED-DATE = WS-BUSINESS-DATE
                   OR WS-WINDOW-MODE = 'Y'
                   OR WS-RELEASE-FEED = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FEED DATE " WS-FEED-DATE
               " IS NOT BUSINESS DATE " WS-BUSINESS-DATE
               " - FEED REFUSED"
           MOVE "FEED RUN DATE IS NOT THE CURRENT BUSINESS DATE"
               TO WS-ALERT-TEXT
       END-IF.
       MOVE 'Y' TO WS-FEED-REFUSED.
       MOVE 'Y' TO WS-VALIDATION-ERROR.
       MOVE 'E' TO WS-ALERT-SEVERITY.
       MOVE "BUSDATE " TO WS-ALERT-CODE.
       PERFORM WRITE-ALERT-RECORD.

       CHECK-FEED-PERIOD.
       MOVE 'N' TO WS-FEED-IN-CLOSED-PERIOD.
       IF CLOSED-PERIOD-TOTAL = 0
           CLOSE SUSPENSE-FILE
       END-IF.

       LOAD-BLOCK-INSTRUCTIONS.
       OPEN INPUT BLOCK-FILE.
       IF WS-BLOCK-FILE-STATUS = "00"
           PERFORM UNTIL WS-BLOCK-EOF = 'Y'
                   OR BLOCK-TOTAL >= 2000
               READ BLOCK-FILE
                   AT END
                       MOVE 'Y' TO WS-BLOCK-EOF
                   NOT AT END
                       IF BLOCK-STATUS = 'A' AND BLOCK-ID NOT = SPACES
                           PERFORM NOTE-BLOCK-INSTRUCTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOCK-FILE
       END-IF.

       NOTE-BLOCK-INSTRUCTION.
       ADD 1 TO BLOCK-TOTAL.
       MOVE BLOCK-ID TO BLK-ID(BLOCK-TOTAL).
       MOVE BLOCK-ACCOUNT TO BLK-ACCOUNT(BLOCK-TOTAL).
       MOVE BLOCK-TYPE TO BLK-TYPE(BLOCK-TOTAL).
       MOVE BLOCK-TRANSACTION-ID TO BLK-TRANSACTION-ID(BLOCK-TOTAL).
       MOVE 0 TO BLK-AMOUNT(BLOCK-TOTAL).
       IF BLOCK-AMOUNT NUMERIC
           MOVE BLOCK-AMOUNT TO BLK-AMOUNT(BLOCK-TOTAL)
       END-IF.
       MOVE 0 TO BLK-EFFECTIVE-DATE(BLOCK-TOTAL).
       IF BLOCK-EFFECTIVE-DATE NUMERIC
           MOVE BLOCK-EFFECTIVE-DATE TO BLK-EFFECTIVE-DATE(BLOCK-TOTAL)
       END-IF.
       MOVE 0 TO BLK-EXPIRY-DATE(BLOCK-TOTAL).
       IF BLOCK-EXPIRY-DATE NUMERIC
           MOVE BLOCK-EXPIRY-DATE TO BLK-EXPIRY-DATE(BLOCK-TOTAL)
       END-IF.

       CHECK-TRANSACTION-BLOCK.
       MOVE SPACES TO WS-BLOCK-REASON.
       EVALUATE TRANSACTION-STATUS
           WHEN "A"
               MOVE 'D' TO WS-BLOCK-DIRECTION
           WHEN "R"
               MOVE 'C' TO WS-BLOCK-DIRECTION
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE.
       MOVE TRANSACTION-ID TO WS-BLOCK-ACCOUNT.
       MOVE SPACES TO WS-BLOCK-TRANSACTION-ID.
       MOVE TRANSACTION-AMOUNT TO WS-BLOCK-AMOUNT.
       MOVE WS-FEED-DATE TO WS-BLOCK-DATE.
       PERFORM CHECK-POSTING-BLOCK.

       CHECK-TRANSFER-BLOCK.
       MOVE XFR-FROM-ACCOUNT TO WS-BLOCK-ACCOUNT.
       MOVE 'D' TO WS-BLOCK-DIRECTION.
       MOVE SPACES TO WS-BLOCK-TRANSACTION-ID.
       MOVE TRANSFER-AMOUNT TO WS-BLOCK-AMOUNT.
       MOVE WS-FEED-DATE TO WS-BLOCK-DATE.
       PERFORM CHECK-POSTING-BLOCK.
       IF WS-BLOCK-REASON NOT = SPACES
           EXIT PARAGRAPH
       END-IF.
       MOVE XFR-TO-ACCOUNT TO WS-BLOCK-ACCOUNT.
       MOVE 'C' TO WS-BLOCK-DIRECTION.
       MOVE WS-XFR-CREDIT-AMOUNT TO WS-BLOCK-AMOUNT.
       PERFORM CHECK-POSTING-BLOCK.

       CHECK-POSTING-BLOCK.
       MOVE SPACES TO WS-BLOCK-REASON.
       MOVE SPACES TO WS-BLOCK-HIT-ID.
       PERFORM VARYING BLK-IDX FROM 1 BY 1
               UNTIL BLK-IDX > BLOCK-TOTAL
           IF BLK-ACCOUNT(BLK-IDX) = WS-BLOCK-ACCOUNT
               PERFORM MATCH-ONE-BLOCK
               IF WS-BLOCK-REASON NOT = SPACES
                   MOVE BLK-ID(BLK-IDX) TO WS-BLOCK-HIT-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
       END-PERFORM.

       MATCH-ONE-BLOCK.
       IF BLK-EFFECTIVE-DATE(BLK-IDX) > WS-BLOCK-DATE
           EXIT PARAGRAPH
       END-IF.
       IF BLK-EXPIRY-DATE(BLK-IDX) > 0
               AND BLK-EXPIRY-DATE(BLK-IDX) < WS-BLOCK-DATE
           EXIT PARAGRAPH
       END-IF.
       EVALUATE BLK-TYPE(BLK-IDX)
           WHEN 'A'
               MOVE "BLKA" TO WS-BLOCK-REASON
           WHEN 'D'
               IF WS-BLOCK-DIRECTION = 'D'
                   MOVE "BLKD" TO WS-BLOCK-REASON
               END-IF
           WHEN 'C'
               IF WS-BLOCK-DIRECTION = 'C'
                   MOVE "BLKC" TO WS-BLOCK-REASON
               END-IF
           WHEN 'T'
               IF WS-BLOCK-TRANSACTION-ID NOT = SPACES
                       AND WS-BLOCK-TRANSACTION-ID =
                           BLK-TRANSACTION-ID(BLK-IDX)
                   MOVE "STPT" TO WS-BLOCK-REASON
               END-IF
           WHEN 'M'
               IF WS-BLOCK-AMOUNT = BLK-AMOUNT(BLK-IDX)
                   MOVE "STPM" TO WS-BLOCK-REASON
               END-IF
       END-EVALUATE.

       DIVERT-BLOCKED-TRANSACTION.
       ADD 1 TO BLOCKED-COUNT.
       OPEN EXTEND SUSPENSE-FILE.
       IF WS-SUSPENSE-STATUS = "35"
           OPEN OUTPUT SUSPENSE-FILE
       END-IF.
       IF WS-SUSPENSE-STATUS = "00"
           MOVE WS-FEED-DATE TO SUSPENSE-REJECT-DATE
           MOVE WS-BLOCK-REASON TO SUSPENSE-REASON-CODE
           MOVE SPACES TO SUSPENSE-ORIGINAL-IMAGE
           MOVE TRANSACTION-RECORD TO SUSPENSE-ORIGINAL-IMAGE
           WRITE SUSPENSE-LINE
           CLOSE SUSPENSE-FILE
       END-IF.
       OPEN EXTEND BLOCK-CATCH-FILE.
       IF WS-BLOCK-CATCH-STATUS = "35"
           OPEN OUTPUT BLOCK-CATCH-FILE
       END-IF.
       IF WS-BLOCK-CATCH-STATUS = "00"
           MOVE WS-BLOCK-DATE TO BLOCK-CATCH-DATE
           MOVE WS-BLOCK-HIT-ID TO BLOCK-CATCH-ID
           MOVE "MESSAGE-SHOWCASE-IO" TO BLOCK-CATCH-PROGRAM
           MOVE WS-BLOCK-ACCOUNT TO BLOCK-CATCH-ACCOUNT
           MOVE WS-BLOCK-TRANSACTION-ID TO BLOCK-CATCH-TRANSACTION-ID
           MOVE WS-BLOCK-DIRECTION TO BLOCK-CATCH-DIRECTION
           IF WS-BLOCK-DIRECTION = 'D'
               COMPUTE BLOCK-CATCH-AMOUNT = 0 - WS-BLOCK-AMOUNT
           ELSE
               MOVE WS-BLOCK-AMOUNT TO BLOCK-CATCH-AMOUNT
           END-IF
           MOVE WS-BLOCK-REASON TO BLOCK-CATCH-REASON
           WRITE BLOCK-CATCH-LINE
           CLOSE BLOCK-CATCH-FILE
       END-IF.
       MOVE "BLOCKED TO SUSPENSE" TO WS-LIN-DISPOSITION.
       PERFORM APPEND-LINEAGE-ENTRY.

       APPEND-LINEAGE-ENTRY.
       IF WS-LINEAGE-STATUS = "00"
           MOVE 0 TO LIN-SEQUENCE
