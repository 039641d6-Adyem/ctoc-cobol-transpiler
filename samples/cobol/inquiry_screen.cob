       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRY-SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT HOLD-FILE ASSIGN TO "account_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT POSTING-APPROVAL-FILE
               ASSIGN TO "posting_approval_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-APPROVAL-STATUS.
           SELECT APPROVAL-QUEUE-FILE
               ASSIGN TO "approval_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.
           SELECT DUPLICATE-HOLD-FILE
               ASSIGN TO "duplicate_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLICATE-HOLD-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT INQUIRY-LOG-FILE
               ASSIGN TO "inquiry_access_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
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
       FD  HOLD-FILE.
       01  HOLD-LINE.
           COPY "HOLD-RECORD.cpy".
       FD  POSTING-APPROVAL-FILE.
       01  POSTING-APPROVAL-LINE.
           COPY "POSTING-APPROVAL-RECORD.cpy".
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-LINE.
           05  APQ-QUEUED-DATE PIC 9(8).
           05  APQ-IMAGE PIC X(40).
       FD  DUPLICATE-HOLD-FILE.
       01  DUPLICATE-HOLD-LINE.
           COPY "DUPLICATE-HOLD-RECORD.cpy".
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-LINE.
           COPY "ALERT-LOG-LINE.cpy".
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
       FD  INQUIRY-LOG-FILE.
       01  INQUIRY-LOG-LINE.
           05  INQ-STAMP PIC X(14).
           05  INQ-OPERATOR PIC X(8).
           05  INQ-TYPE PIC X.
           05  INQ-KEY PIC X(10).
           05  INQ-RESULT PIC X(10).
       WORKING-STORAGE SECTION.
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-HOLD-STATUS PIC XX VALUE "00".
       01  WS-POSTING-APPROVAL-STATUS PIC XX VALUE "00".
       01  WS-APPROVAL-QUEUE-STATUS PIC XX VALUE "00".
       01  WS-DUPLICATE-HOLD-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-INQUIRY-LOG-STATUS PIC XX VALUE "00".
       01  WS-MASTER-OPEN PIC X VALUE 'N'.
       01  WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  WS-MENU-CHOICE PIC X VALUE SPACE.
       01  WS-SESSION-DONE PIC X VALUE 'N'.
       01  WS-BLANK-ENTRIES PIC 9(2) VALUE 0.
       01  WS-INQUIRY-KEY PIC X(10) VALUE SPACES.
       01  WS-INQUIRY-RESULT PIC X(10) VALUE SPACES.
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-ACCOUNT-FOUND PIC X VALUE 'N'.
       01  WS-CUSTOMER-ID PIC X(8) VALUE SPACES.
       01  WS-CUSTOMER-FOUND PIC X VALUE 'N'.
       01  WS-MAX-JOURNAL-LINES PIC 9(2) VALUE 10.
       01  WS-MAX-ALERT-LINES PIC 9(2) VALUE 5.
       01  RECENT-JOURNAL-TABLE.
           05  RECENT-JOURNAL-ENTRY OCCURS 10 TIMES
                   INDEXED BY RJN-IDX.
               10  RJN-TRAN-DATE PIC 9(8) VALUE 0.
               10  RJN-AMOUNT PIC S9(11)V99 VALUE 0.
               10  RJN-SOURCE-STATUS PIC X VALUE SPACE.
               10  RJN-SEQUENCE PIC 9(9) VALUE 0.
       01  RECENT-ALERT-TABLE.
           05  RECENT-ALERT-ENTRY OCCURS 5 TIMES INDEXED BY RAL-IDX.
               10  RAL-TIMESTAMP PIC X(14) VALUE SPACES.
               10  RAL-PROGRAM PIC X(20) VALUE SPACES.
               10  RAL-SEVERITY PIC X VALUE SPACE.
               10  RAL-TEXT PIC X(60) VALUE SPACES.
       01  WS-MATCHES-SEEN PIC 9(6) VALUE 0.
       01  WS-RING-SLOT PIC 9(2) VALUE 0.
       01  WS-RING-START PIC 9(2) VALUE 0.
       01  WS-RING-COUNT PIC 9(2) VALUE 0.
       01  WS-RING-STEP PIC 9(2) VALUE 0.
       01  WS-TALLY PIC 9(4) COMP VALUE 0.
       01  WS-ITEM-COUNT PIC 9(6) VALUE 0.
       01  WS-DETAIL-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-DETAIL-AMOUNT-TEXT PIC X(10) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01  WS-HOLD-DISPLAY PIC Z(8)9.99.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "ACCOUNT INQUIRY - READ ONLY".
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "INQUIRY-SCREEN: OPERATOR ID REQUIRED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               DISPLAY "MASTER FILE output.idx NOT AVAILABLE, FILE "
                   "STATUS " WS-INDEXED-STATUS
           END-IF.
           PERFORM UNTIL WS-SESSION-DONE = 'Y'
               PERFORM SHOW-MAIN-MENU
           END-PERFORM.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE INDEXED-OUTPUT-FILE
           END-IF.
           DISPLAY "INQUIRY SESSION ENDED".
           STOP RUN.

       SHOW-MAIN-MENU.
           DISPLAY " ".
           DISPLAY "==================================================".
           DISPLAY " 1  ACCOUNT INQUIRY".
           DISPLAY " 2  CUSTOMER INQUIRY".
           DISPLAY " 3  TRANSACTION LINEAGE".
           DISPLAY " X  EXIT".
           DISPLAY "==================================================".
           DISPLAY "SELECTION: " WITH NO ADVANCING.
           MOVE SPACE TO WS-MENU-CHOICE.
           ACCEPT WS-MENU-CHOICE.
           IF WS-MENU-CHOICE = SPACE
               ADD 1 TO WS-BLANK-ENTRIES
               IF WS-BLANK-ENTRIES >= 3
                   MOVE 'Y' TO WS-SESSION-DONE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BLANK-ENTRIES.
           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM ACCOUNT-INQUIRY
               WHEN '2'
                   PERFORM CUSTOMER-INQUIRY
               WHEN '3'
                   PERFORM LINEAGE-INQUIRY
               WHEN 'X'
               WHEN 'x'
                   MOVE 'Y' TO WS-SESSION-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION"
           END-EVALUATE.

       ACCOUNT-INQUIRY.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           MOVE SPACES TO WS-INQUIRY-KEY.
           ACCEPT WS-INQUIRY-KEY.
           IF WS-INQUIRY-KEY = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-INQUIRY-KEY) TO WS-INQUIRY-KEY.
           DISPLAY " ".
           DISPLAY "--- MASTER POSITION ------------------------------".
           PERFORM SHOW-MASTER-POSITION.
           IF WS-ACCOUNT-FOUND = 'Y'
               MOVE "FOUND" TO WS-INQUIRY-RESULT
           ELSE
               MOVE "NOT FOUND" TO WS-INQUIRY-RESULT
           END-IF.
           MOVE 'A' TO INQ-TYPE.
           PERFORM WRITE-INQUIRY-LOG.
           DISPLAY "--- CUSTOMER -------------------------------------".
           PERFORM FIND-ACCOUNT-CUSTOMER.
           IF WS-CUSTOMER-ID = SPACES
               DISPLAY "  NO CUSTOMER LINKED"
           ELSE
               PERFORM SHOW-CUSTOMER-DETAIL
           END-IF.
           DISPLAY "--- LATEST POSTINGS ------------------------------".
           PERFORM SHOW-RECENT-POSTINGS.
           DISPLAY "--- OPEN HOLDS AND APPROVALS ---------------------".
           PERFORM SHOW-OPEN-HOLDS.
           PERFORM SHOW-PENDING-APPROVALS.
           PERFORM SHOW-DUPLICATE-HOLDS.
           IF WS-ITEM-COUNT = 0
               DISPLAY "  NONE"
           END-IF.
           DISPLAY "--- RECENT ALERTS --------------------------------".
           PERFORM SHOW-RECENT-ALERTS.

       SHOW-MASTER-POSITION.
           MOVE 'N' TO WS-ACCOUNT-FOUND.
           IF WS-MASTER-OPEN = 'N'
               DISPLAY "  MASTER FILE NOT AVAILABLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-INQUIRY-KEY TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   DISPLAY "  ACCOUNT " WS-INQUIRY-KEY
                       " NOT ON MASTER FILE"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                   PERFORM DISPLAY-MASTER-POSITION
           END-READ.

       DISPLAY-MASTER-POSITION.
           DISPLAY "  ACCOUNT " POS-ACCOUNT "  COMPANY " POS-COMPANY
               "  CURRENCY " POS-CURRENCY "  DORMANCY "
               POS-DORMANCY-STAGE.
           IF POS-CURRENT-BALANCE NUMERIC
               MOVE POS-CURRENT-BALANCE TO WS-AMOUNT-DISPLAY
               DISPLAY "  CURRENT BALANCE " WS-AMOUNT-DISPLAY
           END-IF.
           IF POS-MTD-AMOUNT NUMERIC
               MOVE POS-MTD-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "  MONTH TO DATE   " WS-AMOUNT-DISPLAY
           END-IF.
           IF POS-YTD-AMOUNT NUMERIC
               MOVE POS-YTD-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "  YEAR TO DATE    " WS-AMOUNT-DISPLAY
           END-IF.
           DISPLAY "  LAST TRANSACTION " POS-LAST-TRAN-DATE
               "  POSTINGS " POS-RECORD-COUNT.

       FIND-ACCOUNT-CUSTOMER.
           MOVE SPACES TO WS-CUSTOMER-ID.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-ACCOUNT-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ACCOUNT-XREF-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF XREF-ACCOUNT = WS-INQUIRY-KEY
                           MOVE XREF-CUSTOMER TO WS-CUSTOMER-ID
                           MOVE 'Y' TO EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.
           MOVE 'N' TO EOF-FLAG.

       SHOW-CUSTOMER-DETAIL.
           MOVE 'N' TO WS-CUSTOMER-FOUND.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF CUST-ID = WS-CUSTOMER-ID
                               MOVE 'Y' TO WS-CUSTOMER-FOUND
                               MOVE 'Y' TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           IF WS-CUSTOMER-FOUND = 'N'
               DISPLAY "  CUSTOMER " WS-CUSTOMER-ID
                   " NOT ON CUSTOMER MASTER"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  CUSTOMER " CUST-ID "  " CUST-NAME.
           DISPLAY "  " CUST-ADDR1.
           IF CUST-ADDR2 NOT = SPACES
               DISPLAY "  " CUST-ADDR2
           END-IF.
           IF CUST-ADDR3 NOT = SPACES
               DISPLAY "  " CUST-ADDR3
           END-IF.
           DISPLAY "  POSTAL CODE " CUST-POSTAL-CODE
               "  CHANNEL " CUST-CHANNEL
               "  MAIL STATUS " CUST-MAIL-STATUS
               "  RISK TIER " CUST-RISK-TIER.

       SHOW-RECENT-POSTINGS.
           MOVE 0 TO WS-MATCHES-SEEN.
           OPEN INPUT POSTING-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "  POSTING JOURNAL NOT AVAILABLE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF JOURNAL-ACCOUNT = WS-INQUIRY-KEY
                           PERFORM KEEP-RECENT-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.
           IF WS-MATCHES-SEEN = 0
               DISPLAY "  NO POSTINGS ON JOURNAL"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-RING-START.
           PERFORM VARYING WS-RING-STEP FROM 1 BY 1
                   UNTIL WS-RING-STEP > WS-RING-COUNT
               COMPUTE WS-RING-SLOT = FUNCTION MOD(WS-RING-START
                   + WS-RING-STEP - 2, WS-MAX-JOURNAL-LINES) + 1
               SET RJN-IDX TO WS-RING-SLOT
               MOVE RJN-AMOUNT(RJN-IDX) TO WS-AMOUNT-DISPLAY
               DISPLAY "  " RJN-TRAN-DATE(RJN-IDX) " "
                   WS-AMOUNT-DISPLAY " STATUS "
                   RJN-SOURCE-STATUS(RJN-IDX) " SEQ "
                   RJN-SEQUENCE(RJN-IDX)
           END-PERFORM.

       KEEP-RECENT-POSTING.
           ADD 1 TO WS-MATCHES-SEEN.
           COMPUTE WS-RING-SLOT = FUNCTION MOD(WS-MATCHES-SEEN - 1,
               WS-MAX-JOURNAL-LINES) + 1.
           SET RJN-IDX TO WS-RING-SLOT.
           MOVE JOURNAL-TRAN-DATE TO RJN-TRAN-DATE(RJN-IDX).
           IF JOURNAL-AMOUNT NUMERIC
               MOVE JOURNAL-AMOUNT TO RJN-AMOUNT(RJN-IDX)
           ELSE
               MOVE 0 TO RJN-AMOUNT(RJN-IDX)
           END-IF.
           MOVE JOURNAL-SOURCE-STATUS TO RJN-SOURCE-STATUS(RJN-IDX).
           IF JOURNAL-SEQUENCE NUMERIC
               MOVE JOURNAL-SEQUENCE TO RJN-SEQUENCE(RJN-IDX)
           ELSE
               MOVE 0 TO RJN-SEQUENCE(RJN-IDX)
           END-IF.

       SET-RING-START.
           IF WS-MATCHES-SEEN > WS-MAX-JOURNAL-LINES
               MOVE WS-MAX-JOURNAL-LINES TO WS-RING-COUNT
               COMPUTE WS-RING-START = FUNCTION MOD(WS-MATCHES-SEEN,
                   WS-MAX-JOURNAL-LINES) + 1
           ELSE
               MOVE WS-MATCHES-SEEN TO WS-RING-COUNT
               MOVE 1 TO WS-RING-START
           END-IF.

       SHOW-OPEN-HOLDS.
           MOVE 0 TO WS-ITEM-COUNT.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ HOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF HOLD-ACCOUNT = WS-INQUIRY-KEY
                               AND HOLD-STATUS = 'A'
                           ADD 1 TO WS-ITEM-COUNT
                           IF HOLD-AMOUNT NUMERIC
                               MOVE HOLD-AMOUNT TO WS-HOLD-DISPLAY
                           ELSE
                               MOVE 0 TO WS-HOLD-DISPLAY
                           END-IF
                           DISPLAY "  HOLD " HOLD-ID " "
                               WS-HOLD-DISPLAY " REASON " HOLD-REASON
                               " PLACED " HOLD-PLACED-DATE
                               " EXPIRES " HOLD-EXPIRY-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           MOVE 'N' TO EOF-FLAG.

       SHOW-PENDING-APPROVALS.
           OPEN INPUT POSTING-APPROVAL-FILE.
           IF WS-POSTING-APPROVAL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ POSTING-APPROVAL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF PAQ-IMAGE(12:10) = WS-INQUIRY-KEY
                               ADD 1 TO WS-ITEM-COUNT
                               DISPLAY "  POSTING APPROVAL QUEUED "
                                   PAQ-QUEUED-DATE " REASON "
                                   PAQ-REASON-CODE " AMOUNT "
                                   PAQ-IMAGE(2:10)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-APPROVAL-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF WS-APPROVAL-QUEUE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ APPROVAL-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF APQ-IMAGE(12:10) = WS-INQUIRY-KEY
                               ADD 1 TO WS-ITEM-COUNT
                               DISPLAY "  FEED APPROVAL QUEUED "
                                   APQ-QUEUED-DATE " AMOUNT "
                                   APQ-IMAGE(3:9)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       SHOW-DUPLICATE-HOLDS.
           OPEN INPUT DUPLICATE-HOLD-FILE.
           IF WS-DUPLICATE-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DUPLICATE-HOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF DPH-IMAGE(12:10) = WS-INQUIRY-KEY
                               AND DPH-STATUS = 'H'
                           ADD 1 TO WS-ITEM-COUNT
                           DISPLAY "  SUSPECTED DUPLICATE HOLD "
                               DPH-HOLD-ID " HELD " DPH-HELD-DATE
                               " AMOUNT " DPH-IMAGE(2:10)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUPLICATE-HOLD-FILE.
           MOVE 'N' TO EOF-FLAG.

       SHOW-RECENT-ALERTS.
           MOVE 0 TO WS-MATCHES-SEEN.
           OPEN INPUT ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS NOT = "00"
               DISPLAY "  NO ALERT LOG"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ALERT-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE 0 TO WS-TALLY
                       INSPECT ALERT-TEXT TALLYING WS-TALLY
                           FOR ALL FUNCTION TRIM(WS-INQUIRY-KEY)
                       IF WS-TALLY > 0
                           PERFORM KEEP-RECENT-ALERT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-LOG-FILE.
           MOVE 'N' TO EOF-FLAG.
           IF WS-MATCHES-SEEN = 0
               DISPLAY "  NONE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MATCHES-SEEN > WS-MAX-ALERT-LINES
               MOVE WS-MAX-ALERT-LINES TO WS-RING-COUNT
               COMPUTE WS-RING-START = FUNCTION MOD(WS-MATCHES-SEEN,
                   WS-MAX-ALERT-LINES) + 1
           ELSE
               MOVE WS-MATCHES-SEEN TO WS-RING-COUNT
               MOVE 1 TO WS-RING-START
           END-IF.
           PERFORM VARYING WS-RING-STEP FROM 1 BY 1
                   UNTIL WS-RING-STEP > WS-RING-COUNT
               COMPUTE WS-RING-SLOT = FUNCTION MOD(WS-RING-START
                   + WS-RING-STEP - 2, WS-MAX-ALERT-LINES) + 1
               SET RAL-IDX TO WS-RING-SLOT
               DISPLAY "  " RAL-TIMESTAMP(RAL-IDX) " "
                   RAL-SEVERITY(RAL-IDX) " "
                   FUNCTION TRIM(RAL-PROGRAM(RAL-IDX)) " "
                   FUNCTION TRIM(RAL-TEXT(RAL-IDX))
           END-PERFORM.

       KEEP-RECENT-ALERT.
           ADD 1 TO WS-MATCHES-SEEN.
           COMPUTE WS-RING-SLOT = FUNCTION MOD(WS-MATCHES-SEEN - 1,
               WS-MAX-ALERT-LINES) + 1.
           SET RAL-IDX TO WS-RING-SLOT.
           MOVE ALERT-TIMESTAMP TO RAL-TIMESTAMP(RAL-IDX).
           MOVE ALERT-PROGRAM TO RAL-PROGRAM(RAL-IDX).
           MOVE ALERT-SEVERITY TO RAL-SEVERITY(RAL-IDX).
           MOVE ALERT-TEXT TO RAL-TEXT(RAL-IDX).

       CUSTOMER-INQUIRY.
           DISPLAY "CUSTOMER ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-INQUIRY-KEY.
           ACCEPT WS-INQUIRY-KEY.
           IF WS-INQUIRY-KEY = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-INQUIRY-KEY) TO WS-INQUIRY-KEY.
           MOVE WS-INQUIRY-KEY(1:8) TO WS-CUSTOMER-ID.
           DISPLAY " ".
           DISPLAY "--- CUSTOMER -------------------------------------".
           PERFORM SHOW-CUSTOMER-DETAIL.
           IF WS-CUSTOMER-FOUND = 'Y'
               MOVE "FOUND" TO WS-INQUIRY-RESULT
           ELSE
               MOVE "NOT FOUND" TO WS-INQUIRY-RESULT
           END-IF.
           MOVE 'C' TO INQ-TYPE.
           PERFORM WRITE-INQUIRY-LOG.
           DISPLAY "--- LINKED ACCOUNTS ------------------------------".
           MOVE 0 TO WS-ITEM-COUNT.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-ACCOUNT-XREF-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ ACCOUNT-XREF-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF XREF-CUSTOMER = WS-CUSTOMER-ID
                               ADD 1 TO WS-ITEM-COUNT
                               PERFORM SHOW-LINKED-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-XREF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           IF WS-ITEM-COUNT = 0
               DISPLAY "  NO ACCOUNTS LINKED"
           END-IF.

       SHOW-LINKED-ACCOUNT.
           IF WS-MASTER-OPEN = 'N'
               DISPLAY "  ACCOUNT " XREF-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE XREF-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   DISPLAY "  ACCOUNT " XREF-ACCOUNT
                       " NOT ON MASTER FILE"
               NOT INVALID KEY
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                   IF POS-CURRENT-BALANCE NUMERIC
                       MOVE POS-CURRENT-BALANCE TO WS-AMOUNT-DISPLAY
                   ELSE
                       MOVE 0 TO WS-AMOUNT-DISPLAY
                   END-IF
                   DISPLAY "  ACCOUNT " XREF-ACCOUNT " "
                       POS-CURRENCY " " WS-AMOUNT-DISPLAY
                       "  LAST TRANSACTION " POS-LAST-TRAN-DATE
           END-READ.

       LINEAGE-INQUIRY.
           DISPLAY "TRANSACTION ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-INQUIRY-KEY.
           ACCEPT WS-INQUIRY-KEY.
           IF WS-INQUIRY-KEY = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-INQUIRY-KEY) TO WS-INQUIRY-KEY.
           DISPLAY " ".
           DISPLAY "--- LINEAGE --------------------------------------".
           MOVE 0 TO WS-ITEM-COUNT.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LINEAGE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ LINEAGE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF LIN-TRANSACTION-ID = WS-INQUIRY-KEY
                               ADD 1 TO WS-ITEM-COUNT
                               PERFORM SHOW-LINEAGE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LINEAGE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           IF WS-ITEM-COUNT = 0
               DISPLAY "  NO LINEAGE FOR TRANSACTION " WS-INQUIRY-KEY
               MOVE "NOT FOUND" TO WS-INQUIRY-RESULT
           ELSE
               MOVE "FOUND" TO WS-INQUIRY-RESULT
           END-IF.
           MOVE 'L' TO INQ-TYPE.
           PERFORM WRITE-INQUIRY-LOG.

       SHOW-LINEAGE-STEP.
           IF LIN-AMOUNT NUMERIC
               MOVE LIN-AMOUNT TO WS-AMOUNT-DISPLAY
           ELSE
               MOVE 0 TO WS-AMOUNT-DISPLAY
           END-IF.
           DISPLAY "  " LIN-STAMP " " LIN-STAGE " " LIN-DISPOSITION
               " " LIN-ACCOUNT " " WS-AMOUNT-DISPLAY.

       WRITE-INQUIRY-LOG.
           OPEN EXTEND INQUIRY-LOG-FILE.
           IF WS-INQUIRY-LOG-STATUS = "35"
               OPEN OUTPUT INQUIRY-LOG-FILE
           END-IF.
           IF WS-INQUIRY-LOG-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO INQ-STAMP
               MOVE WS-OPERATOR-ID TO INQ-OPERATOR
               MOVE WS-INQUIRY-KEY TO INQ-KEY
               MOVE WS-INQUIRY-RESULT TO INQ-RESULT
               WRITE INQUIRY-LOG-LINE
               CLOSE INQUIRY-LOG-FILE
           ELSE
               DISPLAY "INQUIRY-SCREEN: UNABLE TO WRITE ACCESS LOG, "
                   "FILE STATUS " WS-INQUIRY-LOG-STATUS
           END-IF.
