       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT DETAIL-INPUT-FILE ASSIGN TO WS-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-INPUT-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT UPDATE-SUMMARY-FILE
               ASSIGN TO WS-SUMMARY-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO WS-SUSPENSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT NETTING-CONTROL-FILE
               ASSIGN TO "netting_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETTING-CONTROL-STATUS.
           SELECT NETTING-AUDIT-FILE
               ASSIGN TO WS-NETTING-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NET-SORT-FILE ASSIGN TO WS-NET-SORT-NAME.
           SELECT LINEAGE-FILE ASSIGN TO WS-LINEAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT HOLD-FILE
               ASSIGN TO "account_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT OVERDRAFT-LIMIT-FILE
               ASSIGN TO "overdraft_limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDRAFT-LIMIT-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-CATALOG-STATUS.
           SELECT POSTING-APPROVAL-FILE
               ASSIGN TO WS-POSTING-APPROVAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-APPROVAL-STATUS.
           SELECT SANCTIONS-HIT-FILE
               ASSIGN TO "sanctions_hits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANCTIONS-HIT-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT BLOCK-FILE
               ASSIGN TO "block_instructions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-FILE-STATUS.
           SELECT BLOCK-CATCH-FILE
               ASSIGN TO WS-BLOCK-CATCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-CATCH-STATUS.
           SELECT BACK-VALUE-CONTROL-FILE
               ASSIGN TO "back_value_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACK-VALUE-CONTROL-STATUS.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "accounting_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.
           SELECT BACK-VALUE-FILE
               ASSIGN TO WS-BACK-VALUE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACK-VALUE-STATUS.
           SELECT POSTING-CONTROL-FILE
               ASSIGN TO WS-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-CONTROL-STATUS.
           SELECT JOB-STATUS-FILE
               ASSIGN TO WS-JOB-STATUS-NAME
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
       FD  DETAIL-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
           DEPENDING ON DETAIL-INPUT-LENGTH.
       01  DETAIL-INPUT-RECORD PIC X(4096).
       01  DETAIL-INPUT-FIELDS REDEFINES DETAIL-INPUT-RECORD.
           COPY "FLAT-DETAIL-RECORD.cpy".
           05  DETAIL-APPROVAL-FLAG PIC X.
           05  DETAIL-TRANSACTION-ID PIC X(10).
           05  FILLER PIC X(4050).
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  JOURNAL-COMPANY PIC X(3).
           05  JOURNAL-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  JOURNAL-TRAN-DATE PIC 9(8).
           05  JOURNAL-SOURCE-STATUS PIC X.
           05  JOURNAL-SEQUENCE PIC 9(9).
           05  JOURNAL-STAMP PIC X(14).
           05  JOURNAL-BALANCE-CURRENCY PIC X(3).
           05  JOURNAL-POSTED-DATE PIC 9(8).
       FD  NETTING-CONTROL-FILE.
       01  NETTING-CONTROL-LINE.
           05  NET-CTL-FLAG PIC X.
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
       FD  HOLD-FILE.
       01  HOLD-LINE.
           COPY "HOLD-RECORD.cpy".
       FD  OVERDRAFT-LIMIT-FILE.
       01  OVERDRAFT-LIMIT-LINE.
           COPY "OVERDRAFT-LIMIT-RECORD.cpy".
       FD  PRODUCT-CATALOG-FILE.
       01  PRODUCT-CATALOG-LINE.
           COPY "PRODUCT-RECORD.cpy".
       FD  POSTING-APPROVAL-FILE.
       01  POSTING-APPROVAL-LINE.
           COPY "POSTING-APPROVAL-RECORD.cpy".
       FD  SANCTIONS-HIT-FILE.
       01  SANCTIONS-HIT-LINE.
           COPY "SANCTIONS-HIT-RECORD.cpy".
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
       FD  BLOCK-FILE.
       01  BLOCK-LINE.
           COPY "BLOCK-INSTRUCTION-RECORD.cpy".
       FD  BLOCK-CATCH-FILE.
       01  BLOCK-CATCH-LINE.
           COPY "BLOCK-CATCH-RECORD.cpy".
       FD  BACK-VALUE-CONTROL-FILE.
       01  BACK-VALUE-CONTROL-LINE.
           05  BVC-APPROVAL-DAYS PIC 9(3).
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-LINE.
           05  PERIOD-CTL-YYYYMM PIC 9(6).
           05  PERIOD-CTL-STATE PIC X.
       FD  BACK-VALUE-FILE.
       01  BACK-VALUE-LINE.
           COPY "BACK-VALUE-RECORD.cpy".
       FD  POSTING-CONTROL-FILE.
       01  POSTING-CONTROL-LINE.
           COPY "POSTING-CONTROL-RECORD.cpy".
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       SD  NET-SORT-FILE.
       01  NET-SORT-RECORD.
           05  NET-SORT-ACCOUNT PIC X(10).
           05  NET-SORT-COMPANY PIC X(3).
           05  NET-SORT-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  NET-SORT-TRAN-DATE PIC 9(8).
           05  NET-SORT-STATUS PIC X.
       FD  JOURNAL-SEQUENCE-FILE.
       01  JOURNAL-SEQUENCE-LINE.
           COPY "JOURNAL-SEQUENCE-RECORD.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  DETAIL-INPUT-LENGTH PIC 9(4) COMP VALUE 0.
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-DETAIL-INPUT-STATUS PIC XX VALUE "00".
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-STATUS PIC X VALUE SPACE.
               10  REF-ENTRY-PRODUCT PIC X(4) VALUE SPACES.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  WS-ACCT-ALLOWED PIC X VALUE 'Y'.
       01  WS-SUSPENSE-REASON PIC X(4) VALUE SPACES.
       01  WS-DIVERTED-COUNT PIC 9(9) VALUE 0.
       01  WS-HOLD-STATUS PIC XX VALUE "00".
       01  WS-HOLD-EOF PIC X VALUE 'N'.
       01  HELD-BALANCE-TABLE.
           05  HELD-BALANCE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY HELD-IDX.
               10  HELD-ACCOUNT PIC X(10) VALUE SPACES.
               10  HELD-AMOUNT PIC 9(11)V99 VALUE 0.
       01  HELD-BALANCE-TOTAL PIC 9(4) VALUE 0.
       01  WS-HELD-AMOUNT PIC 9(11)V99 VALUE 0.
       01  WS-CURRENT-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-PRIMARY-BALANCE PIC X VALUE 'Y'.
       01  WS-FUNDS-AVAILABLE PIC X VALUE 'Y'.
       01  WS-HOLD-REJECT-COUNT PIC 9(9) VALUE 0.
       01  WS-OVERDRAFT-LIMIT-STATUS PIC XX VALUE "00".
       01  WS-POSTING-APPROVAL-STATUS PIC XX VALUE "00".
       01  WS-LIMIT-EOF PIC X VALUE 'N'.
       01  OVERDRAFT-LIMIT-TABLE.
           05  OVERDRAFT-LIMIT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY ODL-IDX.
               10  LIMIT-ACCOUNT PIC X(10) VALUE SPACES.
               10  LIMIT-COMPANY PIC X(3) VALUE SPACES.
               10  LIMIT-AMOUNT PIC 9(9)V99 VALUE 0.
               10  LIMIT-ACTION PIC X VALUE SPACE.
       01  OVERDRAFT-LIMIT-TOTAL PIC 9(4) VALUE 0.
       01  WS-PRODUCT-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-PRODUCT-EOF PIC X VALUE 'N'.
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY OCCURS 100 TIMES
                   INDEXED BY PRD-IDX.
               10  PRD-CODE PIC X(4) VALUE SPACES.
               10  PRD-OVERDRAFT-LIMIT PIC 9(9)V99 VALUE 0.
       01  PRODUCT-TOTAL PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-PRODUCT PIC X(4) VALUE SPACES.
       01  WS-LIMIT-SET PIC X VALUE 'N'.
       01  WS-OVERDRAFT-LIMIT PIC 9(9)V99 VALUE 0.
       01  WS-OVERDRAFT-ACTION PIC X VALUE 'S'.
       01  WS-CURRENT-COMPANY PIC X(3) VALUE SPACES.
       01  WS-BALANCE-AFTER PIC S9(11)V99 VALUE 0.
       01  WS-QUEUE-FOR-APPROVAL PIC X VALUE 'N'.
       01  WS-OVERDRAFT-REJECT-COUNT PIC 9(9) VALUE 0.
       01  WS-APPROVAL-QUEUED-COUNT PIC 9(9) VALUE 0.
       01  WS-SANCTIONS-HIT-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  SANCTION-CUSTOMER-TABLE.
           05  SANCTION-CUSTOMER-ENTRY OCCURS 500 TIMES
                   INDEXED BY SNC-IDX.
               10  SNC-CUSTOMER PIC X(8) VALUE SPACES.
               10  SNC-STATUS PIC X VALUE SPACE.
       01  SANCTION-CUSTOMER-TOTAL PIC 9(3) VALUE 0.
       01  SANCTION-ACCOUNT-TABLE.
           05  SANCTION-ACCOUNT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY SNA-IDX.
               10  SNA-ACCOUNT PIC X(10) VALUE SPACES.
               10  SNA-STATUS PIC X VALUE SPACE.
       01  SANCTION-ACCOUNT-TOTAL PIC 9(4) VALUE 0.
       01  WS-SANCTIONS-ACTION PIC X VALUE SPACE.
       01  WS-SANCTIONS-HELD-COUNT PIC 9(9) VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-BLOCK-FILE-STATUS PIC XX VALUE "00".
       01  WS-BLOCK-CATCH-STATUS PIC XX VALUE "00".
       01  BLOCK-TABLE.
           05  BLOCK-ENTRY OCCURS 2000 TIMES INDEXED BY BLK-IDX.
               10  BLK-ID PIC X(10) VALUE SPACES.
               10  BLK-ACCOUNT PIC X(10) VALUE SPACES.
               10  BLK-TYPE PIC X VALUE SPACE.
               10  BLK-TRANSACTION-ID PIC X(10) VALUE SPACES.
               10  BLK-AMOUNT PIC 9(9)V99 VALUE 0.
               10  BLK-EFFECTIVE-DATE PIC 9(8) VALUE 0.
               10  BLK-EXPIRY-DATE PIC 9(8) VALUE 0.
       01  BLOCK-TOTAL PIC 9(4) VALUE 0.
       01  WS-BLOCK-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-BLOCK-DIRECTION PIC X VALUE SPACE.
       01  WS-BLOCK-TRANSACTION-ID PIC X(10) VALUE SPACES.
       01  WS-BLOCK-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-BLOCK-DATE PIC 9(8) VALUE 0.
       01  WS-BLOCK-REASON PIC X(4) VALUE SPACES.
       01  WS-BLOCK-HIT-ID PIC X(10) VALUE SPACES.
       01  WS-BLOCKED-COUNT PIC 9(9) VALUE 0.
       01  WS-BACK-VALUE-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-PERIOD-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-BACK-VALUE-STATUS PIC XX VALUE "00".
       01  WS-BACK-VALUE-LIMIT PIC 9(3) VALUE 5.
       01  CLOSED-PERIOD-TABLE.
           05  CLOSED-PERIOD-ENTRY OCCURS 48 TIMES
                   INDEXED BY CLP-IDX.
               10  CLOSED-PERIOD-YYYYMM PIC 9(6).
       01  CLOSED-PERIOD-TOTAL PIC 9(2) VALUE 0.
       01  WS-BACK-VALUE-ACTION PIC X VALUE SPACE.
       01  WS-BACK-VALUE-DAYS PIC S9(5) VALUE 0.
       01  WS-BACK-VALUE-COUNT PIC 9(9) VALUE 0.
       01  WS-POSTING-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "MASTER UPDATE COMPLETE".
       01  WS-CONTROL-PRESENT PIC X VALUE 'N'.
       01  WS-CONTROL-COUNT PIC 9(9) VALUE 0.
       01  WS-CONTROL-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-CONTROL-BUILT-BY PIC X(20) VALUE SPACES.
       01  WS-CONTROL-BUILD-DATE PIC 9(8) VALUE 0.
       01  WS-CONTROL-POSTED PIC X VALUE 'N'.
       01  WS-CONTROL-POSTED-DATE PIC 9(8) VALUE 0.
       01  WS-INPUT-COUNT PIC 9(9) VALUE 0.
       01  WS-INPUT-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-CONTROL-COUNT-DISPLAY PIC Z(8)9.
       01  WS-INPUT-COUNT-DISPLAY PIC Z(8)9.
       01  WS-CONTROL-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-INPUT-AMOUNT-DISPLAY PIC -(10)9.99.
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-POSTING-DATE PIC 9(8) VALUE 0.
       01  WS-POST-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-POST-COMPANY PIC X(3) VALUE SPACES.
       01  WS-POST-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-POST-STATUS PIC X VALUE SPACE.
       01  WS-POST-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-POST-TRANSACTION-ID PIC X(10) VALUE SPACES.
       01  WS-NET-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-NET-EOF PIC X VALUE 'N'.
       01  WS-NET-BREAK-OPEN PIC X VALUE 'N'.
       01  WS-NET-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-NET-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-NET-STATUS PIC X VALUE SPACE.
       01  WS-NET-COMPANY PIC X(3) VALUE SPACES.
       01  WS-NET-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-NET-LATEST-DATE PIC 9(8) VALUE 0.
       01  WS-NET-POSTINGS PIC 9(9) VALUE 0.
       01  WS-NET-DETAILS PIC 9(9) VALUE 0.
       01  NET-PENDING-TABLE.
           05  NET-PENDING-ENTRY OCCURS 5000 TIMES
                   INDEXED BY NPD-IDX.
               10  NPD-ACCOUNT PIC X(10) VALUE SPACES.
               10  NPD-CURRENCY PIC X(3) VALUE SPACES.
               10  NPD-AMOUNT PIC S9(11)V99 VALUE 0.
       01  NET-PENDING-TOTAL PIC 9(4) VALUE 0.
       01  WS-PENDING-SLOT PIC 9(4) VALUE 0.
       01  WS-PENDING-NET PIC S9(11)V99 VALUE 0.
       01  WS-NET-POSTINGS-DISPLAY PIC Z(8)9.
       01  WS-NET-DETAILS-DISPLAY PIC Z(8)9.
       01  RECORDS-READ PIC 9(9) VALUE 0.
       01  WS-ADDED-COUNT PIC 9(9) VALUE 0.
       01  WS-REPLACED-COUNT PIC 9(9) VALUE 0.
       01  WS-CURRENCY-OPENED-COUNT PIC 9(9) VALUE 0.
       01  WS-ERROR-COUNT PIC 9(9) VALUE 0.
       01  WS-POSTED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-READ-COUNT-DISPLAY PIC Z(8)9.
       01  WS-ERROR-COUNT-DISPLAY PIC Z(8)9.
       01  WS-DIVERTED-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-JOURNAL-STAMP PIC X(14) VALUE SPACES.
       01  WS-PARTITION-ARG PIC X(10) VALUE SPACES.
       01  WS-PARTITION-MODE PIC X VALUE 'N'.
       01  WS-PARTITION-NO PIC 9(2) VALUE 0.
       01  WS-INPUT-NAME PIC X(60) VALUE "master_update_input.dat".
       01  WS-CONTROL-NAME PIC X(60)
               VALUE "master_update_control.dat".
       01  WS-SUMMARY-NAME PIC X(60)
               VALUE "master_update_summary.txt".
       01  WS-JOB-STATUS-NAME PIC X(60)
               VALUE "master_update_jobstatus.dat".
       01  WS-JOURNAL-NAME PIC X(60)
               VALUE "master_posting_journal.dat".
       01  WS-LINEAGE-NAME PIC X(60) VALUE "record_lineage.dat".
       01  WS-SUSPENSE-NAME PIC X(60)
               VALUE "record_summary_suspense.dat".
       01  WS-NETTING-AUDIT-NAME PIC X(60) VALUE "netting_audit.dat".
       01  WS-NET-SORT-NAME PIC X(60) VALUE "master_update_net.tmp".
       01  WS-BLOCK-CATCH-NAME PIC X(60) VALUE "block_catches.dat".
       01  WS-BACK-VALUE-NAME PIC X(60) VALUE "back_value_items.dat".
       01  WS-POSTING-APPROVAL-NAME PIC X(60)
               VALUE "posting_approval_pending.dat".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM SET-PARTITION-MODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-ACTIVE-HOLDS.
           PERFORM LOAD-OVERDRAFT-LIMITS.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-SANCTIONS-HITS.
           PERFORM LOAD-BLOCK-INSTRUCTIONS.
           PERFORM LOAD-BACK-VALUE-CONTROL.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOAD-NETTING-CONTROL.
           PERFORM VERIFY-POSTING-CONTROL.
           OPEN I-O INDEXED-OUTPUT-FILE.
           PERFORM CHECK-INDEXED-STATUS.
           IF WS-PARTITION-MODE = 'Y'
               OPEN OUTPUT POSTING-JOURNAL-FILE
           ELSE
               OPEN EXTEND POSTING-JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT POSTING-JOURNAL-FILE
               END-IF
           END-IF.
           IF WS-PARTITION-MODE = 'Y'
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT BLOCK-CATCH-FILE
               CLOSE BLOCK-CATCH-FILE
               OPEN OUTPUT BACK-VALUE-FILE
               CLOSE BACK-VALUE-FILE
               OPEN OUTPUT POSTING-APPROVAL-FILE
               CLOSE POSTING-APPROVAL-FILE
               OPEN OUTPUT LINEAGE-FILE
           ELSE
               OPEN EXTEND LINEAGE-FILE
               IF WS-LINEAGE-STATUS = "35"
                   OPEN OUTPUT LINEAGE-FILE
               END-IF
           END-IF.
           IF WS-NETTING-MODE = 'Y'
               OPEN OUTPUT NETTING-AUDIT-FILE
           IF WS-LINEAGE-STATUS = "00"
               CLOSE LINEAGE-FILE
           END-IF.
           PERFORM MARK-CONTROL-POSTED.
           PERFORM WRITE-UPDATE-SUMMARY.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "MASTER-UPDATE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       SET-PARTITION-MODE.
           ACCEPT WS-PARTITION-ARG FROM COMMAND-LINE.
           IF WS-PARTITION-ARG = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-PARTITION-ARG(1:2) NOT NUMERIC
                   OR WS-PARTITION-ARG(3:8) NOT = SPACES
                   OR WS-PARTITION-ARG(1:2) = "00"
               DISPLAY "MASTER-UPDATE: INVALID PARTITION NUMBER "
                   WS-PARTITION-ARG
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "INVALID PARTITION NUMBER" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-PARTITION-MODE.
           MOVE WS-PARTITION-ARG(1:2) TO WS-PARTITION-NO.
           MOVE SPACES TO WS-INPUT-NAME.
           STRING "master_update_input_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-INPUT-NAME.
           MOVE SPACES TO WS-CONTROL-NAME.
           STRING "master_update_control_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-CONTROL-NAME.
           MOVE SPACES TO WS-SUMMARY-NAME.
           STRING "master_update_summary_p" WS-PARTITION-NO ".txt"
               DELIMITED BY SIZE INTO WS-SUMMARY-NAME.
           MOVE SPACES TO WS-JOB-STATUS-NAME.
           STRING "master_update_jobstatus_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-JOB-STATUS-NAME.
           MOVE SPACES TO WS-JOURNAL-NAME.
           STRING "master_posting_journal_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-JOURNAL-NAME.
           MOVE SPACES TO WS-LINEAGE-NAME.
           STRING "record_lineage_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-LINEAGE-NAME.
           MOVE SPACES TO WS-SUSPENSE-NAME.
           STRING "record_summary_suspense_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-SUSPENSE-NAME.
           MOVE SPACES TO WS-NETTING-AUDIT-NAME.
           STRING "netting_audit_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-NETTING-AUDIT-NAME.
           MOVE SPACES TO WS-NET-SORT-NAME.
           STRING "master_update_net_p" WS-PARTITION-NO ".tmp"
               DELIMITED BY SIZE INTO WS-NET-SORT-NAME.
           MOVE SPACES TO WS-BLOCK-CATCH-NAME.
           STRING "block_catches_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-BLOCK-CATCH-NAME.
           MOVE SPACES TO WS-BACK-VALUE-NAME.
           STRING "back_value_items_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-BACK-VALUE-NAME.
           MOVE SPACES TO WS-POSTING-APPROVAL-NAME.
           STRING "posting_approval_pending_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-POSTING-APPROVAL-NAME.
           MOVE "PARTITION POSTING COMPLETE" TO WS-JOB-REASON.

       VERIFY-POSTING-CONTROL.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-POSTING-CONTROL-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-RECORD-COUNT NUMERIC
                               AND PCT-NET-AMOUNT NUMERIC
                           MOVE 'Y' TO WS-CONTROL-PRESENT
                           MOVE PCT-RECORD-COUNT TO WS-CONTROL-COUNT
                           MOVE PCT-NET-AMOUNT TO WS-CONTROL-AMOUNT
                       END-IF
                       MOVE PCT-BUILT-BY TO WS-CONTROL-BUILT-BY
                       IF PCT-BUILD-DATE NUMERIC
                           MOVE PCT-BUILD-DATE TO WS-CONTROL-BUILD-DATE
                       END-IF
                       IF PCT-POSTED-FLAG = 'Y'
                           MOVE 'Y' TO WS-CONTROL-POSTED
                           MOVE PCT-POSTED-DATE TO
                               WS-CONTROL-POSTED-DATE
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-PRESENT = 'N'
               DISPLAY "MASTER-UPDATE: NO POSTING CONTROL RECORD IN "
                   "master_update_control.dat - NOTHING POSTED"
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "POSTING CONTROL RECORD MISSING" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CONTROL-POSTED = 'Y'
               DISPLAY "MASTER-UPDATE: POSTING CONTROL ALREADY POSTED "
                   "ON " WS-CONTROL-POSTED-DATE " - NOTHING POSTED"
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "POSTING CONTROL ALREADY POSTED" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CONTROL-BUILD-DATE NOT = WS-RUN-DATE-NUM
               DISPLAY "MASTER-UPDATE: POSTING CONTROL BUILT "
                   WS-CONTROL-BUILD-DATE " NOT FOR BUSINESS DATE "
                   WS-RUN-DATE-NUM " - NOTHING POSTED"
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "POSTING CONTROL DATE IS STALE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DETAIL-INPUT-FILE.
           PERFORM CHECK-DETAIL-INPUT-STATUS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DETAIL-INPUT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-INPUT-COUNT
                       IF RECORD-AMOUNT NUMERIC
                           ADD RECORD-AMOUNT TO WS-INPUT-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DETAIL-INPUT-FILE.
           MOVE 'N' TO EOF-FLAG.
           IF WS-INPUT-COUNT NOT = WS-CONTROL-COUNT
                   OR WS-INPUT-AMOUNT NOT = WS-CONTROL-AMOUNT
               MOVE WS-CONTROL-COUNT TO WS-CONTROL-COUNT-DISPLAY
               MOVE WS-INPUT-COUNT TO WS-INPUT-COUNT-DISPLAY
               MOVE WS-CONTROL-AMOUNT TO WS-CONTROL-AMOUNT-DISPLAY
               MOVE WS-INPUT-AMOUNT TO WS-INPUT-AMOUNT-DISPLAY
               DISPLAY "MASTER-UPDATE: INPUT DOES NOT AGREE WITH "
                   "POSTING CONTROL - NOTHING POSTED"
               DISPLAY "  CONTROL RECORDS " WS-CONTROL-COUNT-DISPLAY
                   " AMOUNT " WS-CONTROL-AMOUNT-DISPLAY
               DISPLAY "  INPUT RECORDS   " WS-INPUT-COUNT-DISPLAY
                   " AMOUNT " WS-INPUT-AMOUNT-DISPLAY
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "INPUT DISAGREES WITH POSTING CONTROL" TO
                   WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-DISCREPANCY TO RETURN-CODE
               STOP RUN
           END-IF.

       MARK-CONTROL-POSTED.
           OPEN OUTPUT POSTING-CONTROL-FILE.
           MOVE WS-CONTROL-BUILT-BY TO PCT-BUILT-BY.
           MOVE WS-CONTROL-BUILD-DATE TO PCT-BUILD-DATE.
           MOVE WS-CONTROL-COUNT TO PCT-RECORD-COUNT.
           MOVE WS-CONTROL-AMOUNT TO PCT-NET-AMOUNT.
           MOVE 'Y' TO PCT-POSTED-FLAG.
           MOVE WS-RUN-DATE-NUM TO PCT-POSTED-DATE.
           WRITE POSTING-CONTROL-LINE.
           CLOSE POSTING-CONTROL-FILE.

       LOAD-NETTING-CONTROL.
           OPEN INPUT NETTING-CONTROL-FILE.
           IF WS-NETTING-CONTROL-STATUS = "00"
               PERFORM DIVERT-TO-SUSPENSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-DETAIL-BLOCK.
           IF WS-BLOCK-REASON NOT = SPACES
               PERFORM DIVERT-BLOCKED-DETAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SANCTIONS-HIT.
           IF WS-SANCTIONS-ACTION NOT = SPACE
               PERFORM HOLD-SANCTIONED-DETAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PENDING-NET.
           IF WS-PENDING-SLOT = 0
               MOVE "NETF" TO WS-SUSPENSE-REASON
               PERFORM DIVERT-TO-SUSPENSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-AVAILABLE-BALANCE.
           IF WS-FUNDS-AVAILABLE = 'N'
               PERFORM REJECT-UNFUNDED-DEBIT
               EXIT PARAGRAPH
           END-IF.
           IF RECORD-TRAN-DATE NUMERIC AND RECORD-TRAN-DATE > 0
               MOVE RECORD-TRAN-DATE TO WS-POSTING-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-POSTING-DATE
           END-IF.
           PERFORM CHECK-BACK-VALUE.
           IF WS-BACK-VALUE-ACTION = 'Q'
               PERFORM QUEUE-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF.
           ADD RECORD-AMOUNT TO NPD-AMOUNT(WS-PENDING-SLOT).
           ADD 1 TO WS-NET-SEQUENCE.
           ADD 1 TO WS-NET-DETAILS.
           MOVE WS-NET-SEQUENCE TO NETA-SEQUENCE.
           MOVE RECORD-CURRENCY TO NET-SORT-CURRENCY.
           MOVE RECORD-COMPANY TO NET-SORT-COMPANY.
           MOVE RECORD-AMOUNT TO NET-SORT-AMOUNT.
           MOVE RECORD-STATUS TO NET-SORT-STATUS.
           IF RECORD-TRAN-DATE NUMERIC
               MOVE RECORD-TRAN-DATE TO NET-SORT-TRAN-DATE
           ELSE
           END-IF.
           RELEASE NET-SORT-RECORD.

       FIND-PENDING-NET.
           MOVE 0 TO WS-PENDING-NET.
           MOVE 0 TO WS-PENDING-SLOT.
           PERFORM VARYING NPD-IDX FROM 1 BY 1
                   UNTIL NPD-IDX > NET-PENDING-TOTAL
               IF NPD-ACCOUNT(NPD-IDX) = RECORD-ACCOUNT
                       AND NPD-CURRENCY(NPD-IDX) = RECORD-CURRENCY
                   SET WS-PENDING-SLOT TO NPD-IDX
                   MOVE NPD-AMOUNT(NPD-IDX) TO WS-PENDING-NET
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF NET-PENDING-TOTAL >= 5000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NET-PENDING-TOTAL.
           MOVE NET-PENDING-TOTAL TO WS-PENDING-SLOT.
           MOVE RECORD-ACCOUNT TO NPD-ACCOUNT(WS-PENDING-SLOT).
           MOVE RECORD-CURRENCY TO NPD-CURRENCY(WS-PENDING-SLOT).
           MOVE 0 TO NPD-AMOUNT(WS-PENDING-SLOT).

       POST-NET-POSITIONS.
           MOVE 'N' TO WS-NET-EOF.
           MOVE 'N' TO WS-NET-BREAK-OPEN.
                           MOVE NET-SORT-CURRENCY TO
                               WS-NET-CURRENCY
                           MOVE NET-SORT-COMPANY TO WS-NET-COMPANY
                           MOVE NET-SORT-STATUS TO WS-NET-STATUS
                           MOVE 0 TO WS-NET-AMOUNT
                           MOVE 0 TO WS-NET-LATEST-DATE
                       END-IF
                       ADD NET-SORT-AMOUNT TO WS-NET-AMOUNT
                       IF NET-SORT-STATUS NOT = WS-NET-STATUS
                           MOVE 'N' TO WS-NET-STATUS
                       END-IF
                       IF NET-SORT-TRAN-DATE > WS-NET-LATEST-DATE
                           MOVE NET-SORT-TRAN-DATE TO
                               WS-NET-LATEST-DATE
           MOVE WS-NET-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-NET-COMPANY TO WS-POST-COMPANY.
           MOVE WS-NET-CURRENCY TO WS-POST-CURRENCY.
           MOVE WS-NET-STATUS TO WS-POST-STATUS.
           MOVE WS-NET-AMOUNT TO WS-POST-AMOUNT.
           MOVE WS-NET-ACCOUNT TO WS-POST-TRANSACTION-ID.
           MOVE WS-NET-LATEST-DATE TO WS-POSTING-DATE.
           PERFORM POST-POSITION.
           MOVE 'N' TO WS-NET-BREAK-OPEN.
                                   REF-ENTRY-ID(ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-STATUS TO
                                   REF-ENTRY-STATUS(ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-PRODUCT TO
                                   REF-ENTRY-PRODUCT(ACCOUNT-REF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
           MOVE 'N' TO WS-ACCT-ALLOWED.
           MOVE "ACCT" TO WS-SUSPENSE-REASON.

       LOAD-BLOCK-INSTRUCTIONS.
           OPEN INPUT BLOCK-FILE.
           IF WS-BLOCK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR BLOCK-TOTAL >= 2000
               READ BLOCK-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF BLOCK-STATUS = 'A' AND BLOCK-ID NOT = SPACES
                           PERFORM NOTE-BLOCK-INSTRUCTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BLOCK-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-BLOCK-INSTRUCTION.
           ADD 1 TO BLOCK-TOTAL.
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

       CHECK-DETAIL-BLOCK.
           MOVE RECORD-ACCOUNT TO WS-BLOCK-ACCOUNT.
           IF RECORD-AMOUNT < 0
               MOVE 'D' TO WS-BLOCK-DIRECTION
           ELSE
               MOVE 'C' TO WS-BLOCK-DIRECTION
           END-IF.
           MOVE DETAIL-TRANSACTION-ID TO WS-BLOCK-TRANSACTION-ID.
           MOVE FUNCTION ABS(RECORD-AMOUNT) TO WS-BLOCK-AMOUNT.
           MOVE WS-RUN-DATE-NUM TO WS-BLOCK-DATE.
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

       DIVERT-BLOCKED-DETAIL.
           ADD 1 TO WS-BLOCKED-COUNT.
           MOVE WS-BLOCK-REASON TO WS-SUSPENSE-REASON.
           PERFORM DIVERT-TO-SUSPENSE.
           PERFORM LOG-BLOCK-CATCH.

       LOG-BLOCK-CATCH.
           OPEN EXTEND BLOCK-CATCH-FILE.
           IF WS-BLOCK-CATCH-STATUS = "35"
               OPEN OUTPUT BLOCK-CATCH-FILE
           END-IF.
           IF WS-BLOCK-CATCH-STATUS = "00"
               MOVE WS-BLOCK-DATE TO BLOCK-CATCH-DATE
               MOVE WS-BLOCK-HIT-ID TO BLOCK-CATCH-ID
               MOVE "MASTER-UPDATE" TO BLOCK-CATCH-PROGRAM
               MOVE WS-BLOCK-ACCOUNT TO BLOCK-CATCH-ACCOUNT
               MOVE WS-BLOCK-TRANSACTION-ID TO
                   BLOCK-CATCH-TRANSACTION-ID
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

       LOAD-SANCTIONS-HITS.
           OPEN INPUT SANCTIONS-HIT-FILE.
           IF WS-SANCTIONS-HIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SANCTIONS-HIT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF SNH-STATUS = 'O' OR SNH-STATUS = 'C'
                           PERFORM NOTE-SANCTIONED-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SANCTIONS-HIT-FILE.
           MOVE 'N' TO EOF-FLAG.
           IF SANCTION-CUSTOMER-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-ACCOUNT-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR SANCTION-ACCOUNT-TOTAL >= 1000
               READ ACCOUNT-XREF-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM VARYING SNC-IDX FROM 1 BY 1
                               UNTIL SNC-IDX > SANCTION-CUSTOMER-TOTAL
                           IF SNC-CUSTOMER(SNC-IDX) = XREF-CUSTOMER
                               ADD 1 TO SANCTION-ACCOUNT-TOTAL
                               MOVE XREF-ACCOUNT TO SNA-ACCOUNT
                                   (SANCTION-ACCOUNT-TOTAL)
                               MOVE SNC-STATUS(SNC-IDX) TO SNA-STATUS
                                   (SANCTION-ACCOUNT-TOTAL)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-SANCTIONED-CUSTOMER.
           PERFORM VARYING SNC-IDX FROM 1 BY 1
                   UNTIL SNC-IDX > SANCTION-CUSTOMER-TOTAL
               IF SNC-CUSTOMER(SNC-IDX) = SNH-CUSTOMER
                   IF SNH-STATUS = 'C'
                       MOVE 'C' TO SNC-STATUS(SNC-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF SANCTION-CUSTOMER-TOTAL < 500
               ADD 1 TO SANCTION-CUSTOMER-TOTAL
               MOVE SNH-CUSTOMER TO
                   SNC-CUSTOMER(SANCTION-CUSTOMER-TOTAL)
               MOVE SNH-STATUS TO SNC-STATUS(SANCTION-CUSTOMER-TOTAL)
           END-IF.

       CHECK-SANCTIONS-HIT.
           MOVE SPACE TO WS-SANCTIONS-ACTION.
           PERFORM VARYING SNA-IDX FROM 1 BY 1
                   UNTIL SNA-IDX > SANCTION-ACCOUNT-TOTAL
               IF SNA-ACCOUNT(SNA-IDX) = RECORD-ACCOUNT
                   IF SNA-STATUS(SNA-IDX) = 'C'
                       MOVE 'S' TO WS-SANCTIONS-ACTION
                   ELSE
                       IF DETAIL-APPROVAL-FLAG NOT = 'Y'
                           MOVE 'Q' TO WS-SANCTIONS-ACTION
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       HOLD-SANCTIONED-DETAIL.
           ADD 1 TO WS-SANCTIONS-HELD-COUNT.
           IF WS-SANCTIONS-ACTION = 'S'
               MOVE "SANC" TO WS-SUSPENSE-REASON
               PERFORM DIVERT-TO-SUSPENSE
           ELSE
               MOVE "SNHT" TO WS-SUSPENSE-REASON
               PERFORM QUEUE-FOR-APPROVAL
           END-IF.

       LOAD-ACTIVE-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           IF HOLD-STATUS = 'A'
                                   AND HOLD-AMOUNT NUMERIC
                                   AND HOLD-EXPIRY-DATE NUMERIC
                               IF HOLD-EXPIRY-DATE = 0
                                       OR HOLD-EXPIRY-DATE >=
                                           WS-RUN-DATE-NUM
                                   PERFORM ADD-HELD-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       ADD-HELD-AMOUNT.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-BALANCE-TOTAL
               IF HELD-ACCOUNT(HELD-IDX) = HOLD-ACCOUNT
                   ADD HOLD-AMOUNT TO HELD-AMOUNT(HELD-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF HELD-BALANCE-TOTAL < 2000
               ADD 1 TO HELD-BALANCE-TOTAL
               MOVE HOLD-ACCOUNT TO HELD-ACCOUNT(HELD-BALANCE-TOTAL)
               MOVE HOLD-AMOUNT TO HELD-AMOUNT(HELD-BALANCE-TOTAL)
           END-IF.

       FIND-HELD-AMOUNT.
           MOVE 0 TO WS-HELD-AMOUNT.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-BALANCE-TOTAL
               IF HELD-ACCOUNT(HELD-IDX) = RECORD-ACCOUNT
                   MOVE HELD-AMOUNT(HELD-IDX) TO WS-HELD-AMOUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       LOAD-OVERDRAFT-LIMITS.
           OPEN INPUT OVERDRAFT-LIMIT-FILE.
           IF WS-OVERDRAFT-LIMIT-STATUS = "00"
               PERFORM UNTIL WS-LIMIT-EOF = 'Y'
                       OR OVERDRAFT-LIMIT-TOTAL >= 1000
                   READ OVERDRAFT-LIMIT-FILE
                       AT END
                           MOVE 'Y' TO WS-LIMIT-EOF
                       NOT AT END
                           IF ODL-ACCOUNT NOT = SPACES
                                   AND ODL-LIMIT NUMERIC
                               ADD 1 TO OVERDRAFT-LIMIT-TOTAL
                               MOVE ODL-ACCOUNT TO
                                   LIMIT-ACCOUNT(OVERDRAFT-LIMIT-TOTAL)
                               MOVE ODL-COMPANY TO
                                   LIMIT-COMPANY(OVERDRAFT-LIMIT-TOTAL)
                               MOVE ODL-LIMIT TO
                                   LIMIT-AMOUNT(OVERDRAFT-LIMIT-TOTAL)
                               MOVE ODL-ACTION TO
                                   LIMIT-ACTION(OVERDRAFT-LIMIT-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERDRAFT-LIMIT-FILE
           END-IF.

       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF WS-PRODUCT-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-PRODUCT-EOF = 'Y'
                       OR PRODUCT-TOTAL >= 100
                   READ PRODUCT-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WS-PRODUCT-EOF
                       NOT AT END
                           IF PROD-CODE NOT = SPACES
                                   AND PROD-OVERDRAFT-LIMIT NUMERIC
                               ADD 1 TO PRODUCT-TOTAL
                               MOVE PROD-CODE TO
                                   PRD-CODE(PRODUCT-TOTAL)
                               MOVE PROD-OVERDRAFT-LIMIT TO
                                   PRD-OVERDRAFT-LIMIT(PRODUCT-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.

       FIND-OVERDRAFT-LIMIT.
           MOVE 'N' TO WS-LIMIT-SET.
           MOVE 0 TO WS-OVERDRAFT-LIMIT.
           MOVE 'S' TO WS-OVERDRAFT-ACTION.
           PERFORM VARYING ODL-IDX FROM 1 BY 1
                   UNTIL ODL-IDX > OVERDRAFT-LIMIT-TOTAL
               IF LIMIT-ACCOUNT(ODL-IDX) = RECORD-ACCOUNT
                   PERFORM APPLY-OVERDRAFT-LIMIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM FIND-PRODUCT-OVERDRAFT.
           IF WS-LIMIT-SET = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ODL-IDX FROM 1 BY 1
                   UNTIL ODL-IDX > OVERDRAFT-LIMIT-TOTAL
               IF LIMIT-ACCOUNT(ODL-IDX) = "*"
                       AND LIMIT-COMPANY(ODL-IDX) = WS-CURRENT-COMPANY
                   PERFORM APPLY-OVERDRAFT-LIMIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM VARYING ODL-IDX FROM 1 BY 1
                   UNTIL ODL-IDX > OVERDRAFT-LIMIT-TOTAL
               IF LIMIT-ACCOUNT(ODL-IDX) = "*"
                       AND LIMIT-COMPANY(ODL-IDX) = SPACES
                   PERFORM APPLY-OVERDRAFT-LIMIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       FIND-PRODUCT-OVERDRAFT.
           MOVE SPACES TO WS-ACCOUNT-PRODUCT.
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
                   MOVE 'Y' TO WS-LIMIT-SET
                   MOVE PRD-OVERDRAFT-LIMIT(PRD-IDX) TO
                       WS-OVERDRAFT-LIMIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-OVERDRAFT-LIMIT.
           MOVE 'Y' TO WS-LIMIT-SET.
           MOVE LIMIT-AMOUNT(ODL-IDX) TO WS-OVERDRAFT-LIMIT.
           IF LIMIT-ACTION(ODL-IDX) = 'A'
               MOVE 'A' TO WS-OVERDRAFT-ACTION
           END-IF.

       FETCH-CURRENT-BALANCE.
           MOVE 0 TO WS-CURRENT-BALANCE.
           MOVE 'Y' TO WS-PRIMARY-BALANCE.
           MOVE RECORD-COMPANY TO WS-CURRENT-COMPANY.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE RECORD-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                   IF WS-CURRENT-COMPANY = SPACES
                       MOVE POS-COMPANY TO WS-CURRENT-COMPANY
                   END-IF
           END-READ.
           IF RECORD-CURRENCY NOT = SPACES
                   AND POS-CURRENCY NOT = SPACES
                   AND POS-CURRENCY NOT = RECORD-CURRENCY
               MOVE 'N' TO WS-PRIMARY-BALANCE
               MOVE RECORD-CURRENCY TO INDEXED-OUTPUT-KEY(11:3)
               READ INDEXED-OUTPUT-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
               END-READ
           END-IF.
           IF POS-CURRENT-BALANCE NUMERIC
               MOVE POS-CURRENT-BALANCE TO WS-CURRENT-BALANCE
           END-IF.

       CHECK-AVAILABLE-BALANCE.
           MOVE 'Y' TO WS-FUNDS-AVAILABLE.
           MOVE 'N' TO WS-QUEUE-FOR-APPROVAL.
           IF RECORD-AMOUNT NOT < 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-HELD-AMOUNT.
           IF WS-HELD-AMOUNT = 0 AND OVERDRAFT-LIMIT-TOTAL = 0
                   AND PRODUCT-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FETCH-CURRENT-BALANCE.
           IF WS-PRIMARY-BALANCE = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OVERDRAFT-LIMIT.
           COMPUTE WS-BALANCE-AFTER =
               WS-CURRENT-BALANCE + WS-PENDING-NET + RECORD-AMOUNT.
           IF WS-LIMIT-SET = 'N'
               IF WS-HELD-AMOUNT > 0
                       AND WS-BALANCE-AFTER < WS-HELD-AMOUNT
                   MOVE 'N' TO WS-FUNDS-AVAILABLE
                   MOVE "HOLD" TO WS-SUSPENSE-REASON
                   ADD 1 TO WS-HOLD-REJECT-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-BALANCE-AFTER + WS-OVERDRAFT-LIMIT >= WS-HELD-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-BALANCE-AFTER + WS-OVERDRAFT-LIMIT >= 0
               MOVE 'N' TO WS-FUNDS-AVAILABLE
               MOVE "HOLD" TO WS-SUSPENSE-REASON
               ADD 1 TO WS-HOLD-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF DETAIL-APPROVAL-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FUNDS-AVAILABLE.
           MOVE "OVDR" TO WS-SUSPENSE-REASON.
           IF WS-OVERDRAFT-ACTION = 'A'
               MOVE 'Y' TO WS-QUEUE-FOR-APPROVAL
           ELSE
               ADD 1 TO WS-OVERDRAFT-REJECT-COUNT
           END-IF.

       REJECT-UNFUNDED-DEBIT.
           IF WS-QUEUE-FOR-APPROVAL = 'Y'
               PERFORM QUEUE-FOR-APPROVAL
           ELSE
               PERFORM DIVERT-TO-SUSPENSE
           END-IF.

       QUEUE-FOR-APPROVAL.
           ADD 1 TO WS-APPROVAL-QUEUED-COUNT.
           OPEN EXTEND POSTING-APPROVAL-FILE.
           IF WS-POSTING-APPROVAL-STATUS = "35"
               OPEN OUTPUT POSTING-APPROVAL-FILE
           END-IF.
           IF WS-POSTING-APPROVAL-STATUS = "00"
               MOVE WS-RUN-DATE-NUM TO PAQ-QUEUED-DATE
               MOVE WS-SUSPENSE-REASON TO PAQ-REASON-CODE
               MOVE SPACES TO PAQ-IMAGE
               MOVE DETAIL-INPUT-RECORD(1:80) TO PAQ-IMAGE
               WRITE POSTING-APPROVAL-LINE
               CLOSE POSTING-APPROVAL-FILE
           END-IF.

       DIVERT-TO-SUSPENSE.
           ADD 1 TO WS-DIVERTED-COUNT.
           OPEN EXTEND SUSPENSE-FILE.
               PERFORM DIVERT-TO-SUSPENSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-DETAIL-BLOCK.
           IF WS-BLOCK-REASON NOT = SPACES
               PERFORM DIVERT-BLOCKED-DETAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-SANCTIONS-HIT.
           IF WS-SANCTIONS-ACTION NOT = SPACE
               PERFORM HOLD-SANCTIONED-DETAIL
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-AVAILABLE-BALANCE.
           IF WS-FUNDS-AVAILABLE = 'N'
               PERFORM REJECT-UNFUNDED-DEBIT
               EXIT PARAGRAPH
           END-IF.
           IF RECORD-TRAN-DATE NUMERIC AND RECORD-TRAN-DATE > 0
               MOVE RECORD-TRAN-DATE TO WS-POSTING-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-POSTING-DATE
           END-IF.
           PERFORM CHECK-BACK-VALUE.
           IF WS-BACK-VALUE-ACTION = 'Q'
               PERFORM QUEUE-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF.
           MOVE RECORD-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE RECORD-COMPANY TO WS-POST-COMPANY.
           MOVE RECORD-CURRENCY TO WS-POST-CURRENCY.
           MOVE RECORD-STATUS TO WS-POST-STATUS.
           MOVE RECORD-AMOUNT TO WS-POST-AMOUNT.
           IF DETAIL-TRANSACTION-ID NOT = SPACES
               MOVE DETAIL-TRANSACTION-ID TO WS-POST-TRANSACTION-ID
           ELSE
               MOVE RECORD-ACCOUNT TO WS-POST-TRANSACTION-ID
           END-IF.
           PERFORM POST-POSITION.
           IF WS-BACK-VALUE-ACTION = 'R'
               PERFORM RECORD-BACK-VALUE
           END-IF.

       LOAD-BACK-VALUE-CONTROL.
           OPEN INPUT BACK-VALUE-CONTROL-FILE.
           IF WS-BACK-VALUE-CONTROL-STATUS = "00"
               READ BACK-VALUE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BVC-APPROVAL-DAYS NUMERIC
                           MOVE BVC-APPROVAL-DAYS TO
                               WS-BACK-VALUE-LIMIT
                       END-IF
               END-READ
               CLOSE BACK-VALUE-CONTROL-FILE
           END-IF.

       LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERIOD-CONTROL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR CLOSED-PERIOD-TOTAL >= 48
                   READ PERIOD-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF PERIOD-CTL-STATE = 'C'
                                   AND PERIOD-CTL-YYYYMM NUMERIC
                               ADD 1 TO CLOSED-PERIOD-TOTAL
                               MOVE PERIOD-CTL-YYYYMM TO
                                   CLOSED-PERIOD-YYYYMM
                                       (CLOSED-PERIOD-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       CHECK-BACK-VALUE.
           MOVE SPACE TO WS-BACK-VALUE-ACTION.
           IF WS-POSTING-DATE NOT < WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-POSTING-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO WS-BACK-VALUE-ACTION.
           IF DETAIL-APPROVAL-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BACK-VALUE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-POSTING-DATE).
           IF WS-BACK-VALUE-DAYS > WS-BACK-VALUE-LIMIT
               MOVE 'Q' TO WS-BACK-VALUE-ACTION
               MOVE "BKVL" TO WS-SUSPENSE-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CLP-IDX FROM 1 BY 1
                   UNTIL CLP-IDX > CLOSED-PERIOD-TOTAL
               IF CLOSED-PERIOD-YYYYMM(CLP-IDX) =
                       WS-POSTING-DATE(1:6)
                   MOVE 'Q' TO WS-BACK-VALUE-ACTION
                   MOVE "BKCP" TO WS-SUSPENSE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       RECORD-BACK-VALUE.
           ADD 1 TO WS-BACK-VALUE-COUNT.
           OPEN EXTEND BACK-VALUE-FILE.
           IF WS-BACK-VALUE-STATUS = "35"
               OPEN OUTPUT BACK-VALUE-FILE
           END-IF.
           IF WS-BACK-VALUE-STATUS = "00"
               MOVE WS-RUN-DATE-NUM TO BKV-POSTED-DATE
               MOVE WS-POSTING-DATE TO BKV-EFFECTIVE-DATE
               MOVE WS-POST-ACCOUNT TO BKV-ACCOUNT
               MOVE INDEXED-OUTPUT-KEY(11:3) TO BKV-BALANCE-CURRENCY
               MOVE WS-POST-COMPANY TO BKV-COMPANY
               MOVE WS-POST-CURRENCY TO BKV-CURRENCY
               MOVE WS-POST-AMOUNT TO BKV-AMOUNT
               MOVE WS-POST-TRANSACTION-ID TO BKV-TRANSACTION-ID
               MOVE 'N' TO BKV-APPROVED
               IF DETAIL-APPROVAL-FLAG = 'Y'
                   MOVE 'Y' TO BKV-APPROVED
               END-IF
               MOVE 'P' TO BKV-STATE
               MOVE 0 TO BKV-ADJUSTED-DATE
               MOVE 0 TO BKV-INTEREST-ADJUSTMENT
               WRITE BACK-VALUE-LINE
               CLOSE BACK-VALUE-FILE
           END-IF.

       POST-POSITION.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-POST-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   PERFORM ADD-MASTER-POSITION
               NOT INVALID KEY
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                   IF WS-POST-CURRENCY = SPACES
                           OR POS-CURRENCY = SPACES
                           OR POS-CURRENCY = WS-POST-CURRENCY
                       PERFORM UPDATE-MASTER-POSITION
                   ELSE
                       PERFORM POST-CURRENCY-BALANCE
                   END-IF
           END-READ.

       POST-CURRENCY-BALANCE.
           IF WS-POST-COMPANY = SPACES
               MOVE POS-COMPANY TO WS-POST-COMPANY
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-POST-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           MOVE WS-POST-CURRENCY TO INDEXED-OUTPUT-KEY(11:3).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   PERFORM ADD-MASTER-POSITION
       ADD-MASTER-POSITION.
           MOVE SPACES TO MASTER-POSITION-REC.
           MOVE WS-POST-ACCOUNT TO POS-ACCOUNT.
           MOVE INDEXED-OUTPUT-KEY(11:3) TO POS-BALANCE-CURRENCY.
           MOVE WS-POST-COMPANY TO POS-COMPANY.
           MOVE WS-POST-CURRENCY TO POS-CURRENCY.
           MOVE 'A' TO POS-DORMANCY-STAGE.
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   IF POS-BALANCE-CURRENCY NOT = SPACES
                       ADD 1 TO WS-CURRENCY-OPENED-COUNT
                   END-IF
                   ADD WS-POST-AMOUNT TO WS-POSTED-AMOUNT
                   PERFORM WRITE-JOURNAL-ENTRY
           END-WRITE.
           MOVE WS-POST-COMPANY TO JOURNAL-COMPANY.
           MOVE WS-POST-AMOUNT TO JOURNAL-AMOUNT.
           MOVE WS-POSTING-DATE TO JOURNAL-TRAN-DATE.
           MOVE WS-POST-STATUS TO JOURNAL-SOURCE-STATUS.
           IF WS-PARTITION-MODE = 'Y'
               MOVE 0 TO JOURNAL-SEQUENCE
               MOVE FUNCTION CURRENT-DATE(1:14) TO JOURNAL-STAMP
           ELSE
               PERFORM NEXT-JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-SEQUENCE TO JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-STAMP TO JOURNAL-STAMP
           END-IF.
           MOVE INDEXED-OUTPUT-KEY(11:3) TO JOURNAL-BALANCE-CURRENCY.
           MOVE WS-RUN-DATE-NUM TO JOURNAL-POSTED-DATE.
           WRITE POSTING-JOURNAL-LINE.
           MOVE "POSTED TO MASTER" TO WS-LIN-DISPOSITION.
           PERFORM APPEND-LINEAGE-ENTRY.
                   MOVE WS-POST-AMOUNT TO LIN-AMOUNT
               END-IF
               MOVE WS-POSTING-DATE TO LIN-TRAN-DATE
               MOVE WS-POST-TRANSACTION-ID TO LIN-TRANSACTION-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO LIN-STAMP
               WRITE LINEAGE-LINE
           END-IF.
           STRING "POSITIONS OPENED: " WS-ADDED-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UPDATE-SUMMARY-LINE.
           WRITE UPDATE-SUMMARY-LINE.
           MOVE WS-CURRENCY-OPENED-COUNT TO WS-ADDED-COUNT-DISPLAY.
           MOVE SPACES TO UPDATE-SUMMARY-LINE.
           STRING "CURRENCY BALANCES OPENED: " WS-ADDED-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UPDATE-SUMMARY-LINE.
           WRITE UPDATE-SUMMARY-LINE.
           MOVE WS-REPLACED-COUNT TO WS-REPLACED-COUNT-DISPLAY.
           MOVE SPACES TO UPDATE-SUMMARY-LINE.
           STRING "POSITIONS UPDATED: " WS-REPLACED-COUNT-DISPLAY
           STRING "DIVERTED TO SUSPENSE: " WS-DIVERTED-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UPDATE-SUMMARY-LINE.
           WRITE UPDATE-SUMMARY-LINE.
           MOVE WS-HOLD-REJECT-COUNT TO WS-DIVERTED-COUNT-DISPLAY.
           MOVE SPACES TO UPDATE-SUMMARY-LINE.
           STRING "DEBITS REJECTED FOR HOLDS: "
               WS-DIVERTED-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UPDATE-SUMMARY-LINE.
           WRITE UPDATE-SUMMARY-LINE.
           MOVE WS-OVERDRAFT-REJECT-COUNT TO WS-DIVERTED-COUNT-DISPLAY.
           MOVE SPACES TO UPDATE-SUMMARY-LINE.
           STRING "DEBITS OVER OVERDRAFT LIMIT: "
               WS-DIVERTED-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UPDATE-SUMMARY-LINE.
           WRITE UPDATE-SUMMARY-LINE.
           MOVE WS-APPROVAL-QUEUED-COUNT TO WS-DIVERTED-COUNT-DISPLAY.
           MOVE SPACES TO UPDATE-SUMMARY-LINE.
           STRING "QUEUED FOR APPROVAL: " WS-DIVERTED-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UPDATE-SUMMARY-LINE.
           WRITE UPDATE-SUMMARY-LINE.
           MOVE WS-SANCTIONS-HELD-COUNT TO WS-DIVERTED-COUNT-DISPLAY.
           MOVE SPACES TO UPDATE-SUMMARY-LINE.
           STRING "HELD FOR SANCTIONS HITS: "
               WS-DIVERTED-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UPDATE-SUMMARY-LINE.
           WRITE UPDATE-SUMMARY-LINE.
           MOVE WS-BLOCKED-COUNT TO WS-DIVERTED-COUNT-DISPLAY.
           MOVE SPACES TO UPDATE-SUMMARY-LINE.
           STRING "DIVERTED FOR BLOCKS: " WS-DIVERTED-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UPDATE-SUMMARY-LINE.
           WRITE UPDATE-SUMMARY-LINE.
           MOVE WS-BACK-VALUE-COUNT TO WS-DIVERTED-COUNT-DISPLAY.
           MOVE SPACES TO UPDATE-SUMMARY-LINE.
           STRING "BACK-VALUED ITEMS RECORDED: "
               WS-DIVERTED-COUNT-DISPLAY
               DELIMITED BY SIZE INTO UPDATE-SUMMARY-LINE.
           WRITE UPDATE-SUMMARY-LINE.
           IF WS-NETTING-MODE = 'Y'
               MOVE WS-NET-DETAILS TO WS-NET-DETAILS-DISPLAY
               MOVE SPACES TO UPDATE-SUMMARY-LINE
               WRITE UPDATE-SUMMARY-LINE
           END-IF.
           CLOSE UPDATE-SUMMARY-FILE.

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
               DISPLAY "MASTER-UPDATE: NO BUSINESS DATE RECORD, "
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
