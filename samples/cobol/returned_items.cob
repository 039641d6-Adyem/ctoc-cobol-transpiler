       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-ITEMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT RETURNED-ITEM-FILE
               ASSIGN TO "returned_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNED-ITEM-STATUS.
           SELECT RETURN-FEE-FILE
               ASSIGN TO "returned_item_fees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FEE-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT FEE-DETAIL-FILE ASSIGN TO "fee_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-DETAIL-STATUS.
           SELECT RETURN-NOTICE-FILE
               ASSIGN TO "returned_item_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURNS-REGISTER-FILE
               ASSIGN TO "returned_items_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "returned_items_jobstatus.dat"
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
       FD  RETURNED-ITEM-FILE.
       01  RETURNED-ITEM-LINE.
           05  RTN-TRANSACTION-ID PIC X(10).
           05  RTN-ACCOUNT PIC X(10).
           05  RTN-AMOUNT PIC 9(7)V99.
           05  RTN-REASON PIC X(4).
           05  RTN-RETURN-DATE PIC 9(8).
           05  RTN-BANK-REFERENCE PIC X(16).
       FD  RETURN-FEE-FILE.
       01  RETURN-FEE-LINE.
           05  RIF-REASON PIC X(4).
           05  RIF-FEE PIC 9(5)V99.
           05  RIF-DESCRIPTION PIC X(30).
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
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
       FD  FEE-DETAIL-FILE.
       01  FEE-DETAIL-LINE.
           05  FEE-DETAIL-STATUS PIC X.
           05  FEE-DETAIL-ACCOUNT PIC X(10).
           05  FEE-DETAIL-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  FEE-DETAIL-FEE PIC S9(7)V99 SIGN LEADING SEPARATE.
       FD  RETURN-NOTICE-FILE.
       01  RETURN-NOTICE-LINE PIC X(72).
       FD  RETURNS-REGISTER-FILE.
       01  RETURNS-REGISTER-LINE PIC X(120).
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
       01  WS-RETURNED-ITEM-STATUS PIC XX VALUE "00".
       01  WS-RETURN-FEE-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-FEE-DETAIL-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "RETURNED ITEMS PROCESSED".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  RETURN-ITEM-TABLE.
           05  RETURN-ITEM-ENTRY OCCURS 500 TIMES
                   INDEXED BY RTN-IDX RTN-DUP-IDX.
               10  RTI-TRANSACTION-ID PIC X(10) VALUE SPACES.
               10  RTI-ACCOUNT PIC X(10) VALUE SPACES.
               10  RTI-AMOUNT PIC 9(7)V99 VALUE 0.
               10  RTI-REASON PIC X(4) VALUE SPACES.
               10  RTI-RETURN-DATE PIC 9(8) VALUE 0.
               10  RTI-BANK-REFERENCE PIC X(16) VALUE SPACES.
               10  RTI-MATCHED PIC X VALUE 'N'.
               10  RTI-ALREADY-RETURNED PIC X VALUE 'N'.
               10  RTI-POSTED-ACCOUNT PIC X(10) VALUE SPACES.
               10  RTI-POSTED-AMOUNT PIC S9(7)V99 VALUE 0.
               10  RTI-POSTED-DATE PIC 9(8) VALUE 0.
               10  RTI-POSTED-CURRENCY PIC X(3) VALUE SPACES.
               10  RTI-DISPOSITION PIC X(30) VALUE SPACES.
       01  RETURN-ITEM-TOTAL PIC 9(4) VALUE 0.
       01  RETURN-FEE-TABLE.
           05  RETURN-FEE-ENTRY OCCURS 50 TIMES
                   INDEXED BY FEE-IDX.
               10  FEE-REASON PIC X(4) VALUE SPACES.
               10  FEE-AMOUNT PIC 9(5)V99 VALUE 0.
               10  FEE-DESCRIPTION PIC X(30) VALUE SPACES.
               10  FEE-REASON-COUNT PIC 9(6) VALUE 0.
               10  FEE-REASON-AMOUNT PIC S9(11)V99 VALUE 0.
       01  RETURN-FEE-TOTAL PIC 9(2) VALUE 0.
       01  WS-FEE-FOUND PIC X VALUE 'N'.
       01  WS-ITEM-FEE PIC 9(5)V99 VALUE 0.
       01  WS-ITEM-DESCRIPTION PIC X(30) VALUE SPACES.
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-REVERSAL-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-ABS-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-REVERSED-OK PIC X VALUE 'N'.
       01  WS-ITEMS-READ PIC 9(6) VALUE 0.
       01  WS-ITEMS-REVERSED PIC 9(6) VALUE 0.
       01  WS-ITEMS-UNMATCHED PIC 9(6) VALUE 0.
       01  WS-FEES-CHARGED PIC 9(6) VALUE 0.
       01  WS-NOTICES-QUEUED PIC 9(6) VALUE 0.
       01  WS-TOTAL-REVERSED PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-FEES PIC S9(11)V99 VALUE 0.
       01  WS-UNLISTED-REASONS PIC 9(6) VALUE 0.
       01  WS-UNLISTED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(10)9.99.
       01  WS-NOTICE-AMOUNT PIC Z(6)9.99.
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-JOURNAL-STAMP PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-RETURN-FEES.
           PERFORM LOAD-RETURNED-ITEMS.
           IF RETURN-ITEM-TOTAL = 0
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO RETURNED ITEMS TO PROCESS" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE WS-JOB-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MATCH-RETURNS-TO-LINEAGE.
           PERFORM MATCH-RETURNS-TO-JOURNAL.
           OPEN I-O INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "RETURNED-ITEMS: UNABLE TO OPEN MASTER FILE "
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
           OPEN EXTEND FEE-DETAIL-FILE.
           IF WS-FEE-DETAIL-STATUS = "35"
               OPEN OUTPUT FEE-DETAIL-FILE
           END-IF.
           OPEN OUTPUT RETURN-NOTICE-FILE.
           PERFORM VARYING RTN-IDX FROM 1 BY 1
                   UNTIL RTN-IDX > RETURN-ITEM-TOTAL
               PERFORM PROCESS-ONE-RETURN
           END-PERFORM.
           CLOSE INDEXED-OUTPUT-FILE.
           IF WS-JOURNAL-STATUS = "00"
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               CLOSE LINEAGE-FILE
           END-IF.
           IF WS-FEE-DETAIL-STATUS = "00"
               CLOSE FEE-DETAIL-FILE
           END-IF.
           CLOSE RETURN-NOTICE-FILE.
           PERFORM WRITE-RETURNS-REGISTER.
           IF WS-ITEMS-UNMATCHED > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "RETURNED ITEMS COULD NOT BE MATCHED" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "RETURNED-ITEMS" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-RETURN-FEES.
           OPEN INPUT RETURN-FEE-FILE.
           IF WS-RETURN-FEE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR RETURN-FEE-TOTAL >= 50
                   READ RETURN-FEE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF RIF-REASON NOT = SPACES
                                   AND RIF-FEE NUMERIC
                               ADD 1 TO RETURN-FEE-TOTAL
                               MOVE RIF-REASON TO
                                   FEE-REASON(RETURN-FEE-TOTAL)
                               MOVE RIF-FEE TO
                                   FEE-AMOUNT(RETURN-FEE-TOTAL)
                               MOVE RIF-DESCRIPTION TO
                                   FEE-DESCRIPTION(RETURN-FEE-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-FEE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-RETURNED-ITEMS.
           OPEN INPUT RETURNED-ITEM-FILE.
           IF WS-RETURNED-ITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR RETURN-ITEM-TOTAL >= 500
               READ RETURNED-ITEM-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF RTN-TRANSACTION-ID NOT = SPACES
                           ADD 1 TO WS-ITEMS-READ
                           ADD 1 TO RETURN-ITEM-TOTAL
                           PERFORM NOTE-RETURNED-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETURNED-ITEM-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-RETURNED-ITEM.
           SET RTN-IDX TO RETURN-ITEM-TOTAL.
           MOVE RTN-TRANSACTION-ID TO RTI-TRANSACTION-ID(RTN-IDX).
           MOVE RTN-ACCOUNT TO RTI-ACCOUNT(RTN-IDX).
           IF RTN-AMOUNT NUMERIC
               MOVE RTN-AMOUNT TO RTI-AMOUNT(RTN-IDX)
           END-IF.
           MOVE RTN-REASON TO RTI-REASON(RTN-IDX).
           IF RTN-RETURN-DATE NUMERIC AND RTN-RETURN-DATE > 0
               MOVE RTN-RETURN-DATE TO RTI-RETURN-DATE(RTN-IDX)
           ELSE
               MOVE WS-RUN-DATE-NUM TO RTI-RETURN-DATE(RTN-IDX)
           END-IF.
           MOVE RTN-BANK-REFERENCE TO RTI-BANK-REFERENCE(RTN-IDX).

       MATCH-RETURNS-TO-LINEAGE.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LINEAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LINEAGE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF LIN-STAGE = "MASTER-UPDATE"
                               AND LIN-DISPOSITION = "POSTED TO MASTER"
                           PERFORM NOTE-ORIGINAL-POSTING
                       END-IF
                       IF LIN-STAGE = "RETURNED-ITEMS"
                               AND LIN-DISPOSITION = "ITEM RETURNED"
                           PERFORM NOTE-PRIOR-RETURN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LINEAGE-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-ORIGINAL-POSTING.
           PERFORM VARYING RTN-IDX FROM 1 BY 1
                   UNTIL RTN-IDX > RETURN-ITEM-TOTAL
               IF RTI-TRANSACTION-ID(RTN-IDX) = LIN-TRANSACTION-ID
                       AND (RTI-ACCOUNT(RTN-IDX) = SPACES
                           OR RTI-ACCOUNT(RTN-IDX) = LIN-ACCOUNT)
                   MOVE 'Y' TO RTI-MATCHED(RTN-IDX)
                   MOVE LIN-ACCOUNT TO RTI-POSTED-ACCOUNT(RTN-IDX)
                   MOVE LIN-AMOUNT TO RTI-POSTED-AMOUNT(RTN-IDX)
                   MOVE LIN-TRAN-DATE TO RTI-POSTED-DATE(RTN-IDX)
               END-IF
           END-PERFORM.

       MATCH-RETURNS-TO-JOURNAL.
           OPEN INPUT POSTING-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF JOURNAL-AMOUNT NUMERIC
                           PERFORM NOTE-JOURNAL-CURRENCY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-JOURNAL-CURRENCY.
           PERFORM VARYING RTN-IDX FROM 1 BY 1
                   UNTIL RTN-IDX > RETURN-ITEM-TOTAL
               IF RTI-MATCHED(RTN-IDX) = 'Y'
                       AND RTI-POSTED-ACCOUNT(RTN-IDX) = JOURNAL-ACCOUNT
                       AND RTI-POSTED-AMOUNT(RTN-IDX) = JOURNAL-AMOUNT
                       AND RTI-POSTED-DATE(RTN-IDX) = JOURNAL-TRAN-DATE
                   MOVE JOURNAL-BALANCE-CURRENCY TO
                       RTI-POSTED-CURRENCY(RTN-IDX)
               END-IF
           END-PERFORM.

       NOTE-PRIOR-RETURN.
           PERFORM VARYING RTN-IDX FROM 1 BY 1
                   UNTIL RTN-IDX > RETURN-ITEM-TOTAL
               IF RTI-TRANSACTION-ID(RTN-IDX) = LIN-TRANSACTION-ID
                       AND (RTI-ACCOUNT(RTN-IDX) = SPACES
                           OR RTI-ACCOUNT(RTN-IDX) = LIN-ACCOUNT)
                   MOVE 'Y' TO RTI-ALREADY-RETURNED(RTN-IDX)
               END-IF
           END-PERFORM.

       PROCESS-ONE-RETURN.
           MOVE 'N' TO WS-REVERSED-OK.
           IF RTI-MATCHED(RTN-IDX) = 'N'
               MOVE "NO ORIGINAL POSTING IN LINEAGE" TO
                   RTI-DISPOSITION(RTN-IDX)
               PERFORM NOTE-UNMATCHED-RETURN
               EXIT PARAGRAPH
           END-IF.
           IF RTI-ALREADY-RETURNED(RTN-IDX) = 'Y'
               MOVE "ALREADY RETURNED" TO RTI-DISPOSITION(RTN-IDX)
               PERFORM NOTE-UNMATCHED-RETURN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ABS-AMOUNT =
               FUNCTION ABS(RTI-POSTED-AMOUNT(RTN-IDX)).
           IF RTI-AMOUNT(RTN-IDX) > 0
                   AND RTI-AMOUNT(RTN-IDX) NOT = WS-ABS-AMOUNT
               MOVE "AMOUNT DIFFERS FROM POSTING" TO
                   RTI-DISPOSITION(RTN-IDX)
               PERFORM NOTE-UNMATCHED-RETURN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-REVERSAL-AMOUNT =
               0 - RTI-POSTED-AMOUNT(RTN-IDX).
           PERFORM REVERSE-ORIGINAL-POSTING.
           IF WS-REVERSED-OK = 'N'
               PERFORM NOTE-UNMATCHED-RETURN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEMS-REVERSED.
           ADD WS-REVERSAL-AMOUNT TO WS-TOTAL-REVERSED.
           MOVE "REVERSED" TO RTI-DISPOSITION(RTN-IDX).
           PERFORM MARK-REPEATED-RETURNS.
           PERFORM FIND-RETURN-FEE.
           PERFORM CHARGE-RETURN-FEE.
           PERFORM QUEUE-RETURN-NOTICE.

       MARK-REPEATED-RETURNS.
           PERFORM VARYING RTN-DUP-IDX FROM RTN-IDX BY 1
                   UNTIL RTN-DUP-IDX > RETURN-ITEM-TOTAL
               IF RTN-DUP-IDX NOT = RTN-IDX
                       AND RTI-TRANSACTION-ID(RTN-DUP-IDX) =
                           RTI-TRANSACTION-ID(RTN-IDX)
                       AND RTI-POSTED-ACCOUNT(RTN-DUP-IDX) =
                           RTI-POSTED-ACCOUNT(RTN-IDX)
                   MOVE 'Y' TO RTI-ALREADY-RETURNED(RTN-DUP-IDX)
               END-IF
           END-PERFORM.

       NOTE-UNMATCHED-RETURN.
           ADD 1 TO WS-ITEMS-UNMATCHED.
           IF WS-LINEAGE-STATUS = "00"
               MOVE 0 TO LIN-SEQUENCE
               MOVE "RETURNED-ITEMS" TO LIN-STAGE
               MOVE "RETURN UNMATCHED" TO LIN-DISPOSITION
               MOVE RTI-ACCOUNT(RTN-IDX) TO LIN-ACCOUNT
               MOVE RTI-AMOUNT(RTN-IDX) TO LIN-AMOUNT
               MOVE RTI-RETURN-DATE(RTN-IDX) TO LIN-TRAN-DATE
               MOVE RTI-TRANSACTION-ID(RTN-IDX) TO LIN-TRANSACTION-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO LIN-STAMP
               WRITE LINEAGE-LINE
           END-IF.

       REVERSE-ORIGINAL-POSTING.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE RTI-POSTED-ACCOUNT(RTN-IDX) TO
               INDEXED-OUTPUT-KEY(1:10).
           MOVE RTI-POSTED-CURRENCY(RTN-IDX) TO
               INDEXED-OUTPUT-KEY(11:3).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO
                       RTI-DISPOSITION(RTN-IDX)
               NOT INVALID KEY
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                   PERFORM APPLY-REVERSAL
           END-READ.

       APPLY-REVERSAL.
           IF POS-CURRENT-BALANCE NOT NUMERIC
               MOVE 0 TO POS-CURRENT-BALANCE
           END-IF.
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
           ADD WS-REVERSAL-AMOUNT TO POS-CURRENT-BALANCE.
           ADD WS-REVERSAL-AMOUNT TO POS-MTD-AMOUNT.
           ADD WS-REVERSAL-AMOUNT TO POS-YTD-AMOUNT.
           ADD 1 TO POS-RECORD-COUNT.
           IF WS-RUN-DATE-NUM > POS-LAST-TRAN-DATE
               MOVE WS-RUN-DATE-NUM TO POS-LAST-TRAN-DATE
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-DATA.
           MOVE MASTER-POSITION-REC TO INDEXED-OUTPUT-DATA.
           REWRITE INDEXED-OUTPUT-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE FAILED" TO
                       RTI-DISPOSITION(RTN-IDX)
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REVERSED-OK
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE.

       WRITE-JOURNAL-ENTRY.
           IF WS-JOURNAL-STATUS = "00"
               MOVE POS-ACCOUNT TO JOURNAL-ACCOUNT
               MOVE POS-COMPANY TO JOURNAL-COMPANY
               MOVE WS-REVERSAL-AMOUNT TO JOURNAL-AMOUNT
               MOVE WS-RUN-DATE-NUM TO JOURNAL-TRAN-DATE
               MOVE 'R' TO JOURNAL-SOURCE-STATUS
               PERFORM NEXT-JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-SEQUENCE TO JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-STAMP TO JOURNAL-STAMP
               MOVE RTI-POSTED-CURRENCY(RTN-IDX) TO
                   JOURNAL-BALANCE-CURRENCY
               MOVE WS-RUN-DATE-NUM TO JOURNAL-POSTED-DATE
               WRITE POSTING-JOURNAL-LINE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               MOVE 0 TO LIN-SEQUENCE
               MOVE "RETURNED-ITEMS" TO LIN-STAGE
               MOVE "ITEM RETURNED" TO LIN-DISPOSITION
               MOVE POS-ACCOUNT TO LIN-ACCOUNT
               MOVE WS-REVERSAL-AMOUNT TO LIN-AMOUNT
               MOVE WS-RUN-DATE-NUM TO LIN-TRAN-DATE
               MOVE RTI-TRANSACTION-ID(RTN-IDX) TO LIN-TRANSACTION-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO LIN-STAMP
               WRITE LINEAGE-LINE
           END-IF.

       FIND-RETURN-FEE.
           MOVE 'N' TO WS-FEE-FOUND.
           MOVE 0 TO WS-ITEM-FEE.
           MOVE SPACES TO WS-ITEM-DESCRIPTION.
           PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > RETURN-FEE-TOTAL
               IF FEE-REASON(FEE-IDX) = RTI-REASON(RTN-IDX)
                   MOVE 'Y' TO WS-FEE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FEE-FOUND = 'N'
               PERFORM VARYING FEE-IDX FROM 1 BY 1
                       UNTIL FEE-IDX > RETURN-FEE-TOTAL
                   IF FEE-REASON(FEE-IDX) = "*"
                       MOVE 'Y' TO WS-FEE-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FEE-FOUND = 'Y'
               MOVE FEE-AMOUNT(FEE-IDX) TO WS-ITEM-FEE
               MOVE FEE-DESCRIPTION(FEE-IDX) TO WS-ITEM-DESCRIPTION
               ADD 1 TO FEE-REASON-COUNT(FEE-IDX)
               ADD WS-REVERSAL-AMOUNT TO FEE-REASON-AMOUNT(FEE-IDX)
           ELSE
               ADD 1 TO WS-UNLISTED-REASONS
               ADD WS-REVERSAL-AMOUNT TO WS-UNLISTED-AMOUNT
           END-IF.

       CHARGE-RETURN-FEE.
           IF WS-ITEM-FEE = 0 OR WS-FEE-DETAIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO FEE-DETAIL-STATUS.
           MOVE RTI-POSTED-ACCOUNT(RTN-IDX) TO FEE-DETAIL-ACCOUNT.
           MOVE WS-ABS-AMOUNT TO FEE-DETAIL-AMOUNT.
           MOVE WS-ITEM-FEE TO FEE-DETAIL-FEE.
           WRITE FEE-DETAIL-LINE.
           ADD 1 TO WS-FEES-CHARGED.
           ADD WS-ITEM-FEE TO WS-TOTAL-FEES.

       QUEUE-RETURN-NOTICE.
           MOVE WS-ABS-AMOUNT TO WS-NOTICE-AMOUNT.
           MOVE SPACES TO RETURN-NOTICE-LINE.
           STRING "RETURNED ENTRY STATUS R AMOUNT " WS-NOTICE-AMOUNT
               " ID " RTI-POSTED-ACCOUNT(RTN-IDX)
               " REASON " RTI-REASON(RTN-IDX)
               DELIMITED BY SIZE INTO RETURN-NOTICE-LINE.
           WRITE RETURN-NOTICE-LINE.
           ADD 1 TO WS-NOTICES-QUEUED.

       WRITE-RETURNS-REGISTER.
           OPEN OUTPUT RETURNS-REGISTER-FILE.
           MOVE "RETURNED ITEMS REGISTER" TO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           MOVE "RETURNS REVERSED" TO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           PERFORM VARYING RTN-IDX FROM 1 BY 1
                   UNTIL RTN-IDX > RETURN-ITEM-TOTAL
               IF RTI-DISPOSITION(RTN-IDX) = "REVERSED"
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           END-PERFORM.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           MOVE "RETURNS NOT MATCHED" TO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           PERFORM VARYING RTN-IDX FROM 1 BY 1
                   UNTIL RTN-IDX > RETURN-ITEM-TOTAL
               IF RTI-DISPOSITION(RTN-IDX) NOT = "REVERSED"
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           END-PERFORM.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           MOVE "RETURNS BY REASON CODE" TO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           PERFORM VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > RETURN-FEE-TOTAL
               IF FEE-REASON-COUNT(FEE-IDX) > 0
                   MOVE FEE-REASON-COUNT(FEE-IDX) TO WS-COUNT-DISPLAY
                   MOVE FEE-REASON-AMOUNT(FEE-IDX) TO
                       WS-AMOUNT-DISPLAY
                   MOVE SPACES TO RETURNS-REGISTER-LINE
                   STRING "  " FEE-REASON(FEE-IDX) " "
                       FEE-DESCRIPTION(FEE-IDX)
                       " ITEMS " WS-COUNT-DISPLAY
                       " AMOUNT " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO RETURNS-REGISTER-LINE
                   WRITE RETURNS-REGISTER-LINE
               END-IF
           END-PERFORM.
           IF WS-UNLISTED-REASONS > 0
               MOVE WS-UNLISTED-REASONS TO WS-COUNT-DISPLAY
               MOVE WS-UNLISTED-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO RETURNS-REGISTER-LINE
               STRING "  UNLISTED REASON CODES"
                   "               ITEMS " WS-COUNT-DISPLAY
                   " AMOUNT " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO RETURNS-REGISTER-LINE
               WRITE RETURNS-REGISTER-LINE
           END-IF.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           MOVE WS-ITEMS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           STRING "RETURNS RECEIVED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           MOVE WS-ITEMS-REVERSED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-REVERSED TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           STRING "RETURNS REVERSED: " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           MOVE WS-ITEMS-UNMATCHED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           STRING "RETURNS NOT MATCHED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           MOVE WS-FEES-CHARGED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-FEES TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           STRING "RETURN FEES CHARGED: " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           MOVE WS-NOTICES-QUEUED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           STRING "CUSTOMER NOTICES QUEUED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.
           CLOSE RETURNS-REGISTER-FILE.

       WRITE-REGISTER-DETAIL.
           MOVE RTI-AMOUNT(RTN-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE RTI-POSTED-AMOUNT(RTN-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO RETURNS-REGISTER-LINE.
           STRING "  TXN " RTI-TRANSACTION-ID(RTN-IDX)
               " ACCOUNT " RTI-ACCOUNT(RTN-IDX)
               " REASON " RTI-REASON(RTN-IDX)
               " RETURNED " WS-AMOUNT-DISPLAY
               " POSTED " WS-AMOUNT-DISPLAY-2
               " " RTI-DISPOSITION(RTN-IDX)
               DELIMITED BY SIZE INTO RETURNS-REGISTER-LINE.
           WRITE RETURNS-REGISTER-LINE.

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
               DISPLAY "RETURNED-ITEMS: NO BUSINESS DATE RECORD, "
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
