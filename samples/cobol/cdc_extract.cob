       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDC-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-JOURNAL-STATUS.
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO "master_change_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.
           SELECT JOURNAL-SEQUENCE-FILE
               ASSIGN TO "journal_sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-SEQ-STATUS.
           SELECT CDC-CONTROL-FILE ASSIGN TO "cdc_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDC-CONTROL-STATUS.
           SELECT CDC-STATE-FILE ASSIGN TO "cdc_account_state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDC-STATE-STATUS.
           SELECT CDC-FEED-FILE ASSIGN TO "master_cdc_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CDC-REPORT-FILE ASSIGN TO "cdc_extract_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "cdc_extract_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
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
       FD  CHANGE-JOURNAL-FILE.
       01  CHANGE-JOURNAL-LINE.
           05  JRNL-KEY PIC X(40).
           05  JRNL-ACTION PIC X.
           05  JRNL-OPERATOR PIC X(8).
           05  JRNL-STAMP PIC X(14).
           05  JRNL-BEFORE-IMAGE PIC X(106).
           05  JRNL-AFTER-IMAGE PIC X(106).
           05  JRNL-SEQUENCE PIC 9(9).
           05  JRNL-CHAIN-HASH PIC 9(16).
       FD  JOURNAL-SEQUENCE-FILE.
       01  JOURNAL-SEQUENCE-LINE.
           COPY "JOURNAL-SEQUENCE-RECORD.cpy".
       FD  CDC-CONTROL-FILE.
       01  CDC-CONTROL-LINE.
           05  CDC-CTL-LAST-JOURNAL-SEQ PIC 9(9).
           05  CDC-CTL-LAST-FEED-SEQ PIC 9(12).
           05  CDC-CTL-LAST-RUN-DATE PIC 9(8).
       FD  CDC-STATE-FILE.
       01  CDC-STATE-LINE.
           05  CST-ACCOUNT PIC X(10).
           05  CST-COMPANY PIC X(3).
           05  CST-BALANCE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  CST-BALANCE-CURRENCY PIC X(3).
       FD  CDC-FEED-FILE.
       01  CDC-FEED-RECORD PIC X(80).
       01  CDC-HEADER-DETAIL REDEFINES CDC-FEED-RECORD.
           05  CDC-HDR-TYPE PIC X.
           05  CDC-HDR-BUSINESS-DATE PIC 9(8).
           05  CDC-HDR-FIRST-FEED-SEQ PIC 9(12).
           05  CDC-HDR-RUN-STAMP PIC X(14).
           05  CDC-HDR-MODE PIC X.
           05  FILLER PIC X(44).
       01  CDC-CHANGE-DETAIL REDEFINES CDC-FEED-RECORD.
           05  CDC-DTL-TYPE PIC X.
           05  CDC-DTL-FEED-SEQ PIC 9(12).
           05  CDC-DTL-BUSINESS-DATE PIC 9(8).
           05  CDC-DTL-OPERATION PIC X.
           05  CDC-DTL-ACCOUNT PIC X(10).
           05  CDC-DTL-COMPANY PIC X(3).
           05  CDC-DTL-BEFORE-BALANCE PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  CDC-DTL-AFTER-BALANCE PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  CDC-DTL-BALANCE-CURRENCY PIC X(3).
           05  FILLER PIC X(14).
       01  CDC-TRAILER-DETAIL REDEFINES CDC-FEED-RECORD.
           05  CDC-TRL-TYPE PIC X.
           05  CDC-TRL-INSERT-COUNT PIC 9(9).
           05  CDC-TRL-UPDATE-COUNT PIC 9(9).
           05  CDC-TRL-DELETE-COUNT PIC 9(9).
           05  CDC-TRL-DETAIL-COUNT PIC 9(9).
           05  CDC-TRL-LAST-FEED-SEQ PIC 9(12).
           05  CDC-TRL-BUSINESS-DATE PIC 9(8).
           05  FILLER PIC X(23).
       FD  CDC-REPORT-FILE.
       01  CDC-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-POSTING-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-CHANGE-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-CDC-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-CDC-STATE-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "CHANGE FEED WRITTEN".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-STAMP PIC X(14) VALUE SPACES.
       01  WS-INITIAL-LOAD PIC X VALUE 'N'.
       01  WS-LAST-JOURNAL-SEQ PIC 9(9) VALUE 0.
       01  WS-HIGH-JOURNAL-SEQ PIC 9(9) VALUE 0.
       01  WS-LAST-FEED-SEQ PIC 9(12) VALUE 0.
       01  WS-FIRST-FEED-SEQ PIC 9(12) VALUE 0.
       01  WS-JOURNAL-ENTRIES PIC 9(9) VALUE 0.
       01  WS-EXPECTED-ENTRIES PIC 9(9) VALUE 0.
       01  WS-UNSEQUENCED-COUNT PIC 9(6) VALUE 0.
       01  CDC-STATE-TABLE.
           05  CDC-STATE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CST-IDX.
               10  CSE-ACCOUNT PIC X(10) VALUE SPACES.
               10  CSE-BALANCE-CURRENCY PIC X(3) VALUE SPACES.
               10  CSE-COMPANY PIC X(3) VALUE SPACES.
               10  CSE-BALANCE PIC S9(11)V99 VALUE 0.
               10  CSE-ACTIVE PIC X VALUE 'N'.
       01  CDC-STATE-TOTAL PIC 9(4) VALUE 0.
       01  WS-STATE-IDX PIC 9(4) VALUE 0.
       01  TOUCHED-TABLE.
           05  TOUCHED-ENTRY OCCURS 2000 TIMES
                   INDEXED BY TCH-IDX.
               10  TCH-ACCOUNT PIC X(10) VALUE SPACES.
               10  TCH-BALANCE-CURRENCY PIC X(3) VALUE SPACES.
       01  TOUCHED-TOTAL PIC 9(4) VALUE 0.
       01  WS-TABLE-OVERFLOW PIC X VALUE 'N'.
       01  WS-OVERFLOW-REASON PIC X(40) VALUE SPACES.
       01  WS-TOUCH-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-TOUCH-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-TOUCH-SEQ PIC 9(9) VALUE 0.
       01  WS-ON-MASTER PIC X VALUE 'N'.
       01  WS-AFTER-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-AFTER-COMPANY PIC X(3) VALUE SPACES.
       01  WS-BEFORE-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-OPERATION PIC X VALUE SPACE.
       01  WS-INSERT-COUNT PIC 9(9) VALUE 0.
       01  WS-UPDATE-COUNT PIC 9(9) VALUE 0.
       01  WS-DELETE-COUNT PIC 9(9) VALUE 0.
       01  WS-DETAIL-COUNT PIC 9(9) VALUE 0.
       01  WS-TRANSIENT-COUNT PIC 9(9) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-SEQ-DISPLAY PIC Z(11)9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           PERFORM LOAD-CDC-CONTROL.
           PERFORM LOAD-CDC-STATE.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "CDC-EXTRACT: UNABLE TO OPEN MASTER FILE "
                   "output.idx, FILE STATUS " WS-INDEXED-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-FIRST-FEED-SEQ = WS-LAST-FEED-SEQ + 1.
           IF WS-INITIAL-LOAD = 'N'
               MOVE WS-LAST-JOURNAL-SEQ TO WS-HIGH-JOURNAL-SEQ
               PERFORM COLLECT-POSTING-TOUCHES
               PERFORM COLLECT-CHANGE-TOUCHES
           END-IF.
           IF WS-TABLE-OVERFLOW = 'Y'
               PERFORM REFUSE-TABLE-OVERFLOW
           END-IF.
           OPEN OUTPUT CDC-FEED-FILE.
           PERFORM WRITE-FEED-HEADER.
           IF WS-INITIAL-LOAD = 'Y'
               PERFORM LOAD-CURRENT-JOURNAL-SEQ
               PERFORM FEED-INITIAL-LOAD
           ELSE
               PERFORM VARYING TCH-IDX FROM 1 BY 1
                       UNTIL TCH-IDX > TOUCHED-TOTAL
                   PERFORM FEED-ONE-ACCOUNT
               END-PERFORM
           END-IF.
           IF WS-TABLE-OVERFLOW = 'Y'
               CLOSE CDC-FEED-FILE
               OPEN OUTPUT CDC-FEED-FILE
               CLOSE CDC-FEED-FILE
               PERFORM REFUSE-TABLE-OVERFLOW
           END-IF.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE CDC-FEED-FILE.
           CLOSE INDEXED-OUTPUT-FILE.
           PERFORM SAVE-CDC-STATE.
           PERFORM SAVE-CDC-CONTROL.
           PERFORM WRITE-CDC-REPORT.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "CDC-EXTRACT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       REFUSE-TABLE-OVERFLOW.
           CLOSE INDEXED-OUTPUT-FILE.
           DISPLAY "CDC-EXTRACT: " WS-OVERFLOW-REASON
               " - NO FEED SENT, STATE NOT SAVED".
           OPEN OUTPUT CDC-REPORT-FILE.
           MOVE "MASTER CHANGE FEED REPORT" TO CDC-REPORT-LINE.
           WRITE CDC-REPORT-LINE.
           MOVE SPACES TO CDC-REPORT-LINE.
           STRING WS-OVERFLOW-REASON DELIMITED BY SIZE
               INTO CDC-REPORT-LINE.
           WRITE CDC-REPORT-LINE.
           MOVE "NO FEED SENT - CDC STATE AND CONTROL NOT SAVED" TO
               CDC-REPORT-LINE.
           WRITE CDC-REPORT-LINE.
           CLOSE CDC-REPORT-FILE.
           MOVE RC-DISCREPANCY TO WS-JOB-CODE.
           MOVE WS-OVERFLOW-REASON TO WS-JOB-REASON.
           PERFORM WRITE-JOB-STATUS.
           MOVE RC-DISCREPANCY TO RETURN-CODE.
           STOP RUN.

       LOAD-CDC-CONTROL.
           OPEN INPUT CDC-CONTROL-FILE.
           IF WS-CDC-CONTROL-STATUS = "00"
               READ CDC-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CDC-CTL-LAST-JOURNAL-SEQ NUMERIC
                           MOVE CDC-CTL-LAST-JOURNAL-SEQ TO
                               WS-LAST-JOURNAL-SEQ
                       END-IF
                       IF CDC-CTL-LAST-FEED-SEQ NUMERIC
                           MOVE CDC-CTL-LAST-FEED-SEQ TO
                               WS-LAST-FEED-SEQ
                       END-IF
               END-READ
               CLOSE CDC-CONTROL-FILE
           END-IF.

       LOAD-CDC-STATE.
           OPEN INPUT CDC-STATE-FILE.
           IF WS-CDC-STATE-STATUS NOT = "00"
               MOVE 'Y' TO WS-INITIAL-LOAD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CDC-STATE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CST-ACCOUNT NOT = SPACES
                               AND CDC-STATE-TOTAL >= 5000
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                           MOVE "CDC ACCOUNT STATE TABLE FULL" TO
                               WS-OVERFLOW-REASON
                           MOVE 'Y' TO EOF-FLAG
                       END-IF
                       IF CST-ACCOUNT NOT = SPACES
                               AND WS-TABLE-OVERFLOW = 'N'
                           ADD 1 TO CDC-STATE-TOTAL
                           MOVE CST-ACCOUNT TO
                               CSE-ACCOUNT(CDC-STATE-TOTAL)
                           MOVE CST-BALANCE-CURRENCY TO
                               CSE-BALANCE-CURRENCY(CDC-STATE-TOTAL)
                           MOVE CST-COMPANY TO
                               CSE-COMPANY(CDC-STATE-TOTAL)
                           IF CST-BALANCE NUMERIC
                               MOVE CST-BALANCE TO
                                   CSE-BALANCE(CDC-STATE-TOTAL)
                           END-IF
                           MOVE 'Y' TO CSE-ACTIVE(CDC-STATE-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CDC-STATE-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-CURRENT-JOURNAL-SEQ.
           MOVE WS-LAST-JOURNAL-SEQ TO WS-HIGH-JOURNAL-SEQ.
           OPEN INPUT JOURNAL-SEQUENCE-FILE.
           IF WS-JOURNAL-SEQ-STATUS = "00"
               READ JOURNAL-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JSQ-LAST-SEQUENCE NUMERIC
                           MOVE JSQ-LAST-SEQUENCE TO
                               WS-HIGH-JOURNAL-SEQ
                       END-IF
               END-READ
               CLOSE JOURNAL-SEQUENCE-FILE
           END-IF.

       FEED-INITIAL-LOAD.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INDEXED-OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE INDEXED-OUTPUT-DATA TO
                           MASTER-POSITION-REC
                       IF POS-ACCOUNT NOT = SPACES
                           MOVE POS-ACCOUNT TO WS-TOUCH-ACCOUNT
                           MOVE POS-BALANCE-CURRENCY TO
                               WS-TOUCH-CURRENCY
                           PERFORM TAKE-MASTER-IMAGE
                           MOVE 0 TO WS-STATE-IDX
                           MOVE 0 TO WS-BEFORE-BALANCE
                           MOVE 'I' TO WS-OPERATION
                           PERFORM WRITE-FEED-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.

       COLLECT-POSTING-TOUCHES.
           OPEN INPUT POSTING-JOURNAL-FILE.
           IF WS-POSTING-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF JOURNAL-ACCOUNT NOT = SPACES
                           MOVE JOURNAL-ACCOUNT TO WS-TOUCH-ACCOUNT
                           MOVE JOURNAL-BALANCE-CURRENCY TO
                               WS-TOUCH-CURRENCY
                           IF JOURNAL-SEQUENCE NUMERIC
                               MOVE JOURNAL-SEQUENCE TO WS-TOUCH-SEQ
                           ELSE
                               MOVE 0 TO WS-TOUCH-SEQ
                           END-IF
                           PERFORM RECORD-TOUCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       COLLECT-CHANGE-TOUCHES.
           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF WS-CHANGE-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CHANGE-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF JRNL-KEY NOT = SPACES
                           MOVE JRNL-KEY(1:10) TO WS-TOUCH-ACCOUNT
                           MOVE JRNL-KEY(11:3) TO WS-TOUCH-CURRENCY
                           IF JRNL-SEQUENCE NUMERIC
                               MOVE JRNL-SEQUENCE TO WS-TOUCH-SEQ
                           ELSE
                               MOVE 0 TO WS-TOUCH-SEQ
                           END-IF
                           PERFORM RECORD-TOUCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHANGE-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       RECORD-TOUCH.
           IF WS-TOUCH-SEQ = 0
               ADD 1 TO WS-UNSEQUENCED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-TOUCH-SEQ NOT > WS-LAST-JOURNAL-SEQ
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JOURNAL-ENTRIES.
           IF WS-TOUCH-SEQ > WS-HIGH-JOURNAL-SEQ
               MOVE WS-TOUCH-SEQ TO WS-HIGH-JOURNAL-SEQ
           END-IF.
           PERFORM VARYING TCH-IDX FROM 1 BY 1
                   UNTIL TCH-IDX > TOUCHED-TOTAL
               IF TCH-ACCOUNT(TCH-IDX) = WS-TOUCH-ACCOUNT
                       AND TCH-BALANCE-CURRENCY(TCH-IDX) =
                           WS-TOUCH-CURRENCY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF TOUCHED-TOTAL >= 2000
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               MOVE "TOUCHED ACCOUNT TABLE FULL" TO WS-OVERFLOW-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TOUCHED-TOTAL.
           MOVE WS-TOUCH-ACCOUNT TO TCH-ACCOUNT(TOUCHED-TOTAL).
           MOVE WS-TOUCH-CURRENCY TO
               TCH-BALANCE-CURRENCY(TOUCHED-TOTAL).

       FEED-ONE-ACCOUNT.
           MOVE TCH-ACCOUNT(TCH-IDX) TO WS-TOUCH-ACCOUNT.
           MOVE TCH-BALANCE-CURRENCY(TCH-IDX) TO WS-TOUCH-CURRENCY.
           MOVE 'N' TO WS-ON-MASTER.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-TOUCH-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           MOVE WS-TOUCH-CURRENCY TO INDEXED-OUTPUT-KEY(11:3).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                   PERFORM TAKE-MASTER-IMAGE
           END-READ.
           PERFORM FIND-STATE-ENTRY.
           MOVE 0 TO WS-BEFORE-BALANCE.
           IF WS-STATE-IDX > 0
               MOVE CSE-BALANCE(WS-STATE-IDX) TO WS-BEFORE-BALANCE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ON-MASTER = 'Y' AND WS-STATE-IDX = 0
                   MOVE 'I' TO WS-OPERATION
               WHEN WS-ON-MASTER = 'Y'
                   MOVE 'U' TO WS-OPERATION
               WHEN WS-STATE-IDX > 0
                   MOVE 'D' TO WS-OPERATION
                   MOVE 0 TO WS-AFTER-BALANCE
                   MOVE CSE-COMPANY(WS-STATE-IDX) TO
                       WS-AFTER-COMPANY
               WHEN OTHER
                   ADD 1 TO WS-TRANSIENT-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM WRITE-FEED-DETAIL.

       TAKE-MASTER-IMAGE.
           MOVE 'Y' TO WS-ON-MASTER.
           MOVE POS-COMPANY TO WS-AFTER-COMPANY.
           IF POS-CURRENT-BALANCE NUMERIC
               MOVE POS-CURRENT-BALANCE TO WS-AFTER-BALANCE
           ELSE
               MOVE 0 TO WS-AFTER-BALANCE
           END-IF.

       FIND-STATE-ENTRY.
           MOVE 0 TO WS-STATE-IDX.
           PERFORM VARYING CST-IDX FROM 1 BY 1
                   UNTIL CST-IDX > CDC-STATE-TOTAL
               IF CSE-ACCOUNT(CST-IDX) = WS-TOUCH-ACCOUNT
                       AND CSE-BALANCE-CURRENCY(CST-IDX) =
                           WS-TOUCH-CURRENCY
                       AND CSE-ACTIVE(CST-IDX) = 'Y'
                   SET WS-STATE-IDX TO CST-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       WRITE-FEED-HEADER.
           MOVE SPACES TO CDC-FEED-RECORD.
           MOVE 'H' TO CDC-HDR-TYPE.
           MOVE WS-RUN-DATE-NUM TO CDC-HDR-BUSINESS-DATE.
           MOVE WS-FIRST-FEED-SEQ TO CDC-HDR-FIRST-FEED-SEQ.
           MOVE WS-RUN-STAMP TO CDC-HDR-RUN-STAMP.
           IF WS-INITIAL-LOAD = 'Y'
               MOVE 'F' TO CDC-HDR-MODE
           ELSE
               MOVE 'C' TO CDC-HDR-MODE
           END-IF.
           WRITE CDC-FEED-RECORD.

       WRITE-FEED-DETAIL.
           ADD 1 TO WS-LAST-FEED-SEQ.
           MOVE SPACES TO CDC-FEED-RECORD.
           MOVE 'D' TO CDC-DTL-TYPE.
           MOVE WS-LAST-FEED-SEQ TO CDC-DTL-FEED-SEQ.
           MOVE WS-RUN-DATE-NUM TO CDC-DTL-BUSINESS-DATE.
           MOVE WS-OPERATION TO CDC-DTL-OPERATION.
           MOVE WS-TOUCH-ACCOUNT TO CDC-DTL-ACCOUNT.
           MOVE WS-TOUCH-CURRENCY TO CDC-DTL-BALANCE-CURRENCY.
           MOVE WS-AFTER-COMPANY TO CDC-DTL-COMPANY.
           MOVE WS-BEFORE-BALANCE TO CDC-DTL-BEFORE-BALANCE.
           MOVE WS-AFTER-BALANCE TO CDC-DTL-AFTER-BALANCE.
           WRITE CDC-FEED-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           EVALUATE WS-OPERATION
               WHEN 'I'
                   ADD 1 TO WS-INSERT-COUNT
                   PERFORM ADD-STATE-ENTRY
               WHEN 'U'
                   ADD 1 TO WS-UPDATE-COUNT
                   MOVE WS-AFTER-COMPANY TO CSE-COMPANY(WS-STATE-IDX)
                   MOVE WS-AFTER-BALANCE TO CSE-BALANCE(WS-STATE-IDX)
               WHEN 'D'
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE 'N' TO CSE-ACTIVE(WS-STATE-IDX)
           END-EVALUATE.

       ADD-STATE-ENTRY.
           IF CDC-STATE-TOTAL >= 5000
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               MOVE "CDC ACCOUNT STATE TABLE FULL" TO
                   WS-OVERFLOW-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CDC-STATE-TOTAL.
           MOVE WS-TOUCH-ACCOUNT TO CSE-ACCOUNT(CDC-STATE-TOTAL).
           MOVE WS-TOUCH-CURRENCY TO
               CSE-BALANCE-CURRENCY(CDC-STATE-TOTAL).
           MOVE WS-AFTER-COMPANY TO CSE-COMPANY(CDC-STATE-TOTAL).
           MOVE WS-AFTER-BALANCE TO CSE-BALANCE(CDC-STATE-TOTAL).
           MOVE 'Y' TO CSE-ACTIVE(CDC-STATE-TOTAL).

       WRITE-FEED-TRAILER.
           MOVE SPACES TO CDC-FEED-RECORD.
           MOVE 'T' TO CDC-TRL-TYPE.
           MOVE WS-INSERT-COUNT TO CDC-TRL-INSERT-COUNT.
           MOVE WS-UPDATE-COUNT TO CDC-TRL-UPDATE-COUNT.
           MOVE WS-DELETE-COUNT TO CDC-TRL-DELETE-COUNT.
           MOVE WS-DETAIL-COUNT TO CDC-TRL-DETAIL-COUNT.
           MOVE WS-LAST-FEED-SEQ TO CDC-TRL-LAST-FEED-SEQ.
           MOVE WS-RUN-DATE-NUM TO CDC-TRL-BUSINESS-DATE.
           WRITE CDC-FEED-RECORD.

       SAVE-CDC-STATE.
           OPEN OUTPUT CDC-STATE-FILE.
           PERFORM VARYING CST-IDX FROM 1 BY 1
                   UNTIL CST-IDX > CDC-STATE-TOTAL
               IF CSE-ACTIVE(CST-IDX) = 'Y'
                   MOVE CSE-ACCOUNT(CST-IDX) TO CST-ACCOUNT
                   MOVE CSE-BALANCE-CURRENCY(CST-IDX) TO
                       CST-BALANCE-CURRENCY
                   MOVE CSE-COMPANY(CST-IDX) TO CST-COMPANY
                   MOVE CSE-BALANCE(CST-IDX) TO CST-BALANCE
                   WRITE CDC-STATE-LINE
               END-IF
           END-PERFORM.
           CLOSE CDC-STATE-FILE.

       SAVE-CDC-CONTROL.
           OPEN OUTPUT CDC-CONTROL-FILE.
           MOVE WS-HIGH-JOURNAL-SEQ TO CDC-CTL-LAST-JOURNAL-SEQ.
           MOVE WS-LAST-FEED-SEQ TO CDC-CTL-LAST-FEED-SEQ.
           MOVE WS-RUN-DATE-NUM TO CDC-CTL-LAST-RUN-DATE.
           WRITE CDC-CONTROL-LINE.
           CLOSE CDC-CONTROL-FILE.

       WRITE-CDC-REPORT.
           OPEN OUTPUT CDC-REPORT-FILE.
           MOVE "MASTER CHANGE FEED REPORT" TO CDC-REPORT-LINE.
           WRITE CDC-REPORT-LINE.
           IF WS-INITIAL-LOAD = 'Y'
               MOVE "NO PRIOR FEED STATE - FULL INITIAL LOAD SENT" TO
                   CDC-REPORT-LINE
               WRITE CDC-REPORT-LINE
           END-IF.
           MOVE WS-INSERT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CDC-REPORT-LINE.
           STRING "INSERTS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CDC-REPORT-LINE.
           WRITE CDC-REPORT-LINE.
           MOVE WS-UPDATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CDC-REPORT-LINE.
           STRING "UPDATES: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CDC-REPORT-LINE.
           WRITE CDC-REPORT-LINE.
           MOVE WS-DELETE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CDC-REPORT-LINE.
           STRING "DELETES: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CDC-REPORT-LINE.
           WRITE CDC-REPORT-LINE.
           MOVE WS-TRANSIENT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CDC-REPORT-LINE.
           STRING "ADDED AND REMOVED SINCE LAST FEED: "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CDC-REPORT-LINE.
           WRITE CDC-REPORT-LINE.
           MOVE WS-LAST-FEED-SEQ TO WS-SEQ-DISPLAY.
           MOVE SPACES TO CDC-REPORT-LINE.
           STRING "LAST FEED SEQUENCE: " WS-SEQ-DISPLAY
               DELIMITED BY SIZE INTO CDC-REPORT-LINE.
           WRITE CDC-REPORT-LINE.
           MOVE WS-HIGH-JOURNAL-SEQ TO WS-SEQ-DISPLAY.
           MOVE SPACES TO CDC-REPORT-LINE.
           STRING "JOURNALS CONSUMED THROUGH SEQUENCE: " WS-SEQ-DISPLAY
               DELIMITED BY SIZE INTO CDC-REPORT-LINE.
           WRITE CDC-REPORT-LINE.
           IF WS-UNSEQUENCED-COUNT > 0
               MOVE WS-UNSEQUENCED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO CDC-REPORT-LINE
               STRING "UNSEQUENCED JOURNAL ENTRIES IGNORED: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO CDC-REPORT-LINE
               WRITE CDC-REPORT-LINE
           END-IF.
           IF WS-INITIAL-LOAD = 'N'
               COMPUTE WS-EXPECTED-ENTRIES =
                   WS-HIGH-JOURNAL-SEQ - WS-LAST-JOURNAL-SEQ
               IF WS-JOURNAL-ENTRIES NOT = WS-EXPECTED-ENTRIES
                   MOVE SPACES TO CDC-REPORT-LINE
                   STRING "JOURNAL SEQUENCE GAP SINCE LAST FEED - "
                       "COMPARE MASTER WITH WAREHOUSE"
                       DELIMITED BY SIZE INTO CDC-REPORT-LINE
                   WRITE CDC-REPORT-LINE
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "JOURNAL SEQUENCE GAP SINCE LAST FEED" TO
                       WS-JOB-REASON
               END-IF
           END-IF.
           CLOSE CDC-REPORT-FILE.

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
               DISPLAY "CDC-EXTRACT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
