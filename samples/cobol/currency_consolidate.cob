       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRENCY-CONSOLIDATE.
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
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "record_summary_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT STANDING-FILE
               ASSIGN TO "standing_instructions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.
           SELECT FEE-DETAIL-FILE ASSIGN TO "fee_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-DETAIL-STATUS.
           SELECT MERGE-XREF-FILE
               ASSIGN TO "account_merge_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-XREF-STATUS.
           SELECT REDIRECT-WORK-FILE
               ASSIGN TO "currency_consolidate_redirect.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECT-WORK-STATUS.
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO "master_change_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-SEQUENCE-FILE
               ASSIGN TO "journal_sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-SEQ-STATUS.
           SELECT CONSOLIDATE-REPORT-FILE
               ASSIGN TO "currency_consolidate_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "currency_consolidate_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHAIN-SEAL-FILE ASSIGN TO "chain_seals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-SEAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE.
           COPY "SUSPENSE-RECORD.cpy".
       FD  STANDING-FILE.
       01  STANDING-LINE.
           05  SI-ACCOUNT PIC X(10).
           05  SI-REST PIC X(30).
       FD  FEE-DETAIL-FILE.
       01  FEE-DETAIL-LINE.
           05  FEE-DETAIL-STATUS PIC X.
           05  FEE-DETAIL-ACCOUNT PIC X(10).
           05  FEE-DETAIL-REST PIC X(24).
       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-LINE.
           05  MXR-OLD-ACCOUNT PIC X(10).
           05  MXR-NEW-ACCOUNT PIC X(10).
           05  MXR-MERGE-DATE PIC 9(8).
       FD  REDIRECT-WORK-FILE.
       01  REDIRECT-WORK-LINE PIC X(92).
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
       FD  CONSOLIDATE-REPORT-FILE.
       01  CONSOLIDATE-REPORT-LINE PIC X(120).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       FD  CHAIN-SEAL-FILE.
       01  CHAIN-SEAL-LINE.
           COPY "CHAIN-SEAL-RECORD.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-STANDING-STATUS PIC XX VALUE "00".
       01  WS-FEE-DETAIL-STATUS PIC XX VALUE "00".
       01  WS-MERGE-XREF-STATUS PIC XX VALUE "00".
       01  WS-REDIRECT-WORK-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-JOURNAL-STAMP PIC X(14) VALUE SPACES.
       01  WS-JOURNAL-KEY PIC X(40) VALUE SPACES.
       01  WS-JOURNAL-ACTION PIC X VALUE SPACE.
       01  WS-BEFORE-IMAGE PIC X(106) VALUE SPACES.
       01  WS-AFTER-IMAGE PIC X(106) VALUE SPACES.
       01  WS-MERGING-IMAGE PIC X(106) VALUE SPACES.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40)
           VALUE "CURRENCY BALANCES CONSOLIDATED".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10  XRF-ACCOUNT PIC X(10) VALUE SPACES.
               10  XRF-CUSTOMER PIC X(8) VALUE SPACES.
       01  XREF-TOTAL PIC 9(4) VALUE 0.
       01  CANDIDATE-TABLE.
           05  CANDIDATE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CND-IDX SRV-IDX.
               10  CND-ACCOUNT PIC X(10) VALUE SPACES.
               10  CND-CUSTOMER PIC X(8) VALUE SPACES.
               10  CND-CURRENCY PIC X(3) VALUE SPACES.
       01  CANDIDATE-TOTAL PIC 9(4) VALUE 0.
       01  WS-CUSTOMER PIC X(8) VALUE SPACES.
       01  WS-SURVIVOR PIC X(10) VALUE SPACES.
       01  WS-MERGING PIC X(10) VALUE SPACES.
       01  WS-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-MOVED-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-POSITIONS-READ PIC 9(6) VALUE 0.
       01  WS-CONVERTED-COUNT PIC 9(6) VALUE 0.
       01  WS-SAME-CURRENCY-COUNT PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(6) VALUE 0.
       01  WS-ITEMS-REDIRECTED PIC 9(6) VALUE 0.
       01  WS-XREF-DROPPED PIC 9(6) VALUE 0.
       01  REDIRECT-TABLE.
           05  REDIRECT-ENTRY OCCURS 500 TIMES
                   INDEXED BY RDX-IDX.
               10  RDX-OLD PIC X(10) VALUE SPACES.
               10  RDX-NEW PIC X(10) VALUE SPACES.
       01  REDIRECT-TOTAL PIC 9(3) VALUE 0.
       01  WS-MAPPED-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01  WS-CHAIN-SEAL-STATUS PIC XX VALUE "00".
       01  WS-CHAIN-EOF PIC X VALUE 'N'.
       01  WS-CHAIN-LOADED PIC X VALUE 'N'.
       01  WS-CHAIN-FILE-ID PIC X(8) VALUE "CHGJRNL".
       01  WS-CHAIN-HASH PIC 9(16) VALUE 0.
       01  WS-CHAIN-LANES REDEFINES WS-CHAIN-HASH.
           05  WS-CHAIN-LANE-A PIC 9(8).
           05  WS-CHAIN-LANE-B PIC 9(8).
       01  WS-CHAIN-TEXT PIC X(284) VALUE SPACES.
       01  WS-CHAIN-LENGTH PIC 9(4) VALUE 284.
       01  WS-CHAIN-POS PIC 9(4) VALUE 0.
       01  WS-CHAIN-COUNT PIC 9(9) VALUE 0.
       01  WS-CHAIN-SEAL-DATE PIC 9(8) VALUE 0.
       01  WS-CHAIN-SLOT PIC 9(4) VALUE 0.
       01  CHAIN-SEAL-TABLE.
           05  CHAIN-SEAL-ENTRY OCCURS 5000 TIMES INDEXED BY CSL-IDX.
               10  CSL-FILE-ID PIC X(8).
               10  CSL-TYPE PIC X.
               10  CSL-DATE PIC 9(8).
               10  CSL-RECORD-COUNT PIC 9(9).
               10  CSL-HASH PIC 9(16).
               10  CSL-STAMP PIC X(14).
               10  CSL-PROGRAM PIC X(20).
       01  CHAIN-SEAL-TOTAL PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-ACCOUNT-XREF.
           IF XREF-TOTAL = 0
               DISPLAY "CURRENCY-CONSOLIDATE: NO ACCOUNT OWNERSHIP "
                   "account_customer_xref.dat"
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO ACCOUNT OWNERSHIP RECORDS" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "CURRENCY-CONSOLIDATE: UNABLE TO OPEN MASTER "
                   "FILE output.idx, FILE STATUS " WS-INDEXED-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONSOLIDATE-REPORT-FILE.
           MOVE "CURRENCY BALANCE CONSOLIDATION REPORT" TO
               CONSOLIDATE-REPORT-LINE.
           WRITE CONSOLIDATE-REPORT-LINE.
           MOVE SPACES TO CONSOLIDATE-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE.
           WRITE CONSOLIDATE-REPORT-LINE.
           PERFORM SCAN-PRIMARY-POSITIONS.
           PERFORM VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > CANDIDATE-TOTAL
               PERFORM CONSOLIDATE-ONE-ACCOUNT
           END-PERFORM.
           CLOSE INDEXED-OUTPUT-FILE.
           IF REDIRECT-TOTAL > 0
               PERFORM REDIRECT-SUSPENSE-ITEMS
               PERFORM REDIRECT-STANDING-INSTRUCTIONS
               PERFORM REDIRECT-FEE-DETAILS
               PERFORM REWRITE-ACCOUNT-XREF
           END-IF.
           PERFORM WRITE-CONSOLIDATE-TOTALS.
           CLOSE CONSOLIDATE-REPORT-FILE.
           IF WS-FAILED-COUNT > 0 OR WS-SAME-CURRENCY-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "ACCOUNTS LEFT UNCONSOLIDATED" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "CURRENCY-CONSOLIDATE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

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
                                   AND XREF-CUSTOMER NOT = SPACES
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

       SCAN-PRIMARY-POSITIONS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INDEXED-OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE INDEXED-OUTPUT-DATA TO
                           MASTER-POSITION-REC
                       IF INDEXED-OUTPUT-KEY(11:30) = SPACES
                               AND POS-ACCOUNT NOT = SPACES
                               AND POS-CURRENCY NOT = SPACES
                           ADD 1 TO WS-POSITIONS-READ
                           PERFORM NOTE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.

       NOTE-CANDIDATE.
           MOVE SPACES TO WS-CUSTOMER.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-ACCOUNT(XRF-IDX) = POS-ACCOUNT
                   MOVE XRF-CUSTOMER(XRF-IDX) TO WS-CUSTOMER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CUSTOMER = SPACES OR CANDIDATE-TOTAL >= 2000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CANDIDATE-TOTAL.
           MOVE POS-ACCOUNT TO CND-ACCOUNT(CANDIDATE-TOTAL).
           MOVE WS-CUSTOMER TO CND-CUSTOMER(CANDIDATE-TOTAL).
           MOVE POS-CURRENCY TO CND-CURRENCY(CANDIDATE-TOTAL).

       CONSOLIDATE-ONE-ACCOUNT.
           PERFORM VARYING SRV-IDX FROM 1 BY 1
                   UNTIL SRV-IDX >= CND-IDX
               IF CND-CUSTOMER(SRV-IDX) = CND-CUSTOMER(CND-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF SRV-IDX = CND-IDX
               EXIT PARAGRAPH
           END-IF.
           MOVE CND-ACCOUNT(SRV-IDX) TO WS-SURVIVOR.
           MOVE CND-ACCOUNT(CND-IDX) TO WS-MERGING.
           MOVE CND-CURRENCY(CND-IDX) TO WS-CURRENCY.
           IF WS-CURRENCY = CND-CURRENCY(SRV-IDX)
               ADD 1 TO WS-SAME-CURRENCY-COUNT
               MOVE SPACES TO CONSOLIDATE-REPORT-LINE
               STRING "SKIPPED " WS-MERGING " " WS-CURRENCY
                   " - SAME CURRENCY AS " WS-SURVIVOR
                   ", USE ACCOUNT-MERGE"
                   DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE
               WRITE CONSOLIDATE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-SURVIVOR TO INDEXED-OUTPUT-KEY(1:10).
           MOVE WS-CURRENCY TO INDEXED-OUTPUT-KEY(11:3).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SPACES TO CONSOLIDATE-REPORT-LINE
                   STRING "SKIPPED " WS-MERGING " " WS-CURRENCY
                       " - " WS-SURVIVOR " ALREADY HOLDS "
                       WS-CURRENCY
                       DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE
                   WRITE CONSOLIDATE-REPORT-LINE
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-MERGING TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SPACES TO CONSOLIDATE-REPORT-LINE
                   STRING "FAILED " WS-MERGING
                       " - NOT ON MASTER"
                       DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE
                   WRITE CONSOLIDATE-REPORT-LINE
                   END-WRITE
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
           END-READ.
           MOVE MASTER-POSITION-REC TO WS-MERGING-IMAGE.
           PERFORM ADD-CURRENCY-BALANCE.
           IF WS-JOURNAL-ACTION NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           PERFORM DELETE-MERGING-POSITION.
           PERFORM APPEND-MERGE-XREF.
           IF REDIRECT-TOTAL < 500
               ADD 1 TO REDIRECT-TOTAL
               MOVE WS-MERGING TO RDX-OLD(REDIRECT-TOTAL)
               MOVE WS-SURVIVOR TO RDX-NEW(REDIRECT-TOTAL)
           END-IF.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE WS-MOVED-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CONSOLIDATE-REPORT-LINE.
           STRING "CONVERTED " WS-MERGING " INTO " WS-SURVIVOR
               " " WS-CURRENCY " BALANCE " WS-AMOUNT-DISPLAY
               " CUSTOMER " CND-CUSTOMER(CND-IDX)
               DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE.
           WRITE CONSOLIDATE-REPORT-LINE.

       ADD-CURRENCY-BALANCE.
           MOVE SPACE TO WS-JOURNAL-ACTION.
           MOVE WS-SURVIVOR TO POS-ACCOUNT.
           MOVE WS-CURRENCY TO POS-BALANCE-CURRENCY.
           IF POS-CURRENT-BALANCE NUMERIC
               MOVE POS-CURRENT-BALANCE TO WS-MOVED-BALANCE
           ELSE
               MOVE 0 TO WS-MOVED-BALANCE
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-SURVIVOR TO INDEXED-OUTPUT-KEY(1:10).
           MOVE WS-CURRENCY TO INDEXED-OUTPUT-KEY(11:3).
           MOVE SPACES TO INDEXED-OUTPUT-DATA.
           MOVE MASTER-POSITION-REC TO INDEXED-OUTPUT-DATA.
           WRITE INDEXED-OUTPUT-RECORD
               INVALID KEY
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SPACES TO CONSOLIDATE-REPORT-LINE
                   STRING "FAILED " WS-MERGING
                       " - UNABLE TO ADD " WS-CURRENCY
                       " BALANCE TO " WS-SURVIVOR
                       DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE
                   WRITE CONSOLIDATE-REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'A' TO WS-JOURNAL-ACTION
                   MOVE INDEXED-OUTPUT-KEY TO WS-JOURNAL-KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE MASTER-POSITION-REC TO WS-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-ENTRY
           END-WRITE.

       DELETE-MERGING-POSITION.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-MERGING TO INDEXED-OUTPUT-KEY(1:10).
           MOVE INDEXED-OUTPUT-KEY TO WS-JOURNAL-KEY.
           DELETE INDEXED-OUTPUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'D' TO WS-JOURNAL-ACTION
                   MOVE WS-MERGING-IMAGE TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-ENTRY
           END-DELETE.

       WRITE-JOURNAL-ENTRY.
           PERFORM LOAD-CHAIN-TIP.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS = "00"
               MOVE WS-JOURNAL-KEY TO JRNL-KEY
               MOVE WS-JOURNAL-ACTION TO JRNL-ACTION
               MOVE "CCYCONS" TO JRNL-OPERATOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-STAMP
               MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO JRNL-AFTER-IMAGE
               PERFORM NEXT-JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-SEQUENCE TO JRNL-SEQUENCE
               MOVE CHANGE-JOURNAL-LINE(1:284) TO WS-CHAIN-TEXT
               PERFORM COMPUTE-CHAIN-HASH
               MOVE WS-CHAIN-HASH TO JRNL-CHAIN-HASH
               WRITE CHANGE-JOURNAL-LINE
               CLOSE CHANGE-JOURNAL-FILE
               ADD 1 TO WS-CHAIN-COUNT
               MOVE JRNL-STAMP(1:8) TO WS-CHAIN-SEAL-DATE
               PERFORM WRITE-CHAIN-SEAL
           END-IF.

       LOAD-CHAIN-TIP.
           IF WS-CHAIN-LOADED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CHAIN-LOADED.
           MOVE 0 TO WS-CHAIN-HASH.
           MOVE 0 TO WS-CHAIN-COUNT.
           MOVE 'N' TO WS-CHAIN-EOF.
           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                   READ CHANGE-JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-CHAIN-EOF
                       NOT AT END
                           ADD 1 TO WS-CHAIN-COUNT
                           IF JRNL-CHAIN-HASH NUMERIC
                               MOVE JRNL-CHAIN-HASH TO WS-CHAIN-HASH
                           ELSE
                               MOVE 0 TO WS-CHAIN-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.
           MOVE 0 TO CHAIN-SEAL-TOTAL.
           MOVE 'N' TO WS-CHAIN-EOF.
           OPEN INPUT CHAIN-SEAL-FILE.
           IF WS-CHAIN-SEAL-STATUS = "00"
               PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                       OR CHAIN-SEAL-TOTAL >= 5000
                   READ CHAIN-SEAL-FILE
                       AT END
                           MOVE 'Y' TO WS-CHAIN-EOF
                       NOT AT END
                           ADD 1 TO CHAIN-SEAL-TOTAL
                           MOVE CHAIN-SEAL-LINE TO
                               CHAIN-SEAL-ENTRY(CHAIN-SEAL-TOTAL)
                   END-READ
               END-PERFORM
               CLOSE CHAIN-SEAL-FILE
           END-IF.
           IF WS-CHAIN-COUNT = 0
               PERFORM VARYING CSL-IDX FROM 1 BY 1
                       UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
                   IF CSL-FILE-ID(CSL-IDX) = WS-CHAIN-FILE-ID
                           AND CSL-TYPE(CSL-IDX) = 'A'
                       MOVE CSL-HASH(CSL-IDX) TO WS-CHAIN-HASH
                   END-IF
               END-PERFORM
           END-IF.

       COMPUTE-CHAIN-HASH.
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > WS-CHAIN-LENGTH
               COMPUTE WS-CHAIN-LANE-A = FUNCTION MOD(
                   WS-CHAIN-LANE-A * 263
                   + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-POS:1)),
                   99999989)
               COMPUTE WS-CHAIN-LANE-B = FUNCTION MOD(
                   WS-CHAIN-LANE-B * 293
                   + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-POS:1)),
                   99999971)
           END-PERFORM.

       WRITE-CHAIN-SEAL.
           MOVE 0 TO WS-CHAIN-SLOT.
           PERFORM VARYING CSL-IDX FROM 1 BY 1
                   UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
               IF CSL-FILE-ID(CSL-IDX) = WS-CHAIN-FILE-ID
                       AND CSL-TYPE(CSL-IDX) = 'D'
                       AND CSL-DATE(CSL-IDX) = WS-CHAIN-SEAL-DATE
                   SET WS-CHAIN-SLOT TO CSL-IDX
               END-IF
           END-PERFORM.
           IF WS-CHAIN-SLOT = 0
               IF CHAIN-SEAL-TOTAL >= 5000
                   DISPLAY "CURRENCY-CONSOLIDATE: CHAIN SEAL TABLE "
                       "FULL, DAY SEAL NOT RECORDED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CHAIN-SEAL-TOTAL
               MOVE CHAIN-SEAL-TOTAL TO WS-CHAIN-SLOT
               MOVE WS-CHAIN-FILE-ID TO CSL-FILE-ID(WS-CHAIN-SLOT)
               MOVE 'D' TO CSL-TYPE(WS-CHAIN-SLOT)
               MOVE WS-CHAIN-SEAL-DATE TO CSL-DATE(WS-CHAIN-SLOT)
           END-IF.
           MOVE WS-CHAIN-COUNT TO CSL-RECORD-COUNT(WS-CHAIN-SLOT).
           MOVE WS-CHAIN-HASH TO CSL-HASH(WS-CHAIN-SLOT).
           MOVE FUNCTION CURRENT-DATE(1:14) TO CSL-STAMP(WS-CHAIN-SLOT).
           MOVE "CURRENCY-CONSOLIDATE" TO CSL-PROGRAM(WS-CHAIN-SLOT).
           OPEN OUTPUT CHAIN-SEAL-FILE.
           PERFORM VARYING CSL-IDX FROM 1 BY 1
                   UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
               MOVE CHAIN-SEAL-ENTRY(CSL-IDX) TO CHAIN-SEAL-LINE
               WRITE CHAIN-SEAL-LINE
           END-PERFORM.
           CLOSE CHAIN-SEAL-FILE.

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

       APPEND-MERGE-XREF.
           OPEN EXTEND MERGE-XREF-FILE.
           IF WS-MERGE-XREF-STATUS = "35"
               OPEN OUTPUT MERGE-XREF-FILE
           END-IF.
           IF WS-MERGE-XREF-STATUS = "00"
               MOVE WS-MERGING TO MXR-OLD-ACCOUNT
               MOVE WS-SURVIVOR TO MXR-NEW-ACCOUNT
               MOVE WS-RUN-DATE-NUM TO MXR-MERGE-DATE
               WRITE MERGE-XREF-LINE
               CLOSE MERGE-XREF-FILE
           END-IF.

       FIND-REDIRECT-TARGET.
           PERFORM VARYING RDX-IDX FROM 1 BY 1
                   UNTIL RDX-IDX > REDIRECT-TOTAL
               IF RDX-OLD(RDX-IDX) = WS-MAPPED-ACCOUNT
                   MOVE RDX-NEW(RDX-IDX) TO WS-MAPPED-ACCOUNT
                   ADD 1 TO WS-ITEMS-REDIRECTED
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       REDIRECT-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REDIRECT-WORK-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE SUSPENSE-ORIGINAL-IMAGE(12:10) TO
                           WS-MAPPED-ACCOUNT
                       PERFORM FIND-REDIRECT-TARGET
                       MOVE WS-MAPPED-ACCOUNT TO
                           SUSPENSE-ORIGINAL-IMAGE(12:10)
                       MOVE SPACES TO REDIRECT-WORK-LINE
                       MOVE SUSPENSE-LINE TO REDIRECT-WORK-LINE
                       WRITE REDIRECT-WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           CLOSE REDIRECT-WORK-FILE.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT REDIRECT-WORK-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ REDIRECT-WORK-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE REDIRECT-WORK-LINE TO SUSPENSE-LINE
                       WRITE SUSPENSE-LINE
               END-READ
           END-PERFORM.
           CLOSE REDIRECT-WORK-FILE.
           CLOSE SUSPENSE-FILE.
           MOVE 'N' TO EOF-FLAG.

       REDIRECT-STANDING-INSTRUCTIONS.
           OPEN INPUT STANDING-FILE.
           IF WS-STANDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REDIRECT-WORK-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ STANDING-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE SI-ACCOUNT TO WS-MAPPED-ACCOUNT
                       PERFORM FIND-REDIRECT-TARGET
                       MOVE WS-MAPPED-ACCOUNT TO SI-ACCOUNT
                       MOVE SPACES TO REDIRECT-WORK-LINE
                       MOVE STANDING-LINE TO REDIRECT-WORK-LINE
                       WRITE REDIRECT-WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE STANDING-FILE.
           CLOSE REDIRECT-WORK-FILE.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT REDIRECT-WORK-FILE.
           OPEN OUTPUT STANDING-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ REDIRECT-WORK-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE REDIRECT-WORK-LINE TO STANDING-LINE
                       WRITE STANDING-LINE
               END-READ
           END-PERFORM.
           CLOSE REDIRECT-WORK-FILE.
           CLOSE STANDING-FILE.
           MOVE 'N' TO EOF-FLAG.

       REDIRECT-FEE-DETAILS.
           OPEN INPUT FEE-DETAIL-FILE.
           IF WS-FEE-DETAIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REDIRECT-WORK-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ FEE-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE FEE-DETAIL-ACCOUNT TO
                           WS-MAPPED-ACCOUNT
                       PERFORM FIND-REDIRECT-TARGET
                       MOVE WS-MAPPED-ACCOUNT TO
                           FEE-DETAIL-ACCOUNT
                       MOVE SPACES TO REDIRECT-WORK-LINE
                       MOVE FEE-DETAIL-LINE TO REDIRECT-WORK-LINE
                       WRITE REDIRECT-WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE FEE-DETAIL-FILE.
           CLOSE REDIRECT-WORK-FILE.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT REDIRECT-WORK-FILE.
           OPEN OUTPUT FEE-DETAIL-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ REDIRECT-WORK-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE REDIRECT-WORK-LINE TO FEE-DETAIL-LINE
                       WRITE FEE-DETAIL-LINE
               END-READ
           END-PERFORM.
           CLOSE REDIRECT-WORK-FILE.
           CLOSE FEE-DETAIL-FILE.
           MOVE 'N' TO EOF-FLAG.

       REWRITE-ACCOUNT-XREF.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-ACCOUNT-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REDIRECT-WORK-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ACCOUNT-XREF-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM VARYING RDX-IDX FROM 1 BY 1
                               UNTIL RDX-IDX > REDIRECT-TOTAL
                           IF RDX-OLD(RDX-IDX) = XREF-ACCOUNT
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF RDX-IDX > REDIRECT-TOTAL
                           MOVE SPACES TO REDIRECT-WORK-LINE
                           MOVE ACCOUNT-XREF-LINE TO
                               REDIRECT-WORK-LINE
                           WRITE REDIRECT-WORK-LINE
                       ELSE
                           ADD 1 TO WS-XREF-DROPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.
           CLOSE REDIRECT-WORK-FILE.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT REDIRECT-WORK-FILE.
           OPEN OUTPUT ACCOUNT-XREF-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ REDIRECT-WORK-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE REDIRECT-WORK-LINE TO ACCOUNT-XREF-LINE
                       WRITE ACCOUNT-XREF-LINE
               END-READ
           END-PERFORM.
           CLOSE REDIRECT-WORK-FILE.
           CLOSE ACCOUNT-XREF-FILE.
           MOVE 'N' TO EOF-FLAG.

       WRITE-CONSOLIDATE-TOTALS.
           MOVE WS-POSITIONS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONSOLIDATE-REPORT-LINE.
           STRING "PRIMARY POSITIONS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE.
           WRITE CONSOLIDATE-REPORT-LINE.
           MOVE CANDIDATE-TOTAL TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONSOLIDATE-REPORT-LINE.
           STRING "OWNED ACCOUNTS EXAMINED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE.
           WRITE CONSOLIDATE-REPORT-LINE.
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONSOLIDATE-REPORT-LINE.
           STRING "ACCOUNTS CONVERTED TO CURRENCY BALANCES: "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE.
           WRITE CONSOLIDATE-REPORT-LINE.
           MOVE WS-SAME-CURRENCY-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONSOLIDATE-REPORT-LINE.
           STRING "SAME-CURRENCY ACCOUNTS SKIPPED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE.
           WRITE CONSOLIDATE-REPORT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONSOLIDATE-REPORT-LINE.
           STRING "CONVERSIONS FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE.
           WRITE CONSOLIDATE-REPORT-LINE.
           MOVE WS-ITEMS-REDIRECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONSOLIDATE-REPORT-LINE.
           STRING "HISTORY ITEMS REDIRECTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE.
           WRITE CONSOLIDATE-REPORT-LINE.
           MOVE WS-XREF-DROPPED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONSOLIDATE-REPORT-LINE.
           STRING "OWNERSHIP LINKS RETIRED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONSOLIDATE-REPORT-LINE.
           WRITE CONSOLIDATE-REPORT-LINE.

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
               DISPLAY "CURRENCY-CONSOLIDATE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
