       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-SWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT HIERARCHY-FILE
               ASSIGN TO "account_hierarchy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIERARCHY-STATUS.
           SELECT SWEEP-TARGET-FILE ASSIGN TO "sweep_targets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT SWEEP-CONTROL-FILE ASSIGN TO "sweep_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-CONTROL-STATUS.
           SELECT SWEEP-REGISTER-FILE ASSIGN TO "sweep_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
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
           SELECT SWEEP-REPORT-FILE ASSIGN TO "sweep_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "account_sweep_jobstatus.dat"
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
       FD  HIERARCHY-FILE.
       01  HIERARCHY-LINE.
           05  HIER-CHILD PIC X(10).
           05  HIER-PARENT PIC X(10).
           05  HIER-LEVEL PIC 9(2).
       FD  SWEEP-TARGET-FILE.
       01  SWEEP-TARGET-LINE.
           05  SWT-ACCOUNT PIC X(10).
           05  SWT-TARGET-BALANCE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  SWT-REVERSE-FLAG PIC X.
       FD  SWEEP-CONTROL-FILE.
       01  SWEEP-CONTROL-LINE.
           05  SWC-MODE PIC X.
           05  SWC-DEFAULT-REVERSE PIC X.
       FD  SWEEP-REGISTER-FILE.
       01  SWEEP-REGISTER-LINE.
           COPY "SWEEP-REGISTER-RECORD.cpy".
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
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
       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-LINE PIC X(120).
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
       01  WS-HIERARCHY-STATUS PIC XX VALUE "00".
       01  WS-TARGET-STATUS PIC XX VALUE "00".
       01  WS-SWEEP-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "ACCOUNT SWEEP COMPLETE".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-SWEEP-MODE PIC X VALUE 'S'.
       01  WS-DEFAULT-REVERSE PIC X VALUE 'N'.
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  HIERARCHY-TABLE.
           05  HIERARCHY-ENTRY OCCURS 500 TIMES
                   INDEXED BY HIE-IDX.
               10  HIE-CHILD PIC X(10) VALUE SPACES.
               10  HIE-PARENT PIC X(10) VALUE SPACES.
               10  HIE-DEPTH PIC 9(2) VALUE 0.
       01  HIERARCHY-TOTAL PIC 9(3) VALUE 0.
       01  TARGET-TABLE.
           05  TARGET-ENTRY OCCURS 500 TIMES INDEXED BY TGT-IDX.
               10  TGT-ACCOUNT PIC X(10) VALUE SPACES.
               10  TGT-BALANCE PIC S9(11)V99 VALUE 0.
               10  TGT-REVERSE-FLAG PIC X VALUE 'N'.
       01  TARGET-TOTAL PIC 9(3) VALUE 0.
       01  SWEEP-TABLE.
           05  SWEEP-ENTRY OCCURS 2000 TIMES INDEXED BY SWE-IDX.
               10  SWE-SWEEP-ID PIC X(10) VALUE SPACES.
               10  SWE-SWEEP-DATE PIC 9(8) VALUE 0.
               10  SWE-CHILD-ACCOUNT PIC X(10) VALUE SPACES.
               10  SWE-PARENT-ACCOUNT PIC X(10) VALUE SPACES.
               10  SWE-AMOUNT PIC S9(11)V99 VALUE 0.
               10  SWE-REVERSE-FLAG PIC X VALUE 'N'.
               10  SWE-STATUS PIC X VALUE SPACE.
               10  SWE-REVERSAL-DATE PIC 9(8) VALUE 0.
       01  SWEEP-TOTAL PIC 9(4) VALUE 0.
       01  WS-ACCT-REF-PRESENT PIC X VALUE 'N'.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-STATUS PIC X VALUE SPACE.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  WS-CHECK-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-USABLE PIC X VALUE 'Y'.
       01  WS-ACCOUNT-REASON PIC X(20) VALUE SPACES.
       01  WS-CHILD-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-PARENT-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-CHILD-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-TARGET-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-REVERSE-FLAG PIC X VALUE 'N'.
       01  WS-SWEEP-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-SWEEP-ID PIC X(10) VALUE SPACES.
       01  WS-SWEEP-SEQ PIC 9(3) VALUE 0.
       01  WS-SKIP-REASON PIC X(30) VALUE SPACES.
       01  WS-ALREADY-SWEPT PIC X VALUE 'N'.
       01  WS-POST-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-POST-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-POST-DISPOSITION PIC X(20) VALUE SPACES.
       01  WS-POSTED-OK PIC X VALUE 'N'.
       01  WS-DEPTH PIC 9(2) VALUE 0.
       01  WS-MAX-DEPTH PIC 9(2) VALUE 0.
       01  WS-WALK-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-WALK-SAVE PIC X(10) VALUE SPACES.
       01  WS-SCAN-IDX PIC 9(3) VALUE 0.
       01  WS-SWEPT-COUNT PIC 9(6) VALUE 0.
       01  WS-SWEPT-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-AT-TARGET-COUNT PIC 9(6) VALUE 0.
       01  WS-REVERSED-COUNT PIC 9(6) VALUE 0.
       01  WS-REVERSED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-JOURNAL-STAMP PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-SWEEP-CONTROL.
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-HIERARCHY.
           PERFORM LOAD-SWEEP-TARGETS.
           PERFORM LOAD-SWEEP-REGISTER.
           IF WS-SWEEP-MODE = 'S' AND HIERARCHY-TOTAL = 0
               DISPLAY "ACCOUNT-SWEEP: NO HIERARCHY ON FILE"
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO ACCOUNT HIERARCHY ON FILE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "ACCOUNT-SWEEP: UNABLE TO OPEN MASTER FILE "
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
           OPEN OUTPUT SWEEP-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           IF WS-SWEEP-MODE = 'R'
               PERFORM REVERSE-PRIOR-SWEEPS
           ELSE
               PERFORM SWEEP-HIERARCHY
           END-IF.
           CLOSE INDEXED-OUTPUT-FILE.
           IF WS-JOURNAL-STATUS = "00"
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               CLOSE LINEAGE-FILE
           END-IF.
           PERFORM REWRITE-SWEEP-REGISTER.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE SWEEP-REPORT-FILE.
           IF WS-SKIPPED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "SWEEPS SKIPPED - SEE SWEEP REPORT" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "ACCOUNT-SWEEP" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-SWEEP-CONTROL.
           OPEN INPUT SWEEP-CONTROL-FILE.
           IF WS-SWEEP-CONTROL-STATUS = "00"
               READ SWEEP-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SWC-MODE = 'S' OR SWC-MODE = 'R'
                           MOVE SWC-MODE TO WS-SWEEP-MODE
                       END-IF
                       IF SWC-DEFAULT-REVERSE = 'Y'
                           MOVE 'Y' TO WS-DEFAULT-REVERSE
                       END-IF
               END-READ
               CLOSE SWEEP-CONTROL-FILE
           END-IF.

       LOAD-ACCOUNT-REFERENCE.
           OPEN INPUT ACCOUNT-REF-FILE.
           IF WS-ACCOUNT-REF-STATUS = "00"
               MOVE 'Y' TO WS-ACCT-REF-PRESENT
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-HIERARCHY.
           OPEN INPUT HIERARCHY-FILE.
           IF WS-HIERARCHY-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR HIERARCHY-TOTAL >= 500
                   READ HIERARCHY-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF HIER-CHILD NOT = SPACES
                                   AND HIER-PARENT NOT = SPACES
                               ADD 1 TO HIERARCHY-TOTAL
                               MOVE HIER-CHILD TO
                                   HIE-CHILD(HIERARCHY-TOTAL)
                               MOVE HIER-PARENT TO
                                   HIE-PARENT(HIERARCHY-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIERARCHY-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-SWEEP-TARGETS.
           OPEN INPUT SWEEP-TARGET-FILE.
           IF WS-TARGET-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR TARGET-TOTAL >= 500
                   READ SWEEP-TARGET-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF SWT-ACCOUNT NOT = SPACES
                                   AND SWT-TARGET-BALANCE NUMERIC
                               ADD 1 TO TARGET-TOTAL
                               MOVE SWT-ACCOUNT TO
                                   TGT-ACCOUNT(TARGET-TOTAL)
                               MOVE SWT-TARGET-BALANCE TO
                                   TGT-BALANCE(TARGET-TOTAL)
                               MOVE SWT-REVERSE-FLAG TO
                                   TGT-REVERSE-FLAG(TARGET-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-TARGET-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-SWEEP-REGISTER.
           OPEN INPUT SWEEP-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR SWEEP-TOTAL >= 2000
                   READ SWEEP-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF SWR-SWEEP-ID NOT = SPACES
                               ADD 1 TO SWEEP-TOTAL
                               PERFORM NOTE-SWEEP-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-REGISTER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-SWEEP-ENTRY.
           SET SWE-IDX TO SWEEP-TOTAL.
           MOVE SWR-SWEEP-ID TO SWE-SWEEP-ID(SWE-IDX).
           IF SWR-SWEEP-DATE NUMERIC
               MOVE SWR-SWEEP-DATE TO SWE-SWEEP-DATE(SWE-IDX)
           END-IF.
           MOVE SWR-CHILD-ACCOUNT TO SWE-CHILD-ACCOUNT(SWE-IDX).
           MOVE SWR-PARENT-ACCOUNT TO SWE-PARENT-ACCOUNT(SWE-IDX).
           IF SWR-AMOUNT NUMERIC
               MOVE SWR-AMOUNT TO SWE-AMOUNT(SWE-IDX)
           END-IF.
           MOVE SWR-REVERSE-FLAG TO SWE-REVERSE-FLAG(SWE-IDX).
           MOVE SWR-STATUS TO SWE-STATUS(SWE-IDX).
           IF SWR-REVERSAL-DATE NUMERIC
               MOVE SWR-REVERSAL-DATE TO SWE-REVERSAL-DATE(SWE-IDX)
           END-IF.
           IF SWE-SWEEP-DATE(SWE-IDX) = WS-RUN-DATE-NUM
               ADD 1 TO WS-SWEEP-SEQ
           END-IF.

       REWRITE-SWEEP-REGISTER.
           OPEN OUTPUT SWEEP-REGISTER-FILE.
           PERFORM VARYING SWE-IDX FROM 1 BY 1
                   UNTIL SWE-IDX > SWEEP-TOTAL
               MOVE SWE-SWEEP-ID(SWE-IDX) TO SWR-SWEEP-ID
               MOVE SWE-SWEEP-DATE(SWE-IDX) TO SWR-SWEEP-DATE
               MOVE SWE-CHILD-ACCOUNT(SWE-IDX) TO SWR-CHILD-ACCOUNT
               MOVE SWE-PARENT-ACCOUNT(SWE-IDX) TO SWR-PARENT-ACCOUNT
               MOVE SWE-AMOUNT(SWE-IDX) TO SWR-AMOUNT
               MOVE SWE-REVERSE-FLAG(SWE-IDX) TO SWR-REVERSE-FLAG
               MOVE SWE-STATUS(SWE-IDX) TO SWR-STATUS
               MOVE SWE-REVERSAL-DATE(SWE-IDX) TO SWR-REVERSAL-DATE
               WRITE SWEEP-REGISTER-LINE
           END-PERFORM.
           CLOSE SWEEP-REGISTER-FILE.

       CHECK-ACCOUNT-STATUS.
           MOVE 'Y' TO WS-ACCOUNT-USABLE.
           MOVE SPACES TO WS-ACCOUNT-REASON.
           IF WS-ACCT-REF-PRESENT = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = WS-CHECK-ACCOUNT
                   EVALUATE REF-ENTRY-STATUS(REF-IDX)
                       WHEN 'O'
                           CONTINUE
                       WHEN 'C'
                           MOVE 'N' TO WS-ACCOUNT-USABLE
                           MOVE "ACCOUNT CLOSED" TO WS-ACCOUNT-REASON
                       WHEN 'F'
                           MOVE 'N' TO WS-ACCOUNT-USABLE
                           MOVE "ACCOUNT FROZEN" TO WS-ACCOUNT-REASON
                       WHEN OTHER
                           MOVE 'N' TO WS-ACCOUNT-USABLE
                           MOVE "UNKNOWN ACCOUNT" TO WS-ACCOUNT-REASON
                   END-EVALUATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-ACCOUNT-USABLE.
           MOVE "UNKNOWN ACCOUNT" TO WS-ACCOUNT-REASON.

       SWEEP-HIERARCHY.
           PERFORM VARYING HIE-IDX FROM 1 BY 1
                   UNTIL HIE-IDX > HIERARCHY-TOTAL
               PERFORM MEASURE-CHILD-DEPTH
           END-PERFORM.
           PERFORM VARYING WS-DEPTH FROM WS-MAX-DEPTH BY -1
                   UNTIL WS-DEPTH < 1
               PERFORM VARYING HIE-IDX FROM 1 BY 1
                       UNTIL HIE-IDX > HIERARCHY-TOTAL
                   IF HIE-DEPTH(HIE-IDX) = WS-DEPTH
                       PERFORM SWEEP-ONE-CHILD
                   END-IF
               END-PERFORM
           END-PERFORM.

       MEASURE-CHILD-DEPTH.
           MOVE 1 TO HIE-DEPTH(HIE-IDX).
           MOVE HIE-PARENT(HIE-IDX) TO WS-WALK-ACCOUNT.
           PERFORM WALK-UP-ONE-LEVEL.
           PERFORM UNTIL WS-WALK-ACCOUNT = SPACES
                   OR HIE-DEPTH(HIE-IDX) > 10
               ADD 1 TO HIE-DEPTH(HIE-IDX)
               PERFORM WALK-UP-ONE-LEVEL
           END-PERFORM.
           IF HIE-DEPTH(HIE-IDX) > WS-MAX-DEPTH
               MOVE HIE-DEPTH(HIE-IDX) TO WS-MAX-DEPTH
           END-IF.

       WALK-UP-ONE-LEVEL.
           MOVE WS-WALK-ACCOUNT TO WS-WALK-SAVE.
           MOVE SPACES TO WS-WALK-ACCOUNT.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > HIERARCHY-TOTAL
               IF HIE-CHILD(WS-SCAN-IDX) = WS-WALK-SAVE
                   MOVE HIE-PARENT(WS-SCAN-IDX) TO
                       WS-WALK-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       FIND-SWEEP-TARGET.
           MOVE 0 TO WS-TARGET-BALANCE.
           MOVE WS-DEFAULT-REVERSE TO WS-REVERSE-FLAG.
           PERFORM VARYING TGT-IDX FROM 1 BY 1
                   UNTIL TGT-IDX > TARGET-TOTAL
               IF TGT-ACCOUNT(TGT-IDX) = WS-CHILD-ACCOUNT
                   MOVE TGT-BALANCE(TGT-IDX) TO WS-TARGET-BALANCE
                   IF TGT-REVERSE-FLAG(TGT-IDX) = 'Y'
                           OR TGT-REVERSE-FLAG(TGT-IDX) = 'N'
                       MOVE TGT-REVERSE-FLAG(TGT-IDX) TO
                           WS-REVERSE-FLAG
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-ALREADY-SWEPT.
           MOVE 'N' TO WS-ALREADY-SWEPT.
           PERFORM VARYING SWE-IDX FROM 1 BY 1
                   UNTIL SWE-IDX > SWEEP-TOTAL
               IF SWE-CHILD-ACCOUNT(SWE-IDX) = WS-CHILD-ACCOUNT
                       AND SWE-SWEEP-DATE(SWE-IDX) = WS-RUN-DATE-NUM
                       AND SWE-STATUS(SWE-IDX) = 'S'
                   MOVE 'Y' TO WS-ALREADY-SWEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SWEEP-ONE-CHILD.
           MOVE HIE-CHILD(HIE-IDX) TO WS-CHILD-ACCOUNT.
           MOVE HIE-PARENT(HIE-IDX) TO WS-PARENT-ACCOUNT.
           MOVE 0 TO WS-SWEEP-AMOUNT.
           PERFORM CHECK-ALREADY-SWEPT.
           IF WS-ALREADY-SWEPT = 'Y'
               MOVE "ALREADY SWEPT TODAY" TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SWEEP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHILD-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF WS-ACCOUNT-USABLE = 'N'
               MOVE SPACES TO WS-SKIP-REASON
               STRING "CHILD " WS-ACCOUNT-REASON
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SWEEP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARENT-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF WS-ACCOUNT-USABLE = 'N'
               MOVE SPACES TO WS-SKIP-REASON
               STRING "PARENT " WS-ACCOUNT-REASON
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SWEEP
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-CHILD-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   MOVE "CHILD NOT ON MASTER" TO WS-SKIP-REASON
                   PERFORM REPORT-SKIPPED-SWEEP
                   EXIT PARAGRAPH
           END-READ.
           MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC.
           IF POS-CURRENT-BALANCE NOT NUMERIC
               MOVE 0 TO POS-CURRENT-BALANCE
           END-IF.
           MOVE POS-CURRENCY TO WS-CHILD-CURRENCY.
           PERFORM FIND-SWEEP-TARGET.
           COMPUTE WS-SWEEP-AMOUNT =
               POS-CURRENT-BALANCE - WS-TARGET-BALANCE.
           IF WS-SWEEP-AMOUNT = 0
               ADD 1 TO WS-AT-TARGET-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-PARENT-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   MOVE "PARENT NOT ON MASTER" TO WS-SKIP-REASON
                   PERFORM REPORT-SKIPPED-SWEEP
                   EXIT PARAGRAPH
           END-READ.
           MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC.
           IF POS-CURRENCY NOT = WS-CHILD-CURRENCY
               MOVE "CURRENCY DIFFERS FROM PARENT" TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SWEEP
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SWEEP-SEQ.
           MOVE SPACES TO WS-SWEEP-ID.
           STRING "W" WS-RUN-DATE-NUM(3:6) WS-SWEEP-SEQ
               DELIMITED BY SIZE INTO WS-SWEEP-ID.
           MOVE "SWEPT TO PARENT" TO WS-POST-DISPOSITION.
           MOVE WS-CHILD-ACCOUNT TO WS-POST-ACCOUNT.
           COMPUTE WS-POST-AMOUNT = 0 - WS-SWEEP-AMOUNT.
           PERFORM POST-SWEEP-LEG.
           IF WS-POSTED-OK = 'N'
               MOVE "CHILD REWRITE FAILED" TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SWEEP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARENT-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-SWEEP-AMOUNT TO WS-POST-AMOUNT.
           PERFORM POST-SWEEP-LEG.
           IF WS-POSTED-OK = 'N'
               MOVE "SWEEP BACKED OUT" TO WS-POST-DISPOSITION
               MOVE WS-CHILD-ACCOUNT TO WS-POST-ACCOUNT
               MOVE WS-SWEEP-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-SWEEP-LEG
               MOVE "PARENT REWRITE FAILED" TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SWEEP
               EXIT PARAGRAPH
           END-IF.
           IF SWEEP-TOTAL < 2000
               ADD 1 TO SWEEP-TOTAL
               SET SWE-IDX TO SWEEP-TOTAL
               MOVE WS-SWEEP-ID TO SWE-SWEEP-ID(SWE-IDX)
               MOVE WS-RUN-DATE-NUM TO SWE-SWEEP-DATE(SWE-IDX)
               MOVE WS-CHILD-ACCOUNT TO SWE-CHILD-ACCOUNT(SWE-IDX)
               MOVE WS-PARENT-ACCOUNT TO SWE-PARENT-ACCOUNT(SWE-IDX)
               MOVE WS-SWEEP-AMOUNT TO SWE-AMOUNT(SWE-IDX)
               MOVE WS-REVERSE-FLAG TO SWE-REVERSE-FLAG(SWE-IDX)
               MOVE 'S' TO SWE-STATUS(SWE-IDX)
               MOVE 0 TO SWE-REVERSAL-DATE(SWE-IDX)
           END-IF.
           ADD 1 TO WS-SWEPT-COUNT.
           ADD WS-SWEEP-AMOUNT TO WS-SWEPT-AMOUNT.
           MOVE WS-SWEEP-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "SWEPT    " WS-SWEEP-ID
               " CHILD " WS-CHILD-ACCOUNT
               " PARENT " WS-PARENT-ACCOUNT
               " AMOUNT " WS-AMOUNT-DISPLAY
               " REVERSE " WS-REVERSE-FLAG
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.

       REVERSE-PRIOR-SWEEPS.
           PERFORM VARYING SWE-IDX FROM 1 BY 1
                   UNTIL SWE-IDX > SWEEP-TOTAL
               IF SWE-STATUS(SWE-IDX) = 'S'
                       AND SWE-REVERSE-FLAG(SWE-IDX) = 'Y'
                       AND SWE-SWEEP-DATE(SWE-IDX) < WS-RUN-DATE-NUM
                   PERFORM REVERSE-ONE-SWEEP
               END-IF
           END-PERFORM.

       REVERSE-ONE-SWEEP.
           MOVE SWE-CHILD-ACCOUNT(SWE-IDX) TO WS-CHILD-ACCOUNT.
           MOVE SWE-PARENT-ACCOUNT(SWE-IDX) TO WS-PARENT-ACCOUNT.
           MOVE SWE-AMOUNT(SWE-IDX) TO WS-SWEEP-AMOUNT.
           MOVE SWE-SWEEP-ID(SWE-IDX) TO WS-SWEEP-ID.
           MOVE WS-CHILD-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF WS-ACCOUNT-USABLE = 'N'
               MOVE SPACES TO WS-SKIP-REASON
               STRING "CHILD " WS-ACCOUNT-REASON
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SWEEP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARENT-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF WS-ACCOUNT-USABLE = 'N'
               MOVE SPACES TO WS-SKIP-REASON
               STRING "PARENT " WS-ACCOUNT-REASON
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SWEEP
               EXIT PARAGRAPH
           END-IF.
           MOVE "SWEEP REVERSED" TO WS-POST-DISPOSITION.
           MOVE WS-PARENT-ACCOUNT TO WS-POST-ACCOUNT.
           COMPUTE WS-POST-AMOUNT = 0 - WS-SWEEP-AMOUNT.
           PERFORM POST-SWEEP-LEG.
           IF WS-POSTED-OK = 'N'
               MOVE "PARENT REWRITE FAILED" TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SWEEP
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHILD-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-SWEEP-AMOUNT TO WS-POST-AMOUNT.
           PERFORM POST-SWEEP-LEG.
           IF WS-POSTED-OK = 'N'
               MOVE "SWEEP BACKED OUT" TO WS-POST-DISPOSITION
               MOVE WS-PARENT-ACCOUNT TO WS-POST-ACCOUNT
               MOVE WS-SWEEP-AMOUNT TO WS-POST-AMOUNT
               PERFORM POST-SWEEP-LEG
               MOVE "CHILD REWRITE FAILED" TO WS-SKIP-REASON
               PERFORM REPORT-SKIPPED-SWEEP
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO SWE-STATUS(SWE-IDX).
           MOVE WS-RUN-DATE-NUM TO SWE-REVERSAL-DATE(SWE-IDX).
           ADD 1 TO WS-REVERSED-COUNT.
           ADD WS-SWEEP-AMOUNT TO WS-REVERSED-AMOUNT.
           MOVE WS-SWEEP-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "REVERSED " WS-SWEEP-ID
               " CHILD " WS-CHILD-ACCOUNT
               " PARENT " WS-PARENT-ACCOUNT
               " AMOUNT " WS-AMOUNT-DISPLAY
               " SWEPT " SWE-SWEEP-DATE(SWE-IDX)
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.

       POST-SWEEP-LEG.
           MOVE 'N' TO WS-POSTED-OK.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-POST-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC.
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
           ADD WS-POST-AMOUNT TO POS-CURRENT-BALANCE.
           ADD WS-POST-AMOUNT TO POS-MTD-AMOUNT.
           ADD WS-POST-AMOUNT TO POS-YTD-AMOUNT.
           ADD 1 TO POS-RECORD-COUNT.
           IF WS-RUN-DATE-NUM > POS-LAST-TRAN-DATE
               MOVE WS-RUN-DATE-NUM TO POS-LAST-TRAN-DATE
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-DATA.
           MOVE MASTER-POSITION-REC TO INDEXED-OUTPUT-DATA.
           REWRITE INDEXED-OUTPUT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POSTED-OK
                   PERFORM WRITE-JOURNAL-ENTRY
           END-REWRITE.

       WRITE-JOURNAL-ENTRY.
           IF WS-JOURNAL-STATUS = "00"
               MOVE POS-ACCOUNT TO JOURNAL-ACCOUNT
               MOVE POS-COMPANY TO JOURNAL-COMPANY
               MOVE WS-POST-AMOUNT TO JOURNAL-AMOUNT
               MOVE WS-RUN-DATE-NUM TO JOURNAL-TRAN-DATE
               MOVE 'W' TO JOURNAL-SOURCE-STATUS
               PERFORM NEXT-JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-SEQUENCE TO JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-STAMP TO JOURNAL-STAMP
               MOVE POS-BALANCE-CURRENCY TO JOURNAL-BALANCE-CURRENCY
               MOVE WS-RUN-DATE-NUM TO JOURNAL-POSTED-DATE
               WRITE POSTING-JOURNAL-LINE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               MOVE 0 TO LIN-SEQUENCE
               MOVE "ACCOUNT-SWEEP" TO LIN-STAGE
               MOVE WS-POST-DISPOSITION TO LIN-DISPOSITION
               MOVE POS-ACCOUNT TO LIN-ACCOUNT
               MOVE WS-POST-AMOUNT TO LIN-AMOUNT
               MOVE WS-RUN-DATE-NUM TO LIN-TRAN-DATE
               MOVE WS-SWEEP-ID TO LIN-TRANSACTION-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO LIN-STAMP
               WRITE LINEAGE-LINE
           END-IF.

       REPORT-SKIPPED-SWEEP.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE WS-SWEEP-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "SKIPPED  " WS-SWEEP-ID
               " CHILD " WS-CHILD-ACCOUNT
               " PARENT " WS-PARENT-ACCOUNT
               " AMOUNT " WS-AMOUNT-DISPLAY
               " " WS-SKIP-REASON
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE SPACES TO WS-SWEEP-ID.

       WRITE-REPORT-HEADING.
           IF WS-SWEEP-MODE = 'R'
               MOVE "REVERSE SWEEP REPORT" TO SWEEP-REPORT-LINE
           ELSE
               MOVE "ZERO BALANCE SWEEP REPORT" TO SWEEP-REPORT-LINE
           END-IF.
           WRITE SWEEP-REPORT-LINE.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE SPACES TO WS-SWEEP-ID.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE WS-SWEPT-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-SWEPT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "SWEEPS POSTED: " WS-COUNT-DISPLAY
               " NET TO PARENTS " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE WS-REVERSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-REVERSED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "SWEEPS REVERSED: " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE WS-AT-TARGET-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "ACCOUNTS ALREADY AT TARGET: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SWEEP-REPORT-LINE.
           STRING "SWEEPS SKIPPED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE.
           WRITE SWEEP-REPORT-LINE.

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
               DISPLAY "ACCOUNT-SWEEP: NO BUSINESS DATE RECORD, "
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
