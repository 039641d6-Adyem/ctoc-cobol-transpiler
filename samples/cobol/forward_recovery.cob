       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORWARD-RECOVERY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT BACKUP-CONTROL-FILE ASSIGN TO "backup_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CONTROL-STATUS.
           SELECT BACKUP-STATUS-FILE
               ASSIGN TO "master_backup_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS-STATUS.
           SELECT GENERATION-CATALOG-FILE
               ASSIGN TO "backup_generation_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-JOURNAL-STATUS.
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO "master_change_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.
           SELECT PRIOR-BALANCE-FILE
               ASSIGN TO "trial_balance_prior.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-BALANCE-STATUS.
           SELECT RECOVERY-REPORT-FILE
               ASSIGN TO "forward_recovery_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "forward_recovery_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  BACKUP-CONTROL-FILE.
       01  BACKUP-CONTROL-LINE.
           05  BKP-CTL-MODE PIC X.
           05  BKP-CTL-GENERATION PIC 9(4).
           05  BKP-CTL-KEEP PIC 9(2).
       FD  BACKUP-STATUS-FILE.
       01  BACKUP-STATUS-LINE.
           05  BKS-PROGRAM PIC X(20).
           05  BKS-CODE PIC 9(4).
           05  BKS-REASON PIC X(40).
       FD  GENERATION-CATALOG-FILE.
       01  GENERATION-CATALOG-LINE.
           05  GEN-CAT-NUMBER PIC 9(4).
           05  GEN-CAT-STAMP PIC X(14).
           05  GEN-CAT-COUNT PIC 9(9).
           05  GEN-CAT-CHECKSUM PIC 9(12).
           05  GEN-CAT-FILENAME PIC X(60).
           05  GEN-CAT-STATE PIC X.
           05  GEN-CAT-JOURNAL-SEQ PIC 9(9).
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
       FD  PRIOR-BALANCE-FILE.
       01  PRIOR-BALANCE-LINE.
           05  PRIOR-BAL-ACCOUNT PIC X(10).
           05  PRIOR-BAL-COMPANY PIC X(3).
           05  PRIOR-BAL-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-LINE PIC X(120).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-BACKUP-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-BACKUP-STATUS-STATUS PIC XX VALUE "00".
       01  WS-GEN-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-POSTING-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-CHANGE-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-PRIOR-BALANCE-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "FORWARD RECOVERY PROVED".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-RESTORE-GENERATION PIC 9(4) VALUE 0.
       01  WS-GENERATION-FOUND PIC X VALUE 'N'.
       01  WS-GENERATION-STAMP PIC X(14) VALUE SPACES.
       01  WS-GENERATION-SEQ PIC 9(9) VALUE 0.
       01  POSTING-REPLAY-TABLE.
           05  POSTING-REPLAY-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PRP-IDX.
               10  PRP-SEQUENCE PIC 9(9) VALUE 0.
               10  PRP-ACCOUNT PIC X(10) VALUE SPACES.
               10  PRP-COMPANY PIC X(3) VALUE SPACES.
               10  PRP-BALANCE-CURRENCY PIC X(3) VALUE SPACES.
               10  PRP-AMOUNT PIC S9(11)V99 VALUE 0.
               10  PRP-TRAN-DATE PIC 9(8) VALUE 0.
       01  POSTING-REPLAY-TOTAL PIC 9(4) VALUE 0.
       01  CHANGE-REPLAY-TABLE.
           05  CHANGE-REPLAY-ENTRY OCCURS 1000 TIMES
                   INDEXED BY CRP-IDX.
               10  CRP-SEQUENCE PIC 9(9) VALUE 0.
               10  CRP-KEY PIC X(40) VALUE SPACES.
               10  CRP-ACTION PIC X VALUE SPACE.
               10  CRP-AFTER-IMAGE PIC X(106) VALUE SPACES.
       01  CHANGE-REPLAY-TOTAL PIC 9(4) VALUE 0.
       01  WS-UNSEQUENCED-COUNT PIC 9(6) VALUE 0.
       01  WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.
       01  WS-NEXT-POSTING PIC 9(4) VALUE 1.
       01  WS-NEXT-CHANGE PIC 9(4) VALUE 1.
       01  WS-EXPECTED-SEQ PIC 9(9) VALUE 0.
       01  WS-CURRENT-SEQ PIC 9(9) VALUE 0.
       01  WS-LAST-APPLIED-SEQ PIC 9(9) VALUE 0.
       01  WS-REPLAY-STOPPED PIC X VALUE 'N'.
       01  WS-STOP-REASON PIC X(40) VALUE SPACES.
       01  WS-POSTINGS-APPLIED PIC 9(6) VALUE 0.
       01  WS-CHANGES-APPLIED PIC 9(6) VALUE 0.
       01  WS-APPLY-OK PIC X VALUE 'Y'.
       01  BALANCE-PROOF-TABLE.
           05  BALANCE-PROOF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BPT-IDX.
               10  BPT-ACCOUNT PIC X(10) VALUE SPACES.
               10  BPT-TRIAL-AMOUNT PIC S9(11)V99 VALUE 0.
               10  BPT-MASTER-AMOUNT PIC S9(11)V99 VALUE 0.
               10  BPT-ON-TRIAL PIC X VALUE 'N'.
               10  BPT-ON-MASTER PIC X VALUE 'N'.
       01  BALANCE-PROOF-TOTAL PIC 9(4) VALUE 0.
       01  WS-PROOF-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-PROOF-IDX PIC 9(4) VALUE 0.
       01  WS-PROOF-BREAKS PIC 9(6) VALUE 0.
       01  WS-TRIAL-PRESENT PIC X VALUE 'N'.
       01  WS-TRIAL-TOTAL PIC S9(13)V99 VALUE 0.
       01  WS-MASTER-TOTAL PIC S9(13)V99 VALUE 0.
       01  WS-SEQ-DISPLAY PIC Z(8)9.
       01  WS-SEQ-DISPLAY-2 PIC Z(8)9.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(11)9.99.
       PROCEDURE DIVISION.
       MAIN.
           OPEN OUTPUT RECOVERY-REPORT-FILE.
           MOVE "FORWARD RECOVERY OF MASTER FILE output.idx" TO
               RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           PERFORM LOAD-RESTORE-GENERATION.
           PERFORM LOAD-POSTING-JOURNAL.
           PERFORM LOAD-CHANGE-JOURNAL.
           PERFORM REPLAY-JOURNALS.
           PERFORM WRITE-REPLAY-TOTALS.
           IF WS-REPLAY-STOPPED = 'Y'
               MOVE "BALANCE PROOF NOT ATTEMPTED - REPLAY INCOMPLETE"
                   TO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE WS-STOP-REASON TO WS-JOB-REASON
           ELSE
               PERFORM PROVE-AGAINST-TRIAL-BALANCE
           END-IF.
           CLOSE RECOVERY-REPORT-FILE.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "FORWARD-RECOVERY" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       REFUSE-RECOVERY.
           DISPLAY "FORWARD-RECOVERY: " WS-JOB-REASON.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "RECOVERY REFUSED: " WS-JOB-REASON
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           CLOSE RECOVERY-REPORT-FILE.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-RESTORE-GENERATION.
           OPEN INPUT BACKUP-CONTROL-FILE.
           IF WS-BACKUP-CONTROL-STATUS = "00"
               READ BACKUP-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BKP-CTL-MODE = 'R'
                               AND BKP-CTL-GENERATION NUMERIC
                           MOVE BKP-CTL-GENERATION TO
                               WS-RESTORE-GENERATION
                       END-IF
               END-READ
               CLOSE BACKUP-CONTROL-FILE
           END-IF.
           IF WS-RESTORE-GENERATION = 0
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "NO RESTORE GENERATION IN BACKUP CONTROL" TO
                   WS-JOB-REASON
               PERFORM REFUSE-RECOVERY
           END-IF.
           MOVE SPACES TO BACKUP-STATUS-LINE.
           OPEN INPUT BACKUP-STATUS-FILE.
           IF WS-BACKUP-STATUS-STATUS = "00"
               READ BACKUP-STATUS-FILE
                   AT END
                       MOVE SPACES TO BACKUP-STATUS-LINE
               END-READ
               CLOSE BACKUP-STATUS-FILE
           END-IF.
           IF BKS-CODE NOT NUMERIC OR BKS-CODE NOT = 0
                   OR BKS-REASON NOT = "RESTORE COMPLETE"
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "GENERATION NOT RESTORED BY MASTER-BACKUP" TO
                   WS-JOB-REASON
               PERFORM REFUSE-RECOVERY
           END-IF.
           OPEN INPUT GENERATION-CATALOG-FILE.
           IF WS-GEN-CATALOG-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ GENERATION-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF GEN-CAT-NUMBER NUMERIC
                                   AND GEN-CAT-NUMBER =
                                       WS-RESTORE-GENERATION
                               MOVE 'Y' TO WS-GENERATION-FOUND
                               MOVE GEN-CAT-STAMP TO
                                   WS-GENERATION-STAMP
                               IF GEN-CAT-JOURNAL-SEQ NUMERIC
                                   MOVE GEN-CAT-JOURNAL-SEQ TO
                                       WS-GENERATION-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-CATALOG-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           IF WS-GENERATION-FOUND = 'N'
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "RESTORED GENERATION NOT IN CATALOG" TO
                   WS-JOB-REASON
               PERFORM REFUSE-RECOVERY
           END-IF.
           MOVE WS-RESTORE-GENERATION TO WS-COUNT-DISPLAY.
           MOVE WS-GENERATION-SEQ TO WS-SEQ-DISPLAY.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "STARTING FROM GENERATION " WS-COUNT-DISPLAY
               " TAKEN " WS-GENERATION-STAMP
               " AFTER JOURNAL SEQUENCE " WS-SEQ-DISPLAY
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.

       LOAD-POSTING-JOURNAL.
           OPEN INPUT POSTING-JOURNAL-FILE.
           IF WS-POSTING-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM SELECT-POSTING-ENTRY
               END-READ
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       SELECT-POSTING-ENTRY.
           IF JOURNAL-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF JOURNAL-SEQUENCE NOT NUMERIC OR JOURNAL-SEQUENCE = 0
               ADD 1 TO WS-UNSEQUENCED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-GENERATION-SEQ > 0
               IF JOURNAL-SEQUENCE NOT > WS-GENERATION-SEQ
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF JOURNAL-STAMP NOT > WS-GENERATION-STAMP
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF POSTING-REPLAY-TOTAL >= 5000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO POSTING-REPLAY-TOTAL.
           MOVE JOURNAL-SEQUENCE TO PRP-SEQUENCE(POSTING-REPLAY-TOTAL).
           MOVE JOURNAL-ACCOUNT TO PRP-ACCOUNT(POSTING-REPLAY-TOTAL).
           MOVE JOURNAL-COMPANY TO PRP-COMPANY(POSTING-REPLAY-TOTAL).
           MOVE JOURNAL-BALANCE-CURRENCY TO
               PRP-BALANCE-CURRENCY(POSTING-REPLAY-TOTAL).
           IF JOURNAL-AMOUNT NUMERIC
               MOVE JOURNAL-AMOUNT TO
                   PRP-AMOUNT(POSTING-REPLAY-TOTAL)
           END-IF.
           IF JOURNAL-TRAN-DATE NUMERIC
               MOVE JOURNAL-TRAN-DATE TO
                   PRP-TRAN-DATE(POSTING-REPLAY-TOTAL)
           END-IF.

       LOAD-CHANGE-JOURNAL.
           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF WS-CHANGE-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CHANGE-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM SELECT-CHANGE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE CHANGE-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       SELECT-CHANGE-ENTRY.
           IF JRNL-KEY = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF JRNL-SEQUENCE NOT NUMERIC OR JRNL-SEQUENCE = 0
               ADD 1 TO WS-UNSEQUENCED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-GENERATION-SEQ > 0
               IF JRNL-SEQUENCE NOT > WS-GENERATION-SEQ
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF JRNL-STAMP NOT > WS-GENERATION-STAMP
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF CHANGE-REPLAY-TOTAL >= 1000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CHANGE-REPLAY-TOTAL.
           MOVE JRNL-SEQUENCE TO CRP-SEQUENCE(CHANGE-REPLAY-TOTAL).
           MOVE JRNL-KEY TO CRP-KEY(CHANGE-REPLAY-TOTAL).
           MOVE JRNL-ACTION TO CRP-ACTION(CHANGE-REPLAY-TOTAL).
           MOVE JRNL-AFTER-IMAGE TO
               CRP-AFTER-IMAGE(CHANGE-REPLAY-TOTAL).

       REPLAY-JOURNALS.
           IF WS-OVERFLOW-COUNT > 0
               MOVE 'Y' TO WS-REPLAY-STOPPED
               MOVE "REPLAY TABLE FULL - JOURNALS TOO LARGE" TO
                   WS-STOP-REASON
               MOVE WS-STOP-REASON TO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "FORWARD-RECOVERY: UNABLE TO OPEN MASTER FILE "
                   "output.idx, FILE STATUS " WS-INDEXED-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM REFUSE-RECOVERY
           END-IF.
           IF WS-GENERATION-SEQ > 0
               COMPUTE WS-EXPECTED-SEQ = WS-GENERATION-SEQ + 1
           ELSE
               PERFORM FIND-FIRST-SEQUENCE
           END-IF.
           MOVE WS-GENERATION-SEQ TO WS-LAST-APPLIED-SEQ.
           PERFORM UNTIL WS-REPLAY-STOPPED = 'Y'
                   OR (WS-NEXT-POSTING > POSTING-REPLAY-TOTAL
                   AND WS-NEXT-CHANGE > CHANGE-REPLAY-TOTAL)
               PERFORM REPLAY-NEXT-ENTRY
           END-PERFORM.
           CLOSE INDEXED-OUTPUT-FILE.

       FIND-FIRST-SEQUENCE.
           MOVE 0 TO WS-EXPECTED-SEQ.
           IF POSTING-REPLAY-TOTAL > 0
               MOVE PRP-SEQUENCE(1) TO WS-EXPECTED-SEQ
           END-IF.
           IF CHANGE-REPLAY-TOTAL > 0
               IF WS-EXPECTED-SEQ = 0
                       OR CRP-SEQUENCE(1) < WS-EXPECTED-SEQ
                   MOVE CRP-SEQUENCE(1) TO WS-EXPECTED-SEQ
               END-IF
           END-IF.

       REPLAY-NEXT-ENTRY.
           IF WS-NEXT-CHANGE > CHANGE-REPLAY-TOTAL
               MOVE PRP-SEQUENCE(WS-NEXT-POSTING) TO WS-CURRENT-SEQ
           ELSE
           IF WS-NEXT-POSTING > POSTING-REPLAY-TOTAL
               MOVE CRP-SEQUENCE(WS-NEXT-CHANGE) TO WS-CURRENT-SEQ
           ELSE
           IF PRP-SEQUENCE(WS-NEXT-POSTING) <
                   CRP-SEQUENCE(WS-NEXT-CHANGE)
               MOVE PRP-SEQUENCE(WS-NEXT-POSTING) TO WS-CURRENT-SEQ
           ELSE
               MOVE CRP-SEQUENCE(WS-NEXT-CHANGE) TO WS-CURRENT-SEQ
           END-IF
           END-IF
           END-IF.
           IF WS-CURRENT-SEQ NOT = WS-EXPECTED-SEQ
               MOVE 'Y' TO WS-REPLAY-STOPPED
               MOVE "JOURNAL SEQUENCE GAP - REPLAY STOPPED" TO
                   WS-STOP-REASON
               MOVE WS-EXPECTED-SEQ TO WS-SEQ-DISPLAY
               MOVE WS-CURRENT-SEQ TO WS-SEQ-DISPLAY-2
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "SEQUENCE GAP: EXPECTED " WS-SEQ-DISPLAY
                   " FOUND " WS-SEQ-DISPLAY-2
                   " - REPLAY STOPPED"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEXT-POSTING <= POSTING-REPLAY-TOTAL
                   AND PRP-SEQUENCE(WS-NEXT-POSTING) = WS-CURRENT-SEQ
               SET PRP-IDX TO WS-NEXT-POSTING
               PERFORM REPLAY-POSTING-ENTRY
               ADD 1 TO WS-NEXT-POSTING
           ELSE
               SET CRP-IDX TO WS-NEXT-CHANGE
               PERFORM REPLAY-CHANGE-ENTRY
               ADD 1 TO WS-NEXT-CHANGE
           END-IF.
           IF WS-APPLY-OK = 'N'
               MOVE 'Y' TO WS-REPLAY-STOPPED
               MOVE "JOURNAL ENTRY WOULD NOT APPLY" TO WS-STOP-REASON
               MOVE WS-CURRENT-SEQ TO WS-SEQ-DISPLAY
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "SEQUENCE " WS-SEQ-DISPLAY
                   " WOULD NOT APPLY TO MASTER - REPLAY STOPPED"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-SEQ TO WS-LAST-APPLIED-SEQ.
           ADD 1 TO WS-EXPECTED-SEQ.

       REPLAY-POSTING-ENTRY.
           MOVE 'Y' TO WS-APPLY-OK.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE PRP-ACCOUNT(PRP-IDX) TO INDEXED-OUTPUT-KEY(1:10).
           MOVE PRP-BALANCE-CURRENCY(PRP-IDX) TO
               INDEXED-OUTPUT-KEY(11:3).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   PERFORM REPLAY-ADD-POSITION
               NOT INVALID KEY
                   PERFORM REPLAY-UPDATE-POSITION
           END-READ.

       REPLAY-ADD-POSITION.
           MOVE SPACES TO MASTER-POSITION-REC.
           MOVE PRP-ACCOUNT(PRP-IDX) TO POS-ACCOUNT.
           MOVE PRP-BALANCE-CURRENCY(PRP-IDX) TO POS-BALANCE-CURRENCY.
           MOVE PRP-COMPANY(PRP-IDX) TO POS-COMPANY.
           MOVE PRP-BALANCE-CURRENCY(PRP-IDX) TO POS-CURRENCY.
           MOVE 'A' TO POS-DORMANCY-STAGE.
           MOVE PRP-AMOUNT(PRP-IDX) TO POS-CURRENT-BALANCE.
           MOVE PRP-AMOUNT(PRP-IDX) TO POS-MTD-AMOUNT.
           MOVE PRP-AMOUNT(PRP-IDX) TO POS-YTD-AMOUNT.
           MOVE PRP-TRAN-DATE(PRP-IDX) TO POS-LAST-TRAN-DATE.
           MOVE 1 TO POS-RECORD-COUNT.
           MOVE SPACES TO INDEXED-OUTPUT-DATA.
           MOVE MASTER-POSITION-REC TO INDEXED-OUTPUT-DATA.
           WRITE INDEXED-OUTPUT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-APPLY-OK
               NOT INVALID KEY
                   ADD 1 TO WS-POSTINGS-APPLIED
           END-WRITE.

       REPLAY-UPDATE-POSITION.
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
           IF PRP-TRAN-DATE(PRP-IDX)(1:6) NOT =
                   POS-LAST-TRAN-DATE(1:6)
               MOVE 0 TO POS-MTD-AMOUNT
           END-IF.
           IF PRP-TRAN-DATE(PRP-IDX)(1:4) NOT =
                   POS-LAST-TRAN-DATE(1:4)
               MOVE 0 TO POS-YTD-AMOUNT
           END-IF.
           ADD PRP-AMOUNT(PRP-IDX) TO POS-CURRENT-BALANCE.
           ADD PRP-AMOUNT(PRP-IDX) TO POS-MTD-AMOUNT.
           ADD PRP-AMOUNT(PRP-IDX) TO POS-YTD-AMOUNT.
           ADD 1 TO POS-RECORD-COUNT.
           IF PRP-TRAN-DATE(PRP-IDX) > POS-LAST-TRAN-DATE
               MOVE PRP-TRAN-DATE(PRP-IDX) TO POS-LAST-TRAN-DATE
           END-IF.
           IF PRP-COMPANY(PRP-IDX) NOT = SPACES
               MOVE PRP-COMPANY(PRP-IDX) TO POS-COMPANY
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-DATA.
           MOVE MASTER-POSITION-REC TO INDEXED-OUTPUT-DATA.
           REWRITE INDEXED-OUTPUT-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-APPLY-OK
               NOT INVALID KEY
                   ADD 1 TO WS-POSTINGS-APPLIED
           END-REWRITE.

       REPLAY-CHANGE-ENTRY.
           MOVE 'Y' TO WS-APPLY-OK.
           MOVE CRP-KEY(CRP-IDX) TO INDEXED-OUTPUT-KEY.
           EVALUATE CRP-ACTION(CRP-IDX)
               WHEN 'A'
                   MOVE SPACES TO INDEXED-OUTPUT-DATA
                   MOVE CRP-AFTER-IMAGE(CRP-IDX) TO
                       INDEXED-OUTPUT-DATA(1:106)
                   WRITE INDEXED-OUTPUT-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-APPLY-OK
                   END-WRITE
               WHEN 'R'
                   MOVE SPACES TO INDEXED-OUTPUT-DATA
                   MOVE CRP-AFTER-IMAGE(CRP-IDX) TO
                       INDEXED-OUTPUT-DATA(1:106)
                   REWRITE INDEXED-OUTPUT-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-APPLY-OK
                   END-REWRITE
               WHEN 'D'
                   DELETE INDEXED-OUTPUT-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-APPLY-OK
                   END-DELETE
               WHEN OTHER
                   MOVE 'N' TO WS-APPLY-OK
           END-EVALUATE.
           IF WS-APPLY-OK = 'Y'
               ADD 1 TO WS-CHANGES-APPLIED
           END-IF.

       WRITE-REPLAY-TOTALS.
           MOVE WS-POSTINGS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "POSTING JOURNAL ENTRIES REPLAYED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           MOVE WS-CHANGES-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "CHANGE JOURNAL ENTRIES REPLAYED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           IF WS-UNSEQUENCED-COUNT > 0
               MOVE WS-UNSEQUENCED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING "UNSEQUENCED JOURNAL ENTRIES IGNORED: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF.
           MOVE WS-LAST-APPLIED-SEQ TO WS-SEQ-DISPLAY.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "MASTER RECOVERED THROUGH JOURNAL SEQUENCE "
               WS-SEQ-DISPLAY
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.

       FIND-PROOF-ENTRY.
           MOVE 0 TO WS-PROOF-IDX.
           PERFORM VARYING BPT-IDX FROM 1 BY 1
                   UNTIL BPT-IDX > BALANCE-PROOF-TOTAL
               IF BPT-ACCOUNT(BPT-IDX) = WS-PROOF-ACCOUNT
                   SET WS-PROOF-IDX TO BPT-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF BALANCE-PROOF-TOTAL < 2000
               ADD 1 TO BALANCE-PROOF-TOTAL
               MOVE BALANCE-PROOF-TOTAL TO WS-PROOF-IDX
               MOVE WS-PROOF-ACCOUNT TO BPT-ACCOUNT(WS-PROOF-IDX)
           END-IF.

       PROVE-AGAINST-TRIAL-BALANCE.
           OPEN INPUT PRIOR-BALANCE-FILE.
           IF WS-PRIOR-BALANCE-STATUS = "00"
               MOVE 'Y' TO WS-TRIAL-PRESENT
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PRIOR-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF PRIOR-BAL-ACCOUNT NOT = SPACES
                                   AND PRIOR-BAL-AMOUNT NUMERIC
                               MOVE PRIOR-BAL-ACCOUNT TO
                                   WS-PROOF-ACCOUNT
                               PERFORM FIND-PROOF-ENTRY
                               IF WS-PROOF-IDX > 0
                                   MOVE PRIOR-BAL-AMOUNT TO
                                       BPT-TRIAL-AMOUNT(WS-PROOF-IDX)
                                   MOVE 'Y' TO
                                       BPT-ON-TRIAL(WS-PROOF-IDX)
                                   ADD PRIOR-BAL-AMOUNT TO
                                       WS-TRIAL-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-BALANCE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           IF WS-TRIAL-PRESENT = 'N'
               MOVE "NO TRIAL BALANCE ON FILE - PROOF NOT POSSIBLE" TO
                   RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "RECOVERED BUT NOT PROVED" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ INDEXED-OUTPUT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM TALLY-MASTER-BALANCE
                   END-READ
               END-PERFORM
               CLOSE INDEXED-OUTPUT-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           MOVE "BALANCE PROOF AGAINST LAST TRIAL BALANCE:" TO
               RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           PERFORM VARYING BPT-IDX FROM 1 BY 1
                   UNTIL BPT-IDX > BALANCE-PROOF-TOTAL
               PERFORM PROVE-ONE-ACCOUNT
           END-PERFORM.
           MOVE WS-TRIAL-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE WS-MASTER-TOTAL TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "TRIAL BALANCE TOTAL " WS-AMOUNT-DISPLAY
               " RECOVERED MASTER TOTAL " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           MOVE WS-PROOF-BREAKS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "ACCOUNTS OUT OF PROOF: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           IF WS-PROOF-BREAKS = 0
               MOVE "RECOVERED BALANCES MATCH LAST TRIAL BALANCE" TO
                   RECOVERY-REPORT-LINE
           ELSE
               MOVE "RECOVERED BALANCES DO NOT MATCH TRIAL BALANCE" TO
                   RECOVERY-REPORT-LINE
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "RECOVERED BALANCES OUT OF PROOF" TO
                   WS-JOB-REASON
           END-IF.
           WRITE RECOVERY-REPORT-LINE.

       TALLY-MASTER-BALANCE.
           MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC.
           IF POS-ACCOUNT = SPACES OR POS-CURRENT-BALANCE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE POS-ACCOUNT TO WS-PROOF-ACCOUNT.
           PERFORM FIND-PROOF-ENTRY.
           IF WS-PROOF-IDX > 0
               MOVE POS-CURRENT-BALANCE TO
                   BPT-MASTER-AMOUNT(WS-PROOF-IDX)
               MOVE 'Y' TO BPT-ON-MASTER(WS-PROOF-IDX)
               ADD POS-CURRENT-BALANCE TO WS-MASTER-TOTAL
           END-IF.

       PROVE-ONE-ACCOUNT.
           MOVE BPT-TRIAL-AMOUNT(BPT-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE BPT-MASTER-AMOUNT(BPT-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           EVALUATE TRUE
               WHEN BPT-ON-MASTER(BPT-IDX) = 'N'
                   ADD 1 TO WS-PROOF-BREAKS
                   STRING "BREAK ACCT " BPT-ACCOUNT(BPT-IDX)
                       " TRIAL " WS-AMOUNT-DISPLAY
                       " BUT ACCOUNT NOT ON RECOVERED MASTER"
                       DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
                   WRITE RECOVERY-REPORT-LINE
               WHEN BPT-ON-TRIAL(BPT-IDX) = 'N'
                   ADD 1 TO WS-PROOF-BREAKS
                   STRING "BREAK ACCT " BPT-ACCOUNT(BPT-IDX)
                       " MASTER " WS-AMOUNT-DISPLAY-2
                       " BUT ACCOUNT NOT IN TRIAL BALANCE"
                       DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
                   WRITE RECOVERY-REPORT-LINE
               WHEN BPT-TRIAL-AMOUNT(BPT-IDX) NOT =
                       BPT-MASTER-AMOUNT(BPT-IDX)
                   ADD 1 TO WS-PROOF-BREAKS
                   STRING "BREAK ACCT " BPT-ACCOUNT(BPT-IDX)
                       " TRIAL " WS-AMOUNT-DISPLAY
                       " MASTER " WS-AMOUNT-DISPLAY-2
                       DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
                   WRITE RECOVERY-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
