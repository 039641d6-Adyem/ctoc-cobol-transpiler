       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT CHART-CONTROL-FILE
               ASSIGN TO "gl_chart_of_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO WS-GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-POSTING-STATUS.
           SELECT FEE-FEED-FILE ASSIGN TO "fee_posting_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FEED-STATUS.
           SELECT RECON-CONTROL-FILE
               ASSIGN TO "gl_recon_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-CONTROL-STATUS.
           SELECT RECON-REPORT-FILE
               ASSIGN TO "gl_recon_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "gl_recon_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  CHART-CONTROL-FILE.
       01  CHART-CONTROL-LINE.
           05  CHART-CTL-STATUS PIC X.
           05  CHART-CTL-DEBIT-ACCOUNT PIC 9(8).
           05  CHART-CTL-CREDIT-ACCOUNT PIC 9(8).
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
       01  GL-IC-DETAIL REDEFINES GL-POSTING-RECORD.
           05  GL-IC-TYPE PIC X.
           05  GL-IC-COMPANY PIC X(3).
           05  GL-IC-ACCOUNT PIC 9(8).
           05  GL-IC-DC-FLAG PIC X.
           05  GL-IC-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  GL-IC-COUNTERPARTY PIC X(3).
           05  GL-IC-TRANSACTION-ID PIC X(10).
           05  FILLER PIC X(22).
       FD  FEE-FEED-FILE.
       01  FEE-FEED-RECORD PIC X(29).
       01  FEE-TRANSACTION REDEFINES FEE-FEED-RECORD.
           05  FEE-TXN-STATUS PIC X.
           05  FILLER PIC X.
           05  FEE-TXN-AMOUNT PIC 9(7)V99.
           05  FEE-TXN-ID PIC X(10).
           05  FEE-TXN-EFF-DATE PIC X(8).
       01  FEE-HEADER REDEFINES FEE-FEED-RECORD.
           05  FEE-HDR-STATUS PIC X.
           05  FEE-HDR-RUN-DATE PIC 9(8).
           05  FEE-HDR-EXPECTED-COUNT PIC 9(9).
           05  FILLER PIC X(11).
       FD  RECON-CONTROL-FILE.
       01  RECON-CONTROL-LINE.
           05  RCN-CTL-DATE PIC 9(8).
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-CHART-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-GL-POSTING-STATUS PIC XX VALUE "00".
       01  WS-FEE-FEED-STATUS PIC XX VALUE "00".
       01  WS-RECON-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "SUBLEDGER RECONCILES TO GL".
       01  WS-GL-FILENAME PIC X(40) VALUE SPACES.
       01  WS-GL-LAYOUT PIC X VALUE 'G'.
       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 20 TIMES INDEXED BY CHART-IDX.
               10  CHART-STATUS-CODE PIC X VALUE SPACE.
               10  CHART-DEBIT-ACCOUNT PIC 9(8) VALUE 0.
               10  CHART-CREDIT-ACCOUNT PIC 9(8) VALUE 0.
       01  CHART-ENTRY-TOTAL PIC 9(2) VALUE 0.
       01  WS-CHART-FOUND PIC X VALUE 'N'.
       01  WS-DEBIT-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-CREDIT-ACCOUNT PIC 9(8) VALUE 0.
       01  SOURCE-NAME-VALUES.
           05  FILLER PIC X(20) VALUE "GL-EXTRACT".
           05  FILLER PIC X(32) VALUE "gl_posting.dat".
           05  FILLER PIC X VALUE "G".
           05  FILLER PIC X(20) VALUE "FX-REVAL".
           05  FILLER PIC X(32) VALUE "gl_reval_posting.dat".
           05  FILLER PIC X VALUE "G".
           05  FILLER PIC X(20) VALUE "SUSPENSE-EXPIRE".
           05  FILLER PIC X(32) VALUE "gl_writeoff_posting.dat".
           05  FILLER PIC X VALUE "G".
           05  FILLER PIC X(20) VALUE "INTEREST-ACCRUAL".
           05  FILLER PIC X(32) VALUE "gl_interest_posting.dat".
           05  FILLER PIC X VALUE "G".
           05  FILLER PIC X(20) VALUE "ACCOUNT-CLOSE".
           05  FILLER PIC X(32) VALUE "gl_closure_posting.dat".
           05  FILLER PIC X VALUE "G".
           05  FILLER PIC X(20) VALUE "TERM-DEPOSIT".
           05  FILLER PIC X(32) VALUE "gl_term_deposit_posting.dat".
           05  FILLER PIC X VALUE "G".
           05  FILLER PIC X(20) VALUE "BACK-VALUE".
           05  FILLER PIC X(32) VALUE "gl_backvalue_posting.dat".
           05  FILLER PIC X VALUE "G".
           05  FILLER PIC X(20) VALUE "ESCHEAT".
           05  FILLER PIC X(32) VALUE "gl_escheat_posting.dat".
           05  FILLER PIC X VALUE "G".
           05  FILLER PIC X(20) VALUE "PAYMENT-APPLY".
           05  FILLER PIC X(32)
               VALUE "gl_cash_application_posting.dat".
           05  FILLER PIC X VALUE "G".
           05  FILLER PIC X(20) VALUE "INTERCOMPANY-SETTLE".
           05  FILLER PIC X(32) VALUE "intercompany_gl_postings.dat".
           05  FILLER PIC X VALUE "I".
           05  FILLER PIC X(20) VALUE "FEE-POST".
           05  FILLER PIC X(32) VALUE "fee_posting_feed.dat".
           05  FILLER PIC X VALUE "F".
       01  SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
           05  SOURCE-NAME-ENTRY OCCURS 11 TIMES.
               10  SOURCE-NAME PIC X(20).
               10  SOURCE-FILE-NAME PIC X(32).
               10  SOURCE-LAYOUT PIC X.
       01  SOURCE-STATE-TABLE.
           05  SOURCE-STATE-ENTRY OCCURS 11 TIMES.
               10  SOURCE-STATE PIC X(20) VALUE SPACES.
               10  SOURCE-DETAIL-COUNT PIC 9(9) VALUE 0.
       01  WS-SOURCE-NO PIC 9(2) VALUE 0.
       01  RECON-TABLE.
           05  RECON-ENTRY OCCURS 200 TIMES INDEXED BY RCN-IDX.
               10  RCN-GL-ACCOUNT PIC 9(8) VALUE 0.
               10  RCN-IN-CHART PIC X VALUE 'N'.
               10  RCN-SUBLEDGER PIC S9(11)V99 VALUE 0.
               10  RCN-SOURCE-AMOUNT OCCURS 11 TIMES
                       PIC S9(11)V99 VALUE 0.
       01  RECON-TOTAL PIC 9(3) VALUE 0.
       01  UNMAPPED-TABLE.
           05  UNMAPPED-ENTRY OCCURS 20 TIMES INDEXED BY UNM-IDX.
               10  UNM-STATUS PIC X VALUE SPACE.
               10  UNM-COUNT PIC 9(9) VALUE 0.
               10  UNM-AMOUNT PIC S9(11)V99 VALUE 0.
       01  UNMAPPED-TOTAL PIC 9(2) VALUE 0.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-LOOKUP-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-LOOKUP-STATUS PIC X VALUE SPACE.
       01  WS-MOVEMENT PIC S9(11)V99 VALUE 0.
       01  WS-GL-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01  WS-RECON-DATE PIC 9(8) VALUE 0.
       01  WS-BATCH-DATE PIC 9(8) VALUE 0.
       01  WS-BATCH-IN-SCOPE PIC X VALUE 'N'.
       01  WS-JOURNAL-READ PIC 9(9) VALUE 0.
       01  WS-SUBLEDGER-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-ACCOUNTS-CHECKED PIC 9(5) VALUE 0.
       01  WS-BREAK-COUNT PIC 9(5) VALUE 0.
       01  WS-BREAK-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-OVERFLOW-COUNT PIC 9(9) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-3 PIC -(10)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RECON-DATE.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-RECON-CONTROL.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           IF CHART-ENTRY-TOTAL = 0
               DISPLAY "GL-RECON: NO CHART OF ACCOUNTS - "
                   "gl_chart_of_accounts.dat MISSING OR EMPTY"
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "CHART OF ACCOUNTS MISSING" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POSTING-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "GL-RECON: UNABLE TO OPEN JOURNAL "
                   "master_posting_journal.dat, FILE STATUS "
                   WS-JOURNAL-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "POSTING JOURNAL OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF JOURNAL-AMOUNT NUMERIC
                               AND JOURNAL-POSTED-DATE NUMERIC
                               AND JOURNAL-POSTED-DATE = WS-RECON-DATE
                           ADD 1 TO WS-JOURNAL-READ
                           PERFORM MAP-JOURNAL-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.
           PERFORM VARYING WS-SOURCE-NO FROM 1 BY 1
                   UNTIL WS-SOURCE-NO > 10
               PERFORM LOAD-GL-SOURCE
           END-PERFORM.
           MOVE 11 TO WS-SOURCE-NO.
           PERFORM LOAD-FEE-SOURCE.
           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "BREAKS BY GL ACCOUNT AND SOURCE" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING RCN-IDX FROM 1 BY 1
                   UNTIL RCN-IDX > RECON-TOTAL
               IF RCN-IN-CHART(RCN-IDX) = 'Y'
                   PERFORM RECONCILE-ONE-ACCOUNT
               END-IF
           END-PERFORM.
           PERFORM VARYING UNM-IDX FROM 1 BY 1
                   UNTIL UNM-IDX > UNMAPPED-TOTAL
               PERFORM WRITE-UNMAPPED-BREAK
           END-PERFORM.
           MOVE "ACCOUNTS OUTSIDE SUBLEDGER CONTROL" TO
               RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING RCN-IDX FROM 1 BY 1
                   UNTIL RCN-IDX > RECON-TOTAL
               IF RCN-IN-CHART(RCN-IDX) = 'N'
                   PERFORM WRITE-OUTSIDE-ACCOUNT
               END-IF
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RECON-REPORT-FILE.
           IF WS-BREAK-COUNT > 0
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "SUBLEDGER TO GL BREAKS FOUND" TO WS-JOB-REASON
           ELSE
               IF WS-OVERFLOW-COUNT > 0
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "RECON TABLE FULL - ENTRIES SKIPPED" TO
                       WS-JOB-REASON
               END-IF
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "GL-RECON" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RECON-DATE TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-RECON-CONTROL.
           OPEN INPUT RECON-CONTROL-FILE.
           IF WS-RECON-CONTROL-STATUS = "00"
               READ RECON-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCN-CTL-DATE NUMERIC AND RCN-CTL-DATE > 0
                           MOVE RCN-CTL-DATE TO WS-RECON-DATE
                       END-IF
               END-READ
               CLOSE RECON-CONTROL-FILE
           END-IF.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-CONTROL-FILE.
           IF WS-CHART-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR CHART-ENTRY-TOTAL >= 20
                   READ CHART-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF CHART-CTL-STATUS NOT = SPACE
                                   AND CHART-CTL-DEBIT-ACCOUNT
                                       NUMERIC
                                   AND CHART-CTL-CREDIT-ACCOUNT
                                       NUMERIC
                               ADD 1 TO CHART-ENTRY-TOTAL
                               MOVE CHART-CTL-STATUS TO
                                   CHART-STATUS-CODE
                                       (CHART-ENTRY-TOTAL)
                               MOVE CHART-CTL-DEBIT-ACCOUNT TO
                                   CHART-DEBIT-ACCOUNT
                                       (CHART-ENTRY-TOTAL)
                               MOVE CHART-CTL-CREDIT-ACCOUNT TO
                                   CHART-CREDIT-ACCOUNT
                                       (CHART-ENTRY-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-CONTROL-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM VARYING CHART-IDX FROM 1 BY 1
                   UNTIL CHART-IDX > CHART-ENTRY-TOTAL
               MOVE CHART-DEBIT-ACCOUNT(CHART-IDX) TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-RECON-ENTRY
               IF WS-ENTRY-FOUND = 'Y'
                   MOVE 'Y' TO RCN-IN-CHART(RCN-IDX)
               END-IF
               MOVE CHART-CREDIT-ACCOUNT(CHART-IDX) TO
                   WS-LOOKUP-ACCOUNT
               PERFORM FIND-RECON-ENTRY
               IF WS-ENTRY-FOUND = 'Y'
                   MOVE 'Y' TO RCN-IN-CHART(RCN-IDX)
               END-IF
           END-PERFORM.

       FIND-CHART-MAPPING.
           MOVE 'N' TO WS-CHART-FOUND.
           PERFORM VARYING CHART-IDX FROM 1 BY 1
                   UNTIL CHART-IDX > CHART-ENTRY-TOTAL
               IF CHART-STATUS-CODE(CHART-IDX) = WS-LOOKUP-STATUS
                   MOVE CHART-DEBIT-ACCOUNT(CHART-IDX) TO
                       WS-DEBIT-ACCOUNT
                   MOVE CHART-CREDIT-ACCOUNT(CHART-IDX) TO
                       WS-CREDIT-ACCOUNT
                   MOVE 'Y' TO WS-CHART-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-RECON-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING RCN-IDX FROM 1 BY 1
                   UNTIL RCN-IDX > RECON-TOTAL
               IF RCN-GL-ACCOUNT(RCN-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF RECON-TOTAL >= 200
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RECON-TOTAL.
           SET RCN-IDX TO RECON-TOTAL.
           MOVE WS-LOOKUP-ACCOUNT TO RCN-GL-ACCOUNT(RCN-IDX).
           MOVE 'Y' TO WS-ENTRY-FOUND.

       MAP-JOURNAL-MOVEMENT.
           ADD JOURNAL-AMOUNT TO WS-SUBLEDGER-TOTAL.
           MOVE JOURNAL-SOURCE-STATUS TO WS-LOOKUP-STATUS.
           PERFORM FIND-CHART-MAPPING.
           IF WS-CHART-FOUND = 'N'
               PERFORM NOTE-UNMAPPED-MOVEMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEBIT-ACCOUNT TO WS-LOOKUP-ACCOUNT.
           PERFORM FIND-RECON-ENTRY.
           IF WS-ENTRY-FOUND = 'Y'
               ADD JOURNAL-AMOUNT TO RCN-SUBLEDGER(RCN-IDX)
           END-IF.
           MOVE WS-CREDIT-ACCOUNT TO WS-LOOKUP-ACCOUNT.
           PERFORM FIND-RECON-ENTRY.
           IF WS-ENTRY-FOUND = 'Y'
               SUBTRACT JOURNAL-AMOUNT FROM RCN-SUBLEDGER(RCN-IDX)
           END-IF.

       NOTE-UNMAPPED-MOVEMENT.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING UNM-IDX FROM 1 BY 1
                   UNTIL UNM-IDX > UNMAPPED-TOTAL
               IF UNM-STATUS(UNM-IDX) = JOURNAL-SOURCE-STATUS
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'N'
               IF UNMAPPED-TOTAL >= 20
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO UNMAPPED-TOTAL
               SET UNM-IDX TO UNMAPPED-TOTAL
               MOVE JOURNAL-SOURCE-STATUS TO UNM-STATUS(UNM-IDX)
           END-IF.
           ADD 1 TO UNM-COUNT(UNM-IDX).
           ADD JOURNAL-AMOUNT TO UNM-AMOUNT(UNM-IDX).

       LOAD-GL-SOURCE.
           MOVE SOURCE-FILE-NAME(WS-SOURCE-NO) TO WS-GL-FILENAME.
           MOVE SOURCE-LAYOUT(WS-SOURCE-NO) TO WS-GL-LAYOUT.
           MOVE 'N' TO WS-BATCH-IN-SCOPE.
           OPEN INPUT GL-POSTING-FILE.
           IF WS-GL-POSTING-STATUS NOT = "00"
               MOVE "NOT SENT" TO SOURCE-STATE(WS-SOURCE-NO)
               EXIT PARAGRAPH
           END-IF.
           MOVE "NO BATCH FOR DATE" TO SOURCE-STATE(WS-SOURCE-NO).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GL-POSTING-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM HANDLE-GL-RECORD
               END-READ
           END-PERFORM.
           CLOSE GL-POSTING-FILE.
           MOVE 'N' TO EOF-FLAG.

       HANDLE-GL-RECORD.
           EVALUATE GL-HDR-TYPE
               WHEN 'H'
                   MOVE 'N' TO WS-BATCH-IN-SCOPE
                   IF GL-HDR-BATCH-DATE NUMERIC
                           AND GL-HDR-BATCH-DATE = WS-RECON-DATE
                       MOVE 'Y' TO WS-BATCH-IN-SCOPE
                       MOVE "INCLUDED" TO SOURCE-STATE(WS-SOURCE-NO)
                   END-IF
               WHEN 'D'
                   IF WS-GL-LAYOUT = 'I'
                       PERFORM HANDLE-IC-DETAIL
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-BATCH-IN-SCOPE = 'Y'
                           AND GL-DTL-ACCOUNT NUMERIC
                           AND GL-DTL-AMOUNT NUMERIC
                       ADD 1 TO SOURCE-DETAIL-COUNT(WS-SOURCE-NO)
                       IF GL-DTL-DC-FLAG = 'C'
                           COMPUTE WS-MOVEMENT = 0 - GL-DTL-AMOUNT
                       ELSE
                           MOVE GL-DTL-AMOUNT TO WS-MOVEMENT
                       END-IF
                       MOVE GL-DTL-ACCOUNT TO WS-LOOKUP-ACCOUNT
                       PERFORM ADD-SOURCE-MOVEMENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       HANDLE-IC-DETAIL.
           IF WS-BATCH-IN-SCOPE = 'Y'
                   AND GL-IC-ACCOUNT NUMERIC
                   AND GL-IC-AMOUNT NUMERIC
               ADD 1 TO SOURCE-DETAIL-COUNT(WS-SOURCE-NO)
               IF GL-IC-DC-FLAG = 'C'
                   COMPUTE WS-MOVEMENT = 0 - GL-IC-AMOUNT
               ELSE
                   MOVE GL-IC-AMOUNT TO WS-MOVEMENT
               END-IF
               MOVE GL-IC-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM ADD-SOURCE-MOVEMENT
           END-IF.

       LOAD-FEE-SOURCE.
           MOVE 'N' TO WS-BATCH-IN-SCOPE.
           OPEN INPUT FEE-FEED-FILE.
           IF WS-FEE-FEED-STATUS NOT = "00"
               MOVE "NOT SENT" TO SOURCE-STATE(WS-SOURCE-NO)
               EXIT PARAGRAPH
           END-IF.
           MOVE "NO BATCH FOR DATE" TO SOURCE-STATE(WS-SOURCE-NO).
           MOVE 'F' TO WS-LOOKUP-STATUS.
           PERFORM FIND-CHART-MAPPING.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ FEE-FEED-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM HANDLE-FEE-RECORD
               END-READ
           END-PERFORM.
           CLOSE FEE-FEED-FILE.
           MOVE 'N' TO EOF-FLAG.

       HANDLE-FEE-RECORD.
           EVALUATE FEE-HDR-STATUS
               WHEN 'H'
                   MOVE 'N' TO WS-BATCH-IN-SCOPE
                   IF FEE-HDR-RUN-DATE NUMERIC
                           AND FEE-HDR-RUN-DATE = WS-RECON-DATE
                       MOVE 'Y' TO WS-BATCH-IN-SCOPE
                       MOVE "INCLUDED" TO SOURCE-STATE(WS-SOURCE-NO)
                   END-IF
               WHEN 'T'
                   CONTINUE
               WHEN OTHER
                   IF WS-BATCH-IN-SCOPE = 'Y'
                           AND FEE-TXN-AMOUNT NUMERIC
                       ADD 1 TO SOURCE-DETAIL-COUNT(WS-SOURCE-NO)
                       IF FEE-TXN-STATUS = 'R'
                           COMPUTE WS-MOVEMENT = 0 - FEE-TXN-AMOUNT
                       ELSE
                           MOVE FEE-TXN-AMOUNT TO WS-MOVEMENT
                       END-IF
                       IF WS-CHART-FOUND = 'Y'
                           MOVE WS-DEBIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
                           PERFORM ADD-SOURCE-MOVEMENT
                           COMPUTE WS-MOVEMENT = 0 - WS-MOVEMENT
                           MOVE WS-CREDIT-ACCOUNT TO WS-LOOKUP-ACCOUNT
                           PERFORM ADD-SOURCE-MOVEMENT
                       ELSE
                           MOVE 0 TO WS-LOOKUP-ACCOUNT
                           PERFORM ADD-SOURCE-MOVEMENT
                       END-IF
                   END-IF
           END-EVALUATE.

       ADD-SOURCE-MOVEMENT.
           PERFORM FIND-RECON-ENTRY.
           IF WS-ENTRY-FOUND = 'Y'
               ADD WS-MOVEMENT TO
                   RCN-SOURCE-AMOUNT(RCN-IDX, WS-SOURCE-NO)
           END-IF.

       RECONCILE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-CHECKED.
           MOVE 0 TO WS-GL-TOTAL.
           PERFORM VARYING WS-SOURCE-NO FROM 1 BY 1
                   UNTIL WS-SOURCE-NO > 11
               ADD RCN-SOURCE-AMOUNT(RCN-IDX, WS-SOURCE-NO) TO
                   WS-GL-TOTAL
           END-PERFORM.
           COMPUTE WS-DIFFERENCE =
               WS-GL-TOTAL - RCN-SUBLEDGER(RCN-IDX).
           MOVE RCN-SUBLEDGER(RCN-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-GL-TOTAL TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO RECON-REPORT-LINE.
           IF WS-DIFFERENCE = 0
               STRING "GL " RCN-GL-ACCOUNT(RCN-IDX)
                   " SUBLEDGER " WS-AMOUNT-DISPLAY
                   " GL " WS-AMOUNT-DISPLAY-2
                   " AGREED"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BREAK-COUNT.
           ADD WS-DIFFERENCE TO WS-BREAK-AMOUNT.
           STRING "GL " RCN-GL-ACCOUNT(RCN-IDX)
               " SUBLEDGER " WS-AMOUNT-DISPLAY
               " GL " WS-AMOUNT-DISPLAY-2
               " BREAK " WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-SOURCE-NO FROM 1 BY 1
                   UNTIL WS-SOURCE-NO > 11
               IF RCN-SOURCE-AMOUNT(RCN-IDX, WS-SOURCE-NO) NOT = 0
                   MOVE RCN-SOURCE-AMOUNT(RCN-IDX, WS-SOURCE-NO) TO
                       WS-AMOUNT-DISPLAY
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING "    SOURCE " SOURCE-NAME(WS-SOURCE-NO)
                       " POSTED " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-UNMAPPED-BREAK.
           IF UNM-AMOUNT(UNM-IDX) NOT = 0
               ADD 1 TO WS-BREAK-COUNT
               ADD UNM-AMOUNT(UNM-IDX) TO WS-BREAK-AMOUNT
           END-IF.
           MOVE UNM-COUNT(UNM-IDX) TO WS-COUNT-DISPLAY.
           MOVE UNM-AMOUNT(UNM-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "UNMAPPED SUBLEDGER MOVEMENT STATUS '"
               UNM-STATUS(UNM-IDX) "' ENTRIES " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       WRITE-OUTSIDE-ACCOUNT.
           PERFORM VARYING WS-SOURCE-NO FROM 1 BY 1
                   UNTIL WS-SOURCE-NO > 11
               IF RCN-SOURCE-AMOUNT(RCN-IDX, WS-SOURCE-NO) NOT = 0
                   MOVE RCN-SOURCE-AMOUNT(RCN-IDX, WS-SOURCE-NO) TO
                       WS-AMOUNT-DISPLAY
                   MOVE SPACES TO RECON-REPORT-LINE
                   STRING "GL " RCN-GL-ACCOUNT(RCN-IDX)
                       " SOURCE " SOURCE-NAME(WS-SOURCE-NO)
                       " POSTED " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE "SUBLEDGER TO GL RECONCILIATION" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "RECONCILIATION DATE " WS-RECON-DATE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-JOURNAL-READ TO WS-COUNT-DISPLAY.
           MOVE WS-SUBLEDGER-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "MASTER JOURNAL ENTRIES " WS-COUNT-DISPLAY
               " NET MOVEMENT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-SOURCE-NO FROM 1 BY 1
                   UNTIL WS-SOURCE-NO > 11
               MOVE SOURCE-DETAIL-COUNT(WS-SOURCE-NO) TO
                   WS-COUNT-DISPLAY
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "SOURCE " SOURCE-NAME(WS-SOURCE-NO)
                   " " SOURCE-STATE(WS-SOURCE-NO)
                   " DETAILS " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE WS-ACCOUNTS-CHECKED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "GL ACCOUNTS RECONCILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-BREAK-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-BREAK-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "BREAKS: " WS-COUNT-DISPLAY
               " NET BREAK AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "ENTRIES NOT RECONCILED - TABLE FULL: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           IF WS-BREAK-COUNT = 0
               MOVE "SUBLEDGER MOVEMENT AGREES TO GL POSTINGS" TO
                   RECON-REPORT-LINE
           ELSE
               MOVE "SUBLEDGER MOVEMENT DOES NOT AGREE TO GL" TO
                   RECON-REPORT-LINE
           END-IF.
           WRITE RECON-REPORT-LINE.

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
               MOVE BDC-CURRENT-DATE TO WS-RECON-DATE
           ELSE
               DISPLAY "GL-RECON: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
