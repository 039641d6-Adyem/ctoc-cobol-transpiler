       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT RECON-CONTROL-FILE
               ASSIGN TO "fee_recon_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-CONTROL-STATUS.
           SELECT FEE-DETAIL-FILE ASSIGN TO WS-FEE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-DETAIL-STATUS.
           SELECT WITHHOLDING-DETAIL-FILE
               ASSIGN TO "withholding_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHHOLDING-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "fee_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO "fee_invoice_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-HISTORY-STATUS.
           SELECT BILLING-CONTROL-FILE
               ASSIGN TO "billing_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-CONTROL-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "fee_waivers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT FEE-FEED-FILE ASSIGN TO "fee_posting_feed.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FEED-STATUS.
           SELECT CHART-CONTROL-FILE
               ASSIGN TO "gl_chart_of_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT RECON-REPORT-FILE
               ASSIGN TO "fee_recon_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "fee_recon_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  RECON-CONTROL-FILE.
       01  RECON-CONTROL-LINE.
           05  FRC-PERIOD PIC 9(6).
       FD  FEE-DETAIL-FILE.
       01  FEE-DETAIL-LINE.
           05  FEE-DETAIL-STATUS PIC X.
           05  FEE-DETAIL-ACCOUNT PIC X(10).
           05  FEE-DETAIL-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  FEE-DETAIL-FEE PIC S9(7)V99 SIGN LEADING SEPARATE.
       FD  WITHHOLDING-DETAIL-FILE.
       01  WITHHOLDING-DETAIL-LINE.
           05  WHD-ACCOUNT PIC X(10).
           05  WHD-JURISDICTION PIC X(2).
           05  WHD-SOURCE PIC X.
           05  WHD-BASE-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  WHD-WITHHELD PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  WHD-RUN-DATE PIC 9(8).
       FD  INVOICE-FILE.
       01  INVOICE-LINE.
           05  INV-ACCOUNT PIC X(10).
           05  INV-PERIOD PIC 9(6).
           05  INV-GROSS-FEES PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  INV-BILLED PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  INV-WAIVER-CODE PIC X(4).
           05  INV-NUMBER PIC X(16).
       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-LINE.
           05  INV-HIST-ACCOUNT PIC X(10).
           05  INV-HIST-PERIOD PIC 9(6).
       FD  BILLING-CONTROL-FILE.
       01  BILLING-CONTROL-LINE.
           05  BILL-CTL-ACCOUNT PIC X(10).
           05  BILL-CTL-MINIMUM PIC 9(7)V99.
           05  BILL-CTL-CAP PIC 9(7)V99.
       FD  WAIVER-FILE.
       01  WAIVER-LINE.
           05  WAIVER-ACCOUNT PIC X(10).
           05  WAIVER-CODE PIC X(4).
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
       01  FEE-TRAILER REDEFINES FEE-FEED-RECORD.
           05  FEE-TRL-STATUS PIC X.
           05  FEE-TRL-ACTUAL-COUNT PIC 9(9).
           05  FILLER PIC X(19).
       FD  CHART-CONTROL-FILE.
       01  CHART-CONTROL-LINE.
           05  CHART-CTL-STATUS PIC X.
           05  CHART-CTL-DEBIT-ACCOUNT PIC 9(8).
           05  CHART-CTL-CREDIT-ACCOUNT PIC 9(8).
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE PIC X(132).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-RECON-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-FEE-DETAIL-STATUS PIC XX VALUE "00".
       01  WS-WITHHOLDING-STATUS PIC XX VALUE "00".
       01  WS-INVOICE-STATUS PIC XX VALUE "00".
       01  WS-INVOICE-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-BILLING-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-WAIVER-STATUS PIC XX VALUE "00".
       01  WS-FEE-FEED-STATUS PIC XX VALUE "00".
       01  WS-CHART-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40)
               VALUE "FEE LIFECYCLE RECONCILES".
       01  WS-FEE-FILENAME PIC X(80) VALUE "fee_detail.dat".
       01  WS-RECON-PERIOD PIC 9(6) VALUE 0.
       01  WS-SOURCE-STAGE PIC X VALUE 'C'.
       01  WS-NET-PRESENT PIC X VALUE 'N'.
       01  WS-INVOICE-PRESENT PIC X VALUE 'N'.
       01  WS-FEED-PRESENT PIC X VALUE 'N'.
       01  WS-FEED-IN-PERIOD PIC X VALUE 'N'.
       01  WS-FEED-RUN-DATE PIC 9(8) VALUE 0.
       01  WS-FEED-HEADER-COUNT PIC 9(9) VALUE 0.
       01  WS-FEED-TRAILER-COUNT PIC 9(9) VALUE 0.
       01  WS-FEED-TRAILER-SEEN PIC X VALUE 'N'.
       01  WS-GL-MAPPED PIC X VALUE 'N'.
       01  WS-GL-DEBIT-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-GL-CREDIT-ACCOUNT PIC 9(8) VALUE 0.
       01  TRACE-TABLE.
           05  TRACE-ENTRY OCCURS 1000 TIMES INDEXED BY TRC-IDX.
               10  TRC-ACCOUNT PIC X(10) VALUE SPACES.
               10  TRC-CALC-COUNT PIC 9(5) VALUE 0.
               10  TRC-CALC-POSTABLE PIC 9(5) VALUE 0.
               10  TRC-CALC-AMOUNT PIC S9(9)V99 VALUE 0.
               10  TRC-WHD-COUNT PIC 9(5) VALUE 0.
               10  TRC-WHD-AMOUNT PIC S9(9)V99 VALUE 0.
               10  TRC-NET-COUNT PIC 9(5) VALUE 0.
               10  TRC-NET-POSTABLE PIC 9(5) VALUE 0.
               10  TRC-NET-AMOUNT PIC S9(9)V99 VALUE 0.
               10  TRC-INV-COUNT PIC 9(3) VALUE 0.
               10  TRC-INV-GROSS PIC S9(9)V99 VALUE 0.
               10  TRC-INV-BILLED PIC S9(9)V99 VALUE 0.
               10  TRC-BILLED-EARLIER PIC X VALUE 'N'.
               10  TRC-FEED-COUNT PIC 9(5) VALUE 0.
               10  TRC-FEED-AMOUNT PIC S9(9)V99 VALUE 0.
       01  TRACE-TOTAL PIC 9(4) VALUE 0.
       01  WS-TRACE-OVERFLOW PIC 9(9) VALUE 0.
       01  WS-LOOKUP-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  BILLING-TABLE.
           05  BILLING-ENTRY OCCURS 200 TIMES INDEXED BY BIL-IDX.
               10  BIL-ACCOUNT PIC X(10) VALUE SPACES.
               10  BIL-MINIMUM PIC 9(7)V99 VALUE 0.
               10  BIL-CAP PIC 9(7)V99 VALUE 0.
       01  BILLING-TOTAL PIC 9(3) VALUE 0.
       01  WAIVER-TABLE.
           05  WAIVER-ENTRY OCCURS 200 TIMES INDEXED BY WVR-IDX.
               10  WVR-ACCOUNT PIC X(10) VALUE SPACES.
               10  WVR-CODE PIC X(4) VALUE SPACES.
       01  WAIVER-TOTAL PIC 9(3) VALUE 0.
       01  WS-DEFAULT-MINIMUM PIC 9(7)V99 VALUE 0.
       01  WS-DEFAULT-CAP PIC 9(7)V99 VALUE 9999999.99.
       01  WS-APPLY-MINIMUM PIC 9(7)V99 VALUE 0.
       01  WS-APPLY-CAP PIC 9(7)V99 VALUE 0.
       01  WS-WAIVER-FOUND PIC X VALUE 'N'.
       01  WS-EXPECTED-BILLED PIC S9(9)V99 VALUE 0.
       01  WS-ADJUSTMENT PIC S9(9)V99 VALUE 0.
       01  WS-ADJUSTMENT-TYPE PIC X(8) VALUE SPACES.
       01  WS-SOURCE-COUNT PIC 9(5) VALUE 0.
       01  WS-SOURCE-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-FEED-MOVEMENT PIC S9(9)V99 VALUE 0.
       01  WS-BREAK-TYPE PIC X(8) VALUE SPACES.
       01  WS-BREAK-STAGE PIC X(20) VALUE SPACES.
       01  WS-EXPECTED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-ACTUAL-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-EXPECTED-COUNT PIC 9(9) VALUE 0.
       01  WS-ACTUAL-COUNT PIC 9(9) VALUE 0.
       01  WS-LINK-LABEL PIC X(44) VALUE SPACES.
       01  WS-LINK-FAIL-COUNT PIC 9(3) VALUE 0.
       01  WS-BREAK-COUNT PIC 9(6) VALUE 0.
       01  WS-DROPPED-COUNT PIC 9(6) VALUE 0.
       01  WS-DOUBLED-COUNT PIC 9(6) VALUE 0.
       01  WS-CHANGED-COUNT PIC 9(6) VALUE 0.
       01  WS-ADDED-COUNT PIC 9(6) VALUE 0.
       01  WS-BILLED-EARLIER-COUNT PIC 9(6) VALUE 0.
       01  STAGE-TOTALS.
           05  STG-CALC-ACCOUNTS PIC 9(6) VALUE 0.
           05  STG-CALC-ITEMS PIC 9(9) VALUE 0.
           05  STG-CALC-AMOUNT PIC S9(11)V99 VALUE 0.
           05  STG-WHD-ACCOUNTS PIC 9(6) VALUE 0.
           05  STG-WHD-ITEMS PIC 9(9) VALUE 0.
           05  STG-WHD-AMOUNT PIC S9(11)V99 VALUE 0.
           05  STG-NET-ACCOUNTS PIC 9(6) VALUE 0.
           05  STG-NET-ITEMS PIC 9(9) VALUE 0.
           05  STG-NET-AMOUNT PIC S9(11)V99 VALUE 0.
           05  STG-INV-ACCOUNTS PIC 9(6) VALUE 0.
           05  STG-INV-ITEMS PIC 9(9) VALUE 0.
           05  STG-INV-GROSS PIC S9(11)V99 VALUE 0.
           05  STG-WAIVED-ACCOUNTS PIC 9(6) VALUE 0.
           05  STG-WAIVED-AMOUNT PIC S9(11)V99 VALUE 0.
           05  STG-MINIMUM-ACCOUNTS PIC 9(6) VALUE 0.
           05  STG-MINIMUM-AMOUNT PIC S9(11)V99 VALUE 0.
           05  STG-CAP-ACCOUNTS PIC 9(6) VALUE 0.
           05  STG-CAP-AMOUNT PIC S9(11)V99 VALUE 0.
           05  STG-BILLED-AMOUNT PIC S9(11)V99 VALUE 0.
           05  STG-SOURCE-ITEMS PIC 9(9) VALUE 0.
           05  STG-SOURCE-AMOUNT PIC S9(11)V99 VALUE 0.
           05  STG-FEED-ACCOUNTS PIC 9(6) VALUE 0.
           05  STG-FEED-ITEMS PIC 9(9) VALUE 0.
           05  STG-FEED-AMOUNT PIC S9(11)V99 VALUE 0.
           05  STG-GL-ITEMS PIC 9(9) VALUE 0.
           05  STG-GL-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-STAGE-NAME PIC X(30) VALUE SPACES.
       01  WS-STAGE-ACCOUNTS PIC 9(6) VALUE 0.
       01  WS-STAGE-ITEMS PIC 9(9) VALUE 0.
       01  WS-STAGE-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-COUNT-DISPLAY-2 PIC Z(8)9.
       01  WS-ACCOUNTS-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(10)9.99.
       01  WS-TRACE-CALC PIC -(8)9.99.
       01  WS-TRACE-WHD PIC -(8)9.99.
       01  WS-TRACE-NET PIC -(8)9.99.
       01  WS-TRACE-GROSS PIC -(8)9.99.
       01  WS-TRACE-BILLED PIC -(8)9.99.
       01  WS-TRACE-FEED PIC -(8)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RECON-PERIOD.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-RECON-CONTROL.
           MOVE "fee_detail.dat" TO WS-FEE-FILENAME.
           OPEN INPUT FEE-DETAIL-FILE.
           IF WS-FEE-DETAIL-STATUS NOT = "00"
               DISPLAY "FEE-RECON: NO FEE DETAIL TO RECONCILE"
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO FEE DETAIL ON FILE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FEE-DETAIL-FILE.
           MOVE 'C' TO WS-SOURCE-STAGE.
           PERFORM LOAD-FEE-STAGE.
           MOVE "fee_detail_net.dat" TO WS-FEE-FILENAME.
           MOVE 'N' TO WS-SOURCE-STAGE.
           PERFORM LOAD-FEE-STAGE.
           PERFORM LOAD-WITHHOLDING.
           PERFORM LOAD-BILLING-CONTROL.
           PERFORM LOAD-WAIVERS.
           PERFORM LOAD-INVOICES.
           PERFORM LOAD-INVOICE-HISTORY.
           PERFORM LOAD-FEE-FEED.
           PERFORM LOAD-CHART-MAPPING.
           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "FEE TRACE BY ACCOUNT" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "  ACCOUNT      CALCULATED     WITHHELD" TO
               RECON-REPORT-LINE.
           MOVE "NET    INV GROSS       BILLED ADJUST" TO
               RECON-REPORT-LINE(49:36).
           MOVE "FEED" TO RECON-REPORT-LINE(96:4).
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING TRC-IDX FROM 1 BY 1
                   UNTIL TRC-IDX > TRACE-TOTAL
               PERFORM TRACE-ONE-ACCOUNT
           END-PERFORM.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "STAGE BREAKS" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING TRC-IDX FROM 1 BY 1
                   UNTIL TRC-IDX > TRACE-TOTAL
               PERFORM CHECK-ONE-ACCOUNT
           END-PERFORM.
           IF WS-BREAK-COUNT = 0
               MOVE "  NO ACCOUNT-LEVEL BREAKS" TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           PERFORM WRITE-STAGE-SUMMARY.
           PERFORM WRITE-CONTROL-LINKS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RECON-REPORT-FILE.
           IF WS-BREAK-COUNT > 0 OR WS-LINK-FAIL-COUNT > 0
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "FEE LIFECYCLE BREAKS FOUND" TO WS-JOB-REASON
           ELSE
               IF WS-TRACE-OVERFLOW > 0
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "TRACE TABLE FULL - ACCOUNTS SKIPPED" TO
                       WS-JOB-REASON
               END-IF
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "FEE-RECON" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-RECON-CONTROL.
           OPEN INPUT RECON-CONTROL-FILE.
           IF WS-RECON-CONTROL-STATUS = "00"
               READ RECON-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FRC-PERIOD NUMERIC AND FRC-PERIOD > 0
                           MOVE FRC-PERIOD TO WS-RECON-PERIOD
                       END-IF
               END-READ
               CLOSE RECON-CONTROL-FILE
           END-IF.

       FIND-TRACE-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING TRC-IDX FROM 1 BY 1
                   UNTIL TRC-IDX > TRACE-TOTAL
               IF TRC-ACCOUNT(TRC-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF TRACE-TOTAL >= 1000
               ADD 1 TO WS-TRACE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TRACE-TOTAL.
           SET TRC-IDX TO TRACE-TOTAL.
           MOVE WS-LOOKUP-ACCOUNT TO TRC-ACCOUNT(TRC-IDX).
           MOVE 'Y' TO WS-ENTRY-FOUND.

       LOAD-FEE-STAGE.
           OPEN INPUT FEE-DETAIL-FILE.
           IF WS-FEE-DETAIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SOURCE-STAGE = 'N'
               MOVE 'Y' TO WS-NET-PRESENT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ FEE-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FEE-DETAIL-ACCOUNT NOT = SPACES
                               AND FEE-DETAIL-FEE NUMERIC
                           PERFORM NOTE-FEE-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-DETAIL-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-FEE-DETAIL.
           MOVE FEE-DETAIL-ACCOUNT TO WS-LOOKUP-ACCOUNT.
           PERFORM FIND-TRACE-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SOURCE-STAGE = 'C'
               ADD 1 TO TRC-CALC-COUNT(TRC-IDX)
               ADD FEE-DETAIL-FEE TO TRC-CALC-AMOUNT(TRC-IDX)
               ADD 1 TO STG-CALC-ITEMS
               ADD FEE-DETAIL-FEE TO STG-CALC-AMOUNT
               IF FEE-DETAIL-FEE NOT = 0
                   ADD 1 TO TRC-CALC-POSTABLE(TRC-IDX)
               END-IF
           ELSE
               ADD 1 TO TRC-NET-COUNT(TRC-IDX)
               ADD FEE-DETAIL-FEE TO TRC-NET-AMOUNT(TRC-IDX)
               ADD 1 TO STG-NET-ITEMS
               ADD FEE-DETAIL-FEE TO STG-NET-AMOUNT
               IF FEE-DETAIL-FEE NOT = 0
                   ADD 1 TO TRC-NET-POSTABLE(TRC-IDX)
               END-IF
           END-IF.

       LOAD-WITHHOLDING.
           OPEN INPUT WITHHOLDING-DETAIL-FILE.
           IF WS-WITHHOLDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ WITHHOLDING-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF WHD-SOURCE = 'F'
                               AND WHD-ACCOUNT NOT = SPACES
                               AND WHD-WITHHELD NUMERIC
                               AND WHD-RUN-DATE NUMERIC
                               AND WHD-RUN-DATE(1:6) =
                                   WS-RECON-PERIOD
                           MOVE WHD-ACCOUNT TO WS-LOOKUP-ACCOUNT
                           PERFORM FIND-TRACE-ENTRY
                           IF WS-ENTRY-FOUND = 'Y'
                               ADD 1 TO TRC-WHD-COUNT(TRC-IDX)
                               ADD WHD-WITHHELD TO
                                   TRC-WHD-AMOUNT(TRC-IDX)
                               ADD 1 TO STG-WHD-ITEMS
                               ADD WHD-WITHHELD TO STG-WHD-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WITHHOLDING-DETAIL-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-BILLING-CONTROL.
           OPEN INPUT BILLING-CONTROL-FILE.
           IF WS-BILLING-CONTROL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR BILLING-TOTAL >= 200
                   READ BILLING-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF BILL-CTL-ACCOUNT NOT = SPACES
                                   AND BILL-CTL-MINIMUM NUMERIC
                                   AND BILL-CTL-CAP NUMERIC
                               IF BILL-CTL-ACCOUNT = "*"
                                   MOVE BILL-CTL-MINIMUM TO
                                       WS-DEFAULT-MINIMUM
                                   MOVE BILL-CTL-CAP TO
                                       WS-DEFAULT-CAP
                               ELSE
                                   ADD 1 TO BILLING-TOTAL
                                   MOVE BILL-CTL-ACCOUNT TO
                                       BIL-ACCOUNT(BILLING-TOTAL)
                                   MOVE BILL-CTL-MINIMUM TO
                                       BIL-MINIMUM(BILLING-TOTAL)
                                   MOVE BILL-CTL-CAP TO
                                       BIL-CAP(BILLING-TOTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-CONTROL-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-WAIVERS.
           OPEN INPUT WAIVER-FILE.
           IF WS-WAIVER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR WAIVER-TOTAL >= 200
                   READ WAIVER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF WAIVER-ACCOUNT NOT = SPACES
                               ADD 1 TO WAIVER-TOTAL
                               MOVE WAIVER-ACCOUNT TO
                                   WVR-ACCOUNT(WAIVER-TOTAL)
                               MOVE WAIVER-CODE TO
                                   WVR-CODE(WAIVER-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-INVOICE-PRESENT.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF INV-ACCOUNT NOT = SPACES
                               AND INV-PERIOD NUMERIC
                               AND INV-PERIOD = WS-RECON-PERIOD
                               AND INV-GROSS-FEES NUMERIC
                               AND INV-BILLED NUMERIC
                           MOVE INV-ACCOUNT TO WS-LOOKUP-ACCOUNT
                           PERFORM FIND-TRACE-ENTRY
                           IF WS-ENTRY-FOUND = 'Y'
                               ADD 1 TO TRC-INV-COUNT(TRC-IDX)
                               ADD INV-GROSS-FEES TO
                                   TRC-INV-GROSS(TRC-IDX)
                               ADD INV-BILLED TO
                                   TRC-INV-BILLED(TRC-IDX)
                               ADD 1 TO STG-INV-ITEMS
                               ADD INV-GROSS-FEES TO STG-INV-GROSS
                               ADD INV-BILLED TO STG-BILLED-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-INVOICE-HISTORY.
           OPEN INPUT INVOICE-HISTORY-FILE.
           IF WS-INVOICE-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INVOICE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF INV-HIST-PERIOD NUMERIC
                               AND INV-HIST-PERIOD = WS-RECON-PERIOD
                           PERFORM NOTE-BILLED-EARLIER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-HISTORY-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-BILLED-EARLIER.
           PERFORM VARYING TRC-IDX FROM 1 BY 1
                   UNTIL TRC-IDX > TRACE-TOTAL
               IF TRC-ACCOUNT(TRC-IDX) = INV-HIST-ACCOUNT
                   MOVE 'Y' TO TRC-BILLED-EARLIER(TRC-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       LOAD-FEE-FEED.
           OPEN INPUT FEE-FEED-FILE.
           IF WS-FEE-FEED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-FEED-PRESENT.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ FEE-FEED-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM HANDLE-FEED-RECORD
               END-READ
           END-PERFORM.
           CLOSE FEE-FEED-FILE.
           MOVE 'N' TO EOF-FLAG.

       HANDLE-FEED-RECORD.
           EVALUATE FEE-HDR-STATUS
               WHEN 'H'
                   MOVE 'N' TO WS-FEED-IN-PERIOD
                   IF FEE-HDR-RUN-DATE NUMERIC
                       MOVE FEE-HDR-RUN-DATE TO WS-FEED-RUN-DATE
                       IF FEE-HDR-RUN-DATE(1:6) = WS-RECON-PERIOD
                           MOVE 'Y' TO WS-FEED-IN-PERIOD
                       END-IF
                   END-IF
                   IF FEE-HDR-EXPECTED-COUNT NUMERIC
                       MOVE FEE-HDR-EXPECTED-COUNT TO
                           WS-FEED-HEADER-COUNT
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-FEED-TRAILER-SEEN
                   IF FEE-TRL-ACTUAL-COUNT NUMERIC
                       MOVE FEE-TRL-ACTUAL-COUNT TO
                           WS-FEED-TRAILER-COUNT
                   END-IF
               WHEN OTHER
                   IF WS-FEED-IN-PERIOD = 'Y'
                           AND FEE-TXN-AMOUNT NUMERIC
                           AND FEE-TXN-ID NOT = SPACES
                       IF FEE-TXN-STATUS = 'R'
                           COMPUTE WS-FEED-MOVEMENT =
                               0 - FEE-TXN-AMOUNT
                       ELSE
                           MOVE FEE-TXN-AMOUNT TO WS-FEED-MOVEMENT
                       END-IF
                       ADD 1 TO STG-FEED-ITEMS
                       ADD WS-FEED-MOVEMENT TO STG-FEED-AMOUNT
                       MOVE FEE-TXN-ID TO WS-LOOKUP-ACCOUNT
                       PERFORM FIND-TRACE-ENTRY
                       IF WS-ENTRY-FOUND = 'Y'
                           ADD 1 TO TRC-FEED-COUNT(TRC-IDX)
                           ADD WS-FEED-MOVEMENT TO
                               TRC-FEED-AMOUNT(TRC-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       LOAD-CHART-MAPPING.
           OPEN INPUT CHART-CONTROL-FILE.
           IF WS-CHART-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CHART-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CHART-CTL-STATUS = 'F'
                               AND CHART-CTL-DEBIT-ACCOUNT NUMERIC
                               AND CHART-CTL-CREDIT-ACCOUNT NUMERIC
                               AND WS-GL-MAPPED = 'N'
                           MOVE 'Y' TO WS-GL-MAPPED
                           MOVE CHART-CTL-DEBIT-ACCOUNT TO
                               WS-GL-DEBIT-ACCOUNT
                           MOVE CHART-CTL-CREDIT-ACCOUNT TO
                               WS-GL-CREDIT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHART-CONTROL-FILE.
           MOVE 'N' TO EOF-FLAG.

       FIND-BILLING-TERMS.
           MOVE WS-DEFAULT-MINIMUM TO WS-APPLY-MINIMUM.
           MOVE WS-DEFAULT-CAP TO WS-APPLY-CAP.
           PERFORM VARYING BIL-IDX FROM 1 BY 1
                   UNTIL BIL-IDX > BILLING-TOTAL
               IF BIL-ACCOUNT(BIL-IDX) = TRC-ACCOUNT(TRC-IDX)
                   MOVE BIL-MINIMUM(BIL-IDX) TO WS-APPLY-MINIMUM
                   MOVE BIL-CAP(BIL-IDX) TO WS-APPLY-CAP
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-WAIVER.
           MOVE 'N' TO WS-WAIVER-FOUND.
           PERFORM VARYING WVR-IDX FROM 1 BY 1
                   UNTIL WVR-IDX > WAIVER-TOTAL
               IF WVR-ACCOUNT(WVR-IDX) = TRC-ACCOUNT(TRC-IDX)
                   MOVE 'Y' TO WS-WAIVER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WORK-OUT-BILLING.
           MOVE 0 TO WS-ADJUSTMENT.
           MOVE SPACES TO WS-ADJUSTMENT-TYPE.
           PERFORM FIND-BILLING-TERMS.
           PERFORM FIND-WAIVER.
           IF WS-WAIVER-FOUND = 'Y'
               MOVE 0 TO WS-EXPECTED-BILLED
               MOVE "WAIVED" TO WS-ADJUSTMENT-TYPE
           ELSE
               MOVE TRC-INV-GROSS(TRC-IDX) TO WS-EXPECTED-BILLED
               IF WS-EXPECTED-BILLED < WS-APPLY-MINIMUM
                   MOVE WS-APPLY-MINIMUM TO WS-EXPECTED-BILLED
                   MOVE "MINIMUM" TO WS-ADJUSTMENT-TYPE
               END-IF
               IF WS-EXPECTED-BILLED > WS-APPLY-CAP
                   MOVE WS-APPLY-CAP TO WS-EXPECTED-BILLED
                   MOVE "CAPPED" TO WS-ADJUSTMENT-TYPE
               END-IF
           END-IF.
           COMPUTE WS-ADJUSTMENT =
               WS-EXPECTED-BILLED - TRC-INV-GROSS(TRC-IDX).
           IF WS-ADJUSTMENT = 0
               MOVE SPACES TO WS-ADJUSTMENT-TYPE
           END-IF.

       TRACE-ONE-ACCOUNT.
           IF TRC-CALC-COUNT(TRC-IDX) > 0
               ADD 1 TO STG-CALC-ACCOUNTS
           END-IF.
           IF TRC-WHD-COUNT(TRC-IDX) > 0
               ADD 1 TO STG-WHD-ACCOUNTS
           END-IF.
           IF TRC-NET-COUNT(TRC-IDX) > 0
               ADD 1 TO STG-NET-ACCOUNTS
           END-IF.
           IF TRC-FEED-COUNT(TRC-IDX) > 0
               ADD 1 TO STG-FEED-ACCOUNTS
           END-IF.
           IF WS-NET-PRESENT = 'Y'
               ADD TRC-NET-POSTABLE(TRC-IDX) TO STG-SOURCE-ITEMS
               ADD TRC-NET-AMOUNT(TRC-IDX) TO STG-SOURCE-AMOUNT
           ELSE
               ADD TRC-CALC-POSTABLE(TRC-IDX) TO STG-SOURCE-ITEMS
               ADD TRC-CALC-AMOUNT(TRC-IDX) TO STG-SOURCE-AMOUNT
           END-IF.
           MOVE 0 TO WS-ADJUSTMENT.
           MOVE SPACES TO WS-ADJUSTMENT-TYPE.
           IF TRC-INV-COUNT(TRC-IDX) > 0
               ADD 1 TO STG-INV-ACCOUNTS
               PERFORM WORK-OUT-BILLING
               EVALUATE WS-ADJUSTMENT-TYPE
                   WHEN "WAIVED"
                       ADD 1 TO STG-WAIVED-ACCOUNTS
                       ADD WS-ADJUSTMENT TO STG-WAIVED-AMOUNT
                   WHEN "MINIMUM"
                       ADD 1 TO STG-MINIMUM-ACCOUNTS
                       ADD WS-ADJUSTMENT TO STG-MINIMUM-AMOUNT
                   WHEN "CAPPED"
                       ADD 1 TO STG-CAP-ACCOUNTS
                       ADD WS-ADJUSTMENT TO STG-CAP-AMOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE TRC-CALC-AMOUNT(TRC-IDX) TO WS-TRACE-CALC.
           MOVE TRC-WHD-AMOUNT(TRC-IDX) TO WS-TRACE-WHD.
           MOVE TRC-NET-AMOUNT(TRC-IDX) TO WS-TRACE-NET.
           MOVE TRC-INV-GROSS(TRC-IDX) TO WS-TRACE-GROSS.
           MOVE TRC-INV-BILLED(TRC-IDX) TO WS-TRACE-BILLED.
           MOVE TRC-FEED-AMOUNT(TRC-IDX) TO WS-TRACE-FEED.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  " TRC-ACCOUNT(TRC-IDX)
               " " WS-TRACE-CALC " " WS-TRACE-WHD
               " " WS-TRACE-NET " " WS-TRACE-GROSS
               " " WS-TRACE-BILLED " " WS-ADJUSTMENT-TYPE
               " " WS-TRACE-FEED
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           IF TRC-INV-COUNT(TRC-IDX) = 0
                   AND TRC-BILLED-EARLIER(TRC-IDX) = 'Y'
               MOVE "BILLED EARLIER IN PERIOD" TO
                   RECON-REPORT-LINE(109:24)
           END-IF.
           WRITE RECON-REPORT-LINE.

       CHECK-ONE-ACCOUNT.
           IF WS-NET-PRESENT = 'Y'
               PERFORM CHECK-CALC-TO-NET
           END-IF.
           IF WS-INVOICE-PRESENT = 'Y'
               PERFORM CHECK-CALC-TO-INVOICE
           END-IF.
           IF WS-FEED-PRESENT = 'Y' AND WS-FEED-IN-PERIOD = 'Y'
               PERFORM CHECK-SOURCE-TO-FEED
           END-IF.

       CHECK-CALC-TO-NET.
           MOVE "CALC TO NET" TO WS-BREAK-STAGE.
           MOVE TRC-CALC-COUNT(TRC-IDX) TO WS-EXPECTED-COUNT.
           MOVE TRC-NET-COUNT(TRC-IDX) TO WS-ACTUAL-COUNT.
           COMPUTE WS-EXPECTED-AMOUNT =
               TRC-CALC-AMOUNT(TRC-IDX) - TRC-WHD-AMOUNT(TRC-IDX).
           MOVE TRC-NET-AMOUNT(TRC-IDX) TO WS-ACTUAL-AMOUNT.
           PERFORM CLASSIFY-STAGE-BREAK.

       CHECK-CALC-TO-INVOICE.
           IF TRC-INV-COUNT(TRC-IDX) = 0
                   AND TRC-BILLED-EARLIER(TRC-IDX) = 'Y'
               ADD 1 TO WS-BILLED-EARLIER-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE "CALC TO INVOICE" TO WS-BREAK-STAGE.
           MOVE 0 TO WS-EXPECTED-COUNT.
           IF TRC-CALC-COUNT(TRC-IDX) > 0
               MOVE 1 TO WS-EXPECTED-COUNT
           END-IF.
           MOVE TRC-INV-COUNT(TRC-IDX) TO WS-ACTUAL-COUNT.
           MOVE TRC-CALC-AMOUNT(TRC-IDX) TO WS-EXPECTED-AMOUNT.
           MOVE TRC-INV-GROSS(TRC-IDX) TO WS-ACTUAL-AMOUNT.
           PERFORM CLASSIFY-STAGE-BREAK.
           IF TRC-INV-COUNT(TRC-IDX) NOT = 1
               EXIT PARAGRAPH
           END-IF.
           PERFORM WORK-OUT-BILLING.
           IF TRC-INV-BILLED(TRC-IDX) NOT = WS-EXPECTED-BILLED
               MOVE "INVOICE BILLING" TO WS-BREAK-STAGE
               MOVE "CHANGED" TO WS-BREAK-TYPE
               MOVE WS-EXPECTED-BILLED TO WS-EXPECTED-AMOUNT
               MOVE TRC-INV-BILLED(TRC-IDX) TO WS-ACTUAL-AMOUNT
               ADD 1 TO WS-CHANGED-COUNT
               PERFORM WRITE-BREAK-LINE
           END-IF.

       CHECK-SOURCE-TO-FEED.
           IF WS-NET-PRESENT = 'Y'
               MOVE "NET TO POSTING FEED" TO WS-BREAK-STAGE
               MOVE TRC-NET-POSTABLE(TRC-IDX) TO WS-EXPECTED-COUNT
               MOVE TRC-NET-AMOUNT(TRC-IDX) TO WS-EXPECTED-AMOUNT
           ELSE
               MOVE "CALC TO POSTING FEED" TO WS-BREAK-STAGE
               MOVE TRC-CALC-POSTABLE(TRC-IDX) TO WS-EXPECTED-COUNT
               MOVE TRC-CALC-AMOUNT(TRC-IDX) TO WS-EXPECTED-AMOUNT
           END-IF.
           MOVE TRC-FEED-COUNT(TRC-IDX) TO WS-ACTUAL-COUNT.
           MOVE TRC-FEED-AMOUNT(TRC-IDX) TO WS-ACTUAL-AMOUNT.
           PERFORM CLASSIFY-STAGE-BREAK.

       CLASSIFY-STAGE-BREAK.
           MOVE SPACES TO WS-BREAK-TYPE.
           EVALUATE TRUE
               WHEN WS-EXPECTED-COUNT > 0 AND WS-ACTUAL-COUNT = 0
                   MOVE "DROPPED" TO WS-BREAK-TYPE
                   ADD 1 TO WS-DROPPED-COUNT
               WHEN WS-EXPECTED-COUNT = 0 AND WS-ACTUAL-COUNT > 0
                   MOVE "ADDED" TO WS-BREAK-TYPE
                   ADD 1 TO WS-ADDED-COUNT
               WHEN WS-ACTUAL-COUNT > WS-EXPECTED-COUNT
                   MOVE "DOUBLED" TO WS-BREAK-TYPE
                   ADD 1 TO WS-DOUBLED-COUNT
               WHEN WS-ACTUAL-COUNT < WS-EXPECTED-COUNT
                   MOVE "DROPPED" TO WS-BREAK-TYPE
                   ADD 1 TO WS-DROPPED-COUNT
               WHEN WS-ACTUAL-AMOUNT NOT = WS-EXPECTED-AMOUNT
                   MOVE "CHANGED" TO WS-BREAK-TYPE
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-BREAK-TYPE NOT = SPACES
               PERFORM WRITE-BREAK-LINE
           END-IF.

       WRITE-BREAK-LINE.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE WS-EXPECTED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-ACTUAL-AMOUNT TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-ACTUAL-COUNT TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  " WS-BREAK-TYPE " " WS-BREAK-STAGE
               " ACCOUNT " TRC-ACCOUNT(TRC-IDX)
               " EXPECTED " WS-COUNT-DISPLAY " FOR " WS-AMOUNT-DISPLAY
               " FOUND " WS-COUNT-DISPLAY-2 " FOR "
               WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       WRITE-STAGE-SUMMARY.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "STAGE CONTROL TOTALS" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "  STAGE                          ACCOUNTS     ITEMS"
               TO RECON-REPORT-LINE.
           MOVE "AMOUNT" TO RECON-REPORT-LINE(67:6).
           WRITE RECON-REPORT-LINE.
           MOVE "CALCULATED" TO WS-STAGE-NAME.
           MOVE STG-CALC-ACCOUNTS TO WS-STAGE-ACCOUNTS.
           MOVE STG-CALC-ITEMS TO WS-STAGE-ITEMS.
           MOVE STG-CALC-AMOUNT TO WS-STAGE-AMOUNT.
           PERFORM WRITE-STAGE-LINE.
           MOVE "TAX WITHHELD" TO WS-STAGE-NAME.
           MOVE STG-WHD-ACCOUNTS TO WS-STAGE-ACCOUNTS.
           MOVE STG-WHD-ITEMS TO WS-STAGE-ITEMS.
           MOVE STG-WHD-AMOUNT TO WS-STAGE-AMOUNT.
           PERFORM WRITE-STAGE-LINE.
           IF WS-NET-PRESENT = 'Y'
               MOVE "NET OF WITHHOLDING" TO WS-STAGE-NAME
               MOVE STG-NET-ACCOUNTS TO WS-STAGE-ACCOUNTS
               MOVE STG-NET-ITEMS TO WS-STAGE-ITEMS
               MOVE STG-NET-AMOUNT TO WS-STAGE-AMOUNT
               PERFORM WRITE-STAGE-LINE
           ELSE
               MOVE "  NET OF WITHHOLDING           NOT RUN" TO
                   RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           IF WS-INVOICE-PRESENT = 'Y'
               MOVE "INVOICED GROSS" TO WS-STAGE-NAME
               MOVE STG-INV-ACCOUNTS TO WS-STAGE-ACCOUNTS
               MOVE STG-INV-ITEMS TO WS-STAGE-ITEMS
               MOVE STG-INV-GROSS TO WS-STAGE-AMOUNT
               PERFORM WRITE-STAGE-LINE
               MOVE "  LESS WAIVED" TO WS-STAGE-NAME
               MOVE STG-WAIVED-ACCOUNTS TO WS-STAGE-ACCOUNTS
               MOVE STG-WAIVED-ACCOUNTS TO WS-STAGE-ITEMS
               MOVE STG-WAIVED-AMOUNT TO WS-STAGE-AMOUNT
               PERFORM WRITE-STAGE-LINE
               MOVE "  PLUS MINIMUM CHARGES" TO WS-STAGE-NAME
               MOVE STG-MINIMUM-ACCOUNTS TO WS-STAGE-ACCOUNTS
               MOVE STG-MINIMUM-ACCOUNTS TO WS-STAGE-ITEMS
               MOVE STG-MINIMUM-AMOUNT TO WS-STAGE-AMOUNT
               PERFORM WRITE-STAGE-LINE
               MOVE "  LESS CAPS" TO WS-STAGE-NAME
               MOVE STG-CAP-ACCOUNTS TO WS-STAGE-ACCOUNTS
               MOVE STG-CAP-ACCOUNTS TO WS-STAGE-ITEMS
               MOVE STG-CAP-AMOUNT TO WS-STAGE-AMOUNT
               PERFORM WRITE-STAGE-LINE
               MOVE "BILLED" TO WS-STAGE-NAME
               MOVE STG-INV-ACCOUNTS TO WS-STAGE-ACCOUNTS
               MOVE STG-INV-ITEMS TO WS-STAGE-ITEMS
               MOVE STG-BILLED-AMOUNT TO WS-STAGE-AMOUNT
               PERFORM WRITE-STAGE-LINE
           ELSE
               MOVE "  INVOICED                     NOT RUN" TO
                   RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           IF WS-FEED-PRESENT = 'Y' AND WS-FEED-IN-PERIOD = 'Y'
               MOVE "POSTING FEED" TO WS-STAGE-NAME
               MOVE STG-FEED-ACCOUNTS TO WS-STAGE-ACCOUNTS
               MOVE STG-FEED-ITEMS TO WS-STAGE-ITEMS
               MOVE STG-FEED-AMOUNT TO WS-STAGE-AMOUNT
               PERFORM WRITE-STAGE-LINE
           ELSE
               MOVE "  POSTING FEED                 NOT IN PERIOD" TO
                   RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.
           IF WS-GL-MAPPED = 'Y' AND WS-FEED-IN-PERIOD = 'Y'
               MOVE STG-FEED-ITEMS TO STG-GL-ITEMS
               MOVE STG-FEED-AMOUNT TO STG-GL-AMOUNT
           END-IF.
           MOVE "GENERAL LEDGER" TO WS-STAGE-NAME.
           MOVE STG-FEED-ACCOUNTS TO WS-STAGE-ACCOUNTS.
           IF STG-GL-ITEMS = 0
               MOVE 0 TO WS-STAGE-ACCOUNTS
           END-IF.
           MOVE STG-GL-ITEMS TO WS-STAGE-ITEMS.
           MOVE STG-GL-AMOUNT TO WS-STAGE-AMOUNT.
           PERFORM WRITE-STAGE-LINE.
           IF WS-GL-MAPPED = 'Y'
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "    GL DEBIT " WS-GL-DEBIT-ACCOUNT
                   " CREDIT " WS-GL-CREDIT-ACCOUNT
                   " FROM CHART STATUS F"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.

       WRITE-STAGE-LINE.
           MOVE WS-STAGE-ACCOUNTS TO WS-ACCOUNTS-DISPLAY.
           MOVE WS-STAGE-ITEMS TO WS-COUNT-DISPLAY.
           MOVE WS-STAGE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  " WS-STAGE-NAME " " WS-ACCOUNTS-DISPLAY
               " " WS-COUNT-DISPLAY " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       WRITE-CONTROL-LINKS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "STAGE-TO-STAGE TIE-OUT" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WS-NET-PRESENT = 'Y'
               MOVE "CALCULATED - WITHHELD = NET OF WITHHOLDING" TO
                   WS-LINK-LABEL
               COMPUTE WS-EXPECTED-AMOUNT =
                   STG-CALC-AMOUNT - STG-WHD-AMOUNT
               MOVE STG-NET-AMOUNT TO WS-ACTUAL-AMOUNT
               PERFORM WRITE-AMOUNT-LINK
               MOVE "CALCULATED ITEMS = NET ITEMS" TO WS-LINK-LABEL
               MOVE STG-CALC-ITEMS TO WS-EXPECTED-COUNT
               MOVE STG-NET-ITEMS TO WS-ACTUAL-COUNT
               PERFORM WRITE-COUNT-LINK
           END-IF.
           IF WS-INVOICE-PRESENT = 'Y'
               MOVE "CALCULATED = INVOICED GROSS" TO WS-LINK-LABEL
               MOVE STG-CALC-AMOUNT TO WS-EXPECTED-AMOUNT
               MOVE STG-INV-GROSS TO WS-ACTUAL-AMOUNT
               IF WS-BILLED-EARLIER-COUNT > 0
                   MOVE "CALCULATED = INVOICED (EXCL BILLED EARLIER)"
                       TO WS-LINK-LABEL
                   PERFORM SUBTRACT-BILLED-EARLIER
               END-IF
               PERFORM WRITE-AMOUNT-LINK
               MOVE "GROSS + WAIVED + MINIMUM + CAPS = BILLED" TO
                   WS-LINK-LABEL
               COMPUTE WS-EXPECTED-AMOUNT = STG-INV-GROSS
                   + STG-WAIVED-AMOUNT + STG-MINIMUM-AMOUNT
                   + STG-CAP-AMOUNT
               MOVE STG-BILLED-AMOUNT TO WS-ACTUAL-AMOUNT
               PERFORM WRITE-AMOUNT-LINK
           ELSE
               MOVE "INVOICE STAGE PRESENT" TO WS-LINK-LABEL
               MOVE 1 TO WS-EXPECTED-COUNT
               MOVE 0 TO WS-ACTUAL-COUNT
               PERFORM WRITE-COUNT-LINK
           END-IF.
           IF WS-FEED-PRESENT = 'N'
               MOVE "POSTING FEED PRESENT" TO WS-LINK-LABEL
               MOVE 1 TO WS-EXPECTED-COUNT
               MOVE 0 TO WS-ACTUAL-COUNT
               PERFORM WRITE-COUNT-LINK
               EXIT PARAGRAPH
           END-IF.
           MOVE "POSTING FEED RUN DATE IN PERIOD" TO WS-LINK-LABEL.
           MOVE WS-RECON-PERIOD TO WS-EXPECTED-COUNT.
           MOVE WS-FEED-RUN-DATE(1:6) TO WS-ACTUAL-COUNT.
           PERFORM WRITE-COUNT-LINK.
           IF WS-FEED-IN-PERIOD = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE "POSTING SOURCE = POSTING FEED" TO WS-LINK-LABEL.
           MOVE STG-SOURCE-AMOUNT TO WS-EXPECTED-AMOUNT.
           MOVE STG-FEED-AMOUNT TO WS-ACTUAL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINK.
           MOVE "FEED HEADER COUNT = FEED DETAILS" TO WS-LINK-LABEL.
           MOVE WS-FEED-HEADER-COUNT TO WS-EXPECTED-COUNT.
           MOVE STG-FEED-ITEMS TO WS-ACTUAL-COUNT.
           PERFORM WRITE-COUNT-LINK.
           MOVE "FEED TRAILER COUNT = FEED DETAILS" TO WS-LINK-LABEL.
           MOVE STG-FEED-ITEMS TO WS-EXPECTED-COUNT.
           MOVE WS-FEED-TRAILER-COUNT TO WS-ACTUAL-COUNT.
           IF WS-FEED-TRAILER-SEEN = 'N'
               MOVE "FEED TRAILER PRESENT" TO WS-LINK-LABEL
               MOVE 1 TO WS-EXPECTED-COUNT
               MOVE 0 TO WS-ACTUAL-COUNT
           END-IF.
           PERFORM WRITE-COUNT-LINK.
           MOVE "POSTING FEED = GENERAL LEDGER" TO WS-LINK-LABEL.
           MOVE STG-FEED-AMOUNT TO WS-EXPECTED-AMOUNT.
           MOVE STG-GL-AMOUNT TO WS-ACTUAL-AMOUNT.
           IF WS-GL-MAPPED = 'N'
               MOVE "FEE STATUS F MAPPED IN GL CHART" TO
                   WS-LINK-LABEL
               MOVE 1 TO WS-EXPECTED-COUNT
               MOVE 0 TO WS-ACTUAL-COUNT
               PERFORM WRITE-COUNT-LINK
           ELSE
               PERFORM WRITE-AMOUNT-LINK
           END-IF.

       SUBTRACT-BILLED-EARLIER.
           PERFORM VARYING TRC-IDX FROM 1 BY 1
                   UNTIL TRC-IDX > TRACE-TOTAL
               IF TRC-INV-COUNT(TRC-IDX) = 0
                       AND TRC-BILLED-EARLIER(TRC-IDX) = 'Y'
                   SUBTRACT TRC-CALC-AMOUNT(TRC-IDX) FROM
                       WS-EXPECTED-AMOUNT
               END-IF
           END-PERFORM.

       WRITE-AMOUNT-LINK.
           MOVE WS-EXPECTED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-ACTUAL-AMOUNT TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO RECON-REPORT-LINE.
           IF WS-EXPECTED-AMOUNT = WS-ACTUAL-AMOUNT
               STRING "PASS " WS-LINK-LABEL WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           ELSE
               ADD 1 TO WS-LINK-FAIL-COUNT
               STRING "FAIL " WS-LINK-LABEL WS-AMOUNT-DISPLAY
                   " VS " WS-AMOUNT-DISPLAY-2
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-IF.
           WRITE RECON-REPORT-LINE.

       WRITE-COUNT-LINK.
           MOVE WS-EXPECTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-ACTUAL-COUNT TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO RECON-REPORT-LINE.
           IF WS-EXPECTED-COUNT = WS-ACTUAL-COUNT
               STRING "PASS " WS-LINK-LABEL WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           ELSE
               ADD 1 TO WS-LINK-FAIL-COUNT
               STRING "FAIL " WS-LINK-LABEL WS-COUNT-DISPLAY
                   " VS " WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-IF.
           WRITE RECON-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE "FEE LIFECYCLE RECONCILIATION" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "PERIOD " WS-RECON-PERIOD
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE TRACE-TOTAL TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "ACCOUNTS TRACED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "FEES DROPPED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-DOUBLED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "FEES DOUBLED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "FEES CHANGED IN AMOUNT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "FEES WITH NO CALCULATION: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-BILLED-EARLIER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "ACCOUNTS BILLED EARLIER IN PERIOD: "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-LINK-FAIL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "CONTROL TOTALS NOT TIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WS-TRACE-OVERFLOW > 0
               MOVE WS-TRACE-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "ENTRIES NOT TRACED - TABLE FULL: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.

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
               MOVE BDC-CURRENT-DATE(1:6) TO WS-RECON-PERIOD
           ELSE
               DISPLAY "FEE-RECON: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
