       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-APPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT APPLY-CONTROL-FILE
               ASSIGN TO "payment_apply_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLY-CONTROL-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "fee_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "fee_open_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT UNAPPLIED-FILE ASSIGN TO "fee_unapplied_cash.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "fee_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT ASSIGNMENT-FILE
               ASSIGN TO "fee_cash_assignments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGNMENT-STATUS.
           SELECT CASH-JOURNAL-FILE ASSIGN TO "fee_cash_applied.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-JOURNAL-STATUS.
           SELECT GL-POSTING-FILE
               ASSIGN TO "gl_cash_application_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPLICATION-REPORT-FILE
               ASSIGN TO "fee_cash_application_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "payment_apply_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  APPLY-CONTROL-FILE.
       01  APPLY-CONTROL-LINE.
           05  PAC-CASH-ACCOUNT PIC 9(8).
           05  PAC-RECEIVABLE-ACCOUNT PIC 9(8).
           05  PAC-UNAPPLIED-ACCOUNT PIC 9(8).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  INVOICE-FILE.
       01  INVOICE-LINE.
           05  INV-ACCOUNT PIC X(10).
           05  INV-PERIOD PIC 9(6).
           05  INV-GROSS-FEES PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  INV-BILLED PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  INV-WAIVER-CODE PIC X(4).
           05  INV-NUMBER PIC X(16).
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-LINE.
           COPY "OPEN-ITEM-RECORD.cpy".
       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-LINE.
           05  UNC-PAYMENT-ID PIC X(12).
           05  UNC-ACCOUNT PIC X(10).
           05  UNC-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  UNC-RECEIVED-DATE PIC 9(8).
           05  UNC-REASON PIC X(24).
       FD  PAYMENT-FILE.
       01  PAYMENT-LINE.
           05  PAY-ID PIC X(12).
           05  PAY-ACCOUNT PIC X(10).
           05  PAY-INVOICE PIC X(16).
           05  PAY-AMOUNT PIC 9(9)V99.
           05  PAY-RECEIVED-DATE PIC 9(8).
       FD  ASSIGNMENT-FILE.
       01  ASSIGNMENT-LINE.
           05  CAS-PAYMENT-ID PIC X(12).
           05  CAS-INVOICE PIC X(16).
           05  CAS-OPERATOR PIC X(8).
       FD  CASH-JOURNAL-FILE.
       01  CASH-JOURNAL-LINE.
           05  CAP-PAYMENT-ID PIC X(12).
           05  CAP-INVOICE PIC X(16).
           05  CAP-ACCOUNT PIC X(10).
           05  CAP-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CAP-DATE PIC 9(8).
           05  CAP-METHOD PIC X.
           05  CAP-OPERATOR PIC X(8).
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
       01  GL-TRAILER-DETAIL REDEFINES GL-POSTING-RECORD.
           05  GL-TRL-TYPE PIC X.
           05  GL-TRL-POSTING-COUNT PIC 9(9).
           05  GL-TRL-TOTAL-DEBITS PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  GL-TRL-TOTAL-CREDITS PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  FILLER PIC X(22).
       FD  APPLICATION-REPORT-FILE.
       01  APPLICATION-REPORT-LINE PIC X(120).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-APPLY-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-INVOICE-STATUS PIC XX VALUE "00".
       01  WS-OPEN-ITEM-STATUS PIC XX VALUE "00".
       01  WS-UNAPPLIED-STATUS PIC XX VALUE "00".
       01  WS-PAYMENT-STATUS PIC XX VALUE "00".
       01  WS-ASSIGNMENT-STATUS PIC XX VALUE "00".
       01  WS-CASH-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "CASH APPLICATION COMPLETE".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-BATCH-STAMP PIC X(14) VALUE SPACES.
       01  WS-CASH-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-RECEIVABLE-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-UNAPPLIED-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-DEBIT-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-CREDIT-ACCOUNT PIC 9(8) VALUE 0.
       01  OPEN-ITEM-TABLE.
           05  OPEN-ITEM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY OPI-IDX OPL-IDX.
               10  OPI-INVOICE PIC X(16) VALUE SPACES.
               10  OPI-ACCOUNT PIC X(10) VALUE SPACES.
               10  OPI-PERIOD PIC 9(6) VALUE 0.
               10  OPI-BILLED PIC S9(9)V99 VALUE 0.
               10  OPI-PAID PIC S9(9)V99 VALUE 0.
               10  OPI-BALANCE PIC S9(9)V99 VALUE 0.
               10  OPI-STATUS PIC X VALUE SPACE.
               10  OPI-LAST-PAID PIC 9(8) VALUE 0.
       01  OPEN-ITEM-TOTAL PIC 9(4) VALUE 0.
       01  UNAPPLIED-TABLE.
           05  UNAPPLIED-ENTRY OCCURS 1000 TIMES INDEXED BY UNA-IDX.
               10  UNA-PAYMENT-ID PIC X(12) VALUE SPACES.
               10  UNA-ACCOUNT PIC X(10) VALUE SPACES.
               10  UNA-AMOUNT PIC S9(9)V99 VALUE 0.
               10  UNA-RECEIVED-DATE PIC 9(8) VALUE 0.
               10  UNA-REASON PIC X(24) VALUE SPACES.
       01  UNAPPLIED-TOTAL PIC 9(4) VALUE 0.
       01  APPLIED-ID-TABLE.
           05  APPLIED-ID-ENTRY OCCURS 5000 TIMES INDEXED BY API-IDX.
               10  API-PAYMENT-ID PIC X(12) VALUE SPACES.
       01  APPLIED-ID-TOTAL PIC 9(4) VALUE 0.
       01  SEGMENT-REF-TABLE.
           05  SEGMENT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY SGR-IDX.
               10  SGR-ACCOUNT PIC X(10) VALUE SPACES.
               10  SGR-COST-CENTER PIC X(4) VALUE SPACES.
               10  SGR-PRODUCT PIC X(4) VALUE SPACES.
       01  SEGMENT-REF-TOTAL PIC 9(4) VALUE 0.
       01  WS-SEG-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-SEG-COMPANY PIC X(3) VALUE SPACES.
       01  WS-SEG-COST-CENTER PIC X(4) VALUE SPACES.
       01  WS-SEG-PRODUCT PIC X(4) VALUE SPACES.
       01  COMPANY-PROOF-TABLE.
           05  COMPANY-PROOF-ENTRY OCCURS 50 TIMES
                   INDEXED BY CPF-IDX.
               10  CPF-COMPANY PIC X(3) VALUE SPACES.
               10  CPF-DEBITS PIC S9(11)V99 VALUE 0.
               10  CPF-CREDITS PIC S9(11)V99 VALUE 0.
       01  COMPANY-PROOF-TOTAL PIC 9(2) VALUE 0.
       01  WS-COMPANY-UNBALANCED PIC 9(2) VALUE 0.
       01  WS-ITEM-FOUND PIC X VALUE 'N'.
       01  WS-DUPLICATE-FOUND PIC X VALUE 'N'.
       01  WS-FIND-INVOICE PIC X(16) VALUE SPACES.
       01  WS-FIND-PAYMENT-ID PIC X(12) VALUE SPACES.
       01  WS-PAYMENT-ID PIC X(12) VALUE SPACES.
       01  WS-PAYMENT-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-RECEIVED-DATE PIC 9(8) VALUE 0.
       01  WS-REMAINING PIC S9(9)V99 VALUE 0.
       01  WS-APPLY-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-APPLIED-THIS PIC S9(9)V99 VALUE 0.
       01  WS-APPLY-METHOD PIC X VALUE SPACE.
       01  WS-APPLY-OPERATOR PIC X(8) VALUE SPACES.
       01  WS-METHOD-TEXT PIC X(20) VALUE SPACES.
       01  WS-UNAPPLIED-REASON PIC X(24) VALUE SPACES.
       01  WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01  WS-NEW-INVOICES PIC 9(6) VALUE 0.
       01  WS-PAYMENTS-READ PIC 9(6) VALUE 0.
       01  WS-PAYMENTS-REJECTED PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT PIC 9(6) VALUE 0.
       01  WS-APPLIED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-PARTIAL-COUNT PIC 9(6) VALUE 0.
       01  WS-SETTLED-COUNT PIC 9(6) VALUE 0.
       01  WS-OVERPAID-COUNT PIC 9(6) VALUE 0.
       01  WS-NEW-UNAPPLIED-COUNT PIC 9(6) VALUE 0.
       01  WS-NEW-UNAPPLIED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-ASSIGNED-COUNT PIC 9(6) VALUE 0.
       01  WS-ASSIGNED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-ASSIGN-REJECTED PIC 9(6) VALUE 0.
       01  WS-TABLE-FULL PIC 9(6) VALUE 0.
       01  WS-POSTING-COUNT PIC 9(9) VALUE 0.
       01  WS-TOTAL-DEBITS PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS PIC S9(11)V99 VALUE 0.
       01  WS-LIST-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-OPEN PIC S9(11)V99 VALUE 0.
       01  WS-LEDGER-OPEN PIC S9(11)V99 VALUE 0.
       01  WS-UNAPPLIED-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-LISTED-FLAG PIC X VALUE 'N'.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(8)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(8)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-STAMP.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-APPLY-CONTROL.
           IF WS-CASH-ACCOUNT = 0 OR WS-RECEIVABLE-ACCOUNT = 0
                   OR WS-UNAPPLIED-ACCOUNT = 0
               DISPLAY "PAYMENT-APPLY: NO CASH APPLICATION CONTROL - "
                   "NOTHING APPLIED"
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO CASH APPLICATION CONTROL" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ACCOUNT-SEGMENTS.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-NEW-INVOICES.
           PERFORM LOAD-UNAPPLIED-CASH.
           PERFORM LOAD-APPLIED-IDS.
           OPEN EXTEND CASH-JOURNAL-FILE.
           IF WS-CASH-JOURNAL-STATUS = "35"
               OPEN OUTPUT CASH-JOURNAL-FILE
           END-IF.
           OPEN OUTPUT GL-POSTING-FILE.
           PERFORM WRITE-BATCH-HEADER.
           OPEN OUTPUT APPLICATION-REPORT-FILE.
           MOVE "FEE CASH APPLICATION REPORT" TO
               APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE "OPERATOR ASSIGNMENTS OF UNAPPLIED CASH" TO
               APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           PERFORM PROCESS-CASH-ASSIGNMENTS.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE "PAYMENTS RECEIVED" TO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           PERFORM PROCESS-PAYMENTS.
           PERFORM WRITE-BATCH-TRAILER.
           CLOSE GL-POSTING-FILE.
           IF WS-CASH-JOURNAL-STATUS = "00"
               CLOSE CASH-JOURNAL-FILE
           END-IF.
           PERFORM SAVE-OPEN-ITEMS.
           PERFORM SAVE-UNAPPLIED-CASH.
           PERFORM WRITE-OPEN-ITEM-LEDGER.
           PERFORM WRITE-UNAPPLIED-LIST.
           PERFORM WRITE-REPORT-TOTALS.
           IF WS-COMPANY-UNBALANCED > 0
               DISPLAY "PAYMENT-APPLY: COMPANY SEGMENT OUT OF "
                   "BALANCE - POSTINGS NOT RELEASED"
               OPEN OUTPUT GL-POSTING-FILE
               CLOSE GL-POSTING-FILE
               MOVE "COMPANY SEGMENT OUT OF BALANCE - NOT RELEASED"
                   TO APPLICATION-REPORT-LINE
               WRITE APPLICATION-REPORT-LINE
           END-IF.
           CLOSE APPLICATION-REPORT-FILE.
           IF WS-NEW-UNAPPLIED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "UNAPPLIED CASH AWAITING ASSIGNMENT" TO
                   WS-JOB-REASON
           END-IF.
           IF WS-PAYMENTS-REJECTED > 0 OR WS-ASSIGN-REJECTED > 0
                   OR WS-TABLE-FULL > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "PAYMENTS OR ASSIGNMENTS REJECTED" TO
                   WS-JOB-REASON
           END-IF.
           IF WS-COMPANY-UNBALANCED > 0
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "GL COMPANY SEGMENT OUT OF BALANCE" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "PAYMENT-APPLY" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-APPLY-CONTROL.
           OPEN INPUT APPLY-CONTROL-FILE.
           IF WS-APPLY-CONTROL-STATUS = "00"
               READ APPLY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAC-CASH-ACCOUNT NUMERIC
                           MOVE PAC-CASH-ACCOUNT TO WS-CASH-ACCOUNT
                       END-IF
                       IF PAC-RECEIVABLE-ACCOUNT NUMERIC
                           MOVE PAC-RECEIVABLE-ACCOUNT TO
                               WS-RECEIVABLE-ACCOUNT
                       END-IF
                       IF PAC-UNAPPLIED-ACCOUNT NUMERIC
                           MOVE PAC-UNAPPLIED-ACCOUNT TO
                               WS-UNAPPLIED-ACCOUNT
                       END-IF
               END-READ
               CLOSE APPLY-CONTROL-FILE
           END-IF.

       LOAD-ACCOUNT-SEGMENTS.
           OPEN INPUT ACCOUNT-REF-FILE.
           IF WS-ACCOUNT-REF-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR SEGMENT-REF-TOTAL >= 1000
                   READ ACCOUNT-REF-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ACCT-REF-ID NOT = SPACES
                               ADD 1 TO SEGMENT-REF-TOTAL
                               MOVE ACCT-REF-ID TO
                                   SGR-ACCOUNT(SEGMENT-REF-TOTAL)
                               MOVE ACCT-REF-COST-CENTER TO
                                   SGR-COST-CENTER(SEGMENT-REF-TOTAL)
                               MOVE ACCT-REF-PRODUCT TO
                                   SGR-PRODUCT(SEGMENT-REF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR OPEN-ITEM-TOTAL >= 2000
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF OPEN-ITEM-INVOICE NOT = SPACES
                           ADD 1 TO OPEN-ITEM-TOTAL
                           SET OPI-IDX TO OPEN-ITEM-TOTAL
                           MOVE OPEN-ITEM-INVOICE TO
                               OPI-INVOICE(OPI-IDX)
                           MOVE OPEN-ITEM-ACCOUNT TO
                               OPI-ACCOUNT(OPI-IDX)
                           MOVE OPEN-ITEM-PERIOD TO OPI-PERIOD(OPI-IDX)
                           MOVE OPEN-ITEM-BILLED TO OPI-BILLED(OPI-IDX)
                           MOVE OPEN-ITEM-PAID TO OPI-PAID(OPI-IDX)
                           MOVE OPEN-ITEM-BALANCE TO
                               OPI-BALANCE(OPI-IDX)
                           MOVE OPEN-ITEM-STATUS TO OPI-STATUS(OPI-IDX)
                           MOVE OPEN-ITEM-LAST-PAID TO
                               OPI-LAST-PAID(OPI-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-NEW-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF INV-ACCOUNT NOT = SPACES
                               AND INV-BILLED NUMERIC
                               AND INV-BILLED > 0
                           PERFORM ADD-INVOICE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
           MOVE 'N' TO EOF-FLAG.

       ADD-INVOICE-OPEN-ITEM.
           IF INV-NUMBER = SPACES
               STRING INV-PERIOD INV-ACCOUNT
                   DELIMITED BY SIZE INTO INV-NUMBER
           END-IF.
           MOVE INV-NUMBER TO WS-FIND-INVOICE.
           PERFORM FIND-INVOICE-ITEM.
           IF WS-ITEM-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF OPEN-ITEM-TOTAL >= 2000
               ADD 1 TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OPEN-ITEM-TOTAL.
           SET OPI-IDX TO OPEN-ITEM-TOTAL.
           MOVE INV-NUMBER TO OPI-INVOICE(OPI-IDX).
           MOVE INV-ACCOUNT TO OPI-ACCOUNT(OPI-IDX).
           MOVE INV-PERIOD TO OPI-PERIOD(OPI-IDX).
           MOVE INV-BILLED TO OPI-BILLED(OPI-IDX).
           MOVE 0 TO OPI-PAID(OPI-IDX).
           MOVE INV-BILLED TO OPI-BALANCE(OPI-IDX).
           MOVE 'O' TO OPI-STATUS(OPI-IDX).
           MOVE 0 TO OPI-LAST-PAID(OPI-IDX).
           ADD 1 TO WS-NEW-INVOICES.

       LOAD-UNAPPLIED-CASH.
           OPEN INPUT UNAPPLIED-FILE.
           IF WS-UNAPPLIED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR UNAPPLIED-TOTAL >= 1000
               READ UNAPPLIED-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF UNC-PAYMENT-ID NOT = SPACES
                               AND UNC-AMOUNT NUMERIC
                               AND UNC-AMOUNT > 0
                           ADD 1 TO UNAPPLIED-TOTAL
                           SET UNA-IDX TO UNAPPLIED-TOTAL
                           MOVE UNC-PAYMENT-ID TO
                               UNA-PAYMENT-ID(UNA-IDX)
                           MOVE UNC-ACCOUNT TO UNA-ACCOUNT(UNA-IDX)
                           MOVE UNC-AMOUNT TO UNA-AMOUNT(UNA-IDX)
                           MOVE UNC-RECEIVED-DATE TO
                               UNA-RECEIVED-DATE(UNA-IDX)
                           MOVE UNC-REASON TO UNA-REASON(UNA-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UNAPPLIED-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-APPLIED-IDS.
           OPEN INPUT CASH-JOURNAL-FILE.
           IF WS-CASH-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CASH-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CAP-PAYMENT-ID NOT = SPACES
                           MOVE CAP-PAYMENT-ID TO WS-PAYMENT-ID
                           PERFORM NOTE-APPLIED-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASH-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-APPLIED-ID.
           IF APPLIED-ID-TOTAL < 5000
               ADD 1 TO APPLIED-ID-TOTAL
               MOVE WS-PAYMENT-ID TO API-PAYMENT-ID(APPLIED-ID-TOTAL)
           END-IF.

       FIND-INVOICE-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           PERFORM VARYING OPI-IDX FROM 1 BY 1
                   UNTIL OPI-IDX > OPEN-ITEM-TOTAL
               IF OPI-INVOICE(OPI-IDX) = WS-FIND-INVOICE
                   MOVE 'Y' TO WS-ITEM-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-AMOUNT-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           PERFORM VARYING OPI-IDX FROM 1 BY 1
                   UNTIL OPI-IDX > OPEN-ITEM-TOTAL
               IF OPI-ACCOUNT(OPI-IDX) = WS-PAYMENT-ACCOUNT
                       AND OPI-STATUS(OPI-IDX) NOT = 'S'
                       AND OPI-BALANCE(OPI-IDX) = WS-REMAINING
                   MOVE 'Y' TO WS-ITEM-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       FIND-UNAPPLIED-CASH.
           MOVE 'N' TO WS-ITEM-FOUND.
           PERFORM VARYING UNA-IDX FROM 1 BY 1
                   UNTIL UNA-IDX > UNAPPLIED-TOTAL
               IF UNA-PAYMENT-ID(UNA-IDX) = WS-FIND-PAYMENT-ID
                       AND UNA-AMOUNT(UNA-IDX) > 0
                   MOVE 'Y' TO WS-ITEM-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       CHECK-DUPLICATE-PAYMENT.
           MOVE 'N' TO WS-DUPLICATE-FOUND.
           PERFORM VARYING API-IDX FROM 1 BY 1
                   UNTIL API-IDX > APPLIED-ID-TOTAL
               IF API-PAYMENT-ID(API-IDX) = PAY-ID
                   MOVE 'Y' TO WS-DUPLICATE-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE PAY-ID TO WS-FIND-PAYMENT-ID.
           PERFORM FIND-UNAPPLIED-CASH.
           IF WS-ITEM-FOUND = 'Y'
               MOVE 'Y' TO WS-DUPLICATE-FOUND
           END-IF.

       PROCESS-CASH-ASSIGNMENTS.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-ASSIGNMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ASSIGNMENT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ASSIGNMENT-LINE NOT = SPACES
                           PERFORM ASSIGN-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ASSIGNMENT-FILE.
           MOVE 'N' TO EOF-FLAG.

       ASSIGN-ONE-PAYMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE CAS-PAYMENT-ID TO WS-FIND-PAYMENT-ID.
           PERFORM FIND-UNAPPLIED-CASH.
           EVALUATE TRUE
               WHEN CAS-OPERATOR = SPACES
                   MOVE "OPERATOR REQUIRED" TO WS-REJECT-REASON
               WHEN WS-ITEM-FOUND = 'N'
                   MOVE "NO UNAPPLIED CASH FOR PAYMENT" TO
                       WS-REJECT-REASON
               WHEN OTHER
                   MOVE CAS-INVOICE TO WS-FIND-INVOICE
                   PERFORM FIND-INVOICE-ITEM
                   IF WS-ITEM-FOUND = 'N'
                       MOVE "INVOICE NOT FOUND" TO WS-REJECT-REASON
                   ELSE
                       IF OPI-BALANCE(OPI-IDX) <= 0
                           MOVE "INVOICE ALREADY PAID" TO
                               WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-ASSIGN-REJECTED
               MOVE SPACES TO APPLICATION-REPORT-LINE
               STRING "  REJECTED  PAYMENT " CAS-PAYMENT-ID
                   " INVOICE " CAS-INVOICE
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE
               WRITE APPLICATION-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE CAS-PAYMENT-ID TO WS-PAYMENT-ID.
           MOVE UNA-ACCOUNT(UNA-IDX) TO WS-PAYMENT-ACCOUNT.
           MOVE UNA-AMOUNT(UNA-IDX) TO WS-REMAINING.
           MOVE 'O' TO WS-APPLY-METHOD.
           MOVE CAS-OPERATOR TO WS-APPLY-OPERATOR.
           MOVE WS-UNAPPLIED-ACCOUNT TO WS-DEBIT-ACCOUNT.
           PERFORM APPLY-TO-OPEN-ITEM.
           MOVE WS-REMAINING TO UNA-AMOUNT(UNA-IDX).
           ADD 1 TO WS-ASSIGNED-COUNT.
           ADD WS-APPLIED-THIS TO WS-ASSIGNED-AMOUNT.

       PROCESS-PAYMENTS.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               MOVE "  NO PAYMENTS RECEIVED" TO APPLICATION-REPORT-LINE
               WRITE APPLICATION-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PAYMENT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PAYMENT-LINE NOT = SPACES
                           ADD 1 TO WS-PAYMENTS-READ
                           PERFORM APPLY-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-FILE.
           MOVE 'N' TO EOF-FLAG.

       APPLY-ONE-PAYMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN PAY-ID = SPACES
                   MOVE "MISSING PAYMENT ID" TO WS-REJECT-REASON
               WHEN PAY-AMOUNT NOT NUMERIC
                   MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
               WHEN PAY-AMOUNT = 0
                   MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
               WHEN PAY-ACCOUNT = SPACES AND PAY-INVOICE = SPACES
                   MOVE "NO INVOICE OR ACCOUNT REFERENCE" TO
                       WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-DUPLICATE-PAYMENT
                   IF WS-DUPLICATE-FOUND = 'Y'
                       MOVE "DUPLICATE PAYMENT ID" TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-PAYMENTS-REJECTED
               MOVE SPACES TO APPLICATION-REPORT-LINE
               STRING "  REJECTED  PAYMENT " PAY-ID
                   " ACCOUNT " PAY-ACCOUNT
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE
               WRITE APPLICATION-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE PAY-ID TO WS-PAYMENT-ID.
           MOVE PAY-ACCOUNT TO WS-PAYMENT-ACCOUNT.
           MOVE PAY-AMOUNT TO WS-REMAINING.
           IF PAY-RECEIVED-DATE NUMERIC AND PAY-RECEIVED-DATE > 0
               MOVE PAY-RECEIVED-DATE TO WS-RECEIVED-DATE
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-RECEIVED-DATE
           END-IF.
           MOVE SPACES TO WS-APPLY-OPERATOR.
           MOVE WS-CASH-ACCOUNT TO WS-DEBIT-ACCOUNT.
           MOVE SPACES TO WS-UNAPPLIED-REASON.
           MOVE 0 TO WS-APPLIED-THIS.
           IF PAY-INVOICE NOT = SPACES
               MOVE PAY-INVOICE TO WS-FIND-INVOICE
               PERFORM FIND-INVOICE-ITEM
               IF WS-ITEM-FOUND = 'N'
                   MOVE "INVOICE NOT FOUND" TO WS-UNAPPLIED-REASON
               ELSE
                   IF WS-PAYMENT-ACCOUNT = SPACES
                       MOVE OPI-ACCOUNT(OPI-IDX) TO WS-PAYMENT-ACCOUNT
                   END-IF
                   IF OPI-BALANCE(OPI-IDX) <= 0
                       MOVE "INVOICE ALREADY PAID" TO
                           WS-UNAPPLIED-REASON
                   ELSE
                       MOVE 'I' TO WS-APPLY-METHOD
                       PERFORM APPLY-TO-OPEN-ITEM
                   END-IF
               END-IF
           ELSE
               PERFORM FIND-ACCOUNT-AMOUNT-ITEM
               IF WS-ITEM-FOUND = 'N'
                   MOVE "NO MATCHING OPEN ITEM" TO WS-UNAPPLIED-REASON
               ELSE
                   MOVE 'A' TO WS-APPLY-METHOD
                   PERFORM APPLY-TO-OPEN-ITEM
               END-IF
           END-IF.
           IF WS-REMAINING > 0
               IF WS-APPLIED-THIS > 0
                   ADD 1 TO WS-OVERPAID-COUNT
                   MOVE "OVERPAYMENT" TO WS-UNAPPLIED-REASON
               END-IF
               PERFORM ADD-UNAPPLIED-CASH
           END-IF.
           PERFORM NOTE-APPLIED-ID.

       APPLY-TO-OPEN-ITEM.
           IF WS-REMAINING < OPI-BALANCE(OPI-IDX)
               MOVE WS-REMAINING TO WS-APPLY-AMOUNT
           ELSE
               MOVE OPI-BALANCE(OPI-IDX) TO WS-APPLY-AMOUNT
           END-IF.
           ADD WS-APPLY-AMOUNT TO OPI-PAID(OPI-IDX).
           SUBTRACT WS-APPLY-AMOUNT FROM OPI-BALANCE(OPI-IDX).
           SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING.
           MOVE WS-APPLY-AMOUNT TO WS-APPLIED-THIS.
           MOVE WS-RUN-DATE-NUM TO OPI-LAST-PAID(OPI-IDX).
           IF OPI-BALANCE(OPI-IDX) = 0
               MOVE 'S' TO OPI-STATUS(OPI-IDX)
               ADD 1 TO WS-SETTLED-COUNT
           ELSE
               MOVE 'P' TO OPI-STATUS(OPI-IDX)
               ADD 1 TO WS-PARTIAL-COUNT
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD WS-APPLY-AMOUNT TO WS-APPLIED-AMOUNT.
           IF WS-CASH-JOURNAL-STATUS = "00"
               MOVE WS-PAYMENT-ID TO CAP-PAYMENT-ID
               MOVE OPI-INVOICE(OPI-IDX) TO CAP-INVOICE
               MOVE OPI-ACCOUNT(OPI-IDX) TO CAP-ACCOUNT
               MOVE WS-APPLY-AMOUNT TO CAP-AMOUNT
               MOVE WS-RUN-DATE-NUM TO CAP-DATE
               MOVE WS-APPLY-METHOD TO CAP-METHOD
               MOVE WS-APPLY-OPERATOR TO CAP-OPERATOR
               WRITE CASH-JOURNAL-LINE
           END-IF.
           MOVE OPI-ACCOUNT(OPI-IDX) TO WS-SEG-ACCOUNT.
           MOVE WS-RECEIVABLE-ACCOUNT TO WS-CREDIT-ACCOUNT.
           PERFORM WRITE-CASH-POSTINGS.
           EVALUATE WS-APPLY-METHOD
               WHEN 'I'
                   MOVE "BY INVOICE" TO WS-METHOD-TEXT
               WHEN 'A'
                   MOVE "BY ACCOUNT/AMOUNT" TO WS-METHOD-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-METHOD-TEXT
                   STRING "BY OPERATOR " WS-APPLY-OPERATOR
                       DELIMITED BY SIZE INTO WS-METHOD-TEXT
           END-EVALUATE.
           MOVE WS-APPLY-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE OPI-BALANCE(OPI-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "  APPLIED   PAYMENT " WS-PAYMENT-ID
               " INVOICE " OPI-INVOICE(OPI-IDX)
               " AMOUNT " WS-AMOUNT-DISPLAY
               " BALANCE " WS-AMOUNT-DISPLAY-2
               " " WS-METHOD-TEXT
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.

       ADD-UNAPPLIED-CASH.
           IF UNAPPLIED-TOTAL >= 1000
               ADD 1 TO WS-TABLE-FULL
               MOVE SPACES TO APPLICATION-REPORT-LINE
               STRING "  NOT HELD  PAYMENT " WS-PAYMENT-ID
                   " - UNAPPLIED CASH TABLE FULL"
                   DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE
               WRITE APPLICATION-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO UNAPPLIED-TOTAL.
           SET UNA-IDX TO UNAPPLIED-TOTAL.
           MOVE WS-PAYMENT-ID TO UNA-PAYMENT-ID(UNA-IDX).
           MOVE WS-PAYMENT-ACCOUNT TO UNA-ACCOUNT(UNA-IDX).
           MOVE WS-REMAINING TO UNA-AMOUNT(UNA-IDX).
           MOVE WS-RECEIVED-DATE TO UNA-RECEIVED-DATE(UNA-IDX).
           MOVE WS-UNAPPLIED-REASON TO UNA-REASON(UNA-IDX).
           ADD 1 TO WS-NEW-UNAPPLIED-COUNT.
           ADD WS-REMAINING TO WS-NEW-UNAPPLIED-AMOUNT.
           MOVE WS-REMAINING TO WS-APPLY-AMOUNT.
           MOVE WS-CASH-ACCOUNT TO WS-DEBIT-ACCOUNT.
           MOVE WS-UNAPPLIED-ACCOUNT TO WS-CREDIT-ACCOUNT.
           MOVE WS-PAYMENT-ACCOUNT TO WS-SEG-ACCOUNT.
           PERFORM WRITE-CASH-POSTINGS.
           MOVE WS-REMAINING TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "  UNAPPLIED PAYMENT " WS-PAYMENT-ID
               " ACCOUNT " WS-PAYMENT-ACCOUNT
               " AMOUNT " WS-AMOUNT-DISPLAY
               " - " WS-UNAPPLIED-REASON
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.

       WRITE-CASH-POSTINGS.
           MOVE SPACES TO WS-SEG-COMPANY.
           PERFORM FIND-ACCOUNT-SEGMENTS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-DEBIT-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE 'D' TO GL-DTL-DC-FLAG.
           MOVE WS-APPLY-AMOUNT TO GL-DTL-AMOUNT.
           MOVE 'P' TO GL-DTL-SOURCE-STATUS.
           MOVE WS-SEG-ACCOUNT TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-APPLY-AMOUNT TO WS-TOTAL-DEBITS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-CREDIT-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE 'C' TO GL-DTL-DC-FLAG.
           MOVE WS-APPLY-AMOUNT TO GL-DTL-AMOUNT.
           MOVE 'P' TO GL-DTL-SOURCE-STATUS.
           MOVE WS-SEG-ACCOUNT TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-APPLY-AMOUNT TO WS-TOTAL-CREDITS.

       FIND-ACCOUNT-SEGMENTS.
           MOVE SPACES TO WS-SEG-COST-CENTER.
           MOVE SPACES TO WS-SEG-PRODUCT.
           PERFORM VARYING SGR-IDX FROM 1 BY 1
                   UNTIL SGR-IDX > SEGMENT-REF-TOTAL
               IF SGR-ACCOUNT(SGR-IDX) = WS-SEG-ACCOUNT
                   MOVE SGR-COST-CENTER(SGR-IDX) TO
                       WS-SEG-COST-CENTER
                   MOVE SGR-PRODUCT(SGR-IDX) TO WS-SEG-PRODUCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SEG-COMPANY = SPACES
               MOVE "000" TO WS-SEG-COMPANY
           END-IF.
           IF WS-SEG-COST-CENTER = SPACES
               MOVE "0000" TO WS-SEG-COST-CENTER
           END-IF.
           IF WS-SEG-PRODUCT = SPACES
               MOVE "0000" TO WS-SEG-PRODUCT
           END-IF.

       FILL-GL-SEGMENTS.
           MOVE WS-SEG-COMPANY TO GL-SEG-COMPANY.
           MOVE WS-SEG-COST-CENTER TO GL-SEG-COST-CENTER.
           MOVE GL-DTL-ACCOUNT TO GL-SEG-NATURAL.
           MOVE WS-SEG-PRODUCT TO GL-SEG-PRODUCT.
           PERFORM VARYING CPF-IDX FROM 1 BY 1
                   UNTIL CPF-IDX > COMPANY-PROOF-TOTAL
               IF CPF-COMPANY(CPF-IDX) = GL-SEG-COMPANY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CPF-IDX > COMPANY-PROOF-TOTAL
               IF COMPANY-PROOF-TOTAL >= 50
                   ADD 1 TO WS-COMPANY-UNBALANCED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COMPANY-PROOF-TOTAL
               SET CPF-IDX TO COMPANY-PROOF-TOTAL
               MOVE GL-SEG-COMPANY TO CPF-COMPANY(CPF-IDX)
           END-IF.
           IF GL-DTL-DC-FLAG = 'C'
               ADD GL-DTL-AMOUNT TO CPF-CREDITS(CPF-IDX)
           ELSE
               ADD GL-DTL-AMOUNT TO CPF-DEBITS(CPF-IDX)
           END-IF.

       PROVE-COMPANY-SEGMENTS.
           PERFORM VARYING CPF-IDX FROM 1 BY 1
                   UNTIL CPF-IDX > COMPANY-PROOF-TOTAL
               IF CPF-DEBITS(CPF-IDX) NOT = CPF-CREDITS(CPF-IDX)
                   ADD 1 TO WS-COMPANY-UNBALANCED
                   DISPLAY "PAYMENT-APPLY: COMPANY "
                       CPF-COMPANY(CPF-IDX) " OUT OF BALANCE"
               END-IF
           END-PERFORM.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'H' TO GL-HDR-TYPE.
           MOVE WS-BATCH-STAMP(1:8) TO GL-HDR-BATCH-DATE.
           MOVE WS-BATCH-STAMP TO GL-HDR-BATCH-ID.
           WRITE GL-POSTING-RECORD.

       WRITE-BATCH-TRAILER.
           PERFORM PROVE-COMPANY-SEGMENTS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'T' TO GL-TRL-TYPE.
           MOVE WS-POSTING-COUNT TO GL-TRL-POSTING-COUNT.
           MOVE WS-TOTAL-DEBITS TO GL-TRL-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GL-TRL-TOTAL-CREDITS.
           WRITE GL-POSTING-RECORD.

       SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE.
           PERFORM VARYING OPI-IDX FROM 1 BY 1
                   UNTIL OPI-IDX > OPEN-ITEM-TOTAL
               MOVE OPI-INVOICE(OPI-IDX) TO OPEN-ITEM-INVOICE
               MOVE OPI-ACCOUNT(OPI-IDX) TO OPEN-ITEM-ACCOUNT
               MOVE OPI-PERIOD(OPI-IDX) TO OPEN-ITEM-PERIOD
               MOVE OPI-BILLED(OPI-IDX) TO OPEN-ITEM-BILLED
               MOVE OPI-PAID(OPI-IDX) TO OPEN-ITEM-PAID
               MOVE OPI-BALANCE(OPI-IDX) TO OPEN-ITEM-BALANCE
               MOVE OPI-STATUS(OPI-IDX) TO OPEN-ITEM-STATUS
               MOVE OPI-LAST-PAID(OPI-IDX) TO OPEN-ITEM-LAST-PAID
               WRITE OPEN-ITEM-LINE
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

       SAVE-UNAPPLIED-CASH.
           OPEN OUTPUT UNAPPLIED-FILE.
           PERFORM VARYING UNA-IDX FROM 1 BY 1
                   UNTIL UNA-IDX > UNAPPLIED-TOTAL
               IF UNA-AMOUNT(UNA-IDX) > 0
                   MOVE UNA-PAYMENT-ID(UNA-IDX) TO UNC-PAYMENT-ID
                   MOVE UNA-ACCOUNT(UNA-IDX) TO UNC-ACCOUNT
                   MOVE UNA-AMOUNT(UNA-IDX) TO UNC-AMOUNT
                   MOVE UNA-RECEIVED-DATE(UNA-IDX) TO
                       UNC-RECEIVED-DATE
                   MOVE UNA-REASON(UNA-IDX) TO UNC-REASON
                   WRITE UNAPPLIED-LINE
                   ADD UNA-AMOUNT(UNA-IDX) TO WS-UNAPPLIED-BALANCE
               END-IF
           END-PERFORM.
           CLOSE UNAPPLIED-FILE.

       WRITE-OPEN-ITEM-LEDGER.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE "OPEN ITEMS BY ACCOUNT" TO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           PERFORM VARYING OPI-IDX FROM 1 BY 1
                   UNTIL OPI-IDX > OPEN-ITEM-TOTAL
               IF OPI-STATUS(OPI-IDX) NOT = 'S'
                   PERFORM CHECK-ACCOUNT-LISTED
                   IF WS-LISTED-FLAG = 'N'
                       MOVE OPI-ACCOUNT(OPI-IDX) TO WS-LIST-ACCOUNT
                       PERFORM WRITE-ACCOUNT-OPEN-ITEMS
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ACCOUNT-LISTED.
           MOVE 'N' TO WS-LISTED-FLAG.
           MOVE OPI-ACCOUNT(OPI-IDX) TO WS-LIST-ACCOUNT.
           PERFORM VARYING OPL-IDX FROM 1 BY 1
                   UNTIL OPL-IDX > OPEN-ITEM-TOTAL
                   OR OPL-IDX >= OPI-IDX
               IF OPI-ACCOUNT(OPL-IDX) = WS-LIST-ACCOUNT
                       AND OPI-STATUS(OPL-IDX) NOT = 'S'
                   MOVE 'Y' TO WS-LISTED-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       WRITE-ACCOUNT-OPEN-ITEMS.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "  ACCOUNT " WS-LIST-ACCOUNT
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE 0 TO WS-ACCOUNT-OPEN.
           PERFORM VARYING OPL-IDX FROM OPI-IDX BY 1
                   UNTIL OPL-IDX > OPEN-ITEM-TOTAL
               IF OPI-ACCOUNT(OPL-IDX) = WS-LIST-ACCOUNT
                       AND OPI-STATUS(OPL-IDX) NOT = 'S'
                   MOVE OPI-BILLED(OPL-IDX) TO WS-AMOUNT-DISPLAY
                   MOVE OPI-BALANCE(OPL-IDX) TO WS-AMOUNT-DISPLAY-2
                   MOVE SPACES TO APPLICATION-REPORT-LINE
                   STRING "    INVOICE " OPI-INVOICE(OPL-IDX)
                       " PERIOD " OPI-PERIOD(OPL-IDX)
                       " BILLED " WS-AMOUNT-DISPLAY
                       " OPEN " WS-AMOUNT-DISPLAY-2
                       " STATUS " OPI-STATUS(OPL-IDX)
                       DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE
                   WRITE APPLICATION-REPORT-LINE
                   ADD OPI-BALANCE(OPL-IDX) TO WS-ACCOUNT-OPEN
               END-IF
           END-PERFORM.
           ADD WS-ACCOUNT-OPEN TO WS-LEDGER-OPEN.
           MOVE WS-ACCOUNT-OPEN TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "    ACCOUNT OPEN BALANCE " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.

       WRITE-UNAPPLIED-LIST.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE "UNAPPLIED CASH AWAITING ASSIGNMENT" TO
               APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           PERFORM VARYING UNA-IDX FROM 1 BY 1
                   UNTIL UNA-IDX > UNAPPLIED-TOTAL
               IF UNA-AMOUNT(UNA-IDX) > 0
                   MOVE UNA-AMOUNT(UNA-IDX) TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO APPLICATION-REPORT-LINE
                   STRING "  PAYMENT " UNA-PAYMENT-ID(UNA-IDX)
                       " ACCOUNT " UNA-ACCOUNT(UNA-IDX)
                       " AMOUNT " WS-AMOUNT-DISPLAY
                       " RECEIVED " UNA-RECEIVED-DATE(UNA-IDX)
                       " " UNA-REASON(UNA-IDX)
                       DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE
                   WRITE APPLICATION-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-NEW-INVOICES TO WS-COUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "NEW INVOICES OPENED:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-PAYMENTS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "PAYMENTS RECEIVED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-PAYMENTS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "PAYMENTS REJECTED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-APPLIED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "APPLICATIONS:          " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "INVOICES SETTLED:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-PARTIAL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "PARTIAL PAYMENTS:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-OVERPAID-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "OVERPAYMENTS:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-NEW-UNAPPLIED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-NEW-UNAPPLIED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "NEW UNAPPLIED CASH:    " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-ASSIGNED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-ASSIGNED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "OPERATOR ASSIGNMENTS:  " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-ASSIGN-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "ASSIGNMENTS REJECTED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-LEDGER-OPEN TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "OPEN RECEIVABLE:       " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           MOVE WS-UNAPPLIED-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO APPLICATION-REPORT-LINE.
           STRING "UNAPPLIED CASH HELD:   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE.
           WRITE APPLICATION-REPORT-LINE.
           IF WS-TABLE-FULL > 0
               MOVE WS-TABLE-FULL TO WS-COUNT-DISPLAY
               MOVE SPACES TO APPLICATION-REPORT-LINE
               STRING "NOT TRACKED - TABLE FULL: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO APPLICATION-REPORT-LINE
               WRITE APPLICATION-REPORT-LINE
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
               MOVE BDC-CURRENT-DATE TO WS-RUN-DATE-NUM
               MOVE BDC-CURRENT-DATE TO WS-BATCH-STAMP(1:8)
           ELSE
               DISPLAY "PAYMENT-APPLY: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
