       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFITABILITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT PROFIT-CONTROL-FILE
               ASSIGN TO "profitability_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFIT-CONTROL-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHANGE-RATE-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT FEE-DETAIL-FILE ASSIGN TO "fee_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-DETAIL-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT WRITEOFF-FILE ASSIGN TO "suspense_writeoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-STATUS.
           SELECT REVAL-CONTROL-FILE ASSIGN TO "fx_reval_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-CONTROL-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "gl_reval_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-POSTING-STATUS.
           SELECT PROFIT-REPORT-FILE
               ASSIGN TO "profitability_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFIT-EXTRACT-FILE
               ASSIGN TO "profitability_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "profitability_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  PROFIT-CONTROL-FILE.
       01  PROFIT-CONTROL-LINE.
           05  PRC-PERIOD PIC 9(6).
           05  PRC-RETURN-ITEM-COST PIC 9(5)V99.
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-LINE.
           05  RATE-CURRENCY-CODE PIC X(3).
           05  RATE-TO-BASE PIC 9(3)V9(6).
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
       FD  FEE-DETAIL-FILE.
       01  FEE-DETAIL-LINE.
           05  FEE-DETAIL-STATUS PIC X.
           05  FEE-DETAIL-ACCOUNT PIC X(10).
           05  FEE-DETAIL-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  FEE-DETAIL-FEE PIC S9(7)V99 SIGN LEADING SEPARATE.
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
       FD  WRITEOFF-FILE.
       01  WRITEOFF-LINE.
           05  WOF-REJECT-DATE PIC 9(8).
           05  WOF-REASON-CODE PIC X(4).
           05  WOF-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  WOF-ORIGINAL-IMAGE PIC X(80).
           05  WOF-WRITEOFF-DATE PIC 9(8).
       FD  REVAL-CONTROL-FILE.
       01  REVAL-CONTROL-LINE.
           05  REVAL-CTL-GAIN-ACCOUNT PIC 9(8).
           05  REVAL-CTL-RESERVE-ACCOUNT PIC 9(8).
       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD PIC X(60).
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
       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-LINE PIC X(132).
       FD  PROFIT-EXTRACT-FILE.
       01  PROFIT-EXTRACT-LINE.
           COPY "PROFITABILITY-RECORD.cpy".
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-PROFIT-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-EXCHANGE-RATE-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-FEE-DETAIL-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-WRITEOFF-STATUS PIC XX VALUE "00".
       01  WS-REVAL-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-GL-POSTING-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40)
               VALUE "PROFITABILITY REPORT COMPLETE".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-REPORT-PERIOD PIC 9(6) VALUE 0.
       01  WS-RETURN-ITEM-COST PIC 9(5)V99 VALUE 0.
       01  WS-GAIN-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-RESERVE-ACCOUNT PIC 9(8) VALUE 0.
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 20 TIMES INDEXED BY RATE-IDX.
               10  RATE-ENTRY-CODE PIC X(3) VALUE SPACES.
               10  RATE-ENTRY-VALUE PIC 9(3)V9(6) VALUE 0.
       01  RATE-ENTRY-TOTAL PIC 9(2) VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 2000 TIMES INDEXED BY XRF-IDX.
               10  XRF-ACCOUNT PIC X(10) VALUE SPACES.
               10  XRF-CUSTOMER PIC X(8) VALUE SPACES.
       01  XREF-TOTAL PIC 9(4) VALUE 0.
       01  PROFIT-ACCOUNT-TABLE.
           05  PROFIT-ACCOUNT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PAC-IDX.
               10  PAC-ACCOUNT PIC X(10) VALUE SPACES.
               10  PAC-CURRENCY PIC X(3) VALUE SPACES.
               10  PAC-CUSTOMER PIC X(8) VALUE SPACES.
               10  PAC-ON-MASTER PIC X VALUE 'N'.
               10  PAC-BALANCE PIC S9(11)V99 VALUE 0.
               10  PAC-RATE PIC 9(3)V9(6) VALUE 0.
               10  PAC-FEE-INCOME PIC S9(11)V99 VALUE 0.
               10  PAC-INTEREST-PAID PIC S9(11)V99 VALUE 0.
               10  PAC-FX-RESULT PIC S9(11)V99 VALUE 0.
               10  PAC-WRITEOFFS PIC S9(11)V99 VALUE 0.
               10  PAC-RETURN-COUNT PIC 9(5) VALUE 0.
               10  PAC-RETURN-COST PIC S9(11)V99 VALUE 0.
               10  PAC-NET-RESULT PIC S9(11)V99 VALUE 0.
               10  PAC-ACTIVE PIC X VALUE 'N'.
               10  PAC-PICKED PIC X VALUE 'N'.
       01  PROFIT-ACCOUNT-TOTAL PIC 9(4) VALUE 0.
       01  PROFIT-CUSTOMER-TABLE.
           05  PROFIT-CUSTOMER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PCU-IDX.
               10  PCU-CUSTOMER PIC X(8) VALUE SPACES.
               10  PCU-ACCOUNTS PIC 9(4) VALUE 0.
               10  PCU-FEE-INCOME PIC S9(11)V99 VALUE 0.
               10  PCU-INTEREST-PAID PIC S9(11)V99 VALUE 0.
               10  PCU-FX-RESULT PIC S9(11)V99 VALUE 0.
               10  PCU-WRITEOFFS PIC S9(11)V99 VALUE 0.
               10  PCU-RETURN-COST PIC S9(11)V99 VALUE 0.
               10  PCU-NET-RESULT PIC S9(11)V99 VALUE 0.
               10  PCU-PICKED PIC X VALUE 'N'.
       01  PROFIT-CUSTOMER-TOTAL PIC 9(4) VALUE 0.
       01  REVAL-CURRENCY-TABLE.
           05  REVAL-CURRENCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY RVL-IDX.
               10  RVL-CURRENCY PIC X(3) VALUE SPACES.
               10  RVL-GAIN-LOSS PIC S9(11)V99 VALUE 0.
               10  RVL-BALANCE PIC S9(13)V99 VALUE 0.
       01  REVAL-CURRENCY-TOTAL PIC 9(2) VALUE 0.
       01  WS-WORK-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-WORK-IDX PIC 9(4) VALUE 0.
       01  WS-CUSTOMER-ID PIC X(8) VALUE SPACES.
       01  WS-BEST-IDX PIC 9(4) VALUE 0.
       01  WS-BEST-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-RANK PIC 9(4) VALUE 0.
       01  WS-ITEM-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-ITEM-PERIOD PIC 9(6) VALUE 0.
       01  WS-FEE-COUNT PIC 9(6) VALUE 0.
       01  WS-INTEREST-COUNT PIC 9(6) VALUE 0.
       01  WS-RETURN-COUNT PIC 9(6) VALUE 0.
       01  WS-WRITEOFF-COUNT PIC 9(6) VALUE 0.
       01  WS-REVAL-COUNT PIC 9(6) VALUE 0.
       01  WS-NO-RATE-COUNT PIC 9(6) VALUE 0.
       01  WS-UNALLOCATED-COUNT PIC 9(6) VALUE 0.
       01  WS-TABLE-FULL-COUNT PIC 9(6) VALUE 0.
       01  WS-ACTIVE-COUNT PIC 9(6) VALUE 0.
       01  WS-LOSS-COUNT PIC 9(6) VALUE 0.
       01  WS-TOTAL-FEE-INCOME PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-INTEREST-PAID PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-FX-RESULT PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-WRITEOFFS PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-RETURN-COST PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-NET-RESULT PIC S9(13)V99 VALUE 0.
       01  WS-RATE-FLAG PIC X(8) VALUE SPACES.
       01  WS-RANK-DISPLAY PIC ZZZ9.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-COST-DISPLAY PIC ZZZZ9.99.
       01  WS-FEE-DISPLAY PIC -(9)9.99.
       01  WS-INT-DISPLAY PIC -(9)9.99.
       01  WS-FX-DISPLAY PIC -(9)9.99.
       01  WS-WOF-DISPLAY PIC -(9)9.99.
       01  WS-RTN-DISPLAY PIC -(9)9.99.
       01  WS-NET-DISPLAY PIC -(9)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-RUN-DATE-NUM(1:6) TO WS-REPORT-PERIOD.
           PERFORM LOAD-PROFIT-CONTROL.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-ACCOUNT-XREF.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "PROFITABILITY: UNABLE TO OPEN MASTER FILE "
                   "output.idx, FILE STATUS " WS-INDEXED-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SCAN-MASTER-POSITIONS.
           CLOSE INDEXED-OUTPUT-FILE.
           PERFORM LOAD-FEE-INCOME.
           PERFORM LOAD-JOURNAL-ACTIVITY.
           PERFORM LOAD-WRITEOFFS.
           PERFORM LOAD-REVAL-CONTROL.
           PERFORM LOAD-REVAL-POSTINGS.
           PERFORM ALLOCATE-REVALUATION.
           PERFORM VARYING PAC-IDX FROM 1 BY 1
                   UNTIL PAC-IDX > PROFIT-ACCOUNT-TOTAL
               PERFORM CONVERT-ONE-ACCOUNT
           END-PERFORM.
           IF WS-ACTIVE-COUNT = 0
               DISPLAY "PROFITABILITY: NO INCOME OR COST ACTIVITY "
                   "FOR PERIOD " WS-REPORT-PERIOD
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO ACTIVITY FOR PERIOD" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROFIT-REPORT-FILE.
           OPEN OUTPUT PROFIT-EXTRACT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-ACCOUNT-RANKING.
           PERFORM WRITE-CUSTOMER-RANKING.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE PROFIT-EXTRACT-FILE.
           CLOSE PROFIT-REPORT-FILE.
           IF WS-NO-RATE-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "ACCOUNTS WITH NO EXCHANGE RATE" TO WS-JOB-REASON
           END-IF.
           IF WS-UNALLOCATED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "REVALUATION NOT ALLOCATED TO ACCOUNTS" TO
                   WS-JOB-REASON
           END-IF.
           IF WS-TABLE-FULL-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "ACCOUNT TABLE FULL, REPORT INCOMPLETE" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "PROFITABILITY" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-PROFIT-CONTROL.
           OPEN INPUT PROFIT-CONTROL-FILE.
           IF WS-PROFIT-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ PROFIT-CONTROL-FILE
               AT END
                   MOVE SPACES TO PROFIT-CONTROL-LINE
           END-READ.
           CLOSE PROFIT-CONTROL-FILE.
           IF PRC-PERIOD NUMERIC AND PRC-PERIOD > 0
               MOVE PRC-PERIOD TO WS-REPORT-PERIOD
           END-IF.
           IF PRC-RETURN-ITEM-COST NUMERIC
               MOVE PRC-RETURN-ITEM-COST TO WS-RETURN-ITEM-COST
           END-IF.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXCHANGE-RATE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR RATE-ENTRY-TOTAL >= 20
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF RATE-CURRENCY-CODE NOT = SPACES
                                   AND RATE-TO-BASE NUMERIC
                               ADD 1 TO RATE-ENTRY-TOTAL
                               MOVE RATE-CURRENCY-CODE TO
                                   RATE-ENTRY-CODE(RATE-ENTRY-TOTAL)
                               MOVE RATE-TO-BASE TO
                                   RATE-ENTRY-VALUE(RATE-ENTRY-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-ACCOUNT-XREF.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-ACCOUNT-XREF-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR XREF-TOTAL >= 2000
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

       SCAN-MASTER-POSITIONS.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INDEXED-OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE INDEXED-OUTPUT-DATA TO
                           MASTER-POSITION-REC
                       IF POS-ACCOUNT NOT = SPACES
                           MOVE POS-ACCOUNT TO WS-WORK-ACCOUNT
                           PERFORM FIND-ACCOUNT-ENTRY
                           IF WS-WORK-IDX > 0
                               PERFORM NOTE-MASTER-POSITION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.

       NOTE-MASTER-POSITION.
           SET PAC-IDX TO WS-WORK-IDX.
           MOVE 'Y' TO PAC-ON-MASTER(PAC-IDX).
           MOVE POS-CURRENCY TO PAC-CURRENCY(PAC-IDX).
           IF POS-CURRENT-BALANCE NUMERIC
               MOVE POS-CURRENT-BALANCE TO PAC-BALANCE(PAC-IDX)
           END-IF.

       FIND-ACCOUNT-ENTRY.
           MOVE 0 TO WS-WORK-IDX.
           PERFORM VARYING PAC-IDX FROM 1 BY 1
                   UNTIL PAC-IDX > PROFIT-ACCOUNT-TOTAL
               IF PAC-ACCOUNT(PAC-IDX) = WS-WORK-ACCOUNT
                   SET WS-WORK-IDX TO PAC-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF PROFIT-ACCOUNT-TOTAL >= 2000
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PROFIT-ACCOUNT-TOTAL.
           MOVE PROFIT-ACCOUNT-TOTAL TO WS-WORK-IDX.
           SET PAC-IDX TO WS-WORK-IDX.
           MOVE WS-WORK-ACCOUNT TO PAC-ACCOUNT(PAC-IDX).
           MOVE SPACES TO PAC-CUSTOMER(PAC-IDX).
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-ACCOUNT(XRF-IDX) = WS-WORK-ACCOUNT
                   MOVE XRF-CUSTOMER(XRF-IDX) TO PAC-CUSTOMER(PAC-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-FEE-INCOME.
           OPEN INPUT FEE-DETAIL-FILE.
           IF WS-FEE-DETAIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ FEE-DETAIL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF FEE-DETAIL-ACCOUNT NOT = SPACES
                               AND FEE-DETAIL-FEE NUMERIC
                               AND FEE-DETAIL-FEE NOT = 0
                           MOVE FEE-DETAIL-ACCOUNT TO WS-WORK-ACCOUNT
                           PERFORM FIND-ACCOUNT-ENTRY
                           IF WS-WORK-IDX > 0
                               SET PAC-IDX TO WS-WORK-IDX
                               ADD FEE-DETAIL-FEE TO
                                   PAC-FEE-INCOME(PAC-IDX)
                               ADD 1 TO WS-FEE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-DETAIL-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-JOURNAL-ACTIVITY.
           OPEN INPUT POSTING-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF JOURNAL-TRAN-DATE NUMERIC
                               AND JOURNAL-AMOUNT NUMERIC
                               AND JOURNAL-TRAN-DATE(1:6) =
                                   WS-REPORT-PERIOD
                               AND (JOURNAL-SOURCE-STATUS = 'I'
                                   OR JOURNAL-SOURCE-STATUS = 'R')
                           PERFORM NOTE-JOURNAL-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-JOURNAL-ACTIVITY.
           MOVE JOURNAL-ACCOUNT TO WS-WORK-ACCOUNT.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF WS-WORK-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           SET PAC-IDX TO WS-WORK-IDX.
           IF JOURNAL-SOURCE-STATUS = 'I'
               ADD JOURNAL-AMOUNT TO PAC-INTEREST-PAID(PAC-IDX)
               ADD 1 TO WS-INTEREST-COUNT
           ELSE
               ADD 1 TO PAC-RETURN-COUNT(PAC-IDX)
               ADD 1 TO WS-RETURN-COUNT
           END-IF.

       LOAD-WRITEOFFS.
           OPEN INPUT WRITEOFF-FILE.
           IF WS-WRITEOFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ WRITEOFF-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM NOTE-ONE-WRITEOFF
               END-READ
           END-PERFORM.
           CLOSE WRITEOFF-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-ONE-WRITEOFF.
           IF WOF-AMOUNT NOT NUMERIC
                   OR WOF-ORIGINAL-IMAGE(12:10) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WOF-WRITEOFF-DATE NUMERIC AND WOF-WRITEOFF-DATE > 0
               MOVE WOF-WRITEOFF-DATE(1:6) TO WS-ITEM-PERIOD
           ELSE
               IF WOF-REJECT-DATE NUMERIC
                   MOVE WOF-REJECT-DATE(1:6) TO WS-ITEM-PERIOD
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-ITEM-PERIOD NOT = WS-REPORT-PERIOD
               EXIT PARAGRAPH
           END-IF.
           MOVE WOF-ORIGINAL-IMAGE(12:10) TO WS-WORK-ACCOUNT.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF WS-WORK-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           SET PAC-IDX TO WS-WORK-IDX.
           COMPUTE WS-ITEM-AMOUNT = FUNCTION ABS(WOF-AMOUNT).
           ADD WS-ITEM-AMOUNT TO PAC-WRITEOFFS(PAC-IDX).
           ADD 1 TO WS-WRITEOFF-COUNT.

       LOAD-REVAL-CONTROL.
           OPEN INPUT REVAL-CONTROL-FILE.
           IF WS-REVAL-CONTROL-STATUS = "00"
               READ REVAL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REVAL-CTL-GAIN-ACCOUNT NUMERIC
                           MOVE REVAL-CTL-GAIN-ACCOUNT TO
                               WS-GAIN-ACCOUNT
                       END-IF
                       IF REVAL-CTL-RESERVE-ACCOUNT NUMERIC
                           MOVE REVAL-CTL-RESERVE-ACCOUNT TO
                               WS-RESERVE-ACCOUNT
                       END-IF
               END-READ
               CLOSE REVAL-CONTROL-FILE
           END-IF.

       LOAD-REVAL-POSTINGS.
           OPEN INPUT GL-POSTING-FILE.
           IF WS-GL-POSTING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GL-POSTING-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF GL-DTL-TYPE = 'D'
                               AND GL-DTL-SOURCE-STATUS = 'V'
                               AND GL-DTL-DC-FLAG = 'C'
                               AND GL-DTL-AMOUNT NUMERIC
                           PERFORM NOTE-REVAL-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-POSTING-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-REVAL-POSTING.
           IF WS-GAIN-ACCOUNT = WS-RESERVE-ACCOUNT
               ADD 1 TO WS-UNALLOCATED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF GL-DTL-ACCOUNT = WS-GAIN-ACCOUNT
               MOVE GL-DTL-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               COMPUTE WS-ITEM-AMOUNT = 0 - GL-DTL-AMOUNT
           END-IF.
           ADD 1 TO WS-REVAL-COUNT.
           PERFORM VARYING RVL-IDX FROM 1 BY 1
                   UNTIL RVL-IDX > REVAL-CURRENCY-TOTAL
               IF RVL-CURRENCY(RVL-IDX) =
                       GL-DTL-SOURCE-ACCOUNT(1:3)
                   ADD WS-ITEM-AMOUNT TO RVL-GAIN-LOSS(RVL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF REVAL-CURRENCY-TOTAL >= 20
               ADD 1 TO WS-UNALLOCATED-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO REVAL-CURRENCY-TOTAL.
           SET RVL-IDX TO REVAL-CURRENCY-TOTAL.
           MOVE GL-DTL-SOURCE-ACCOUNT(1:3) TO RVL-CURRENCY(RVL-IDX).
           MOVE WS-ITEM-AMOUNT TO RVL-GAIN-LOSS(RVL-IDX).
           MOVE 0 TO RVL-BALANCE(RVL-IDX).

       ALLOCATE-REVALUATION.
           IF REVAL-CURRENCY-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PAC-IDX FROM 1 BY 1
                   UNTIL PAC-IDX > PROFIT-ACCOUNT-TOTAL
               IF PAC-ON-MASTER(PAC-IDX) = 'Y'
                   PERFORM VARYING RVL-IDX FROM 1 BY 1
                           UNTIL RVL-IDX > REVAL-CURRENCY-TOTAL
                       IF RVL-CURRENCY(RVL-IDX) = PAC-CURRENCY(PAC-IDX)
                           ADD PAC-BALANCE(PAC-IDX) TO
                               RVL-BALANCE(RVL-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING RVL-IDX FROM 1 BY 1
                   UNTIL RVL-IDX > REVAL-CURRENCY-TOTAL
               IF RVL-BALANCE(RVL-IDX) = 0
                       AND RVL-GAIN-LOSS(RVL-IDX) NOT = 0
                   ADD 1 TO WS-UNALLOCATED-COUNT
               END-IF
           END-PERFORM.
           PERFORM VARYING PAC-IDX FROM 1 BY 1
                   UNTIL PAC-IDX > PROFIT-ACCOUNT-TOTAL
               IF PAC-ON-MASTER(PAC-IDX) = 'Y'
                   PERFORM VARYING RVL-IDX FROM 1 BY 1
                           UNTIL RVL-IDX > REVAL-CURRENCY-TOTAL
                       IF RVL-CURRENCY(RVL-IDX) = PAC-CURRENCY(PAC-IDX)
                               AND RVL-BALANCE(RVL-IDX) NOT = 0
                           COMPUTE PAC-FX-RESULT(PAC-IDX) ROUNDED =
                               RVL-GAIN-LOSS(RVL-IDX)
                               * PAC-BALANCE(PAC-IDX)
                               / RVL-BALANCE(RVL-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CONVERT-ONE-ACCOUNT.
           MOVE 0 TO PAC-RATE(PAC-IDX).
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-ENTRY-TOTAL
               IF RATE-ENTRY-CODE(RATE-IDX) = PAC-CURRENCY(PAC-IDX)
                   MOVE RATE-ENTRY-VALUE(RATE-IDX) TO PAC-RATE(PAC-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE PAC-RETURN-COST(PAC-IDX) =
               PAC-RETURN-COUNT(PAC-IDX) * WS-RETURN-ITEM-COST.
           IF PAC-FEE-INCOME(PAC-IDX) = 0
                   AND PAC-INTEREST-PAID(PAC-IDX) = 0
                   AND PAC-FX-RESULT(PAC-IDX) = 0
                   AND PAC-WRITEOFFS(PAC-IDX) = 0
                   AND PAC-RETURN-COUNT(PAC-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO PAC-ACTIVE(PAC-IDX).
           ADD 1 TO WS-ACTIVE-COUNT.
           IF PAC-RATE(PAC-IDX) = 0
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE 1 TO PAC-RATE(PAC-IDX)
           END-IF.
           COMPUTE PAC-FEE-INCOME(PAC-IDX) ROUNDED =
               PAC-FEE-INCOME(PAC-IDX) * PAC-RATE(PAC-IDX).
           COMPUTE PAC-INTEREST-PAID(PAC-IDX) ROUNDED =
               PAC-INTEREST-PAID(PAC-IDX) * PAC-RATE(PAC-IDX).
           COMPUTE PAC-WRITEOFFS(PAC-IDX) ROUNDED =
               PAC-WRITEOFFS(PAC-IDX) * PAC-RATE(PAC-IDX).
           COMPUTE PAC-NET-RESULT(PAC-IDX) = PAC-FEE-INCOME(PAC-IDX)
               + PAC-FX-RESULT(PAC-IDX) - PAC-INTEREST-PAID(PAC-IDX)
               - PAC-WRITEOFFS(PAC-IDX) - PAC-RETURN-COST(PAC-IDX).
           IF PAC-NET-RESULT(PAC-IDX) < 0
               ADD 1 TO WS-LOSS-COUNT
           END-IF.
           ADD PAC-FEE-INCOME(PAC-IDX) TO WS-TOTAL-FEE-INCOME.
           ADD PAC-INTEREST-PAID(PAC-IDX) TO WS-TOTAL-INTEREST-PAID.
           ADD PAC-FX-RESULT(PAC-IDX) TO WS-TOTAL-FX-RESULT.
           ADD PAC-WRITEOFFS(PAC-IDX) TO WS-TOTAL-WRITEOFFS.
           ADD PAC-RETURN-COST(PAC-IDX) TO WS-TOTAL-RETURN-COST.
           ADD PAC-NET-RESULT(PAC-IDX) TO WS-TOTAL-NET-RESULT.
           PERFORM ROLL-UP-CUSTOMER.

       ROLL-UP-CUSTOMER.
           IF PAC-CUSTOMER(PAC-IDX) = SPACES
               MOVE "UNLINKED" TO WS-CUSTOMER-ID
           ELSE
               MOVE PAC-CUSTOMER(PAC-IDX) TO WS-CUSTOMER-ID
           END-IF.
           PERFORM VARYING PCU-IDX FROM 1 BY 1
                   UNTIL PCU-IDX > PROFIT-CUSTOMER-TOTAL
               IF PCU-CUSTOMER(PCU-IDX) = WS-CUSTOMER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PCU-IDX > PROFIT-CUSTOMER-TOTAL
               IF PROFIT-CUSTOMER-TOTAL >= 2000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PROFIT-CUSTOMER-TOTAL
               SET PCU-IDX TO PROFIT-CUSTOMER-TOTAL
               MOVE WS-CUSTOMER-ID TO PCU-CUSTOMER(PCU-IDX)
           END-IF.
           ADD 1 TO PCU-ACCOUNTS(PCU-IDX).
           ADD PAC-FEE-INCOME(PAC-IDX) TO PCU-FEE-INCOME(PCU-IDX).
           ADD PAC-INTEREST-PAID(PAC-IDX) TO
               PCU-INTEREST-PAID(PCU-IDX).
           ADD PAC-FX-RESULT(PAC-IDX) TO PCU-FX-RESULT(PCU-IDX).
           ADD PAC-WRITEOFFS(PAC-IDX) TO PCU-WRITEOFFS(PCU-IDX).
           ADD PAC-RETURN-COST(PAC-IDX) TO PCU-RETURN-COST(PCU-IDX).
           ADD PAC-NET-RESULT(PAC-IDX) TO PCU-NET-RESULT(PCU-IDX).

       WRITE-REPORT-HEADING.
           MOVE "ACCOUNT AND CUSTOMER PROFITABILITY REPORT" TO
               PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-RETURN-ITEM-COST TO WS-COST-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "PERIOD " WS-REPORT-PERIOD
               "   RUN DATE " WS-RUN-DATE-NUM
               "   RETURNED ITEM UNIT COST " WS-COST-DISPLAY
               "   ALL AMOUNTS IN BASE CURRENCY"
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.

       WRITE-ACCOUNT-RANKING.
           MOVE "ACCOUNTS RANKED BY NET RESULT" TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "RANK ACCOUNT    CUSTOMER CCY"
               "    FEE INCOME  INTEREST PAID      FX RESULT"
               "     WRITE-OFFS    RETURN COST     NET RESULT"
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-ACTIVE-COUNT
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING PAC-IDX FROM 1 BY 1
                       UNTIL PAC-IDX > PROFIT-ACCOUNT-TOTAL
                   IF PAC-ACTIVE(PAC-IDX) = 'Y'
                           AND PAC-PICKED(PAC-IDX) = 'N'
                       IF WS-BEST-IDX = 0
                               OR PAC-NET-RESULT(PAC-IDX) >
                                   WS-BEST-AMOUNT
                           SET WS-BEST-IDX TO PAC-IDX
                           MOVE PAC-NET-RESULT(PAC-IDX) TO
                               WS-BEST-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
               SET PAC-IDX TO WS-BEST-IDX
               MOVE 'Y' TO PAC-PICKED(PAC-IDX)
               PERFORM WRITE-ACCOUNT-LINE
           END-PERFORM.

       WRITE-ACCOUNT-LINE.
           MOVE WS-RANK TO WS-RANK-DISPLAY.
           MOVE PAC-FEE-INCOME(PAC-IDX) TO WS-FEE-DISPLAY.
           MOVE PAC-INTEREST-PAID(PAC-IDX) TO WS-INT-DISPLAY.
           MOVE PAC-FX-RESULT(PAC-IDX) TO WS-FX-DISPLAY.
           MOVE PAC-WRITEOFFS(PAC-IDX) TO WS-WOF-DISPLAY.
           MOVE PAC-RETURN-COST(PAC-IDX) TO WS-RTN-DISPLAY.
           MOVE PAC-NET-RESULT(PAC-IDX) TO WS-NET-DISPLAY.
           IF PAC-CURRENCY(PAC-IDX) = SPACES
               MOVE "NO CCY" TO WS-RATE-FLAG
           ELSE
               MOVE SPACES TO WS-RATE-FLAG
           END-IF.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING WS-RANK-DISPLAY " " PAC-ACCOUNT(PAC-IDX)
               " " PAC-CUSTOMER(PAC-IDX)
               " " PAC-CURRENCY(PAC-IDX)
               " " WS-FEE-DISPLAY
               " " WS-INT-DISPLAY
               " " WS-FX-DISPLAY
               " " WS-WOF-DISPLAY
               " " WS-RTN-DISPLAY
               " " WS-NET-DISPLAY
               " " WS-RATE-FLAG
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-EXTRACT-LINE.
           MOVE WS-REPORT-PERIOD TO PRF-PERIOD.
           MOVE 'A' TO PRF-LEVEL.
           MOVE PAC-ACCOUNT(PAC-IDX) TO PRF-KEY.
           MOVE PAC-CUSTOMER(PAC-IDX) TO PRF-CUSTOMER.
           MOVE PAC-CURRENCY(PAC-IDX) TO PRF-CURRENCY.
           MOVE PAC-FEE-INCOME(PAC-IDX) TO PRF-FEE-INCOME.
           MOVE PAC-INTEREST-PAID(PAC-IDX) TO PRF-INTEREST-PAID.
           MOVE PAC-FX-RESULT(PAC-IDX) TO PRF-FX-RESULT.
           MOVE PAC-WRITEOFFS(PAC-IDX) TO PRF-WRITEOFFS.
           MOVE PAC-RETURN-COST(PAC-IDX) TO PRF-RETURN-COST.
           MOVE PAC-NET-RESULT(PAC-IDX) TO PRF-NET-RESULT.
           WRITE PROFIT-EXTRACT-LINE.

       WRITE-CUSTOMER-RANKING.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE "CUSTOMERS RANKED BY NET RESULT" TO
               PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "RANK CUSTOMER ACCTS"
               "      FEE INCOME  INTEREST PAID      FX RESULT"
               "     WRITE-OFFS    RETURN COST     NET RESULT"
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > PROFIT-CUSTOMER-TOTAL
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING PCU-IDX FROM 1 BY 1
                       UNTIL PCU-IDX > PROFIT-CUSTOMER-TOTAL
                   IF PCU-PICKED(PCU-IDX) = 'N'
                       IF WS-BEST-IDX = 0
                               OR PCU-NET-RESULT(PCU-IDX) >
                                   WS-BEST-AMOUNT
                           SET WS-BEST-IDX TO PCU-IDX
                           MOVE PCU-NET-RESULT(PCU-IDX) TO
                               WS-BEST-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
               SET PCU-IDX TO WS-BEST-IDX
               MOVE 'Y' TO PCU-PICKED(PCU-IDX)
               PERFORM WRITE-CUSTOMER-LINE
           END-PERFORM.

       WRITE-CUSTOMER-LINE.
           MOVE WS-RANK TO WS-RANK-DISPLAY.
           MOVE PCU-ACCOUNTS(PCU-IDX) TO WS-COUNT-DISPLAY.
           MOVE PCU-FEE-INCOME(PCU-IDX) TO WS-FEE-DISPLAY.
           MOVE PCU-INTEREST-PAID(PCU-IDX) TO WS-INT-DISPLAY.
           MOVE PCU-FX-RESULT(PCU-IDX) TO WS-FX-DISPLAY.
           MOVE PCU-WRITEOFFS(PCU-IDX) TO WS-WOF-DISPLAY.
           MOVE PCU-RETURN-COST(PCU-IDX) TO WS-RTN-DISPLAY.
           MOVE PCU-NET-RESULT(PCU-IDX) TO WS-NET-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING WS-RANK-DISPLAY " " PCU-CUSTOMER(PCU-IDX)
               " " WS-COUNT-DISPLAY
               " " WS-FEE-DISPLAY
               " " WS-INT-DISPLAY
               " " WS-FX-DISPLAY
               " " WS-WOF-DISPLAY
               " " WS-RTN-DISPLAY
               " " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-EXTRACT-LINE.
           MOVE WS-REPORT-PERIOD TO PRF-PERIOD.
           MOVE 'C' TO PRF-LEVEL.
           MOVE PCU-CUSTOMER(PCU-IDX) TO PRF-KEY.
           MOVE PCU-CUSTOMER(PCU-IDX) TO PRF-CUSTOMER.
           MOVE SPACES TO PRF-CURRENCY.
           MOVE PCU-FEE-INCOME(PCU-IDX) TO PRF-FEE-INCOME.
           MOVE PCU-INTEREST-PAID(PCU-IDX) TO PRF-INTEREST-PAID.
           MOVE PCU-FX-RESULT(PCU-IDX) TO PRF-FX-RESULT.
           MOVE PCU-WRITEOFFS(PCU-IDX) TO PRF-WRITEOFFS.
           MOVE PCU-RETURN-COST(PCU-IDX) TO PRF-RETURN-COST.
           MOVE PCU-NET-RESULT(PCU-IDX) TO PRF-NET-RESULT.
           WRITE PROFIT-EXTRACT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-TOTAL-FEE-INCOME TO WS-FEE-DISPLAY.
           MOVE WS-TOTAL-INTEREST-PAID TO WS-INT-DISPLAY.
           MOVE WS-TOTAL-FX-RESULT TO WS-FX-DISPLAY.
           MOVE WS-TOTAL-WRITEOFFS TO WS-WOF-DISPLAY.
           MOVE WS-TOTAL-RETURN-COST TO WS-RTN-DISPLAY.
           MOVE WS-TOTAL-NET-RESULT TO WS-NET-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "TOTAL                       "
               " " WS-FEE-DISPLAY
               " " WS-INT-DISPLAY
               " " WS-FX-DISPLAY
               " " WS-WOF-DISPLAY
               " " WS-RTN-DISPLAY
               " " WS-NET-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-EXTRACT-LINE.
           MOVE WS-REPORT-PERIOD TO PRF-PERIOD.
           MOVE 'T' TO PRF-LEVEL.
           MOVE "TOTAL" TO PRF-KEY.
           MOVE WS-TOTAL-FEE-INCOME TO PRF-FEE-INCOME.
           MOVE WS-TOTAL-INTEREST-PAID TO PRF-INTEREST-PAID.
           MOVE WS-TOTAL-FX-RESULT TO PRF-FX-RESULT.
           MOVE WS-TOTAL-WRITEOFFS TO PRF-WRITEOFFS.
           MOVE WS-TOTAL-RETURN-COST TO PRF-RETURN-COST.
           MOVE WS-TOTAL-NET-RESULT TO PRF-NET-RESULT.
           WRITE PROFIT-EXTRACT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "ACCOUNTS WITH ACTIVITY: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-LOSS-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "LOSS-MAKING ACCOUNTS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-FEE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "FEE DETAIL LINES: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-INTEREST-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "INTEREST POSTINGS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-RETURN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "RETURNED ITEMS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-WRITEOFF-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "SUSPENSE WRITE-OFFS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-REVAL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "REVALUATION POSTINGS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "ACCOUNTS WITH NO EXCHANGE RATE (TAKEN AT 1): "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-UNALLOCATED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "REVALUATION ITEMS NOT ALLOCATED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "ITEMS NOT REPORTED (TABLE FULL): " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.

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
               DISPLAY "PROFITABILITY: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
