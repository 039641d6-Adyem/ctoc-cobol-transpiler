       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-DEPOSIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT DEPOSIT-CONTROL-FILE
               ASSIGN TO "term_deposit_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-CONTROL-STATUS.
           SELECT DEPOSIT-FILE
               ASSIGN TO "term_deposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE
               ASSIGN TO "holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT GL-POSTING-FILE
               ASSIGN TO "gl_term_deposit_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-REGISTER-FILE
               ASSIGN TO "gl_batch_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-REGISTER-STATUS.
           SELECT MATURITY-NOTICE-FILE
               ASSIGN TO "term_deposit_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-REPORT-FILE
               ASSIGN TO "term_deposit_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "term_deposit_jobstatus.dat"
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
       FD  DEPOSIT-CONTROL-FILE.
       01  DEPOSIT-CONTROL-LINE.
           05  TDC-NOTICE-DAYS PIC 9(2).
           05  TDC-PENALTY-DAYS PIC 9(3).
           05  TDC-DAY-BASIS PIC 9(3).
           05  TDC-EXPENSE-ACCOUNT PIC 9(8).
           05  TDC-DEPOSIT-ACCOUNT PIC 9(8).
           05  TDC-PENALTY-ACCOUNT PIC 9(8).
       FD  DEPOSIT-FILE.
       01  DEPOSIT-LINE.
           COPY "TERM-DEPOSIT-RECORD.cpy".
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-LINE PIC X(8).
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
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
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
       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-LINE.
           05  REGISTER-BATCH-ID PIC X(14).
           05  REGISTER-BATCH-DATE PIC 9(8).
           05  REGISTER-STATE PIC X.
           05  REGISTER-ACK-DATE PIC 9(8).
           05  REGISTER-REASON PIC X(30).
       FD  MATURITY-NOTICE-FILE.
       01  MATURITY-NOTICE-LINE PIC X(72).
       FD  DEPOSIT-REPORT-FILE.
       01  DEPOSIT-REPORT-LINE PIC X(120).
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
       01  WS-DEPOSIT-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-DEPOSIT-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-HOLIDAY-FILE-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-BATCH-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40)
               VALUE "TERM DEPOSIT MATURITY COMPLETE".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-NOTICE-DAYS PIC 9(2) VALUE 05.
       01  WS-PENALTY-DAYS PIC 9(3) VALUE 090.
       01  WS-DAY-BASIS PIC 9(3) VALUE 365.
       01  WS-EXPENSE-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-DEPOSIT-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-PENALTY-ACCOUNT PIC 9(8) VALUE 0.
       01  DEPOSIT-TABLE.
           05  DEPOSIT-ENTRY OCCURS 2000 TIMES INDEXED BY TDE-IDX.
               10  TDE-ACCOUNT PIC X(10) VALUE SPACES.
               10  TDE-PRINCIPAL PIC 9(11)V99 VALUE 0.
               10  TDE-RATE PIC 9(2)V9(6) VALUE 0.
               10  TDE-START-DATE PIC 9(8) VALUE 0.
               10  TDE-MATURITY-DATE PIC 9(8) VALUE 0.
               10  TDE-TERM-DAYS PIC 9(4) VALUE 0.
               10  TDE-ROLLOVER PIC X VALUE SPACE.
               10  TDE-LINKED-ACCOUNT PIC X(10) VALUE SPACES.
               10  TDE-STATE PIC X VALUE SPACE.
               10  TDE-NOTICE-DATE PIC 9(8) VALUE 0.
               10  TDE-BREAK-DATE PIC 9(8) VALUE 0.
               10  TDE-LAST-INTEREST PIC 9(11)V99 VALUE 0.
               10  TDE-LAST-PENALTY PIC 9(11)V99 VALUE 0.
               10  TDE-CLOSED-DATE PIC 9(8) VALUE 0.
               10  TDE-OPERATOR PIC X(8) VALUE SPACES.
       01  DEPOSIT-TOTAL PIC 9(4) VALUE 0.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-STATUS PIC X VALUE SPACE.
               10  REF-ENTRY-PRODUCT PIC X(4) VALUE SPACES.
               10  REF-ENTRY-COST-CENTER PIC X(4) VALUE SPACES.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  WS-ACCT-REF-PRESENT PIC X VALUE 'N'.
       01  HOLIDAY-SERIAL-TABLE.
           05  HOLIDAY-SERIAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY HOL-IDX.
               10  HOLIDAY-SERIAL-VALUE PIC S9(9) COMP VALUE 0.
       01  HOLIDAY-SERIAL-TOTAL PIC 9(3) VALUE 0.
       01  COMPANY-PROOF-TABLE.
           05  COMPANY-PROOF-ENTRY OCCURS 50 TIMES
                   INDEXED BY CPF-IDX.
               10  CPF-COMPANY PIC X(3) VALUE SPACES.
               10  CPF-DEBITS PIC S9(11)V99 VALUE 0.
               10  CPF-CREDITS PIC S9(11)V99 VALUE 0.
       01  COMPANY-PROOF-TOTAL PIC 9(2) VALUE 0.
       01  WS-COMPANY-UNBALANCED PIC 9(2) VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-BATCH-STAMP PIC X(14) VALUE SPACES.
       01  WS-SCAN-SERIAL PIC S9(9) COMP VALUE 0.
       01  WS-DAY-OF-WEEK PIC 9 VALUE 0.
       01  WS-IS-BUSINESS-DAY PIC X VALUE 'Y'.
       01  WS-START-INT PIC S9(9) COMP VALUE 0.
       01  WS-END-INT PIC S9(9) COMP VALUE 0.
       01  WS-PAY-DATE PIC 9(8) VALUE 0.
       01  WS-PAY-INT PIC S9(9) COMP VALUE 0.
       01  WS-NOTICE-DUE-INT PIC S9(9) COMP VALUE 0.
       01  WS-BUSINESS-DAYS-BACK PIC 9(2) VALUE 0.
       01  WS-HELD-DAYS PIC 9(5) VALUE 0.
       01  WS-INTEREST PIC 9(11)V99 VALUE 0.
       01  WS-PENALTY PIC 9(11)V99 VALUE 0.
       01  WS-PAYOUT PIC 9(11)V99 VALUE 0.
       01  WS-NEW-PRINCIPAL PIC 9(11)V99 VALUE 0.
       01  WS-DEPOSIT-ACCT PIC X(10) VALUE SPACES.
       01  WS-LINKED-ACCT PIC X(10) VALUE SPACES.
       01  WS-DEPOSIT-COMPANY PIC X(3) VALUE SPACES.
       01  WS-DEPOSIT-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-FOUND-REF-IDX PIC 9(4) VALUE 0.
       01  WS-CHECK-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-USABLE PIC X VALUE 'Y'.
       01  WS-ACCOUNT-REASON PIC X(20) VALUE SPACES.
       01  WS-LINKED-USABLE PIC X VALUE 'N'.
       01  WS-POSITION-FOUND PIC X VALUE 'N'.
       01  WS-POST-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-POST-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-POST-STATUS PIC X VALUE SPACE.
       01  WS-POST-DISPOSITION PIC X(20) VALUE SPACES.
       01  WS-POSTED-OK PIC X VALUE 'N'.
       01  WS-DEPOSIT-REF PIC X(10) VALUE SPACES.
       01  WS-DEPOSIT-SEQ PIC 9(3) VALUE 0.
       01  WS-GL-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-GL-LEG-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-GL-LEG-FLAG PIC X VALUE SPACE.
       01  WS-GL-LEG-STATUS PIC X VALUE SPACE.
       01  WS-POSTING-COUNT PIC 9(9) VALUE 0.
       01  WS-TOTAL-DEBITS PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS PIC S9(11)V99 VALUE 0.
       01  WS-EXCEPTION-REASON PIC X(30) VALUE SPACES.
       01  WS-ACTION-TEXT PIC X(10) VALUE SPACES.
       01  WS-MATURED-COUNT PIC 9(6) VALUE 0.
       01  WS-RENEWED-COUNT PIC 9(6) VALUE 0.
       01  WS-PAID-OUT-COUNT PIC 9(6) VALUE 0.
       01  WS-BROKEN-COUNT PIC 9(6) VALUE 0.
       01  WS-NOTICE-COUNT PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01  WS-TOTAL-INTEREST PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-PENALTY PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-PAID-OUT PIC 9(13)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC Z(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC Z(10)9.99.
       01  WS-AMOUNT-DISPLAY-3 PIC Z(10)9.99.
       01  WS-TOTAL-DISPLAY PIC Z(12)9.99.
       01  WS-NOTICE-AMOUNT PIC Z(6)9.99.
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-JOURNAL-STAMP PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-STAMP.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-BATCH-STAMP(1:8) TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-DEPOSIT-CONTROL.
           PERFORM LOAD-DEPOSIT-REGISTER.
           IF DEPOSIT-TOTAL = 0
               DISPLAY "TERM-DEPOSIT: NO TERM DEPOSITS ON FILE"
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO TERM DEPOSITS ON FILE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-HOLIDAY-SERIALS.
           OPEN I-O INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "TERM-DEPOSIT: UNABLE TO OPEN MASTER FILE "
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
           OPEN OUTPUT GL-POSTING-FILE.
           PERFORM WRITE-BATCH-HEADER.
           OPEN OUTPUT MATURITY-NOTICE-FILE.
           OPEN OUTPUT DEPOSIT-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING TDE-IDX FROM 1 BY 1
                   UNTIL TDE-IDX > DEPOSIT-TOTAL
               EVALUATE TDE-STATE(TDE-IDX)
                   WHEN 'A'
                       PERFORM REVIEW-ONE-DEPOSIT
                   WHEN 'B'
                       PERFORM BREAK-ONE-DEPOSIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           CLOSE INDEXED-OUTPUT-FILE.
           CLOSE MATURITY-NOTICE-FILE.
           IF WS-JOURNAL-STATUS = "00"
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               CLOSE LINEAGE-FILE
           END-IF.
           PERFORM WRITE-BATCH-TRAILER.
           CLOSE GL-POSTING-FILE.
           IF WS-COMPANY-UNBALANCED > 0
               DISPLAY "TERM-DEPOSIT: COMPANY SEGMENT OUT OF "
                   "BALANCE - NOT RELEASED"
               OPEN OUTPUT GL-POSTING-FILE
               CLOSE GL-POSTING-FILE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "GL COMPANY SEGMENT OUT OF BALANCE" TO
                   WS-JOB-REASON
           ELSE
               IF WS-POSTING-COUNT > 0
                   PERFORM REGISTER-RELEASED-BATCH
               END-IF
           END-IF.
           PERFORM SAVE-DEPOSIT-REGISTER.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE DEPOSIT-REPORT-FILE.
           IF WS-JOB-CODE = 0 AND WS-EXCEPTION-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "DEPOSITS HELD - SEE DEPOSIT REPORT" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "TERM-DEPOSIT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-DEPOSIT-CONTROL.
           OPEN INPUT DEPOSIT-CONTROL-FILE.
           IF WS-DEPOSIT-CONTROL-STATUS = "00"
               READ DEPOSIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TDC-NOTICE-DAYS NUMERIC
                           MOVE TDC-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
                       IF TDC-PENALTY-DAYS NUMERIC
                           MOVE TDC-PENALTY-DAYS TO WS-PENALTY-DAYS
                       END-IF
                       IF TDC-DAY-BASIS NUMERIC
                               AND (TDC-DAY-BASIS = 360
                                   OR TDC-DAY-BASIS = 365)
                           MOVE TDC-DAY-BASIS TO WS-DAY-BASIS
                       END-IF
                       IF TDC-EXPENSE-ACCOUNT NUMERIC
                           MOVE TDC-EXPENSE-ACCOUNT TO
                               WS-EXPENSE-ACCOUNT
                       END-IF
                       IF TDC-DEPOSIT-ACCOUNT NUMERIC
                           MOVE TDC-DEPOSIT-ACCOUNT TO
                               WS-DEPOSIT-ACCOUNT
                       END-IF
                       IF TDC-PENALTY-ACCOUNT NUMERIC
                           MOVE TDC-PENALTY-ACCOUNT TO
                               WS-PENALTY-ACCOUNT
                       END-IF
               END-READ
               CLOSE DEPOSIT-CONTROL-FILE
           END-IF.

       LOAD-DEPOSIT-REGISTER.
           OPEN INPUT DEPOSIT-FILE.
           IF WS-DEPOSIT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR DEPOSIT-TOTAL >= 2000
                   READ DEPOSIT-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF TDP-ACCOUNT NOT = SPACES
                               ADD 1 TO DEPOSIT-TOTAL
                               PERFORM NOTE-DEPOSIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-DEPOSIT-ENTRY.
           SET TDE-IDX TO DEPOSIT-TOTAL.
           MOVE TDP-ACCOUNT TO TDE-ACCOUNT(TDE-IDX).
           IF TDP-PRINCIPAL NUMERIC
               MOVE TDP-PRINCIPAL TO TDE-PRINCIPAL(TDE-IDX)
           END-IF.
           IF TDP-RATE NUMERIC
               MOVE TDP-RATE TO TDE-RATE(TDE-IDX)
           END-IF.
           IF TDP-START-DATE NUMERIC
               MOVE TDP-START-DATE TO TDE-START-DATE(TDE-IDX)
           END-IF.
           IF TDP-MATURITY-DATE NUMERIC
               MOVE TDP-MATURITY-DATE TO TDE-MATURITY-DATE(TDE-IDX)
           END-IF.
           IF TDP-TERM-DAYS NUMERIC
               MOVE TDP-TERM-DAYS TO TDE-TERM-DAYS(TDE-IDX)
           END-IF.
           MOVE TDP-ROLLOVER TO TDE-ROLLOVER(TDE-IDX).
           MOVE TDP-LINKED-ACCOUNT TO TDE-LINKED-ACCOUNT(TDE-IDX).
           MOVE TDP-STATE TO TDE-STATE(TDE-IDX).
           IF TDP-NOTICE-DATE NUMERIC
               MOVE TDP-NOTICE-DATE TO TDE-NOTICE-DATE(TDE-IDX)
           END-IF.
           IF TDP-BREAK-DATE NUMERIC
               MOVE TDP-BREAK-DATE TO TDE-BREAK-DATE(TDE-IDX)
           END-IF.
           IF TDP-LAST-INTEREST NUMERIC
               MOVE TDP-LAST-INTEREST TO TDE-LAST-INTEREST(TDE-IDX)
           END-IF.
           IF TDP-LAST-PENALTY NUMERIC
               MOVE TDP-LAST-PENALTY TO TDE-LAST-PENALTY(TDE-IDX)
           END-IF.
           IF TDP-CLOSED-DATE NUMERIC
               MOVE TDP-CLOSED-DATE TO TDE-CLOSED-DATE(TDE-IDX)
           END-IF.
           MOVE TDP-OPERATOR TO TDE-OPERATOR(TDE-IDX).

       SAVE-DEPOSIT-REGISTER.
           OPEN OUTPUT DEPOSIT-FILE.
           PERFORM VARYING TDE-IDX FROM 1 BY 1
                   UNTIL TDE-IDX > DEPOSIT-TOTAL
               MOVE TDE-ACCOUNT(TDE-IDX) TO TDP-ACCOUNT
               MOVE TDE-PRINCIPAL(TDE-IDX) TO TDP-PRINCIPAL
               MOVE TDE-RATE(TDE-IDX) TO TDP-RATE
               MOVE TDE-START-DATE(TDE-IDX) TO TDP-START-DATE
               MOVE TDE-MATURITY-DATE(TDE-IDX) TO TDP-MATURITY-DATE
               MOVE TDE-TERM-DAYS(TDE-IDX) TO TDP-TERM-DAYS
               MOVE TDE-ROLLOVER(TDE-IDX) TO TDP-ROLLOVER
               MOVE TDE-LINKED-ACCOUNT(TDE-IDX) TO TDP-LINKED-ACCOUNT
               MOVE TDE-STATE(TDE-IDX) TO TDP-STATE
               MOVE TDE-NOTICE-DATE(TDE-IDX) TO TDP-NOTICE-DATE
               MOVE TDE-BREAK-DATE(TDE-IDX) TO TDP-BREAK-DATE
               MOVE TDE-LAST-INTEREST(TDE-IDX) TO TDP-LAST-INTEREST
               MOVE TDE-LAST-PENALTY(TDE-IDX) TO TDP-LAST-PENALTY
               MOVE TDE-CLOSED-DATE(TDE-IDX) TO TDP-CLOSED-DATE
               MOVE TDE-OPERATOR(TDE-IDX) TO TDP-OPERATOR
               WRITE DEPOSIT-LINE
           END-PERFORM.
           CLOSE DEPOSIT-FILE.

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
                               MOVE ACCT-REF-PRODUCT TO
                                   REF-ENTRY-PRODUCT(ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-COST-CENTER TO
                                   REF-ENTRY-COST-CENTER
                                       (ACCOUNT-REF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-HOLIDAY-SERIALS.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF WS-HOLIDAY-FILE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR HOLIDAY-SERIAL-TOTAL >= 200
                   READ HOLIDAY-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF HOLIDAY-CALENDAR-LINE NUMERIC
                               ADD 1 TO HOLIDAY-SERIAL-TOTAL
                               COMPUTE HOLIDAY-SERIAL-VALUE
                                   (HOLIDAY-SERIAL-TOTAL) =
                                   FUNCTION INTEGER-OF-DATE
                                       (FUNCTION NUMVAL
                                           (HOLIDAY-CALENDAR-LINE))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS-DAY.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-SCAN-SERIAL, 7).
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               MOVE 'N' TO WS-IS-BUSINESS-DAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING HOL-IDX FROM 1 BY 1
                   UNTIL HOL-IDX > HOLIDAY-SERIAL-TOTAL
               IF HOLIDAY-SERIAL-VALUE(HOL-IDX) = WS-SCAN-SERIAL
                   MOVE 'N' TO WS-IS-BUSINESS-DAY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       FIND-PAY-DATE.
           COMPUTE WS-SCAN-SERIAL = FUNCTION INTEGER-OF-DATE
               (TDE-MATURITY-DATE(TDE-IDX)).
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM UNTIL WS-IS-BUSINESS-DAY = 'Y'
                   OR WS-SCAN-SERIAL > FUNCTION INTEGER-OF-DATE
                       (TDE-MATURITY-DATE(TDE-IDX)) + 30
               ADD 1 TO WS-SCAN-SERIAL
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.
           MOVE WS-SCAN-SERIAL TO WS-PAY-INT.
           COMPUTE WS-PAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PAY-INT).

       FIND-NOTICE-DUE-DATE.
           MOVE WS-PAY-INT TO WS-SCAN-SERIAL.
           MOVE 0 TO WS-BUSINESS-DAYS-BACK.
           PERFORM UNTIL WS-BUSINESS-DAYS-BACK >= WS-NOTICE-DAYS
                   OR WS-SCAN-SERIAL < WS-PAY-INT - 100
               SUBTRACT 1 FROM WS-SCAN-SERIAL
               PERFORM CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS-DAY = 'Y'
                   ADD 1 TO WS-BUSINESS-DAYS-BACK
               END-IF
           END-PERFORM.
           MOVE WS-SCAN-SERIAL TO WS-NOTICE-DUE-INT.

       CHECK-ACCOUNT-STATUS.
           MOVE 'Y' TO WS-ACCOUNT-USABLE.
           MOVE SPACES TO WS-ACCOUNT-REASON.
           MOVE 0 TO WS-FOUND-REF-IDX.
           IF WS-ACCT-REF-PRESENT = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = WS-CHECK-ACCOUNT
                   SET WS-FOUND-REF-IDX TO REF-IDX
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

       REVIEW-ONE-DEPOSIT.
           IF FUNCTION TEST-DATE-YYYYMMDD
                       (TDE-MATURITY-DATE(TDE-IDX)) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (TDE-START-DATE(TDE-IDX)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PAY-DATE.
           IF WS-PAY-INT <= WS-RUN-DATE-INT
               PERFORM MATURE-ONE-DEPOSIT
               EXIT PARAGRAPH
           END-IF.
           IF TDE-NOTICE-DATE(TDE-IDX) > 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-NOTICE-DUE-DATE.
           IF WS-RUN-DATE-INT >= WS-NOTICE-DUE-INT
               PERFORM SEND-MATURITY-NOTICE
           END-IF.

       SEND-MATURITY-NOTICE.
           COMPUTE WS-INTEREST ROUNDED =
               TDE-PRINCIPAL(TDE-IDX) * TDE-RATE(TDE-IDX)
               * (WS-PAY-INT - FUNCTION INTEGER-OF-DATE
                   (TDE-START-DATE(TDE-IDX)))
               / (100 * WS-DAY-BASIS).
           COMPUTE WS-PAYOUT = TDE-PRINCIPAL(TDE-IDX) + WS-INTEREST.
           MOVE WS-PAYOUT TO WS-NOTICE-AMOUNT.
           MOVE SPACES TO MATURITY-NOTICE-LINE.
           STRING "TERM DEPOSIT NOTICE   M AMOUNT " WS-NOTICE-AMOUNT
               " ID " TDE-ACCOUNT(TDE-IDX)
               " MATURES " WS-PAY-DATE
               DELIMITED BY SIZE INTO MATURITY-NOTICE-LINE.
           WRITE MATURITY-NOTICE-LINE.
           MOVE WS-RUN-DATE-NUM TO TDE-NOTICE-DATE(TDE-IDX).
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE "NOTICE" TO WS-ACTION-TEXT.
           MOVE 0 TO WS-PENALTY.
           PERFORM WRITE-DEPOSIT-DETAIL.

       MATURE-ONE-DEPOSIT.
           MOVE TDE-ACCOUNT(TDE-IDX) TO WS-DEPOSIT-ACCT.
           MOVE TDE-LINKED-ACCOUNT(TDE-IDX) TO WS-LINKED-ACCT.
           MOVE 0 TO WS-PENALTY.
           MOVE 0 TO WS-PAYOUT.
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
               (TDE-START-DATE(TDE-IDX)).
           MOVE 0 TO WS-HELD-DAYS.
           IF WS-PAY-INT > WS-START-INT
               COMPUTE WS-HELD-DAYS = WS-PAY-INT - WS-START-INT
           END-IF.
           COMPUTE WS-INTEREST ROUNDED =
               TDE-PRINCIPAL(TDE-IDX) * TDE-RATE(TDE-IDX)
               * WS-HELD-DAYS / (100 * WS-DAY-BASIS).
           EVALUATE TDE-ROLLOVER(TDE-IDX)
               WHEN 'O'
                   COMPUTE WS-PAYOUT =
                       TDE-PRINCIPAL(TDE-IDX) + WS-INTEREST
               WHEN 'P'
                   IF WS-LINKED-ACCT NOT = SPACES
                       MOVE WS-INTEREST TO WS-PAYOUT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM CHECK-DEPOSIT-POSITION.
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM REPORT-DEPOSIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEPOSIT-SEQ.
           MOVE SPACES TO WS-DEPOSIT-REF.
           STRING "T" WS-RUN-DATE-NUM(3:6) WS-DEPOSIT-SEQ
               DELIMITED BY SIZE INTO WS-DEPOSIT-REF.
           IF WS-INTEREST > 0
               MOVE WS-DEPOSIT-ACCT TO WS-POST-ACCOUNT
               MOVE WS-INTEREST TO WS-POST-AMOUNT
               MOVE 'I' TO WS-POST-STATUS
               MOVE "MATURITY INTEREST" TO WS-POST-DISPOSITION
               PERFORM POST-DEPOSIT-LEG
               IF WS-POSTED-OK = 'N'
                   MOVE "DEPOSIT REWRITE FAILED" TO
                       WS-EXCEPTION-REASON
                   PERFORM REPORT-DEPOSIT-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INTEREST TO WS-GL-AMOUNT
               MOVE 'I' TO WS-GL-LEG-STATUS
               MOVE WS-EXPENSE-ACCOUNT TO WS-GL-LEG-ACCOUNT
               MOVE 'D' TO WS-GL-LEG-FLAG
               PERFORM WRITE-GL-LEG
               MOVE WS-DEPOSIT-ACCOUNT TO WS-GL-LEG-ACCOUNT
               MOVE 'C' TO WS-GL-LEG-FLAG
               PERFORM WRITE-GL-LEG
           END-IF.
           IF WS-PAYOUT > 0
               PERFORM PAY-OUT-PROCEEDS
           END-IF.
           ADD 1 TO WS-MATURED-COUNT.
           ADD WS-INTEREST TO WS-TOTAL-INTEREST.
           MOVE WS-INTEREST TO TDE-LAST-INTEREST(TDE-IDX).
           MOVE 0 TO TDE-LAST-PENALTY(TDE-IDX).
           IF TDE-ROLLOVER(TDE-IDX) = 'O'
               MOVE 'M' TO TDE-STATE(TDE-IDX)
               MOVE WS-PAY-DATE TO TDE-CLOSED-DATE(TDE-IDX)
               ADD 1 TO WS-PAID-OUT-COUNT
               MOVE "PAID OUT" TO WS-ACTION-TEXT
               PERFORM WRITE-DEPOSIT-DETAIL
               EXIT PARAGRAPH
           END-IF.
           IF TDE-ROLLOVER(TDE-IDX) = 'I'
               ADD WS-INTEREST TO TDE-PRINCIPAL(TDE-IDX)
           END-IF.
           MOVE WS-PAY-DATE TO TDE-START-DATE(TDE-IDX).
           COMPUTE TDE-MATURITY-DATE(TDE-IDX) =
               FUNCTION DATE-OF-INTEGER
                   (WS-PAY-INT + TDE-TERM-DAYS(TDE-IDX)).
           MOVE 0 TO TDE-NOTICE-DATE(TDE-IDX).
           ADD 1 TO WS-RENEWED-COUNT.
           MOVE "RENEWED" TO WS-ACTION-TEXT.
           PERFORM WRITE-DEPOSIT-DETAIL.

       BREAK-ONE-DEPOSIT.
           MOVE TDE-ACCOUNT(TDE-IDX) TO WS-DEPOSIT-ACCT.
           MOVE TDE-LINKED-ACCOUNT(TDE-IDX) TO WS-LINKED-ACCT.
           IF TDE-BREAK-DATE(TDE-IDX) = 0
               MOVE WS-RUN-DATE-NUM TO TDE-BREAK-DATE(TDE-IDX)
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD
                       (TDE-START-DATE(TDE-IDX)) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE TDE-BREAK-DATE(TDE-IDX) TO WS-PAY-DATE.
           COMPUTE WS-PAY-INT = FUNCTION INTEGER-OF-DATE(WS-PAY-DATE).
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
               (TDE-START-DATE(TDE-IDX)).
           MOVE 0 TO WS-HELD-DAYS.
           IF WS-PAY-INT > WS-START-INT
               COMPUTE WS-HELD-DAYS = WS-PAY-INT - WS-START-INT
           END-IF.
           COMPUTE WS-INTEREST ROUNDED =
               TDE-PRINCIPAL(TDE-IDX) * TDE-RATE(TDE-IDX)
               * WS-HELD-DAYS / (100 * WS-DAY-BASIS).
           COMPUTE WS-PENALTY ROUNDED =
               TDE-PRINCIPAL(TDE-IDX) * TDE-RATE(TDE-IDX)
               * WS-PENALTY-DAYS / (100 * WS-DAY-BASIS).
           IF WS-PENALTY > TDE-PRINCIPAL(TDE-IDX) + WS-INTEREST
               COMPUTE WS-PENALTY =
                   TDE-PRINCIPAL(TDE-IDX) + WS-INTEREST
           END-IF.
           COMPUTE WS-PAYOUT =
               TDE-PRINCIPAL(TDE-IDX) + WS-INTEREST - WS-PENALTY.
           IF WS-LINKED-ACCT = SPACES
               MOVE 0 TO WS-PAYOUT
           END-IF.
           PERFORM CHECK-DEPOSIT-POSITION.
           IF WS-EXCEPTION-REASON = SPACES
                   AND WS-PENALTY > 0 AND WS-PENALTY-ACCOUNT = 0
               MOVE "PENALTY GL ACCOUNT NOT SET" TO WS-EXCEPTION-REASON
           END-IF.
           IF WS-EXCEPTION-REASON NOT = SPACES
               PERFORM REPORT-DEPOSIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEPOSIT-SEQ.
           MOVE SPACES TO WS-DEPOSIT-REF.
           STRING "T" WS-RUN-DATE-NUM(3:6) WS-DEPOSIT-SEQ
               DELIMITED BY SIZE INTO WS-DEPOSIT-REF.
           IF WS-INTEREST > 0
               MOVE WS-DEPOSIT-ACCT TO WS-POST-ACCOUNT
               MOVE WS-INTEREST TO WS-POST-AMOUNT
               MOVE 'I' TO WS-POST-STATUS
               MOVE "BREAK INTEREST" TO WS-POST-DISPOSITION
               PERFORM POST-DEPOSIT-LEG
               IF WS-POSTED-OK = 'N'
                   MOVE "DEPOSIT REWRITE FAILED" TO
                       WS-EXCEPTION-REASON
                   PERFORM REPORT-DEPOSIT-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-INTEREST TO WS-GL-AMOUNT
               MOVE 'I' TO WS-GL-LEG-STATUS
               MOVE WS-EXPENSE-ACCOUNT TO WS-GL-LEG-ACCOUNT
               MOVE 'D' TO WS-GL-LEG-FLAG
               PERFORM WRITE-GL-LEG
               MOVE WS-DEPOSIT-ACCOUNT TO WS-GL-LEG-ACCOUNT
               MOVE 'C' TO WS-GL-LEG-FLAG
               PERFORM WRITE-GL-LEG
           END-IF.
           IF WS-PENALTY > 0
               MOVE WS-DEPOSIT-ACCT TO WS-POST-ACCOUNT
               COMPUTE WS-POST-AMOUNT = 0 - WS-PENALTY
               MOVE 'B' TO WS-POST-STATUS
               MOVE "EARLY BREAK PENALTY" TO WS-POST-DISPOSITION
               PERFORM POST-DEPOSIT-LEG
               IF WS-POSTED-OK = 'N'
                   MOVE 0 TO WS-PENALTY
                   MOVE "PENALTY REWRITE FAILED" TO
                       WS-EXCEPTION-REASON
                   PERFORM REPORT-DEPOSIT-EXCEPTION
               ELSE
                   MOVE WS-PENALTY TO WS-GL-AMOUNT
                   MOVE 'B' TO WS-GL-LEG-STATUS
                   MOVE WS-DEPOSIT-ACCOUNT TO WS-GL-LEG-ACCOUNT
                   MOVE 'D' TO WS-GL-LEG-FLAG
                   PERFORM WRITE-GL-LEG
                   MOVE WS-PENALTY-ACCOUNT TO WS-GL-LEG-ACCOUNT
                   MOVE 'C' TO WS-GL-LEG-FLAG
                   PERFORM WRITE-GL-LEG
               END-IF
           END-IF.
           IF WS-PAYOUT > 0
               PERFORM PAY-OUT-PROCEEDS
           END-IF.
           ADD 1 TO WS-BROKEN-COUNT.
           ADD WS-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-PENALTY TO WS-TOTAL-PENALTY.
           MOVE WS-INTEREST TO TDE-LAST-INTEREST(TDE-IDX).
           MOVE WS-PENALTY TO TDE-LAST-PENALTY(TDE-IDX).
           MOVE 'X' TO TDE-STATE(TDE-IDX).
           MOVE WS-RUN-DATE-NUM TO TDE-CLOSED-DATE(TDE-IDX).
           MOVE "BROKEN" TO WS-ACTION-TEXT.
           PERFORM WRITE-DEPOSIT-DETAIL.

       CHECK-DEPOSIT-POSITION.
           MOVE SPACES TO WS-EXCEPTION-REASON.
           IF WS-EXPENSE-ACCOUNT = 0 OR WS-DEPOSIT-ACCOUNT = 0
               MOVE "INTEREST GL ACCOUNTS NOT SET" TO
                   WS-EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEPOSIT-ACCT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF WS-ACCOUNT-USABLE = 'N'
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING "DEPOSIT " WS-ACCOUNT-REASON
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEPOSIT-ACCT TO WS-POST-ACCOUNT.
           PERFORM READ-MASTER-POSITION.
           IF WS-POSITION-FOUND = 'N'
               MOVE "DEPOSIT NOT ON MASTER" TO WS-EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE POS-COMPANY TO WS-DEPOSIT-COMPANY.
           MOVE POS-CURRENCY TO WS-DEPOSIT-CURRENCY.
           IF WS-PAYOUT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINKED-ACCT = SPACES
               MOVE "NO LINKED ACCOUNT FOR PAYOUT" TO
                   WS-EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINKED-ACCT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-ACCOUNT-STATUS.
           IF WS-ACCOUNT-USABLE = 'N'
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING "LINKED " WS-ACCOUNT-REASON
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINKED-ACCT TO WS-POST-ACCOUNT.
           PERFORM READ-MASTER-POSITION.
           IF WS-POSITION-FOUND = 'N'
               MOVE "LINKED NOT ON MASTER" TO WS-EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF.
           IF POS-CURRENCY NOT = WS-DEPOSIT-CURRENCY
               MOVE "LINKED CURRENCY DIFFERS" TO WS-EXCEPTION-REASON
           END-IF.
           MOVE WS-DEPOSIT-ACCT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-ACCOUNT-STATUS.

       READ-MASTER-POSITION.
           MOVE 'N' TO WS-POSITION-FOUND.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-POST-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC.
           MOVE 'Y' TO WS-POSITION-FOUND.

       PAY-OUT-PROCEEDS.
           MOVE WS-DEPOSIT-ACCT TO WS-POST-ACCOUNT.
           COMPUTE WS-POST-AMOUNT = 0 - WS-PAYOUT.
           MOVE 'M' TO WS-POST-STATUS.
           MOVE "PAID TO LINKED" TO WS-POST-DISPOSITION.
           PERFORM POST-DEPOSIT-LEG.
           IF WS-POSTED-OK = 'N'
               MOVE 0 TO WS-PAYOUT
               MOVE "PAYOUT LEFT ON DEPOSIT" TO WS-EXCEPTION-REASON
               PERFORM REPORT-DEPOSIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINKED-ACCT TO WS-POST-ACCOUNT.
           MOVE WS-PAYOUT TO WS-POST-AMOUNT.
           MOVE "RECEIVED FROM DEPOSIT" TO WS-POST-DISPOSITION.
           PERFORM POST-DEPOSIT-LEG.
           IF WS-POSTED-OK = 'N'
               MOVE WS-DEPOSIT-ACCT TO WS-POST-ACCOUNT
               MOVE WS-PAYOUT TO WS-POST-AMOUNT
               MOVE "PAYOUT BACKED OUT" TO WS-POST-DISPOSITION
               PERFORM POST-DEPOSIT-LEG
               MOVE 0 TO WS-PAYOUT
               MOVE "PAYOUT LEFT ON DEPOSIT" TO WS-EXCEPTION-REASON
               PERFORM REPORT-DEPOSIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           ADD WS-PAYOUT TO WS-TOTAL-PAID-OUT.

       POST-DEPOSIT-LEG.
           MOVE 'N' TO WS-POSTED-OK.
           PERFORM READ-MASTER-POSITION.
           IF WS-POSITION-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
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
               MOVE WS-POST-STATUS TO JOURNAL-SOURCE-STATUS
               PERFORM NEXT-JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-SEQUENCE TO JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-STAMP TO JOURNAL-STAMP
               MOVE POS-BALANCE-CURRENCY TO JOURNAL-BALANCE-CURRENCY
               MOVE WS-RUN-DATE-NUM TO JOURNAL-POSTED-DATE
               WRITE POSTING-JOURNAL-LINE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               MOVE 0 TO LIN-SEQUENCE
               MOVE "TERM-DEPOSIT" TO LIN-STAGE
               MOVE WS-POST-DISPOSITION TO LIN-DISPOSITION
               MOVE POS-ACCOUNT TO LIN-ACCOUNT
               MOVE WS-POST-AMOUNT TO LIN-AMOUNT
               MOVE WS-RUN-DATE-NUM TO LIN-TRAN-DATE
               MOVE WS-DEPOSIT-REF TO LIN-TRANSACTION-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO LIN-STAMP
               WRITE LINEAGE-LINE
           END-IF.

       WRITE-GL-LEG.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-GL-LEG-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE WS-GL-LEG-FLAG TO GL-DTL-DC-FLAG.
           MOVE WS-GL-AMOUNT TO GL-DTL-AMOUNT.
           MOVE WS-GL-LEG-STATUS TO GL-DTL-SOURCE-STATUS.
           MOVE WS-DEPOSIT-ACCT TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           IF WS-GL-LEG-FLAG = 'D'
               ADD WS-GL-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-GL-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

       FILL-GL-SEGMENTS.
           MOVE WS-DEPOSIT-COMPANY TO GL-SEG-COMPANY.
           IF GL-SEG-COMPANY = SPACES
               MOVE "000" TO GL-SEG-COMPANY
           END-IF.
           MOVE SPACES TO GL-SEG-COST-CENTER.
           MOVE SPACES TO GL-SEG-PRODUCT.
           IF WS-FOUND-REF-IDX > 0
               MOVE REF-ENTRY-COST-CENTER(WS-FOUND-REF-IDX) TO
                   GL-SEG-COST-CENTER
               MOVE REF-ENTRY-PRODUCT(WS-FOUND-REF-IDX) TO
                   GL-SEG-PRODUCT
           END-IF.
           IF GL-SEG-COST-CENTER = SPACES
               MOVE "0000" TO GL-SEG-COST-CENTER
           END-IF.
           MOVE GL-DTL-ACCOUNT TO GL-SEG-NATURAL.
           IF GL-SEG-PRODUCT = SPACES
               MOVE "0000" TO GL-SEG-PRODUCT
           END-IF.
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
                   DISPLAY "TERM-DEPOSIT: COMPANY "
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

       REGISTER-RELEASED-BATCH.
           OPEN EXTEND BATCH-REGISTER-FILE.
           IF WS-BATCH-REGISTER-STATUS = "35"
               OPEN OUTPUT BATCH-REGISTER-FILE
           END-IF.
           IF WS-BATCH-REGISTER-STATUS = "00"
               MOVE WS-BATCH-STAMP TO REGISTER-BATCH-ID
               MOVE WS-BATCH-STAMP(1:8) TO REGISTER-BATCH-DATE
               MOVE 'P' TO REGISTER-STATE
               MOVE 0 TO REGISTER-ACK-DATE
               MOVE "TERM DEPOSIT MATURITY" TO REGISTER-REASON
               WRITE BATCH-REGISTER-LINE
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       REPORT-DEPOSIT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "HELD     " TDE-ACCOUNT(TDE-IDX)
               " MATURITY " TDE-MATURITY-DATE(TDE-IDX)
               " LINKED " TDE-LINKED-ACCOUNT(TDE-IDX)
               " " WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.

       WRITE-DEPOSIT-DETAIL.
           MOVE TDE-PRINCIPAL(TDE-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-INTEREST TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-PENALTY TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING WS-ACTION-TEXT " " TDE-ACCOUNT(TDE-IDX)
               " DATE " WS-PAY-DATE
               " PRINCIPAL " WS-AMOUNT-DISPLAY
               " INTEREST " WS-AMOUNT-DISPLAY-2
               " PENALTY " WS-AMOUNT-DISPLAY-3
               " NEXT " TDE-MATURITY-DATE(TDE-IDX)
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.

       WRITE-REPORT-HEADING.
           MOVE "TERM DEPOSIT MATURITY REPORT" TO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               " NOTICE DAYS " WS-NOTICE-DAYS
               " PENALTY DAYS " WS-PENALTY-DAYS
               " DAY BASIS " WS-DAY-BASIS
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-MATURED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "DEPOSITS MATURED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-RENEWED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "DEPOSITS RENEWED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-PAID-OUT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "DEPOSITS PAID OUT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-BROKEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "DEPOSITS BROKEN EARLY: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "MATURITY NOTICES SENT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "DEPOSITS HELD: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "INTEREST PAID: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-TOTAL-PENALTY TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "PENALTIES CHARGED: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-TOTAL-PAID-OUT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "PAID TO LINKED ACCOUNTS: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.

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
               MOVE BDC-CURRENT-DATE TO WS-BATCH-STAMP(1:8)
           ELSE
               DISPLAY "TERM-DEPOSIT: NO BUSINESS DATE RECORD, "
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
