       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-DEPOSIT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT DEPOSIT-FILE
               ASSIGN TO "term_deposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT DEPOSIT-TRANS-FILE
               ASSIGN TO "term_deposit_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT DEPOSIT-REPORT-FILE
               ASSIGN TO "term_deposit_maint_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "term_deposit_maint_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  DEPOSIT-FILE.
       01  DEPOSIT-LINE.
           COPY "TERM-DEPOSIT-RECORD.cpy".
       FD  DEPOSIT-TRANS-FILE.
       01  DEPOSIT-TRANS-LINE.
           05  TDT-ACTION PIC X.
           05  TDT-ACCOUNT PIC X(10).
           05  TDT-PRINCIPAL PIC 9(11)V99.
           05  TDT-RATE PIC 9(2)V9(6).
           05  TDT-START-DATE PIC 9(8).
           05  TDT-MATURITY-DATE PIC 9(8).
           05  TDT-TERM-DAYS PIC 9(4).
           05  TDT-ROLLOVER PIC X.
           05  TDT-LINKED-ACCOUNT PIC X(10).
           05  TDT-OPERATOR PIC X(8).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  DEPOSIT-REPORT-FILE.
       01  DEPOSIT-REPORT-LINE PIC X(120).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-DEPOSIT-STATUS PIC XX VALUE "00".
       01  WS-TRANS-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40)
               VALUE "TERM DEPOSIT MAINT COMPLETE".
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
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-FOUND-IDX PIC 9(4) VALUE 0.
       01  WS-CHECK-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-OK PIC X VALUE 'Y'.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-START-INT PIC S9(9) COMP VALUE 0.
       01  WS-MATURITY-INT PIC S9(9) COMP VALUE 0.
       01  WS-TRANS-READ PIC 9(9) VALUE 0.
       01  WS-OPENED-COUNT PIC 9(9) VALUE 0.
       01  WS-CHANGED-COUNT PIC 9(9) VALUE 0.
       01  WS-BREAK-COUNT PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01  WS-ACTIVE-COUNT PIC 9(9) VALUE 0.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-ROLLOVER-TEXT PIC X(16) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC Z(10)9.99.
       01  WS-RATE-DISPLAY PIC Z9.9(6).
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-DEPOSIT-REGISTER.
           OPEN OUTPUT DEPOSIT-REPORT-FILE.
           MOVE "TERM DEPOSIT MAINTENANCE REPORT" TO
               DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE "DEPOSIT MAINTENANCE" TO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           OPEN INPUT DEPOSIT-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ DEPOSIT-TRANS-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-DEPOSIT-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-TRANS-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           MOVE "DEPOSITS IN FORCE" TO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           PERFORM VARYING TDE-IDX FROM 1 BY 1
                   UNTIL TDE-IDX > DEPOSIT-TOTAL
               PERFORM REPORT-ACTIVE-DEPOSIT
           END-PERFORM.
           PERFORM REWRITE-DEPOSIT-REGISTER.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE DEPOSIT-REPORT-FILE.
           IF WS-FAILED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "DEPOSIT TRANSACTIONS FAILED" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "TERM-DEPOSIT-MAINT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-ACCOUNT-REFERENCE.
           OPEN INPUT ACCOUNT-REF-FILE.
           IF WS-ACCOUNT-REF-STATUS = "00"
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

       FIND-DEPOSIT-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING TDE-IDX FROM 1 BY 1
                   UNTIL TDE-IDX > DEPOSIT-TOTAL
               IF TDE-ACCOUNT(TDE-IDX) = TDT-ACCOUNT
                       AND (TDE-STATE(TDE-IDX) = 'A'
                           OR TDE-STATE(TDE-IDX) = 'B')
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   SET WS-FOUND-IDX TO TDE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-DEPOSIT-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-OK.
           IF ACCOUNT-REF-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = WS-CHECK-ACCOUNT
                   IF REF-ENTRY-STATUS(REF-IDX) NOT = 'O'
                       MOVE 'N' TO WS-ACCOUNT-OK
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-ACCOUNT-OK.

       APPLY-DEPOSIT-TRANSACTION.
           IF TDT-ACCOUNT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF TDT-OPERATOR = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "OPERATOR MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF TDT-PRINCIPAL NOT NUMERIC
               MOVE 0 TO TDT-PRINCIPAL
           END-IF.
           IF TDT-START-DATE NOT NUMERIC
               MOVE 0 TO TDT-START-DATE
           END-IF.
           IF TDT-MATURITY-DATE NOT NUMERIC
               MOVE 0 TO TDT-MATURITY-DATE
           END-IF.
           IF TDT-TERM-DAYS NOT NUMERIC
               MOVE 0 TO TDT-TERM-DAYS
           END-IF.
           EVALUATE TDT-ACTION
               WHEN 'O'
                   PERFORM OPEN-DEPOSIT
               WHEN 'R'
                   PERFORM CHANGE-ROLLOVER
               WHEN 'B'
                   PERFORM REQUEST-EARLY-BREAK
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "BAD ACTION CODE" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
           END-EVALUATE.

       OPEN-DEPOSIT.
           PERFORM FIND-DEPOSIT-ENTRY.
           IF WS-ENTRY-FOUND = 'Y'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DEPOSIT ALREADY IN FORCE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE TDT-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-DEPOSIT-ACCOUNT.
           IF WS-ACCOUNT-OK = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT NOT OPEN" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF TDT-PRINCIPAL = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE "PRINCIPAL MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF TDT-RATE NOT NUMERIC OR TDT-RATE = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE "RATE MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF TDT-START-DATE = 0
               MOVE WS-RUN-DATE-NUM TO TDT-START-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(TDT-START-DATE) NOT = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD START DATE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(TDT-START-DATE).
           IF TDT-MATURITY-DATE > 0
               IF FUNCTION TEST-DATE-YYYYMMDD(TDT-MATURITY-DATE)
                       NOT = 0
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "BAD MATURITY DATE" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-MATURITY-INT =
                   FUNCTION INTEGER-OF-DATE(TDT-MATURITY-DATE)
               IF WS-MATURITY-INT <= WS-START-INT
                       OR WS-MATURITY-INT - WS-START-INT > 9999
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "MATURITY NOT AFTER START" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE TDT-TERM-DAYS = WS-MATURITY-INT - WS-START-INT
           ELSE
               IF TDT-TERM-DAYS = 0
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "TERM OR MATURITY MISSING" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-MATURITY-INT = WS-START-INT + TDT-TERM-DAYS
               COMPUTE TDT-MATURITY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-MATURITY-INT)
           END-IF.
           IF TDT-MATURITY-DATE <= WS-RUN-DATE-NUM
               ADD 1 TO WS-FAILED-COUNT
               MOVE "MATURITY DATE IN THE PAST" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ROLLOVER-INSTRUCTION.
           IF WS-ACCOUNT-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF DEPOSIT-TOTAL >= 2000
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DEPOSIT TABLE FULL" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DEPOSIT-TOTAL.
           SET TDE-IDX TO DEPOSIT-TOTAL.
           MOVE TDT-ACCOUNT TO TDE-ACCOUNT(TDE-IDX).
           MOVE TDT-PRINCIPAL TO TDE-PRINCIPAL(TDE-IDX).
           MOVE TDT-RATE TO TDE-RATE(TDE-IDX).
           MOVE TDT-START-DATE TO TDE-START-DATE(TDE-IDX).
           MOVE TDT-MATURITY-DATE TO TDE-MATURITY-DATE(TDE-IDX).
           MOVE TDT-TERM-DAYS TO TDE-TERM-DAYS(TDE-IDX).
           MOVE TDT-ROLLOVER TO TDE-ROLLOVER(TDE-IDX).
           MOVE TDT-LINKED-ACCOUNT TO TDE-LINKED-ACCOUNT(TDE-IDX).
           MOVE 'A' TO TDE-STATE(TDE-IDX).
           MOVE 0 TO TDE-NOTICE-DATE(TDE-IDX).
           MOVE 0 TO TDE-BREAK-DATE(TDE-IDX).
           MOVE 0 TO TDE-LAST-INTEREST(TDE-IDX).
           MOVE 0 TO TDE-LAST-PENALTY(TDE-IDX).
           MOVE 0 TO TDE-CLOSED-DATE(TDE-IDX).
           MOVE TDT-OPERATOR TO TDE-OPERATOR(TDE-IDX).
           ADD 1 TO WS-OPENED-COUNT.
           MOVE "OPENED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       CHECK-ROLLOVER-INSTRUCTION.
           MOVE 'Y' TO WS-ACCOUNT-OK.
           IF TDT-ROLLOVER NOT = 'P' AND TDT-ROLLOVER NOT = 'I'
                   AND TDT-ROLLOVER NOT = 'O'
               MOVE 'N' TO WS-ACCOUNT-OK
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD ROLLOVER INSTRUCTION" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF TDT-ROLLOVER = 'O' AND TDT-LINKED-ACCOUNT = SPACES
               MOVE 'N' TO WS-ACCOUNT-OK
               ADD 1 TO WS-FAILED-COUNT
               MOVE "PAYOUT NEEDS LINKED ACCOUNT" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF TDT-LINKED-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF TDT-LINKED-ACCOUNT = TDT-ACCOUNT
               MOVE 'N' TO WS-ACCOUNT-OK
               ADD 1 TO WS-FAILED-COUNT
               MOVE "LINKED ACCOUNT IS DEPOSIT" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE TDT-LINKED-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-DEPOSIT-ACCOUNT.
           IF WS-ACCOUNT-OK = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "LINKED ACCOUNT NOT OPEN" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
           END-IF.

       CHANGE-ROLLOVER.
           PERFORM FIND-DEPOSIT-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DEPOSIT NOT IN FORCE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF TDE-STATE(WS-FOUND-IDX) NOT = 'A'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BREAK ALREADY REQUESTED" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF TDT-ROLLOVER = SPACE
               MOVE TDE-ROLLOVER(WS-FOUND-IDX) TO TDT-ROLLOVER
           END-IF.
           IF TDT-LINKED-ACCOUNT = SPACES
               MOVE TDE-LINKED-ACCOUNT(WS-FOUND-IDX) TO
                   TDT-LINKED-ACCOUNT
           END-IF.
           PERFORM CHECK-ROLLOVER-INSTRUCTION.
           IF WS-ACCOUNT-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE TDT-ROLLOVER TO TDE-ROLLOVER(WS-FOUND-IDX).
           MOVE TDT-LINKED-ACCOUNT TO TDE-LINKED-ACCOUNT(WS-FOUND-IDX).
           MOVE TDT-OPERATOR TO TDE-OPERATOR(WS-FOUND-IDX).
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE "INSTRUCTION CHANGED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       REQUEST-EARLY-BREAK.
           PERFORM FIND-DEPOSIT-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DEPOSIT NOT IN FORCE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF TDE-STATE(WS-FOUND-IDX) NOT = 'A'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BREAK ALREADY REQUESTED" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-DATE-NUM >= TDE-MATURITY-DATE(WS-FOUND-IDX)
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DEPOSIT AT MATURITY" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF TDT-LINKED-ACCOUNT NOT = SPACES
               IF TDT-LINKED-ACCOUNT = TDT-ACCOUNT
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "LINKED ACCOUNT IS DEPOSIT" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
                   EXIT PARAGRAPH
               END-IF
               MOVE TDT-LINKED-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM CHECK-DEPOSIT-ACCOUNT
               IF WS-ACCOUNT-OK = 'N'
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "LINKED ACCOUNT NOT OPEN" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
                   EXIT PARAGRAPH
               END-IF
               MOVE TDT-LINKED-ACCOUNT TO
                   TDE-LINKED-ACCOUNT(WS-FOUND-IDX)
           END-IF.
           MOVE 'B' TO TDE-STATE(WS-FOUND-IDX).
           MOVE WS-RUN-DATE-NUM TO TDE-BREAK-DATE(WS-FOUND-IDX).
           MOVE TDT-OPERATOR TO TDE-OPERATOR(WS-FOUND-IDX).
           ADD 1 TO WS-BREAK-COUNT.
           MOVE "EARLY BREAK REQUESTED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       WRITE-MAINT-RESULT.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "ACTION " TDT-ACTION " ACCOUNT " TDT-ACCOUNT
               " ROLLOVER " TDT-ROLLOVER
               " LINKED " TDT-LINKED-ACCOUNT
               " OPERATOR " TDT-OPERATOR
               " RESULT " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.

       REPORT-ACTIVE-DEPOSIT.
           IF TDE-STATE(TDE-IDX) NOT = 'A'
                   AND TDE-STATE(TDE-IDX) NOT = 'B'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           EVALUATE TDE-ROLLOVER(TDE-IDX)
               WHEN 'P'
                   MOVE "RENEW PRINCIPAL" TO WS-ROLLOVER-TEXT
               WHEN 'I'
                   MOVE "RENEW PRIN+INT" TO WS-ROLLOVER-TEXT
               WHEN OTHER
                   MOVE "PAY OUT" TO WS-ROLLOVER-TEXT
           END-EVALUATE.
           IF TDE-STATE(TDE-IDX) = 'B'
               MOVE "BREAK PENDING" TO WS-ROLLOVER-TEXT
           END-IF.
           MOVE TDE-PRINCIPAL(TDE-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE TDE-RATE(TDE-IDX) TO WS-RATE-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "DEPOSIT " TDE-ACCOUNT(TDE-IDX)
               " PRINCIPAL " WS-AMOUNT-DISPLAY
               " RATE " WS-RATE-DISPLAY
               " FROM " TDE-START-DATE(TDE-IDX)
               " TO " TDE-MATURITY-DATE(TDE-IDX)
               " " WS-ROLLOVER-TEXT
               " " TDE-LINKED-ACCOUNT(TDE-IDX)
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "TRANSACTIONS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-OPENED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "DEPOSITS OPENED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "INSTRUCTIONS CHANGED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-BREAK-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "EARLY BREAKS REQUESTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEPOSIT-REPORT-LINE.
           STRING "DEPOSITS IN FORCE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEPOSIT-REPORT-LINE.
           WRITE DEPOSIT-REPORT-LINE.

       REWRITE-DEPOSIT-REGISTER.
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
               DISPLAY "TERM-DEPOSIT-MAINT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
