       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CONFIRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT CONFIRM-REQUEST-FILE
               ASSIGN TO "confirm_request.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT CONFIRM-CONTROL-FILE
               ASSIGN TO "confirm_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-CONTROL-STATUS.
           SELECT CONFIRM-REGISTER-FILE
               ASSIGN TO "confirm_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT CONFIRM-RESPONSE-FILE
               ASSIGN TO "confirm_responses.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT LETTER-FILE ASSIGN TO "confirm_letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "confirm_exceptions_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "audit_confirm_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  CONFIRM-REQUEST-FILE.
       01  CONFIRM-REQUEST-LINE PIC X(40).
       01  CONFIRM-REQUEST-HEADER REDEFINES CONFIRM-REQUEST-LINE.
           05  CRQ-HDR-TYPE PIC X.
           05  CRQ-ASOF-DATE PIC 9(8).
           05  FILLER PIC X(31).
       01  CONFIRM-REQUEST-ACCOUNT REDEFINES CONFIRM-REQUEST-LINE.
           05  CRQ-ACCT-TYPE PIC X.
           05  CRQ-ACCOUNT PIC X(10).
           05  FILLER PIC X(29).
       01  CONFIRM-REQUEST-CRITERIA REDEFINES CONFIRM-REQUEST-LINE.
           05  CRQ-CRIT-TYPE PIC X.
           05  CRQ-COMPANY PIC X(3).
           05  CRQ-MIN-BALANCE PIC 9(9)V99.
           05  FILLER PIC X(25).
       FD  CONFIRM-CONTROL-FILE.
       01  CONFIRM-CONTROL-LINE.
           05  CFC-RESPONSE-DAYS PIC 9(3).
       FD  CONFIRM-REGISTER-FILE.
       01  CONFIRM-REGISTER-LINE.
           COPY "CONFIRMATION-RECORD.cpy".
       FD  CONFIRM-RESPONSE-FILE.
       01  CONFIRM-RESPONSE-LINE.
           05  CRS-REFERENCE PIC X(12).
           05  CRS-RESPONSE PIC X.
           05  CRS-CLAIMED-BALANCE PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  CRS-RECEIVED-DATE PIC 9(8).
           05  CRS-NOTE PIC X(20).
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
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-LINE.
           05  CUST-ID PIC X(8).
           05  CUST-NAME PIC X(30).
           05  CUST-ADDR1 PIC X(30).
           05  CUST-ADDR2 PIC X(30).
           05  CUST-ADDR3 PIC X(30).
           05  CUST-CHANNEL PIC X.
           05  CUST-POSTAL-CODE PIC X(10).
           05  CUST-MAIL-STATUS PIC X.
           05  CUST-LANGUAGE PIC X(2).
           05  CUST-RISK-TIER PIC X.
           05  CUST-RISK-SCORE PIC 9(3).
           05  CUST-RISK-DATE PIC 9(8).
           05  CUST-KYC-REVIEW-DATE PIC 9(8).
           05  CUST-KYC-NEXT-DUE PIC 9(8).
           05  CUST-KYC-DOC-EXPIRY PIC 9(8).
           05  CUST-KYC-FREQUENCY PIC 9(3).
       FD  LETTER-FILE.
       01  LETTER-LINE PIC X(80).
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE PIC X(132).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-REQUEST-STATUS PIC XX VALUE "00".
       01  WS-CONFIRM-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-RESPONSE-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "CONFIRMATIONS PROCESSED".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-ASOF-DATE PIC 9(8) VALUE 0.
       01  WS-ISSUE-LETTERS PIC X VALUE 'N'.
       01  WS-RESPONSE-DAYS PIC 9(3) VALUE 30.
       01  WS-DAYS-OUT PIC S9(5) COMP VALUE 0.
       01  WS-DAYS-OUT-DISPLAY PIC -(4)9.
       01  REGISTER-TABLE.
           05  REGISTER-ENTRY OCCURS 5000 TIMES INDEXED BY CNF-IDX.
               10  CNE-REFERENCE PIC X(12) VALUE SPACES.
               10  CNE-ACCOUNT PIC X(10) VALUE SPACES.
               10  CNE-CUSTOMER PIC X(8) VALUE SPACES.
               10  CNE-ASOF-DATE PIC 9(8) VALUE 0.
               10  CNE-BALANCE PIC S9(11)V99 VALUE 0.
               10  CNE-CURRENCY PIC X(3) VALUE SPACES.
               10  CNE-SENT-DATE PIC 9(8) VALUE 0.
               10  CNE-STATUS PIC X VALUE SPACE.
               10  CNE-RESPONSE-DATE PIC 9(8) VALUE 0.
               10  CNE-CLAIMED-BALANCE PIC S9(11)V99 VALUE 0.
               10  CNE-NOTE PIC X(20) VALUE SPACES.
       01  REGISTER-TOTAL PIC 9(4) VALUE 0.
       01  WS-LAST-REF-SEQ PIC 9(5) VALUE 0.
       01  REQUEST-ACCOUNT-TABLE.
           05  REQUEST-ACCOUNT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RQA-IDX.
               10  RQA-ACCOUNT PIC X(10) VALUE SPACES.
               10  RQA-FOUND PIC X VALUE 'N'.
       01  REQUEST-ACCOUNT-TOTAL PIC 9(4) VALUE 0.
       01  CRITERIA-TABLE.
           05  CRITERIA-ENTRY OCCURS 20 TIMES INDEXED BY CRT-IDX.
               10  CRT-COMPANY PIC X(3) VALUE SPACES.
               10  CRT-MIN-BALANCE PIC 9(9)V99 VALUE 0.
       01  CRITERIA-TOTAL PIC 9(2) VALUE 0.
       01  SELECTION-TABLE.
           05  SELECTION-ENTRY OCCURS 2000 TIMES INDEXED BY SEL-IDX.
               10  SEL-ACCOUNT PIC X(10) VALUE SPACES.
               10  SEL-CURRENCY PIC X(3) VALUE SPACES.
               10  SEL-BALANCE PIC S9(11)V99 VALUE 0.
       01  SELECTION-TOTAL PIC 9(4) VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10  XRF-ACCOUNT PIC X(10) VALUE SPACES.
               10  XRF-CUSTOMER PIC X(8) VALUE SPACES.
       01  XREF-TOTAL PIC 9(4) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                   INDEXED BY CUS-IDX.
               10  CUS-ID PIC X(8) VALUE SPACES.
               10  CUS-NAME PIC X(30) VALUE SPACES.
               10  CUS-ADDR1 PIC X(30) VALUE SPACES.
               10  CUS-ADDR2 PIC X(30) VALUE SPACES.
               10  CUS-ADDR3 PIC X(30) VALUE SPACES.
               10  CUS-POSTAL-CODE PIC X(10) VALUE SPACES.
               10  CUS-MAIL-STATUS PIC X VALUE SPACE.
       01  CUSTOMER-TOTAL PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-SELECTED PIC X VALUE 'N'.
       01  WS-ABS-BALANCE PIC 9(11)V99 VALUE 0.
       01  WS-CURRENT-CUSTOMER PIC X(8) VALUE SPACES.
       01  WS-CUSTOMER-FOUND PIC X VALUE 'N'.
       01  WS-ALREADY-CONFIRMED PIC X VALUE 'N'.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-FOUND-IDX PIC 9(4) VALUE 0.
       01  WS-NEW-REFERENCE PIC X(12) VALUE SPACES.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-STATUS-TEXT PIC X(14) VALUE SPACES.
       01  WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01  WS-REQUEST-LINES PIC 9(6) VALUE 0.
       01  WS-LETTER-COUNT PIC 9(6) VALUE 0.
       01  WS-NOT-SENT-COUNT PIC 9(6) VALUE 0.
       01  WS-RETURNED-MAIL-COUNT PIC 9(6) VALUE 0.
       01  WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01  WS-MISSING-COUNT PIC 9(6) VALUE 0.
       01  WS-RESPONSES-READ PIC 9(6) VALUE 0.
       01  WS-RESPONSES-FAILED PIC 9(6) VALUE 0.
       01  WS-AGREED-COUNT PIC 9(6) VALUE 0.
       01  WS-DISPUTED-COUNT PIC 9(6) VALUE 0.
       01  WS-UNDELIVERABLE-COUNT PIC 9(6) VALUE 0.
       01  WS-OUTSTANDING-COUNT PIC 9(6) VALUE 0.
       01  WS-NO-RESPONSE-COUNT PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(11)9.99.
       01  WS-AMOUNT-DISPLAY-3 PIC -(11)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-CONFIRM-CONTROL.
           PERFORM LOAD-CONFIRM-REGISTER.
           PERFORM LOAD-CONFIRM-REQUEST.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE "AUDITOR BALANCE CONFIRMATION EXCEPTIONS" TO
               EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           IF WS-ISSUE-LETTERS = 'Y'
               PERFORM ISSUE-CONFIRMATION-LETTERS
           END-IF.
           PERFORM APPLY-CONFIRM-RESPONSES.
           PERFORM WRITE-CONFIRM-EXCEPTIONS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE EXCEPTION-REPORT-FILE.
           PERFORM REWRITE-CONFIRM-REGISTER.
           IF WS-DISPUTED-COUNT > 0 OR WS-NO-RESPONSE-COUNT > 0
                   OR WS-RESPONSES-FAILED > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               EVALUATE TRUE
                   WHEN WS-DISPUTED-COUNT > 0
                       MOVE "DISPUTED CONFIRMATIONS ON FILE" TO
                           WS-JOB-REASON
                   WHEN WS-NO-RESPONSE-COUNT > 0
                       MOVE "CONFIRMATIONS PAST RESPONSE WINDOW" TO
                           WS-JOB-REASON
                   WHEN OTHER
                       MOVE "CONFIRMATION RESPONSES REJECTED" TO
                           WS-JOB-REASON
               END-EVALUATE
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "AUDIT-CONFIRM" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-CONFIRM-CONTROL.
           OPEN INPUT CONFIRM-CONTROL-FILE.
           IF WS-CONFIRM-CONTROL-STATUS = "00"
               READ CONFIRM-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFC-RESPONSE-DAYS NUMERIC
                               AND CFC-RESPONSE-DAYS > 0
                           MOVE CFC-RESPONSE-DAYS TO WS-RESPONSE-DAYS
                       END-IF
               END-READ
               CLOSE CONFIRM-CONTROL-FILE
           END-IF.

       LOAD-CONFIRM-REGISTER.
           OPEN INPUT CONFIRM-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR REGISTER-TOTAL >= 5000
                   READ CONFIRM-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF CNF-REFERENCE NOT = SPACES
                               ADD 1 TO REGISTER-TOTAL
                               PERFORM NOTE-REGISTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIRM-REGISTER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-REGISTER-ENTRY.
           MOVE CNF-REFERENCE TO CNE-REFERENCE(REGISTER-TOTAL).
           IF CNF-REFERENCE(8:5) NUMERIC
                   AND CNF-REFERENCE(8:5) > WS-LAST-REF-SEQ
               MOVE CNF-REFERENCE(8:5) TO WS-LAST-REF-SEQ
           END-IF.
           MOVE CNF-ACCOUNT TO CNE-ACCOUNT(REGISTER-TOTAL).
           MOVE CNF-CUSTOMER TO CNE-CUSTOMER(REGISTER-TOTAL).
           IF CNF-ASOF-DATE NUMERIC
               MOVE CNF-ASOF-DATE TO CNE-ASOF-DATE(REGISTER-TOTAL)
           END-IF.
           IF CNF-BALANCE NUMERIC
               MOVE CNF-BALANCE TO CNE-BALANCE(REGISTER-TOTAL)
           END-IF.
           MOVE CNF-CURRENCY TO CNE-CURRENCY(REGISTER-TOTAL).
           IF CNF-SENT-DATE NUMERIC
               MOVE CNF-SENT-DATE TO CNE-SENT-DATE(REGISTER-TOTAL)
           END-IF.
           MOVE CNF-STATUS TO CNE-STATUS(REGISTER-TOTAL).
           IF CNF-RESPONSE-DATE NUMERIC
               MOVE CNF-RESPONSE-DATE TO
                   CNE-RESPONSE-DATE(REGISTER-TOTAL)
           END-IF.
           IF CNF-CLAIMED-BALANCE NUMERIC
               MOVE CNF-CLAIMED-BALANCE TO
                   CNE-CLAIMED-BALANCE(REGISTER-TOTAL)
           END-IF.
           MOVE CNF-NOTE TO CNE-NOTE(REGISTER-TOTAL).

       LOAD-CONFIRM-REQUEST.
           OPEN INPUT CONFIRM-REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CONFIRM-REQUEST-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-REQUEST-LINES
                       PERFORM NOTE-REQUEST-LINE
               END-READ
           END-PERFORM.
           CLOSE CONFIRM-REQUEST-FILE.
           MOVE 'N' TO EOF-FLAG.
           IF WS-REQUEST-LINES = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASOF-DATE = 0
               DISPLAY "AUDIT-CONFIRM: CONFIRMATION REQUEST HAS NO "
                   "AS-OF DATE HEADER"
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "REQUEST AS-OF DATE MISSING" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF REQUEST-ACCOUNT-TOTAL = 0 AND CRITERIA-TOTAL = 0
               DISPLAY "AUDIT-CONFIRM: CONFIRMATION REQUEST SELECTS "
                   "NO ACCOUNTS"
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "REQUEST SELECTS NO ACCOUNTS" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-ISSUE-LETTERS.

       NOTE-REQUEST-LINE.
           EVALUATE CRQ-HDR-TYPE
               WHEN 'H'
                   IF CRQ-ASOF-DATE NUMERIC AND CRQ-ASOF-DATE > 0
                           AND CRQ-ASOF-DATE <= WS-RUN-DATE-NUM
                       MOVE CRQ-ASOF-DATE TO WS-ASOF-DATE
                   END-IF
               WHEN 'A'
                   IF CRQ-ACCOUNT NOT = SPACES
                           AND REQUEST-ACCOUNT-TOTAL < 2000
                       ADD 1 TO REQUEST-ACCOUNT-TOTAL
                       MOVE CRQ-ACCOUNT TO
                           RQA-ACCOUNT(REQUEST-ACCOUNT-TOTAL)
                   END-IF
               WHEN 'C'
                   IF CRITERIA-TOTAL < 20
                       ADD 1 TO CRITERIA-TOTAL
                       MOVE CRQ-COMPANY TO CRT-COMPANY(CRITERIA-TOTAL)
                       IF CRQ-MIN-BALANCE NUMERIC
                           MOVE CRQ-MIN-BALANCE TO
                               CRT-MIN-BALANCE(CRITERIA-TOTAL)
                       END-IF
                   END-IF
           END-EVALUATE.

       ISSUE-CONFIRMATION-LETTERS.
           PERFORM LOAD-ACCOUNT-XREF.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM SELECT-CONFIRM-ACCOUNTS.
           PERFORM ROLL-BACK-TO-ASOF.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "LETTERS ISSUED FOR AS-OF DATE " WS-ASOF-DATE
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           OPEN OUTPUT LETTER-FILE.
           PERFORM VARYING SEL-IDX FROM 1 BY 1
                   UNTIL SEL-IDX > SELECTION-TOTAL
               PERFORM ISSUE-ONE-CONFIRMATION
           END-PERFORM.
           CLOSE LETTER-FILE.
           PERFORM VARYING RQA-IDX FROM 1 BY 1
                   UNTIL RQA-IDX > REQUEST-ACCOUNT-TOTAL
               IF RQA-FOUND(RQA-IDX) = 'N'
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO EXCEPTION-REPORT-LINE
                   STRING "ACCOUNT " RQA-ACCOUNT(RQA-IDX)
                       " REQUESTED BUT NOT ON MASTER FILE"
                       DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
                   WRITE EXCEPTION-REPORT-LINE
               END-IF
           END-PERFORM.

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

       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR CUSTOMER-TOTAL >= 500
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF CUST-ID NOT = SPACES
                               ADD 1 TO CUSTOMER-TOTAL
                               MOVE CUST-ID TO
                                   CUS-ID(CUSTOMER-TOTAL)
                               MOVE CUST-NAME TO
                                   CUS-NAME(CUSTOMER-TOTAL)
                               MOVE CUST-ADDR1 TO
                                   CUS-ADDR1(CUSTOMER-TOTAL)
                               MOVE CUST-ADDR2 TO
                                   CUS-ADDR2(CUSTOMER-TOTAL)
                               MOVE CUST-ADDR3 TO
                                   CUS-ADDR3(CUSTOMER-TOTAL)
                               MOVE CUST-POSTAL-CODE TO
                                   CUS-POSTAL-CODE(CUSTOMER-TOTAL)
                               MOVE CUST-MAIL-STATUS TO
                                   CUS-MAIL-STATUS(CUSTOMER-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       SELECT-CONFIRM-ACCOUNTS.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "AUDIT-CONFIRM: UNABLE TO OPEN MASTER FILE "
                   "output.idx, FILE STATUS " WS-INDEXED-STATUS
               CLOSE EXCEPTION-REPORT-FILE
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INDEXED-OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                       IF POS-ACCOUNT NOT = SPACES
                               AND POS-CURRENT-BALANCE NUMERIC
                           PERFORM CHECK-ACCOUNT-SELECTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INDEXED-OUTPUT-FILE.
           MOVE 'N' TO EOF-FLAG.

       CHECK-ACCOUNT-SELECTED.
           MOVE 'N' TO WS-ACCOUNT-SELECTED.
           PERFORM VARYING RQA-IDX FROM 1 BY 1
                   UNTIL RQA-IDX > REQUEST-ACCOUNT-TOTAL
               IF RQA-ACCOUNT(RQA-IDX) = POS-ACCOUNT
                   MOVE 'Y' TO RQA-FOUND(RQA-IDX)
                   MOVE 'Y' TO WS-ACCOUNT-SELECTED
               END-IF
           END-PERFORM.
           IF POS-CURRENT-BALANCE < 0
               COMPUTE WS-ABS-BALANCE = 0 - POS-CURRENT-BALANCE
           ELSE
               MOVE POS-CURRENT-BALANCE TO WS-ABS-BALANCE
           END-IF.
           PERFORM VARYING CRT-IDX FROM 1 BY 1
                   UNTIL CRT-IDX > CRITERIA-TOTAL
               IF (CRT-COMPANY(CRT-IDX) = SPACES
                       OR CRT-COMPANY(CRT-IDX) = POS-COMPANY)
                       AND WS-ABS-BALANCE >= CRT-MIN-BALANCE(CRT-IDX)
                   MOVE 'Y' TO WS-ACCOUNT-SELECTED
               END-IF
           END-PERFORM.
           IF WS-ACCOUNT-SELECTED = 'Y' AND SELECTION-TOTAL < 2000
               ADD 1 TO SELECTION-TOTAL
               MOVE POS-ACCOUNT TO SEL-ACCOUNT(SELECTION-TOTAL)
               MOVE POS-CURRENCY TO SEL-CURRENCY(SELECTION-TOTAL)
               MOVE POS-CURRENT-BALANCE TO
                   SEL-BALANCE(SELECTION-TOTAL)
           END-IF.

       ROLL-BACK-TO-ASOF.
           IF WS-ASOF-DATE >= WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT POSTING-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "POSTING JOURNAL NOT AVAILABLE - BALANCES ARE "
                   & "CURRENT, NOT AS-OF" TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF JOURNAL-TRAN-DATE NUMERIC
                               AND JOURNAL-AMOUNT NUMERIC
                               AND JOURNAL-TRAN-DATE > WS-ASOF-DATE
                           PERFORM REVERSE-LATER-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       REVERSE-LATER-POSTING.
           PERFORM VARYING SEL-IDX FROM 1 BY 1
                   UNTIL SEL-IDX > SELECTION-TOTAL
               IF SEL-ACCOUNT(SEL-IDX) = JOURNAL-ACCOUNT
                   SUBTRACT JOURNAL-AMOUNT FROM SEL-BALANCE(SEL-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ISSUE-ONE-CONFIRMATION.
           MOVE 'N' TO WS-ALREADY-CONFIRMED.
           PERFORM VARYING CNF-IDX FROM 1 BY 1
                   UNTIL CNF-IDX > REGISTER-TOTAL
               IF CNE-ACCOUNT(CNF-IDX) = SEL-ACCOUNT(SEL-IDX)
                       AND CNE-ASOF-DATE(CNF-IDX) = WS-ASOF-DATE
                   MOVE 'Y' TO WS-ALREADY-CONFIRMED
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ALREADY-CONFIRMED = 'Y'
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "ACCOUNT " SEL-ACCOUNT(SEL-IDX)
                   " ALREADY CONFIRMED FOR THIS AS-OF DATE - SKIPPED"
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF REGISTER-TOTAL >= 5000
               ADD 1 TO WS-NOT-SENT-COUNT
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "ACCOUNT " SEL-ACCOUNT(SEL-IDX)
                   " NOT ISSUED - CONFIRMATION REGISTER FULL"
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CONFIRM-CUSTOMER.
           ADD 1 TO WS-LAST-REF-SEQ.
           MOVE SPACES TO WS-NEW-REFERENCE.
           STRING "C" WS-ASOF-DATE(3:6) WS-LAST-REF-SEQ
               DELIMITED BY SIZE INTO WS-NEW-REFERENCE.
           ADD 1 TO REGISTER-TOTAL.
           SET CNF-IDX TO REGISTER-TOTAL.
           MOVE WS-NEW-REFERENCE TO CNE-REFERENCE(CNF-IDX).
           MOVE SEL-ACCOUNT(SEL-IDX) TO CNE-ACCOUNT(CNF-IDX).
           MOVE WS-CURRENT-CUSTOMER TO CNE-CUSTOMER(CNF-IDX).
           MOVE WS-ASOF-DATE TO CNE-ASOF-DATE(CNF-IDX).
           MOVE SEL-BALANCE(SEL-IDX) TO CNE-BALANCE(CNF-IDX).
           MOVE SEL-CURRENCY(SEL-IDX) TO CNE-CURRENCY(CNF-IDX).
           MOVE 0 TO CNE-RESPONSE-DATE(CNF-IDX).
           MOVE 0 TO CNE-CLAIMED-BALANCE(CNF-IDX).
           MOVE SPACES TO CNE-NOTE(CNF-IDX).
           IF WS-CUSTOMER-FOUND = 'N'
               MOVE 'N' TO CNE-STATUS(CNF-IDX)
               MOVE 0 TO CNE-SENT-DATE(CNF-IDX)
               MOVE "NO ADDRESS ON FILE" TO CNE-NOTE(CNF-IDX)
               ADD 1 TO WS-NOT-SENT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF CUS-MAIL-STATUS(CUS-IDX) = 'R'
               MOVE 'U' TO CNE-STATUS(CNF-IDX)
               MOVE 0 TO CNE-SENT-DATE(CNF-IDX)
               MOVE WS-RUN-DATE-NUM TO CNE-RESPONSE-DATE(CNF-IDX)
               MOVE "RETURNED MAIL" TO CNE-NOTE(CNF-IDX)
               ADD 1 TO WS-RETURNED-MAIL-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO CNE-STATUS(CNF-IDX).
           MOVE WS-RUN-DATE-NUM TO CNE-SENT-DATE(CNF-IDX).
           PERFORM WRITE-CONFIRMATION-LETTER.

       FIND-CONFIRM-CUSTOMER.
           MOVE SPACES TO WS-CURRENT-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-ACCOUNT(XRF-IDX) = SEL-ACCOUNT(SEL-IDX)
                   MOVE XRF-CUSTOMER(XRF-IDX) TO WS-CURRENT-CUSTOMER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CURRENT-CUSTOMER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
               IF CUS-ID(CUS-IDX) = WS-CURRENT-CUSTOMER
                   IF CUS-ADDR1(CUS-IDX) NOT = SPACES
                       MOVE 'Y' TO WS-CUSTOMER-FOUND
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-CONFIRMATION-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE ALL "=" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "BALANCE CONFIRMATION REQUEST   REF "
               CNE-REFERENCE(CNF-IDX)
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CUS-NAME(CUS-IDX) TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CUS-ADDR1(CUS-IDX) TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF CUS-ADDR2(CUS-IDX) NOT = SPACES
               MOVE CUS-ADDR2(CUS-IDX) TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           IF CUS-ADDR3(CUS-IDX) NOT = SPACES
               MOVE CUS-ADDR3(CUS-IDX) TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           IF CUS-POSTAL-CODE(CUS-IDX) NOT = SPACES
               MOVE CUS-POSTAL-CODE(CUS-IDX) TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "OUR AUDITORS ARE EXAMINING OUR FINANCIAL STATEMENTS."
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE CNE-BALANCE(CNF-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO LETTER-LINE.
           STRING "AS OF " WS-ASOF-DATE " OUR RECORDS SHOW ACCOUNT "
               CNE-ACCOUNT(CNF-IDX)
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "WITH A BALANCE OF " WS-AMOUNT-DISPLAY " "
               CNE-CURRENCY(CNF-IDX)
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "PLEASE CONFIRM WHETHER THIS AGREES WITH YOUR RECORDS"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "AND RETURN THIS FORM DIRECTLY TO THE AUDITORS."
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "[ ] THE BALANCE ABOVE AGREES WITH MY RECORDS"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "[ ] THE BALANCE DOES NOT AGREE - MY BALANCE IS ______"
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "SIGNATURE ______________   REF "
               CNE-REFERENCE(CNF-IDX)
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.

       APPLY-CONFIRM-RESPONSES.
           OPEN INPUT CONFIRM-RESPONSE-FILE.
           IF WS-RESPONSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "CONFIRMATION RESPONSES" TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CONFIRM-RESPONSE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RESPONSES-READ
                       PERFORM APPLY-ONE-RESPONSE
               END-READ
           END-PERFORM.
           CLOSE CONFIRM-RESPONSE-FILE.
           MOVE 'N' TO EOF-FLAG.

       APPLY-ONE-RESPONSE.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING CNF-IDX FROM 1 BY 1
                   UNTIL CNF-IDX > REGISTER-TOTAL
               IF CNE-REFERENCE(CNF-IDX) = CRS-REFERENCE
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   SET WS-FOUND-IDX TO CNF-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-RESPONSES-FAILED
               MOVE "REFERENCE NOT ON REGISTER" TO WS-RESULT-TEXT
               PERFORM WRITE-RESPONSE-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CNE-STATUS(WS-FOUND-IDX) NOT = 'S'
               ADD 1 TO WS-RESPONSES-FAILED
               MOVE "CONFIRMATION NOT OUTSTANDING" TO WS-RESULT-TEXT
               PERFORM WRITE-RESPONSE-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CRS-RESPONSE NOT = 'A' AND CRS-RESPONSE NOT = 'D'
                   AND CRS-RESPONSE NOT = 'U'
               ADD 1 TO WS-RESPONSES-FAILED
               MOVE "BAD RESPONSE CODE" TO WS-RESULT-TEXT
               PERFORM WRITE-RESPONSE-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CRS-RESPONSE = 'D' AND CRS-CLAIMED-BALANCE NOT NUMERIC
               ADD 1 TO WS-RESPONSES-FAILED
               MOVE "DISPUTE HAS NO CLAIMED BALANCE" TO WS-RESULT-TEXT
               PERFORM WRITE-RESPONSE-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE CRS-RESPONSE TO CNE-STATUS(WS-FOUND-IDX).
           IF CRS-RECEIVED-DATE NUMERIC AND CRS-RECEIVED-DATE > 0
               MOVE CRS-RECEIVED-DATE TO
                   CNE-RESPONSE-DATE(WS-FOUND-IDX)
           ELSE
               MOVE WS-RUN-DATE-NUM TO CNE-RESPONSE-DATE(WS-FOUND-IDX)
           END-IF.
           IF CRS-RESPONSE = 'D'
               MOVE CRS-CLAIMED-BALANCE TO
                   CNE-CLAIMED-BALANCE(WS-FOUND-IDX)
           END-IF.
           MOVE CRS-NOTE TO CNE-NOTE(WS-FOUND-IDX).
           MOVE "RECORDED" TO WS-RESULT-TEXT.
           PERFORM WRITE-RESPONSE-RESULT.

       WRITE-RESPONSE-RESULT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "RESPONSE " CRS-RESPONSE " REF " CRS-REFERENCE
               " RESULT " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-CONFIRM-EXCEPTIONS.
           MOVE "DISPUTED BALANCES" TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           PERFORM VARYING CNF-IDX FROM 1 BY 1
                   UNTIL CNF-IDX > REGISTER-TOTAL
               IF CNE-STATUS(CNF-IDX) = 'D'
                   PERFORM WRITE-DISPUTED-LINE
               END-IF
               IF CNE-STATUS(CNF-IDX) = 'A'
                   ADD 1 TO WS-AGREED-COUNT
               END-IF
           END-PERFORM.
           MOVE "NON-RESPONSES AND UNDELIVERED CONFIRMATIONS" TO
               EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           PERFORM VARYING CNF-IDX FROM 1 BY 1
                   UNTIL CNF-IDX > REGISTER-TOTAL
               EVALUATE CNE-STATUS(CNF-IDX)
                   WHEN 'S'
                       PERFORM CHECK-NON-RESPONSE
                   WHEN 'U'
                       ADD 1 TO WS-UNDELIVERABLE-COUNT
                       MOVE "UNDELIVERABLE" TO WS-STATUS-TEXT
                       PERFORM WRITE-OPEN-ITEM-LINE
                   WHEN 'N'
                       MOVE "NOT SENT" TO WS-STATUS-TEXT
                       PERFORM WRITE-OPEN-ITEM-LINE
               END-EVALUATE
           END-PERFORM.

       WRITE-DISPUTED-LINE.
           ADD 1 TO WS-DISPUTED-COUNT.
           COMPUTE WS-DIFFERENCE = CNE-CLAIMED-BALANCE(CNF-IDX)
               - CNE-BALANCE(CNF-IDX).
           MOVE CNE-BALANCE(CNF-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE CNE-CLAIMED-BALANCE(CNF-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING " REF " CNE-REFERENCE(CNF-IDX)
               " ACCT " CNE-ACCOUNT(CNF-IDX)
               " AS-OF " CNE-ASOF-DATE(CNF-IDX)
               " OURS " WS-AMOUNT-DISPLAY
               " CUST " WS-AMOUNT-DISPLAY-2
               " DIFF " WS-AMOUNT-DISPLAY-3
               " " CNE-NOTE(CNF-IDX)
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       CHECK-NON-RESPONSE.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           COMPUTE WS-DAYS-OUT = WS-RUN-DATE-INT -
               FUNCTION INTEGER-OF-DATE(CNE-SENT-DATE(CNF-IDX)).
           IF WS-DAYS-OUT <= WS-RESPONSE-DAYS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NO-RESPONSE-COUNT.
           MOVE "NO RESPONSE" TO WS-STATUS-TEXT.
           PERFORM WRITE-OPEN-ITEM-LINE.

       WRITE-OPEN-ITEM-LINE.
           MOVE CNE-BALANCE(CNF-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           IF CNE-STATUS(CNF-IDX) = 'S'
               MOVE WS-DAYS-OUT TO WS-DAYS-OUT-DISPLAY
               STRING "  REF " CNE-REFERENCE(CNF-IDX)
                   " ACCOUNT " CNE-ACCOUNT(CNF-IDX)
                   " AS-OF " CNE-ASOF-DATE(CNF-IDX)
                   " BALANCE " WS-AMOUNT-DISPLAY
                   " " WS-STATUS-TEXT
                   " SENT " CNE-SENT-DATE(CNF-IDX)
                   " DAYS OUT " WS-DAYS-OUT-DISPLAY
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           ELSE
               STRING "  REF " CNE-REFERENCE(CNF-IDX)
                   " ACCOUNT " CNE-ACCOUNT(CNF-IDX)
                   " AS-OF " CNE-ASOF-DATE(CNF-IDX)
                   " BALANCE " WS-AMOUNT-DISPLAY
                   " " WS-STATUS-TEXT
                   " " CNE-NOTE(CNF-IDX)
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           END-IF.
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-LETTER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "LETTERS ISSUED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-NOT-SENT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "NOT SENT - NO ADDRESS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-RETURNED-MAIL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "NOT SENT - RETURNED MAIL: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "ALREADY CONFIRMED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "REQUESTED NOT ON MASTER: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-RESPONSES-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "RESPONSES READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-RESPONSES-FAILED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "RESPONSES REJECTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-AGREED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "AGREED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-DISPUTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "DISPUTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-UNDELIVERABLE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "UNDELIVERABLE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "AWAITING RESPONSE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE WS-NO-RESPONSE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "PAST RESPONSE WINDOW: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       REWRITE-CONFIRM-REGISTER.
           OPEN OUTPUT CONFIRM-REGISTER-FILE.
           PERFORM VARYING CNF-IDX FROM 1 BY 1
                   UNTIL CNF-IDX > REGISTER-TOTAL
               MOVE CNE-REFERENCE(CNF-IDX) TO CNF-REFERENCE
               MOVE CNE-ACCOUNT(CNF-IDX) TO CNF-ACCOUNT
               MOVE CNE-CUSTOMER(CNF-IDX) TO CNF-CUSTOMER
               MOVE CNE-ASOF-DATE(CNF-IDX) TO CNF-ASOF-DATE
               MOVE CNE-BALANCE(CNF-IDX) TO CNF-BALANCE
               MOVE CNE-CURRENCY(CNF-IDX) TO CNF-CURRENCY
               MOVE CNE-SENT-DATE(CNF-IDX) TO CNF-SENT-DATE
               MOVE CNE-STATUS(CNF-IDX) TO CNF-STATUS
               MOVE CNE-RESPONSE-DATE(CNF-IDX) TO CNF-RESPONSE-DATE
               MOVE CNE-CLAIMED-BALANCE(CNF-IDX) TO
                   CNF-CLAIMED-BALANCE
               MOVE CNE-NOTE(CNF-IDX) TO CNF-NOTE
               WRITE CONFIRM-REGISTER-LINE
           END-PERFORM.
           CLOSE CONFIRM-REGISTER-FILE.

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
               DISPLAY "AUDIT-CONFIRM: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
