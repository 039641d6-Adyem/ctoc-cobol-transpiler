       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT HOLD-FILE
               ASSIGN TO "account_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLD-TRANS-FILE
               ASSIGN TO "hold_maint_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT HOLD-REPORT-FILE
               ASSIGN TO "hold_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "hold_maint_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  HOLD-FILE.
       01  HOLD-LINE.
           COPY "HOLD-RECORD.cpy".
       FD  HOLD-TRANS-FILE.
       01  HOLD-TRANS-LINE.
           05  HTRN-ACTION PIC X.
           05  HTRN-HOLD-ID PIC X(8).
           05  HTRN-ACCOUNT PIC X(10).
           05  HTRN-AMOUNT PIC 9(9)V99.
           05  HTRN-REASON PIC X(4).
           05  HTRN-EXPIRY-DATE PIC 9(8).
           05  HTRN-OPERATOR PIC X(8).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-HOLD-STATUS PIC XX VALUE "00".
       01  WS-TRANS-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "HOLD MAINT COMPLETE".
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 2000 TIMES INDEXED BY HLD-IDX.
               10  HLD-ID PIC X(8) VALUE SPACES.
               10  HLD-ACCOUNT PIC X(10) VALUE SPACES.
               10  HLD-AMOUNT PIC 9(9)V99 VALUE 0.
               10  HLD-REASON PIC X(4) VALUE SPACES.
               10  HLD-PLACED-DATE PIC 9(8) VALUE 0.
               10  HLD-EXPIRY-DATE PIC 9(8) VALUE 0.
               10  HLD-STATUS PIC X VALUE SPACE.
               10  HLD-RELEASED-DATE PIC 9(8) VALUE 0.
               10  HLD-OPERATOR PIC X(8) VALUE SPACES.
       01  HOLD-TOTAL PIC 9(4) VALUE 0.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-STATUS PIC X VALUE SPACE.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-FOUND-IDX PIC 9(4) VALUE 0.
       01  WS-ACCOUNT-OK PIC X VALUE 'Y'.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-WARNING-DAYS PIC 9(3) VALUE 7.
       01  WS-WARNING-DATE PIC 9(8) VALUE 0.
       01  WS-TRANS-READ PIC 9(9) VALUE 0.
       01  WS-PLACED-COUNT PIC 9(9) VALUE 0.
       01  WS-CHANGED-COUNT PIC 9(9) VALUE 0.
       01  WS-RELEASED-COUNT PIC 9(9) VALUE 0.
       01  WS-EXPIRED-COUNT PIC 9(9) VALUE 0.
       01  WS-EXPIRING-COUNT PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01  WS-ACTIVE-COUNT PIC 9(9) VALUE 0.
       01  WS-ACTIVE-AMOUNT PIC 9(11)V99 VALUE 0.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC Z(10)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-WARNING-DATE = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DATE-INT + WS-WARNING-DAYS).
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-HOLD-REGISTER.
           OPEN OUTPUT HOLD-REPORT-FILE.
           MOVE "DAILY ACCOUNT HOLDS REPORT" TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE "HOLD MAINTENANCE" TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           OPEN INPUT HOLD-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ HOLD-TRANS-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-HOLD-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE HOLD-TRANS-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           MOVE "HOLDS EXPIRED" TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLD-TOTAL
               PERFORM EXPIRE-ONE-HOLD
           END-PERFORM.
           MOVE "HOLDS EXPIRING WITHIN WARNING PERIOD" TO
               HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLD-TOTAL
               PERFORM REPORT-EXPIRING-HOLD
           END-PERFORM.
           PERFORM REWRITE-HOLD-REGISTER.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE HOLD-REPORT-FILE.
           IF WS-FAILED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "HOLD TRANSACTIONS FAILED" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "HOLD-MAINT" TO JOB-STATUS-PROGRAM.
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

       LOAD-HOLD-REGISTER.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR HOLD-TOTAL >= 2000
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF HOLD-ID NOT = SPACES
                               ADD 1 TO HOLD-TOTAL
                               PERFORM NOTE-HOLD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-HOLD-ENTRY.
           MOVE HOLD-ID TO HLD-ID(HOLD-TOTAL).
           MOVE HOLD-ACCOUNT TO HLD-ACCOUNT(HOLD-TOTAL).
           IF HOLD-AMOUNT NUMERIC
               MOVE HOLD-AMOUNT TO HLD-AMOUNT(HOLD-TOTAL)
           END-IF.
           MOVE HOLD-REASON TO HLD-REASON(HOLD-TOTAL).
           IF HOLD-PLACED-DATE NUMERIC
               MOVE HOLD-PLACED-DATE TO HLD-PLACED-DATE(HOLD-TOTAL)
           END-IF.
           IF HOLD-EXPIRY-DATE NUMERIC
               MOVE HOLD-EXPIRY-DATE TO HLD-EXPIRY-DATE(HOLD-TOTAL)
           END-IF.
           MOVE HOLD-STATUS TO HLD-STATUS(HOLD-TOTAL).
           IF HOLD-RELEASED-DATE NUMERIC
               MOVE HOLD-RELEASED-DATE TO
                   HLD-RELEASED-DATE(HOLD-TOTAL)
           END-IF.
           MOVE HOLD-OPERATOR TO HLD-OPERATOR(HOLD-TOTAL).

       FIND-HOLD-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLD-TOTAL
               IF HLD-ID(HLD-IDX) = HTRN-HOLD-ID
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   SET WS-FOUND-IDX TO HLD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-HOLD-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-OK.
           IF ACCOUNT-REF-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = HTRN-ACCOUNT
                   IF REF-ENTRY-STATUS(REF-IDX) = 'C'
                       MOVE 'N' TO WS-ACCOUNT-OK
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-ACCOUNT-OK.

       APPLY-HOLD-TRANSACTION.
           IF HTRN-HOLD-ID = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "HOLD ID MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE HTRN-ACTION
               WHEN 'P'
                   PERFORM PLACE-HOLD
               WHEN 'C'
                   PERFORM CHANGE-HOLD
               WHEN 'R'
                   PERFORM RELEASE-HOLD
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "BAD ACTION CODE" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
           END-EVALUATE.

       PLACE-HOLD.
           PERFORM FIND-HOLD-ENTRY.
           IF WS-ENTRY-FOUND = 'Y'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "HOLD ALREADY ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF HTRN-ACCOUNT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-HOLD-ACCOUNT.
           IF WS-ACCOUNT-OK = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT NOT OPEN" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF HTRN-AMOUNT NOT NUMERIC OR HTRN-AMOUNT = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD HOLD AMOUNT" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF HTRN-EXPIRY-DATE NOT NUMERIC
               MOVE 0 TO HTRN-EXPIRY-DATE
           END-IF.
           IF HTRN-EXPIRY-DATE > 0
                   AND HTRN-EXPIRY-DATE < WS-RUN-DATE-NUM
               ADD 1 TO WS-FAILED-COUNT
               MOVE "EXPIRY DATE IN THE PAST" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF HOLD-TOTAL >= 2000
               ADD 1 TO WS-FAILED-COUNT
               MOVE "HOLD TABLE FULL" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO HOLD-TOTAL.
           MOVE HTRN-HOLD-ID TO HLD-ID(HOLD-TOTAL).
           MOVE HTRN-ACCOUNT TO HLD-ACCOUNT(HOLD-TOTAL).
           MOVE HTRN-AMOUNT TO HLD-AMOUNT(HOLD-TOTAL).
           MOVE HTRN-REASON TO HLD-REASON(HOLD-TOTAL).
           MOVE WS-RUN-DATE-NUM TO HLD-PLACED-DATE(HOLD-TOTAL).
           MOVE HTRN-EXPIRY-DATE TO HLD-EXPIRY-DATE(HOLD-TOTAL).
           MOVE 'A' TO HLD-STATUS(HOLD-TOTAL).
           MOVE 0 TO HLD-RELEASED-DATE(HOLD-TOTAL).
           MOVE HTRN-OPERATOR TO HLD-OPERATOR(HOLD-TOTAL).
           ADD 1 TO WS-PLACED-COUNT.
           MOVE "PLACED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       CHANGE-HOLD.
           PERFORM FIND-HOLD-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "HOLD NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF HLD-STATUS(WS-FOUND-IDX) NOT = 'A'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "HOLD NOT ACTIVE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF HTRN-AMOUNT NUMERIC AND HTRN-AMOUNT > 0
               MOVE HTRN-AMOUNT TO HLD-AMOUNT(WS-FOUND-IDX)
           END-IF.
           IF HTRN-EXPIRY-DATE NUMERIC
               MOVE HTRN-EXPIRY-DATE TO HLD-EXPIRY-DATE(WS-FOUND-IDX)
           END-IF.
           IF HTRN-REASON NOT = SPACES
               MOVE HTRN-REASON TO HLD-REASON(WS-FOUND-IDX)
           END-IF.
           MOVE HTRN-OPERATOR TO HLD-OPERATOR(WS-FOUND-IDX).
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE "CHANGED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       RELEASE-HOLD.
           PERFORM FIND-HOLD-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "HOLD NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF HLD-STATUS(WS-FOUND-IDX) NOT = 'A'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "HOLD NOT ACTIVE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO HLD-STATUS(WS-FOUND-IDX).
           MOVE WS-RUN-DATE-NUM TO HLD-RELEASED-DATE(WS-FOUND-IDX).
           MOVE HTRN-OPERATOR TO HLD-OPERATOR(WS-FOUND-IDX).
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE "RELEASED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       WRITE-MAINT-RESULT.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "ACTION " HTRN-ACTION " HOLD " HTRN-HOLD-ID
               " ACCOUNT " HTRN-ACCOUNT
               " RESULT " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

       EXPIRE-ONE-HOLD.
           IF HLD-STATUS(HLD-IDX) NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF HLD-EXPIRY-DATE(HLD-IDX) = 0
                   OR HLD-EXPIRY-DATE(HLD-IDX) >= WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'E' TO HLD-STATUS(HLD-IDX).
           MOVE WS-RUN-DATE-NUM TO HLD-RELEASED-DATE(HLD-IDX).
           ADD 1 TO WS-EXPIRED-COUNT.
           PERFORM WRITE-HOLD-DETAIL.

       REPORT-EXPIRING-HOLD.
           IF HLD-STATUS(HLD-IDX) NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           ADD HLD-AMOUNT(HLD-IDX) TO WS-ACTIVE-AMOUNT.
           IF HLD-EXPIRY-DATE(HLD-IDX) = 0
                   OR HLD-EXPIRY-DATE(HLD-IDX) > WS-WARNING-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXPIRING-COUNT.
           PERFORM WRITE-HOLD-DETAIL.

       WRITE-HOLD-DETAIL.
           MOVE HLD-AMOUNT(HLD-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "HOLD " HLD-ID(HLD-IDX)
               " ACCOUNT " HLD-ACCOUNT(HLD-IDX)
               " AMOUNT " WS-AMOUNT-DISPLAY
               " REASON " HLD-REASON(HLD-IDX)
               " EXPIRES " HLD-EXPIRY-DATE(HLD-IDX)
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "TRANSACTIONS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE WS-PLACED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "HOLDS PLACED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "HOLDS CHANGED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "HOLDS RELEASED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "HOLDS EXPIRED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "HOLDS EXPIRING SOON: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-ACTIVE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "ACTIVE HOLDS: " WS-COUNT-DISPLAY
               " TOTAL HELD " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

       REWRITE-HOLD-REGISTER.
           OPEN OUTPUT HOLD-FILE.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLD-TOTAL
               MOVE HLD-ID(HLD-IDX) TO HOLD-ID
               MOVE HLD-ACCOUNT(HLD-IDX) TO HOLD-ACCOUNT
               MOVE HLD-AMOUNT(HLD-IDX) TO HOLD-AMOUNT
               MOVE HLD-REASON(HLD-IDX) TO HOLD-REASON
               MOVE HLD-PLACED-DATE(HLD-IDX) TO HOLD-PLACED-DATE
               MOVE HLD-EXPIRY-DATE(HLD-IDX) TO HOLD-EXPIRY-DATE
               MOVE HLD-STATUS(HLD-IDX) TO HOLD-STATUS
               MOVE HLD-RELEASED-DATE(HLD-IDX) TO HOLD-RELEASED-DATE
               MOVE HLD-OPERATOR(HLD-IDX) TO HOLD-OPERATOR
               WRITE HOLD-LINE
           END-PERFORM.
           CLOSE HOLD-FILE.

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
               DISPLAY "HOLD-MAINT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
