       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOCK-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT BLOCK-FILE
               ASSIGN TO "block_instructions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.
           SELECT BLOCK-TRANS-FILE
               ASSIGN TO "block_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT BLOCK-REPORT-FILE
               ASSIGN TO "block_maint_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "block_maint_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  BLOCK-FILE.
       01  BLOCK-LINE.
           COPY "BLOCK-INSTRUCTION-RECORD.cpy".
       FD  BLOCK-TRANS-FILE.
       01  BLOCK-TRANS-LINE.
           05  BTRN-ACTION PIC X.
           05  BTRN-BLOCK-ID PIC X(10).
           05  BTRN-ACCOUNT PIC X(10).
           05  BTRN-TYPE PIC X.
           05  BTRN-TRANSACTION-ID PIC X(10).
           05  BTRN-AMOUNT PIC 9(9)V99.
           05  BTRN-EFFECTIVE-DATE PIC 9(8).
           05  BTRN-EXPIRY-DATE PIC 9(8).
           05  BTRN-OPERATOR PIC X(8).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  BLOCK-REPORT-FILE.
       01  BLOCK-REPORT-LINE PIC X(120).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-BLOCK-STATUS PIC XX VALUE "00".
       01  WS-TRANS-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "BLOCK MAINT COMPLETE".
       01  BLOCK-TABLE.
           05  BLOCK-ENTRY OCCURS 2000 TIMES INDEXED BY BLK-IDX.
               10  BLK-ID PIC X(10) VALUE SPACES.
               10  BLK-ACCOUNT PIC X(10) VALUE SPACES.
               10  BLK-TYPE PIC X VALUE SPACE.
               10  BLK-TRANSACTION-ID PIC X(10) VALUE SPACES.
               10  BLK-AMOUNT PIC 9(9)V99 VALUE 0.
               10  BLK-EFFECTIVE-DATE PIC 9(8) VALUE 0.
               10  BLK-EXPIRY-DATE PIC 9(8) VALUE 0.
               10  BLK-STATUS PIC X VALUE SPACE.
               10  BLK-OPERATOR PIC X(8) VALUE SPACES.
       01  BLOCK-TOTAL PIC 9(4) VALUE 0.
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
       01  WS-TRANS-READ PIC 9(9) VALUE 0.
       01  WS-ADDED-COUNT PIC 9(9) VALUE 0.
       01  WS-MODIFIED-COUNT PIC 9(9) VALUE 0.
       01  WS-CANCELLED-COUNT PIC 9(9) VALUE 0.
       01  WS-EXPIRED-COUNT PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01  WS-ACTIVE-COUNT PIC 9(9) VALUE 0.
       01  WS-FUTURE-COUNT PIC 9(9) VALUE 0.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-TYPE-TEXT PIC X(12) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC Z(8)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-BLOCK-REGISTER.
           OPEN OUTPUT BLOCK-REPORT-FILE.
           MOVE "BLOCK INSTRUCTION MAINTENANCE REPORT" TO
               BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           MOVE SPACES TO BLOCK-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           MOVE "BLOCK MAINTENANCE" TO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           OPEN INPUT BLOCK-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BLOCK-TRANS-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-BLOCK-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE BLOCK-TRANS-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           MOVE "BLOCKS EXPIRED" TO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCK-TOTAL
               PERFORM EXPIRE-ONE-BLOCK
           END-PERFORM.
           MOVE "BLOCKS IN FORCE" TO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCK-TOTAL
               PERFORM REPORT-ACTIVE-BLOCK
           END-PERFORM.
           MOVE "BLOCKS NOT YET EFFECTIVE" TO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCK-TOTAL
               PERFORM REPORT-FUTURE-BLOCK
           END-PERFORM.
           PERFORM REWRITE-BLOCK-REGISTER.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE BLOCK-REPORT-FILE.
           IF WS-FAILED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "BLOCK TRANSACTIONS FAILED" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "BLOCK-MAINT" TO JOB-STATUS-PROGRAM.
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

       LOAD-BLOCK-REGISTER.
           OPEN INPUT BLOCK-FILE.
           IF WS-BLOCK-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR BLOCK-TOTAL >= 2000
                   READ BLOCK-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF BLOCK-ID NOT = SPACES
                               ADD 1 TO BLOCK-TOTAL
                               PERFORM NOTE-BLOCK-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCK-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-BLOCK-ENTRY.
           MOVE BLOCK-ID TO BLK-ID(BLOCK-TOTAL).
           MOVE BLOCK-ACCOUNT TO BLK-ACCOUNT(BLOCK-TOTAL).
           MOVE BLOCK-TYPE TO BLK-TYPE(BLOCK-TOTAL).
           MOVE BLOCK-TRANSACTION-ID TO
               BLK-TRANSACTION-ID(BLOCK-TOTAL).
           IF BLOCK-AMOUNT NUMERIC
               MOVE BLOCK-AMOUNT TO BLK-AMOUNT(BLOCK-TOTAL)
           END-IF.
           IF BLOCK-EFFECTIVE-DATE NUMERIC
               MOVE BLOCK-EFFECTIVE-DATE TO
                   BLK-EFFECTIVE-DATE(BLOCK-TOTAL)
           END-IF.
           IF BLOCK-EXPIRY-DATE NUMERIC
               MOVE BLOCK-EXPIRY-DATE TO BLK-EXPIRY-DATE(BLOCK-TOTAL)
           END-IF.
           MOVE BLOCK-STATUS TO BLK-STATUS(BLOCK-TOTAL).
           MOVE BLOCK-OPERATOR TO BLK-OPERATOR(BLOCK-TOTAL).

       FIND-BLOCK-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCK-TOTAL
               IF BLK-ID(BLK-IDX) = BTRN-BLOCK-ID
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   SET WS-FOUND-IDX TO BLK-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-BLOCK-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-OK.
           IF ACCOUNT-REF-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = BTRN-ACCOUNT
                   IF REF-ENTRY-STATUS(REF-IDX) = 'C'
                       MOVE 'N' TO WS-ACCOUNT-OK
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-ACCOUNT-OK.

       APPLY-BLOCK-TRANSACTION.
           IF BTRN-BLOCK-ID = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BLOCK ID MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BTRN-OPERATOR = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "OPERATOR MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BTRN-EFFECTIVE-DATE NOT NUMERIC
               MOVE 0 TO BTRN-EFFECTIVE-DATE
           END-IF.
           IF BTRN-EXPIRY-DATE NOT NUMERIC
               MOVE 0 TO BTRN-EXPIRY-DATE
           END-IF.
           EVALUATE BTRN-ACTION
               WHEN 'A'
                   PERFORM ADD-BLOCK
               WHEN 'M'
                   PERFORM MODIFY-BLOCK
               WHEN 'C'
                   PERFORM CANCEL-BLOCK
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "BAD ACTION CODE" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
           END-EVALUATE.

       ADD-BLOCK.
           PERFORM FIND-BLOCK-ENTRY.
           IF WS-ENTRY-FOUND = 'Y'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BLOCK ALREADY ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BTRN-ACCOUNT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-BLOCK-ACCOUNT.
           IF WS-ACCOUNT-OK = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT NOT OPEN" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BTRN-TYPE NOT = 'D' AND BTRN-TYPE NOT = 'C'
                   AND BTRN-TYPE NOT = 'A' AND BTRN-TYPE NOT = 'T'
                   AND BTRN-TYPE NOT = 'M'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD BLOCK TYPE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BTRN-TYPE = 'T' AND BTRN-TRANSACTION-ID = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "STOP NEEDS TRANSACTION ID" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BTRN-TYPE = 'M'
                   AND (BTRN-AMOUNT NOT NUMERIC OR BTRN-AMOUNT = 0)
               ADD 1 TO WS-FAILED-COUNT
               MOVE "STOP NEEDS AN AMOUNT" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BTRN-EFFECTIVE-DATE = 0
               MOVE WS-RUN-DATE-NUM TO BTRN-EFFECTIVE-DATE
           END-IF.
           IF BTRN-EXPIRY-DATE > 0
                   AND BTRN-EXPIRY-DATE < BTRN-EFFECTIVE-DATE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "EXPIRY BEFORE EFFECTIVE DATE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BTRN-EXPIRY-DATE > 0
                   AND BTRN-EXPIRY-DATE < WS-RUN-DATE-NUM
               ADD 1 TO WS-FAILED-COUNT
               MOVE "EXPIRY DATE IN THE PAST" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BLOCK-TOTAL >= 2000
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BLOCK TABLE FULL" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BLOCK-TOTAL.
           MOVE BTRN-BLOCK-ID TO BLK-ID(BLOCK-TOTAL).
           MOVE BTRN-ACCOUNT TO BLK-ACCOUNT(BLOCK-TOTAL).
           MOVE BTRN-TYPE TO BLK-TYPE(BLOCK-TOTAL).
           MOVE SPACES TO BLK-TRANSACTION-ID(BLOCK-TOTAL).
           MOVE 0 TO BLK-AMOUNT(BLOCK-TOTAL).
           IF BTRN-TYPE = 'T'
               MOVE BTRN-TRANSACTION-ID TO
                   BLK-TRANSACTION-ID(BLOCK-TOTAL)
           END-IF.
           IF BTRN-TYPE = 'M'
               MOVE BTRN-AMOUNT TO BLK-AMOUNT(BLOCK-TOTAL)
           END-IF.
           MOVE BTRN-EFFECTIVE-DATE TO BLK-EFFECTIVE-DATE(BLOCK-TOTAL).
           MOVE BTRN-EXPIRY-DATE TO BLK-EXPIRY-DATE(BLOCK-TOTAL).
           MOVE 'A' TO BLK-STATUS(BLOCK-TOTAL).
           MOVE BTRN-OPERATOR TO BLK-OPERATOR(BLOCK-TOTAL).
           ADD 1 TO WS-ADDED-COUNT.
           MOVE "ADDED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       MODIFY-BLOCK.
           PERFORM FIND-BLOCK-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BLOCK NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BLK-STATUS(WS-FOUND-IDX) NOT = 'A'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BLOCK NOT ACTIVE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BTRN-EFFECTIVE-DATE = 0
               MOVE BLK-EFFECTIVE-DATE(WS-FOUND-IDX) TO
                   BTRN-EFFECTIVE-DATE
           END-IF.
           IF BTRN-EXPIRY-DATE > 0
                   AND BTRN-EXPIRY-DATE < BTRN-EFFECTIVE-DATE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "EXPIRY BEFORE EFFECTIVE DATE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BTRN-EXPIRY-DATE > 0
                   AND BTRN-EXPIRY-DATE < WS-RUN-DATE-NUM
               ADD 1 TO WS-FAILED-COUNT
               MOVE "EXPIRY DATE IN THE PAST" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE BTRN-EFFECTIVE-DATE TO
               BLK-EFFECTIVE-DATE(WS-FOUND-IDX).
           MOVE BTRN-EXPIRY-DATE TO BLK-EXPIRY-DATE(WS-FOUND-IDX).
           IF BLK-TYPE(WS-FOUND-IDX) = 'M'
                   AND BTRN-AMOUNT NUMERIC AND BTRN-AMOUNT > 0
               MOVE BTRN-AMOUNT TO BLK-AMOUNT(WS-FOUND-IDX)
           END-IF.
           MOVE BTRN-OPERATOR TO BLK-OPERATOR(WS-FOUND-IDX).
           ADD 1 TO WS-MODIFIED-COUNT.
           MOVE "MODIFIED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       CANCEL-BLOCK.
           PERFORM FIND-BLOCK-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BLOCK NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF BLK-STATUS(WS-FOUND-IDX) NOT = 'A'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BLOCK NOT ACTIVE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO BLK-STATUS(WS-FOUND-IDX).
           MOVE WS-RUN-DATE-NUM TO BLK-EXPIRY-DATE(WS-FOUND-IDX).
           MOVE BTRN-OPERATOR TO BLK-OPERATOR(WS-FOUND-IDX).
           ADD 1 TO WS-CANCELLED-COUNT.
           MOVE "CANCELLED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       WRITE-MAINT-RESULT.
           MOVE SPACES TO BLOCK-REPORT-LINE.
           STRING "ACTION " BTRN-ACTION " BLOCK " BTRN-BLOCK-ID
               " ACCOUNT " BTRN-ACCOUNT " TYPE " BTRN-TYPE
               " OPERATOR " BTRN-OPERATOR
               " RESULT " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.

       EXPIRE-ONE-BLOCK.
           IF BLK-STATUS(BLK-IDX) NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF BLK-EXPIRY-DATE(BLK-IDX) = 0
                   OR BLK-EXPIRY-DATE(BLK-IDX) >= WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF.
           MOVE 'E' TO BLK-STATUS(BLK-IDX).
           ADD 1 TO WS-EXPIRED-COUNT.
           PERFORM WRITE-BLOCK-DETAIL.

       REPORT-ACTIVE-BLOCK.
           IF BLK-STATUS(BLK-IDX) NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF BLK-EFFECTIVE-DATE(BLK-IDX) > WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           PERFORM WRITE-BLOCK-DETAIL.

       REPORT-FUTURE-BLOCK.
           IF BLK-STATUS(BLK-IDX) NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF BLK-EFFECTIVE-DATE(BLK-IDX) <= WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FUTURE-COUNT.
           PERFORM WRITE-BLOCK-DETAIL.

       WRITE-BLOCK-DETAIL.
           EVALUATE BLK-TYPE(BLK-IDX)
               WHEN 'D'
                   MOVE "DEBITS" TO WS-TYPE-TEXT
               WHEN 'C'
                   MOVE "CREDITS" TO WS-TYPE-TEXT
               WHEN 'A'
                   MOVE "ALL ACTIVITY" TO WS-TYPE-TEXT
               WHEN 'T'
                   MOVE "STOP TXN" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "STOP AMOUNT" TO WS-TYPE-TEXT
           END-EVALUATE.
           MOVE BLK-AMOUNT(BLK-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO BLOCK-REPORT-LINE.
           STRING "BLOCK " BLK-ID(BLK-IDX)
               " ACCOUNT " BLK-ACCOUNT(BLK-IDX)
               " " WS-TYPE-TEXT
               " TXN " BLK-TRANSACTION-ID(BLK-IDX)
               " AMOUNT " WS-AMOUNT-DISPLAY
               " FROM " BLK-EFFECTIVE-DATE(BLK-IDX)
               " TO " BLK-EXPIRY-DATE(BLK-IDX)
               DELIMITED BY SIZE INTO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BLOCK-REPORT-LINE.
           STRING "TRANSACTIONS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BLOCK-REPORT-LINE.
           STRING "BLOCKS ADDED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           MOVE WS-MODIFIED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BLOCK-REPORT-LINE.
           STRING "BLOCKS MODIFIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           MOVE WS-CANCELLED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BLOCK-REPORT-LINE.
           STRING "BLOCKS CANCELLED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BLOCK-REPORT-LINE.
           STRING "BLOCKS EXPIRED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BLOCK-REPORT-LINE.
           STRING "FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BLOCK-REPORT-LINE.
           STRING "BLOCKS IN FORCE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.
           MOVE WS-FUTURE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BLOCK-REPORT-LINE.
           STRING "BLOCKS PENDING: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BLOCK-REPORT-LINE.
           WRITE BLOCK-REPORT-LINE.

       REWRITE-BLOCK-REGISTER.
           OPEN OUTPUT BLOCK-FILE.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCK-TOTAL
               MOVE BLK-ID(BLK-IDX) TO BLOCK-ID
               MOVE BLK-ACCOUNT(BLK-IDX) TO BLOCK-ACCOUNT
               MOVE BLK-TYPE(BLK-IDX) TO BLOCK-TYPE
               MOVE BLK-TRANSACTION-ID(BLK-IDX) TO
                   BLOCK-TRANSACTION-ID
               MOVE BLK-AMOUNT(BLK-IDX) TO BLOCK-AMOUNT
               MOVE BLK-EFFECTIVE-DATE(BLK-IDX) TO
                   BLOCK-EFFECTIVE-DATE
               MOVE BLK-EXPIRY-DATE(BLK-IDX) TO BLOCK-EXPIRY-DATE
               MOVE BLK-STATUS(BLK-IDX) TO BLOCK-STATUS
               MOVE BLK-OPERATOR(BLK-IDX) TO BLOCK-OPERATOR
               WRITE BLOCK-LINE
           END-PERFORM.
           CLOSE BLOCK-FILE.

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
               DISPLAY "BLOCK-MAINT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
