       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-STATUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT PAYMENT-REGISTER-FILE
               ASSIGN TO "outbound_payment_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-REGISTER-STATUS.
           SELECT BANK-STATUS-FILE
               ASSIGN TO "bank_payment_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS-STATUS.
           SELECT POSTING-INPUT-FILE
               ASSIGN TO "master_update_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-INPUT-STATUS.
           SELECT POSTING-CONTROL-FILE
               ASSIGN TO "master_update_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-CONTROL-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT STATUS-REPORT-FILE
               ASSIGN TO "payment_status_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "payment_status_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  PAYMENT-REGISTER-FILE.
       01  PAYMENT-REGISTER-LINE.
           COPY "OUTBOUND-PAYMENT-RECORD.cpy".
       FD  BANK-STATUS-FILE.
       01  BANK-STATUS-LINE.
           05  PST-REFERENCE PIC X(10).
           05  PST-STATUS-CODE PIC X(4).
           05  PST-REASON PIC X(4).
           05  PST-STATUS-DATE PIC 9(8).
       FD  POSTING-INPUT-FILE.
       01  POSTING-INPUT-RECORD.
           COPY "FLAT-DETAIL-RECORD.cpy".
           05  POSTING-APPROVAL-FLAG PIC X.
           05  POSTING-TRANSACTION-ID PIC X(10).
       FD  POSTING-CONTROL-FILE.
       01  POSTING-CONTROL-LINE.
           COPY "POSTING-CONTROL-RECORD.cpy".
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-LINE.
           COPY "ALERT-LOG-LINE.cpy".
       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-PAYMENT-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-BANK-STATUS-STATUS PIC XX VALUE "00".
       01  WS-POSTING-INPUT-STATUS PIC XX VALUE "00".
       01  WS-POSTING-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "PAYMENT STATUS APPLIED".
       01  PAYMENT-TABLE.
           05  PAYMENT-ENTRY OCCURS 2000 TIMES INDEXED BY PAY-IDX.
               10  PAY-REFERENCE PIC X(10) VALUE SPACES.
               10  PAY-ACCOUNT PIC X(10) VALUE SPACES.
               10  PAY-AMOUNT PIC 9(7)V99 VALUE 0.
               10  PAY-CURRENCY PIC X(3) VALUE SPACES.
               10  PAY-PAYEE-BANK PIC X(9) VALUE SPACES.
               10  PAY-PAYEE-ACCOUNT PIC X(17) VALUE SPACES.
               10  PAY-VALUE-DATE PIC 9(8) VALUE 0.
               10  PAY-BATCH-DATE PIC 9(8) VALUE 0.
               10  PAY-STATUS PIC X VALUE SPACE.
               10  PAY-STATUS-DATE PIC 9(8) VALUE 0.
               10  PAY-REASON PIC X(4) VALUE SPACES.
       01  PAYMENT-TOTAL PIC 9(4) VALUE 0.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-FOUND-IDX PIC 9(4) VALUE 0.
       01  WS-NEW-STATUS PIC X VALUE SPACE.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-POST-AMOUNT PIC S9(7)V99 VALUE 0.
       01  WS-CONTROL-BUILT-BY PIC X(20) VALUE SPACES.
       01  WS-CONTROL-POSTED PIC X VALUE 'N'.
       01  WS-CONTROL-POSTED-DATE PIC 9(8) VALUE 0.
       01  WS-CONTROL-COUNT PIC 9(9) VALUE 0.
       01  WS-CONTROL-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-CONTROL-OPEN PIC X VALUE 'N'.
       01  WS-REJECTS-WAITING PIC 9(9) VALUE 0.
       01  WS-POSTED-COUNT PIC 9(9) VALUE 0.
       01  WS-POSTED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-STATUS-READ PIC 9(9) VALUE 0.
       01  WS-SENT-COUNT PIC 9(9) VALUE 0.
       01  WS-SETTLED-COUNT PIC 9(9) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(9) VALUE 0.
       01  WS-REJECTED-AMOUNT PIC 9(11)V99 VALUE 0.
       01  WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01  WS-OUTSTANDING-COUNT PIC 9(9) VALUE 0.
       01  WS-OUTSTANDING-AMOUNT PIC 9(11)V99 VALUE 0.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC Z(10)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-PAYMENT-REGISTER.
           PERFORM CHECK-POSTING-CONTROL.
           IF WS-CONTROL-OPEN NOT = 'Y'
               PERFORM COUNT-REJECTS-WAITING
               IF WS-REJECTS-WAITING > 0
                   DISPLAY "PAYMENT-STATUS: POSTING CONTROL IS "
                       "POSTED OR NOT FOR BUSINESS DATE - "
                       "BANK STATUSES NOT APPLIED"
                   MOVE RC-DISCREPANCY TO WS-JOB-CODE
                   MOVE "POSTING CONTROL CLOSED - ITEMS HELD" TO
                       WS-JOB-REASON
                   PERFORM WRITE-JOB-STATUS
                   MOVE RC-DISCREPANCY TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT BANK-STATUS-FILE.
           IF WS-BANK-STATUS-STATUS NOT = "00"
               DISPLAY "PAYMENT-STATUS: UNABLE TO OPEN STATUS "
                   "FILE bank_payment_status.dat, FILE STATUS "
                   WS-BANK-STATUS-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "BANK STATUS OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND POSTING-INPUT-FILE.
           IF WS-POSTING-INPUT-STATUS = "35"
               OPEN OUTPUT POSTING-INPUT-FILE
           END-IF.
           IF WS-POSTING-INPUT-STATUS NOT = "00"
               DISPLAY "PAYMENT-STATUS: UNABLE TO OPEN POSTING "
                   "FILE master_update_input.dat, FILE STATUS "
                   WS-POSTING-INPUT-STATUS
               CLOSE BANK-STATUS-FILE
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "POSTING INPUT OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STATUS-REPORT-FILE.
           MOVE "OUTBOUND PAYMENT STATUS PROCESSING" TO
               STATUS-REPORT-LINE.
           WRITE STATUS-REPORT-LINE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BANK-STATUS-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STATUS-READ
                       PERFORM APPLY-BANK-STATUS
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE BANK-STATUS-FILE.
           CLOSE POSTING-INPUT-FILE.
           IF WS-POSTED-COUNT > 0
               PERFORM UPDATE-POSTING-CONTROL
           END-IF.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > PAYMENT-TOTAL
               IF PAY-STATUS(PAY-IDX) = 'P'
                       OR PAY-STATUS(PAY-IDX) = 'S'
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   ADD PAY-AMOUNT(PAY-IDX) TO WS-OUTSTANDING-AMOUNT
               END-IF
           END-PERFORM.
           PERFORM REWRITE-PAYMENT-REGISTER.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE STATUS-REPORT-FILE.
           IF WS-FAILED-COUNT > 0 OR WS-REJECTED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               IF WS-REJECTED-COUNT > 0
                   MOVE "OUTBOUND PAYMENTS REJECTED" TO WS-JOB-REASON
               ELSE
                   MOVE "PAYMENT STATUS RECORDS FAILED" TO
                       WS-JOB-REASON
               END-IF
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "PAYMENT-STATUS" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-PAYMENT-REGISTER.
           OPEN INPUT PAYMENT-REGISTER-FILE.
           IF WS-PAYMENT-REGISTER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR PAYMENT-TOTAL >= 2000
                   READ PAYMENT-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF OPR-REFERENCE NOT = SPACES
                               ADD 1 TO PAYMENT-TOTAL
                               PERFORM NOTE-PAYMENT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-REGISTER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-PAYMENT-ENTRY.
           MOVE OPR-REFERENCE TO PAY-REFERENCE(PAYMENT-TOTAL).
           MOVE OPR-ACCOUNT TO PAY-ACCOUNT(PAYMENT-TOTAL).
           IF OPR-AMOUNT NUMERIC
               MOVE OPR-AMOUNT TO PAY-AMOUNT(PAYMENT-TOTAL)
           END-IF.
           MOVE OPR-CURRENCY TO PAY-CURRENCY(PAYMENT-TOTAL).
           MOVE OPR-PAYEE-BANK TO PAY-PAYEE-BANK(PAYMENT-TOTAL).
           MOVE OPR-PAYEE-ACCOUNT TO PAY-PAYEE-ACCOUNT(PAYMENT-TOTAL).
           IF OPR-VALUE-DATE NUMERIC
               MOVE OPR-VALUE-DATE TO PAY-VALUE-DATE(PAYMENT-TOTAL)
           END-IF.
           IF OPR-BATCH-DATE NUMERIC
               MOVE OPR-BATCH-DATE TO PAY-BATCH-DATE(PAYMENT-TOTAL)
           END-IF.
           MOVE OPR-STATUS TO PAY-STATUS(PAYMENT-TOTAL).
           IF OPR-STATUS-DATE NUMERIC
               MOVE OPR-STATUS-DATE TO PAY-STATUS-DATE(PAYMENT-TOTAL)
           END-IF.
           MOVE OPR-REASON TO PAY-REASON(PAYMENT-TOTAL).

       FIND-PAYMENT-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > PAYMENT-TOTAL
               IF PAY-REFERENCE(PAY-IDX) = PST-REFERENCE
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   SET WS-FOUND-IDX TO PAY-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-BANK-STATUS.
           EVALUATE PST-STATUS-CODE
               WHEN "ACCP"
               WHEN "SENT"
                   MOVE 'S' TO WS-NEW-STATUS
               WHEN "STLD"
               WHEN "ACSC"
                   MOVE 'T' TO WS-NEW-STATUS
               WHEN "RJCT"
                   MOVE 'R' TO WS-NEW-STATUS
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "UNKNOWN BANK STATUS CODE" TO WS-RESULT-TEXT
                   PERFORM WRITE-STATUS-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM FIND-PAYMENT-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "PAYMENT NOT ON REGISTER" TO WS-RESULT-TEXT
               PERFORM WRITE-STATUS-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF PAY-STATUS(WS-FOUND-IDX) = 'T'
                   OR PAY-STATUS(WS-FOUND-IDX) = 'R'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "PAYMENT ALREADY FINAL" TO WS-RESULT-TEXT
               PERFORM WRITE-STATUS-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-STATUS = 'S' AND PAY-STATUS(WS-FOUND-IDX) = 'S'
               MOVE "ALREADY MARKED SENT" TO WS-RESULT-TEXT
               PERFORM WRITE-STATUS-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-STATUS TO PAY-STATUS(WS-FOUND-IDX).
           IF PST-STATUS-DATE NUMERIC AND PST-STATUS-DATE > 0
               MOVE PST-STATUS-DATE TO PAY-STATUS-DATE(WS-FOUND-IDX)
           ELSE
               MOVE WS-RUN-DATE-NUM TO PAY-STATUS-DATE(WS-FOUND-IDX)
           END-IF.
           MOVE PST-REASON TO PAY-REASON(WS-FOUND-IDX).
           EVALUATE WS-NEW-STATUS
               WHEN 'S'
                   ADD 1 TO WS-SENT-COUNT
                   MOVE "MARKED SENT" TO WS-RESULT-TEXT
               WHEN 'T'
                   ADD 1 TO WS-SETTLED-COUNT
                   MOVE "MARKED SETTLED" TO WS-RESULT-TEXT
               WHEN 'R'
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD PAY-AMOUNT(WS-FOUND-IDX) TO WS-REJECTED-AMOUNT
                   PERFORM WRITE-REJECT-REVERSAL
                   PERFORM WRITE-REJECT-ALERT
                   MOVE "REJECTED - POSTING REVERSED" TO
                       WS-RESULT-TEXT
           END-EVALUATE.
           PERFORM WRITE-STATUS-RESULT.

       WRITE-REJECT-REVERSAL.
           COMPUTE WS-POST-AMOUNT = 0 - PAY-AMOUNT(WS-FOUND-IDX).
           MOVE SPACES TO POSTING-INPUT-RECORD.
           MOVE 'R' TO RECORD-STATUS.
           MOVE WS-POST-AMOUNT TO RECORD-AMOUNT.
           MOVE PAY-ACCOUNT(WS-FOUND-IDX) TO RECORD-ACCOUNT.
           MOVE WS-RUN-DATE-NUM TO RECORD-TRAN-DATE.
           MOVE PAY-CURRENCY(WS-FOUND-IDX) TO RECORD-CURRENCY.
           MOVE PAY-REFERENCE(WS-FOUND-IDX) TO POSTING-TRANSACTION-ID.
           WRITE POSTING-INPUT-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-POST-AMOUNT TO WS-POSTED-AMOUNT.

       WRITE-REJECT-ALERT.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           IF WS-ALERT-LOG-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-TIMESTAMP
               MOVE "PAYMENT-STATUS" TO ALERT-PROGRAM
               MOVE 'E' TO ALERT-SEVERITY
               MOVE "PAYREJCT" TO ALERT-CODE
               MOVE SPACES TO ALERT-TEXT
               STRING "OUTBOUND PAYMENT REJECTED REF "
                   PAY-REFERENCE(WS-FOUND-IDX)
                   " REASON " PST-REASON
                   DELIMITED BY SIZE INTO ALERT-TEXT
               WRITE ALERT-LOG-LINE
               CLOSE ALERT-LOG-FILE
           END-IF.

       CHECK-POSTING-CONTROL.
           MOVE 'N' TO WS-CONTROL-OPEN.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-POSTING-CONTROL-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-POSTED-FLAG NOT = 'Y'
                               AND PCT-BUILD-DATE = WS-RUN-DATE-NUM
                           MOVE 'Y' TO WS-CONTROL-OPEN
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF.

       COUNT-REJECTS-WAITING.
           MOVE 0 TO WS-REJECTS-WAITING.
           OPEN INPUT BANK-STATUS-FILE.
           IF WS-BANK-STATUS-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BANK-STATUS-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF PST-STATUS-CODE = "RJCT"
                               ADD 1 TO WS-REJECTS-WAITING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-STATUS-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       UPDATE-POSTING-CONTROL.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-POSTING-CONTROL-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PCT-BUILT-BY TO WS-CONTROL-BUILT-BY
                       IF PCT-POSTED-FLAG = 'Y'
                           MOVE 'Y' TO WS-CONTROL-POSTED
                           MOVE PCT-POSTED-DATE TO
                               WS-CONTROL-POSTED-DATE
                       END-IF
                       IF PCT-RECORD-COUNT NUMERIC
                               AND PCT-NET-AMOUNT NUMERIC
                           MOVE PCT-RECORD-COUNT TO WS-CONTROL-COUNT
                           MOVE PCT-NET-AMOUNT TO WS-CONTROL-AMOUNT
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-BUILT-BY = SPACES
               MOVE "PAYMENT-STATUS" TO WS-CONTROL-BUILT-BY
           END-IF.
           ADD WS-POSTED-COUNT TO WS-CONTROL-COUNT.
           ADD WS-POSTED-AMOUNT TO WS-CONTROL-AMOUNT.
           OPEN OUTPUT POSTING-CONTROL-FILE.
           MOVE WS-CONTROL-BUILT-BY TO PCT-BUILT-BY.
           MOVE WS-RUN-DATE-NUM TO PCT-BUILD-DATE.
           MOVE WS-CONTROL-COUNT TO PCT-RECORD-COUNT.
           MOVE WS-CONTROL-AMOUNT TO PCT-NET-AMOUNT.
           MOVE WS-CONTROL-POSTED TO PCT-POSTED-FLAG.
           MOVE WS-CONTROL-POSTED-DATE TO PCT-POSTED-DATE.
           WRITE POSTING-CONTROL-LINE.
           CLOSE POSTING-CONTROL-FILE.

       WRITE-STATUS-RESULT.
           MOVE SPACES TO STATUS-REPORT-LINE.
           STRING "REF " PST-REFERENCE
               " STATUS " PST-STATUS-CODE
               " REASON " PST-REASON
               " RESULT " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
           WRITE STATUS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-STATUS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO STATUS-REPORT-LINE.
           STRING "STATUS RECORDS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
           WRITE STATUS-REPORT-LINE.
           MOVE WS-SENT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO STATUS-REPORT-LINE.
           STRING "MARKED SENT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
           WRITE STATUS-REPORT-LINE.
           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO STATUS-REPORT-LINE.
           STRING "MARKED SETTLED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
           WRITE STATUS-REPORT-LINE.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-REJECTED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO STATUS-REPORT-LINE.
           STRING "REJECTED AND REVERSED: " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
           WRITE STATUS-REPORT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO STATUS-REPORT-LINE.
           STRING "FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
           WRITE STATUS-REPORT-LINE.
           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-OUTSTANDING-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO STATUS-REPORT-LINE.
           STRING "AWAITING SETTLEMENT: " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE.
           WRITE STATUS-REPORT-LINE.

       REWRITE-PAYMENT-REGISTER.
           OPEN OUTPUT PAYMENT-REGISTER-FILE.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > PAYMENT-TOTAL
               MOVE PAY-REFERENCE(PAY-IDX) TO OPR-REFERENCE
               MOVE PAY-ACCOUNT(PAY-IDX) TO OPR-ACCOUNT
               MOVE PAY-AMOUNT(PAY-IDX) TO OPR-AMOUNT
               MOVE PAY-CURRENCY(PAY-IDX) TO OPR-CURRENCY
               MOVE PAY-PAYEE-BANK(PAY-IDX) TO OPR-PAYEE-BANK
               MOVE PAY-PAYEE-ACCOUNT(PAY-IDX) TO OPR-PAYEE-ACCOUNT
               MOVE PAY-VALUE-DATE(PAY-IDX) TO OPR-VALUE-DATE
               MOVE PAY-BATCH-DATE(PAY-IDX) TO OPR-BATCH-DATE
               MOVE PAY-STATUS(PAY-IDX) TO OPR-STATUS
               MOVE PAY-STATUS-DATE(PAY-IDX) TO OPR-STATUS-DATE
               MOVE PAY-REASON(PAY-IDX) TO OPR-REASON
               WRITE PAYMENT-REGISTER-LINE
           END-PERFORM.
           CLOSE PAYMENT-REGISTER-FILE.

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
               DISPLAY "PAYMENT-STATUS: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
