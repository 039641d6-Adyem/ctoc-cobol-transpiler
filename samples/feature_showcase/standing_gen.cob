       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT STANDING-FILE
               ASSIGN TO "standing_instructions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "standing_gen_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-REGISTER-STATUS.
           SELECT OUTBOUND-PAYMENT-FILE
               ASSIGN TO "outbound_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-REGISTER-FILE
               ASSIGN TO "outbound_payment_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-REGISTER-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "record_summary_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT BLOCK-FILE
               ASSIGN TO "block_instructions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-FILE-STATUS.
           SELECT BLOCK-CATCH-FILE
               ASSIGN TO "block_catches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-CATCH-STATUS.
           SELECT GEN-REPORT-FILE
               ASSIGN TO "standing_gen_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  STANDING-FILE.
       01  STANDING-LINE.
           05  SI-ACCOUNT PIC X(10).
           05  SI-FREQUENCY PIC X.
           05  SI-NEXT-DUE PIC 9(8).
           05  SI-END-DATE PIC 9(8).
           05  SI-PAYEE-BANK PIC X(9).
           05  SI-PAYEE-ACCOUNT PIC X(17).
           05  SI-PAYEE-NAME PIC X(22).
       FD  STANDING-FEED-FILE.
       01  STANDING-FEED-RECORD PIC X(29).
       01  FEED-TRANSACTION REDEFINES STANDING-FEED-RECORD.
           05  GENR-ACCOUNT PIC X(10).
           05  GENR-AMOUNT PIC 9(7)V99.
           05  GENR-DUE-DATE PIC 9(8).
       FD  OUTBOUND-PAYMENT-FILE.
       01  OUTBOUND-PAYMENT-RECORD PIC X(95).
       01  OUTBOUND-DETAIL REDEFINES OUTBOUND-PAYMENT-RECORD.
           05  OPD-RECORD-TYPE PIC X.
           05  OPD-REFERENCE PIC X(10).
           05  OPD-DEBIT-ACCOUNT PIC X(10).
           05  OPD-AMOUNT PIC 9(7)V99.
           05  OPD-CURRENCY PIC X(3).
           05  OPD-PAYEE-BANK PIC X(9).
           05  OPD-PAYEE-ACCOUNT PIC X(17).
           05  OPD-PAYEE-NAME PIC X(22).
           05  OPD-VALUE-DATE PIC 9(8).
           05  FILLER PIC X(6).
       01  OUTBOUND-HEADER REDEFINES OUTBOUND-PAYMENT-RECORD.
           05  OPH-RECORD-TYPE PIC X.
           05  OPH-BATCH-ID PIC X(10).
           05  OPH-BATCH-DATE PIC 9(8).
           05  OPH-ORIGINATOR PIC X(20).
           05  FILLER PIC X(56).
       01  OUTBOUND-TRAILER REDEFINES OUTBOUND-PAYMENT-RECORD.
           05  OPT-RECORD-TYPE PIC X.
           05  OPT-BATCH-ID PIC X(10).
           05  OPT-DETAIL-COUNT PIC 9(6).
           05  OPT-TOTAL-AMOUNT PIC 9(11)V99.
           05  OPT-HASH-TOTAL PIC 9(10).
           05  FILLER PIC X(55).
       FD  PAYMENT-REGISTER-FILE.
       01  PAYMENT-REGISTER-LINE.
           COPY "OUTBOUND-PAYMENT-RECORD.cpy".
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE.
           COPY "SUSPENSE-RECORD.cpy".
       FD  BLOCK-FILE.
       01  BLOCK-LINE.
           COPY "BLOCK-INSTRUCTION-RECORD.cpy".
       FD  BLOCK-CATCH-FILE.
       01  BLOCK-CATCH-LINE.
           COPY "BLOCK-CATCH-RECORD.cpy".
       FD  GEN-REPORT-FILE.
       01  GEN-REPORT-LINE PIC X(80).
       FD  JOB-STATUS-FILE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-STANDING-STATUS PIC XX VALUE "00".
       01  WS-GEN-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-PAYMENT-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-BLOCK-FILE-STATUS PIC XX VALUE "00".
       01  WS-BLOCK-CATCH-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "STANDING FEED GENERATED".
       01  STANDING-TABLE.
               10  STD-FREQUENCY PIC X VALUE SPACE.
               10  STD-NEXT-DUE PIC 9(8) VALUE 0.
               10  STD-END-DATE PIC 9(8) VALUE 0.
               10  STD-PAYEE-BANK PIC X(9) VALUE SPACES.
               10  STD-PAYEE-ACCOUNT PIC X(17) VALUE SPACES.
               10  STD-PAYEE-NAME PIC X(22) VALUE SPACES.
       01  STANDING-TOTAL PIC 9(3) VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-GENERATED-COUNT PIC 9(6) VALUE 0.
       01  WS-INSTRUCTION-DUE PIC X VALUE 'N'.
       01  WS-COUNT-ONLY PIC X VALUE 'N'.
       01  WS-EXPECTED-COUNT PIC 9(6) VALUE 0.
       01  WS-SAVE-STANDING-TABLE PIC X(43500) VALUE SPACES.
       01  WS-BATCH-ID PIC X(10) VALUE SPACES.
       01  WS-PAYMENT-SEQ PIC 9(3) VALUE 0.
       01  WS-PAYMENT-REFERENCE PIC X(10) VALUE SPACES.
       01  WS-PAYMENT-COUNT PIC 9(6) VALUE 0.
       01  WS-PAYMENT-AMOUNT PIC 9(11)V99 VALUE 0.
       01  WS-PAYMENT-HASH PIC 9(10) VALUE 0.
       01  BLOCK-TABLE.
           05  BLOCK-ENTRY OCCURS 2000 TIMES INDEXED BY BLK-IDX.
               10  BLK-ID PIC X(10) VALUE SPACES.
               10  BLK-ACCOUNT PIC X(10) VALUE SPACES.
               10  BLK-TYPE PIC X VALUE SPACE.
               10  BLK-TRANSACTION-ID PIC X(10) VALUE SPACES.
               10  BLK-AMOUNT PIC 9(9)V99 VALUE 0.
               10  BLK-EFFECTIVE-DATE PIC 9(8) VALUE 0.
               10  BLK-EXPIRY-DATE PIC 9(8) VALUE 0.
       01  BLOCK-TOTAL PIC 9(4) VALUE 0.
       01  WS-BLOCK-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-BLOCK-DIRECTION PIC X VALUE SPACE.
       01  WS-BLOCK-TRANSACTION-ID PIC X(10) VALUE SPACES.
       01  WS-BLOCK-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-BLOCK-DATE PIC 9(8) VALUE 0.
       01  WS-BLOCK-REASON PIC X(4) VALUE SPACES.
       01  WS-BLOCK-HIT-ID PIC X(10) VALUE SPACES.
       01  WS-BLOCKED-COUNT PIC 9(6) VALUE 0.
       01  WS-AMOUNT-DISPLAY PIC Z(10)9.99.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-STANDING-INSTRUCTIONS.
           PERFORM LOAD-BLOCK-INSTRUCTIONS.
           IF STANDING-TOTAL = 0
               DISPLAY "STANDING-GEN: NO STANDING INSTRUCTIONS"
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
           MOVE 'N' TO WS-COUNT-ONLY.
           OPEN OUTPUT STANDING-FEED-FILE.
           PERFORM WRITE-FEED-HEADER.
           PERFORM COUNT-TODAYS-PAYMENTS.
           OPEN OUTPUT OUTBOUND-PAYMENT-FILE.
           PERFORM WRITE-OUTBOUND-HEADER.
           OPEN OUTPUT GEN-REPORT-FILE.
           MOVE "STANDING INSTRUCTION GENERATION" TO
               GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE 0 TO WS-GENERATED-COUNT.
           MOVE 0 TO WS-BLOCKED-COUNT.
           PERFORM VARYING STD-IDX FROM 1 BY 1
                   UNTIL STD-IDX > STANDING-TOTAL
               PERFORM GENERATE-DUE-CYCLES
           END-PERFORM.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE STANDING-FEED-FILE.
           PERFORM WRITE-OUTBOUND-TRAILER.
           CLOSE OUTBOUND-PAYMENT-FILE.
           PERFORM REWRITE-STANDING-INSTRUCTIONS.
           MOVE WS-GENERATED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING "TRANSACTIONS GENERATED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE WS-BLOCKED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING "BLOCKED TO SUSPENSE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           MOVE WS-PAYMENT-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-PAYMENT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING "OUTBOUND PAYMENTS: " WS-COUNT-DISPLAY
               " TOTAL " WS-AMOUNT-DISPLAY
               " HASH " WS-PAYMENT-HASH
               DELIMITED BY SIZE INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.
           CLOSE GEN-REPORT-FILE.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           MOVE "STANDING-GEN" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

                                   MOVE SI-END-DATE TO
                                       STD-END-DATE(STANDING-TOTAL)
                               END-IF
                               MOVE SI-PAYEE-BANK TO
                                   STD-PAYEE-BANK(STANDING-TOTAL)
                               MOVE SI-PAYEE-ACCOUNT TO
                                   STD-PAYEE-ACCOUNT(STANDING-TOTAL)
                               MOVE SI-PAYEE-NAME TO
                                   STD-PAYEE-NAME(STANDING-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       EMIT-ONE-TRANSACTION.
           PERFORM CHECK-INSTRUCTION-BLOCK.
           IF WS-BLOCK-REASON NOT = SPACES
               IF WS-COUNT-ONLY = 'N'
                   PERFORM DIVERT-BLOCKED-INSTRUCTION
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GENERATED-COUNT.
           IF WS-COUNT-ONLY = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-FEED-TRANSACTION.
           WRITE STANDING-FEED-RECORD.
           PERFORM APPEND-GEN-REGISTER.
           IF STD-PAYEE-BANK(STD-IDX) NOT = SPACES
               PERFORM EMIT-OUTBOUND-PAYMENT
           END-IF.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING "GENERATED ACCT " STD-ACCOUNT(STD-IDX)
               " DUE " STD-NEXT-DUE(STD-IDX)
               " FREQ " STD-FREQUENCY(STD-IDX)
               DELIMITED BY SIZE INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

       BUILD-FEED-TRANSACTION.
           MOVE SPACES TO STANDING-FEED-RECORD.
           MOVE 'A' TO GEN-TXN-STATUS.
           MOVE STD-AMOUNT(STD-IDX) TO GEN-TXN-AMOUNT.
           MOVE STD-ACCOUNT(STD-IDX) TO GEN-TXN-ID.
           MOVE STD-NEXT-DUE(STD-IDX) TO WS-DATE-INPUT.
           MOVE WS-DATE-INPUT TO GEN-TXN-EFF-DATE.

       LOAD-BLOCK-INSTRUCTIONS.
           OPEN INPUT BLOCK-FILE.
           IF WS-BLOCK-FILE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR BLOCK-TOTAL >= 2000
                   READ BLOCK-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF BLOCK-STATUS = 'A'
                                   AND BLOCK-ID NOT = SPACES
                               PERFORM NOTE-BLOCK-INSTRUCTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCK-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-BLOCK-INSTRUCTION.
           ADD 1 TO BLOCK-TOTAL.
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

       CHECK-INSTRUCTION-BLOCK.
           MOVE STD-ACCOUNT(STD-IDX) TO WS-BLOCK-ACCOUNT.
           MOVE 'D' TO WS-BLOCK-DIRECTION.
           MOVE SPACES TO WS-BLOCK-TRANSACTION-ID.
           MOVE STD-AMOUNT(STD-IDX) TO WS-BLOCK-AMOUNT.
           MOVE WS-RUN-DATE-NUM TO WS-BLOCK-DATE.
           PERFORM CHECK-POSTING-BLOCK.

       CHECK-POSTING-BLOCK.
           MOVE SPACES TO WS-BLOCK-REASON.
           MOVE SPACES TO WS-BLOCK-HIT-ID.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCK-TOTAL
               IF BLK-ACCOUNT(BLK-IDX) = WS-BLOCK-ACCOUNT
                   PERFORM MATCH-ONE-BLOCK
                   IF WS-BLOCK-REASON NOT = SPACES
                       MOVE BLK-ID(BLK-IDX) TO WS-BLOCK-HIT-ID
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.

       MATCH-ONE-BLOCK.
           IF BLK-EFFECTIVE-DATE(BLK-IDX) > WS-BLOCK-DATE
               EXIT PARAGRAPH
           END-IF.
           IF BLK-EXPIRY-DATE(BLK-IDX) > 0
                   AND BLK-EXPIRY-DATE(BLK-IDX) < WS-BLOCK-DATE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE BLK-TYPE(BLK-IDX)
               WHEN 'A'
                   MOVE "BLKA" TO WS-BLOCK-REASON
               WHEN 'D'
                   IF WS-BLOCK-DIRECTION = 'D'
                       MOVE "BLKD" TO WS-BLOCK-REASON
                   END-IF
               WHEN 'C'
                   IF WS-BLOCK-DIRECTION = 'C'
                       MOVE "BLKC" TO WS-BLOCK-REASON
                   END-IF
               WHEN 'T'
                   IF WS-BLOCK-TRANSACTION-ID NOT = SPACES
                           AND WS-BLOCK-TRANSACTION-ID =
                               BLK-TRANSACTION-ID(BLK-IDX)
                       MOVE "STPT" TO WS-BLOCK-REASON
                   END-IF
               WHEN 'M'
                   IF WS-BLOCK-AMOUNT = BLK-AMOUNT(BLK-IDX)
                       MOVE "STPM" TO WS-BLOCK-REASON
                   END-IF
           END-EVALUATE.

       DIVERT-BLOCKED-INSTRUCTION.
           ADD 1 TO WS-BLOCKED-COUNT.
           PERFORM BUILD-FEED-TRANSACTION.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-STATUS = "00"
               MOVE WS-RUN-DATE-NUM TO SUSPENSE-REJECT-DATE
               MOVE WS-BLOCK-REASON TO SUSPENSE-REASON-CODE
               MOVE SPACES TO SUSPENSE-ORIGINAL-IMAGE
               MOVE STANDING-FEED-RECORD TO SUSPENSE-ORIGINAL-IMAGE
               WRITE SUSPENSE-LINE
               CLOSE SUSPENSE-FILE
           END-IF.
           OPEN EXTEND BLOCK-CATCH-FILE.
           IF WS-BLOCK-CATCH-STATUS = "35"
               OPEN OUTPUT BLOCK-CATCH-FILE
           END-IF.
           IF WS-BLOCK-CATCH-STATUS = "00"
               MOVE WS-BLOCK-DATE TO BLOCK-CATCH-DATE
               MOVE WS-BLOCK-HIT-ID TO BLOCK-CATCH-ID
               MOVE "STANDING-GEN" TO BLOCK-CATCH-PROGRAM
               MOVE WS-BLOCK-ACCOUNT TO BLOCK-CATCH-ACCOUNT
               MOVE WS-BLOCK-TRANSACTION-ID TO
                   BLOCK-CATCH-TRANSACTION-ID
               MOVE WS-BLOCK-DIRECTION TO BLOCK-CATCH-DIRECTION
               COMPUTE BLOCK-CATCH-AMOUNT = 0 - WS-BLOCK-AMOUNT
               MOVE WS-BLOCK-REASON TO BLOCK-CATCH-REASON
               WRITE BLOCK-CATCH-LINE
               CLOSE BLOCK-CATCH-FILE
           END-IF.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING "BLOCKED ACCT " STD-ACCOUNT(STD-IDX)
               " DUE " STD-NEXT-DUE(STD-IDX)
               " BLOCK " WS-BLOCK-HIT-ID
               " REASON " WS-BLOCK-REASON
               DELIMITED BY SIZE INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

               CLOSE GEN-REGISTER-FILE
           END-IF.

       COUNT-TODAYS-PAYMENTS.
           MOVE SPACES TO WS-BATCH-ID.
           STRING "SO" WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO WS-BATCH-ID.
           MOVE 0 TO WS-PAYMENT-SEQ.
           OPEN INPUT PAYMENT-REGISTER-FILE.
           IF WS-PAYMENT-REGISTER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PAYMENT-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF OPR-BATCH-DATE = WS-RUN-DATE-NUM
                               ADD 1 TO WS-PAYMENT-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-REGISTER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       EMIT-OUTBOUND-PAYMENT.
           ADD 1 TO WS-PAYMENT-SEQ.
           MOVE SPACES TO WS-PAYMENT-REFERENCE.
           STRING "P" WS-RUN-DATE-NUM(3:6) WS-PAYMENT-SEQ
               DELIMITED BY SIZE INTO WS-PAYMENT-REFERENCE.
           MOVE SPACES TO OUTBOUND-PAYMENT-RECORD.
           MOVE 'D' TO OPD-RECORD-TYPE.
           MOVE WS-PAYMENT-REFERENCE TO OPD-REFERENCE.
           MOVE STD-ACCOUNT(STD-IDX) TO OPD-DEBIT-ACCOUNT.
           MOVE STD-AMOUNT(STD-IDX) TO OPD-AMOUNT.
           MOVE STD-CURRENCY(STD-IDX) TO OPD-CURRENCY.
           MOVE STD-PAYEE-BANK(STD-IDX) TO OPD-PAYEE-BANK.
           MOVE STD-PAYEE-ACCOUNT(STD-IDX) TO OPD-PAYEE-ACCOUNT.
           MOVE STD-PAYEE-NAME(STD-IDX) TO OPD-PAYEE-NAME.
           MOVE STD-NEXT-DUE(STD-IDX) TO OPD-VALUE-DATE.
           WRITE OUTBOUND-PAYMENT-RECORD.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD STD-AMOUNT(STD-IDX) TO WS-PAYMENT-AMOUNT.
           IF STD-PAYEE-BANK(STD-IDX) NUMERIC
               COMPUTE WS-PAYMENT-HASH = FUNCTION MOD
                   (WS-PAYMENT-HASH +
                       FUNCTION NUMVAL(STD-PAYEE-BANK(STD-IDX)),
                    10000000000)
           END-IF.
           OPEN EXTEND PAYMENT-REGISTER-FILE.
           IF WS-PAYMENT-REGISTER-STATUS = "35"
               OPEN OUTPUT PAYMENT-REGISTER-FILE
           END-IF.
           IF WS-PAYMENT-REGISTER-STATUS = "00"
               MOVE WS-PAYMENT-REFERENCE TO OPR-REFERENCE
               MOVE STD-ACCOUNT(STD-IDX) TO OPR-ACCOUNT
               MOVE STD-AMOUNT(STD-IDX) TO OPR-AMOUNT
               MOVE STD-CURRENCY(STD-IDX) TO OPR-CURRENCY
               MOVE STD-PAYEE-BANK(STD-IDX) TO OPR-PAYEE-BANK
               MOVE STD-PAYEE-ACCOUNT(STD-IDX) TO OPR-PAYEE-ACCOUNT
               MOVE STD-NEXT-DUE(STD-IDX) TO OPR-VALUE-DATE
               MOVE WS-RUN-DATE-NUM TO OPR-BATCH-DATE
               MOVE 'P' TO OPR-STATUS
               MOVE WS-RUN-DATE-NUM TO OPR-STATUS-DATE
               MOVE SPACES TO OPR-REASON
               WRITE PAYMENT-REGISTER-LINE
               CLOSE PAYMENT-REGISTER-FILE
           END-IF.
           MOVE SPACES TO GEN-REPORT-LINE.
           STRING "OUTBOUND PAYMENT " WS-PAYMENT-REFERENCE
               " ACCT " STD-ACCOUNT(STD-IDX)
               " TO BANK " STD-PAYEE-BANK(STD-IDX)
               DELIMITED BY SIZE INTO GEN-REPORT-LINE.
           WRITE GEN-REPORT-LINE.

       WRITE-OUTBOUND-HEADER.
           MOVE SPACES TO OUTBOUND-PAYMENT-RECORD.
           MOVE 'H' TO OPH-RECORD-TYPE.
           MOVE WS-BATCH-ID TO OPH-BATCH-ID.
           MOVE WS-RUN-DATE-NUM TO OPH-BATCH-DATE.
           MOVE "STANDING-GEN" TO OPH-ORIGINATOR.
           WRITE OUTBOUND-PAYMENT-RECORD.

       WRITE-OUTBOUND-TRAILER.
           MOVE SPACES TO OUTBOUND-PAYMENT-RECORD.
           MOVE 'T' TO OPT-RECORD-TYPE.
           MOVE WS-BATCH-ID TO OPT-BATCH-ID.
           MOVE WS-PAYMENT-COUNT TO OPT-DETAIL-COUNT.
           MOVE WS-PAYMENT-AMOUNT TO OPT-TOTAL-AMOUNT.
           MOVE WS-PAYMENT-HASH TO OPT-HASH-TOTAL.
           WRITE OUTBOUND-PAYMENT-RECORD.

       ADVANCE-NEXT-DUE.
           MOVE STD-NEXT-DUE(STD-IDX) TO WS-DATE-INPUT.
           EVALUATE STD-FREQUENCY(STD-IDX)
               MOVE STD-FREQUENCY(STD-IDX) TO SI-FREQUENCY
               MOVE STD-NEXT-DUE(STD-IDX) TO SI-NEXT-DUE
               MOVE STD-END-DATE(STD-IDX) TO SI-END-DATE
               MOVE STD-PAYEE-BANK(STD-IDX) TO SI-PAYEE-BANK
               MOVE STD-PAYEE-ACCOUNT(STD-IDX) TO SI-PAYEE-ACCOUNT
               MOVE STD-PAYEE-NAME(STD-IDX) TO SI-PAYEE-NAME
               WRITE STANDING-LINE
           END-PERFORM.
           CLOSE STANDING-FILE.

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
               DISPLAY "STANDING-GEN: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
