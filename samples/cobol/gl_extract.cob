       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT DETAIL-INPUT-FILE ASSIGN TO "records.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-INPUT-STATUS.
               ASSIGN TO "gl_chart_of_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "gl_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-SUMMARY-FILE ASSIGN TO "gl_extract_summary.txt"
               FILE STATUS IS WS-LINEAGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  DETAIL-INPUT-FILE.
       01  DETAIL-INPUT-RECORD.
           COPY "FLAT-DETAIL-RECORD.cpy".
           05  CHART-CTL-STATUS PIC X.
           05  CHART-CTL-DEBIT-ACCOUNT PIC 9(8).
           05  CHART-CTL-CREDIT-ACCOUNT PIC 9(8).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD PIC X(60).
       01  GL-HEADER-DETAIL REDEFINES GL-POSTING-RECORD.
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
           COPY "LINEAGE-RECORD.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-DETAIL-INPUT-STATUS PIC XX VALUE "00".
       01  WS-CHART-STATUS PIC XX VALUE "00".
               10  CHART-CREDIT-ACCOUNT PIC 9(8).
       01  CHART-ENTRY-TOTAL PIC 9(2) VALUE 0.
       01  WS-CHART-FOUND PIC X VALUE 'N'.
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
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
       01  WS-DEBIT-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-CREDIT-ACCOUNT PIC 9(8) VALUE 0.
       01  RECORDS-READ PIC 9(9) VALUE 0.
       01  WS-BATCH-STAMP PIC X(14) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC X(14) VALUE SPACES.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "GL BATCH RELEASED".
       01  WS-BATCH-REGISTER-STATUS PIC XX VALUE "00".
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ACCOUNT-SEGMENTS.
           OPEN INPUT DETAIL-INPUT-FILE.
           IF WS-DETAIL-INPUT-STATUS NOT = "00"
               DISPLAY "GL-EXTRACT: UNABLE TO OPEN records.dat, "
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-STAMP.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN OUTPUT GL-POSTING-FILE.
           OPEN EXTEND LINEAGE-FILE.
           IF WS-LINEAGE-STATUS = "35"
           PERFORM WRITE-BATCH-TRAILER.
           CLOSE GL-POSTING-FILE.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                   OR WS-COMPANY-UNBALANCED > 0
               DISPLAY "GL-EXTRACT: BATCH OUT OF BALANCE - "
                   "NOT RELEASED"
               OPEN OUTPUT GL-POSTING-FILE
               CLOSE GL-POSTING-FILE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                   MOVE "GL BATCH OUT OF BALANCE" TO WS-JOB-REASON
               ELSE
                   MOVE "GL COMPANY SEGMENT OUT OF BALANCE" TO
                       WS-JOB-REASON
               END-IF
           ELSE
               PERFORM REGISTER-RELEASED-BATCH
           END-IF.
               CLOSE CHART-CONTROL-FILE
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
                   DISPLAY "GL-EXTRACT: COMPANY "
                       CPF-COMPANY(CPF-IDX) " OUT OF BALANCE"
               END-IF
           END-PERFORM.

       POST-ONE-RECORD.
           IF RECORD-AMOUNT NOT NUMERIC
               ADD 1 TO RECORDS-UNMAPPED
           ADD 1 TO RECORDS-POSTED.
           MOVE "GL POSTED" TO WS-LIN-DISPOSITION.
           PERFORM APPEND-LINEAGE-ENTRY.
           MOVE RECORD-COMPANY TO WS-SEG-COMPANY.
           MOVE RECORD-ACCOUNT TO WS-SEG-ACCOUNT.
           PERFORM FIND-ACCOUNT-SEGMENTS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-DEBIT-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE RECORD-AMOUNT TO GL-DTL-AMOUNT.
           MOVE RECORD-STATUS TO GL-DTL-SOURCE-STATUS.
           MOVE RECORD-ACCOUNT TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO POSTING-COUNT.
           ADD RECORD-AMOUNT TO WS-TOTAL-DEBITS.
           MOVE RECORD-AMOUNT TO GL-DTL-AMOUNT.
           MOVE RECORD-STATUS TO GL-DTL-SOURCE-STATUS.
           MOVE RECORD-ACCOUNT TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO POSTING-COUNT.
           ADD RECORD-AMOUNT TO WS-TOTAL-CREDITS.
           WRITE GL-POSTING-RECORD.

       WRITE-BATCH-TRAILER.
           PERFORM PROVE-COMPANY-SEGMENTS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'T' TO GL-TRL-TYPE.
           MOVE POSTING-COUNT TO GL-TRL-POSTING-COUNT.
           STRING "TOTAL CREDITS: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO GL-SUMMARY-LINE.
           WRITE GL-SUMMARY-LINE.
           PERFORM VARYING CPF-IDX FROM 1 BY 1
                   UNTIL CPF-IDX > COMPANY-PROOF-TOTAL
               MOVE CPF-DEBITS(CPF-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-AMOUNT-DISPLAY TO WS-AMOUNT-DISPLAY-2
               MOVE CPF-CREDITS(CPF-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO GL-SUMMARY-LINE
               STRING "COMPANY " CPF-COMPANY(CPF-IDX)
                   " DR " WS-AMOUNT-DISPLAY-2
                   " CR " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO GL-SUMMARY-LINE
               IF CPF-DEBITS(CPF-IDX) NOT = CPF-CREDITS(CPF-IDX)
                   MOVE "OUT OF BALANCE" TO GL-SUMMARY-LINE(50:14)
               END-IF
               WRITE GL-SUMMARY-LINE
           END-PERFORM.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
                   AND WS-COMPANY-UNBALANCED = 0
               MOVE "BATCH PROVES TO ZERO - RELEASED" TO
                   GL-SUMMARY-LINE
           ELSE
           MOVE "GL-EXTRACT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

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
               DISPLAY "GL-EXTRACT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
