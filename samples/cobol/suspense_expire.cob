       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "record_summary_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT WRITEOFF-FILE ASSIGN TO "suspense_writeoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "legal_hold_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT GL-POSTING-FILE
               ASSIGN TO "gl_writeoff_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE.
           COPY "SUSPENSE-RECORD.cpy".
           05  WOF-REASON-CODE PIC X(4).
           05  WOF-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  WOF-ORIGINAL-IMAGE PIC X(80).
           05  WOF-WRITEOFF-DATE PIC 9(8).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-LINE.
           COPY "LEGAL-HOLD-RECORD.cpy".
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
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
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-CARRY-STATUS PIC XX VALUE "00".
       01  WS-EXPIRY-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-WRITEOFF-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-LEGAL-HOLD-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "SUSPENSE EXPIRY COMPLETE".
       01  WS-MAX-AGE-DAYS PIC 9(3) VALUE 0.
       01  WS-AMOUNT-VALID PIC X VALUE 'N'.
       01  WS-ABS-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-EXPIRED-COUNT PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT PIC 9(4) VALUE 0.
       01  WS-CARRIED-COUNT PIC 9(4) VALUE 0.
       01  WS-WRITEOFF-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-POSTING-COUNT PIC 9(9) VALUE 0.
       01  WS-TOTAL-DEBITS PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS PIC S9(11)V99 VALUE 0.
       01  WS-BATCH-STAMP PIC X(14) VALUE SPACES.
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
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10  XRF-ACCOUNT PIC X(10) VALUE SPACES.
               10  XRF-CUSTOMER PIC X(8) VALUE SPACES.
       01  XREF-TOTAL PIC 9(4) VALUE 0.
       01  LEGAL-HOLD-TABLE.
           05  LEGAL-HOLD-ENTRY OCCURS 2000 TIMES INDEXED BY LGH-IDX.
               10  LGH-MATTER PIC X(12) VALUE SPACES.
               10  LGH-TYPE PIC X VALUE SPACE.
               10  LGH-SUBJECT PIC X(10) VALUE SPACES.
       01  LEGAL-HOLD-TOTAL PIC 9(4) VALUE 0.
       01  WS-HELD-FLAG PIC X VALUE 'N'.
       01  WS-HELD-MATTER PIC X(12) VALUE SPACES.
       01  WS-HELD-SUBJECT PIC X(10) VALUE SPACES.
       01  COMPANY-PROOF-TABLE.
           05  COMPANY-PROOF-ENTRY OCCURS 50 TIMES
                   INDEXED BY CPF-IDX.
               10  CPF-COMPANY PIC X(3) VALUE SPACES.
               10  CPF-DEBITS PIC S9(11)V99 VALUE 0.
               10  CPF-CREDITS PIC S9(11)V99 VALUE 0.
       01  COMPANY-PROOF-TOTAL PIC 9(2) VALUE 0.
       01  WS-COMPANY-UNBALANCED PIC 9(2) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(8)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-STAMP.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-EXPIRY-CONTROL.
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ACCOUNT-SEGMENTS.
           PERFORM LOAD-LEGAL-HOLDS.
           IF LEGAL-HOLD-TOTAL > 0
               PERFORM LOAD-ACCOUNT-XREF
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "SUSPENSE-EXPIRE: NO SUSPENSE FILE "
           CLOSE WRITEOFF-FILE.
           PERFORM COPY-CARRY-BACK.
           PERFORM WRITE-REGISTER-TOTALS.
           IF WS-COMPANY-UNBALANCED > 0
               DISPLAY "SUSPENSE-EXPIRE: COMPANY SEGMENT OUT OF "
                   "BALANCE - POSTINGS NOT RELEASED"
               OPEN OUTPUT GL-POSTING-FILE
               CLOSE GL-POSTING-FILE
               MOVE "COMPANY SEGMENT OUT OF BALANCE - NOT RELEASED"
                   TO WRITEOFF-REGISTER-LINE
               WRITE WRITEOFF-REGISTER-LINE
           END-IF.
           CLOSE WRITEOFF-REGISTER-FILE.
           IF WS-EXPIRED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "SUSPENSE ITEMS WRITTEN OFF" TO WS-JOB-REASON
           END-IF.
           IF WS-COMPANY-UNBALANCED > 0
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "GL COMPANY SEGMENT OUT OF BALANCE" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE "SUSPENSE-EXPIRE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

               CLOSE EXPIRY-CONTROL-FILE
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
                   DISPLAY "SUSPENSE-EXPIRE: COMPANY "
                       CPF-COMPANY(CPF-IDX) " OUT OF BALANCE"
               END-IF
           END-PERFORM.

       REVIEW-ONE-ITEM.
           IF SUSPENSE-REJECT-DATE NUMERIC
                   AND SUSPENSE-REJECT-DATE > 0
           ELSE
               MOVE 99999 TO WS-ITEM-AGE
           END-IF.
           MOVE 'N' TO WS-HELD-FLAG.
           IF WS-ITEM-AGE > WS-MAX-AGE-DAYS AND LEGAL-HOLD-TOTAL > 0
               MOVE SUSPENSE-ORIGINAL-IMAGE(12:10) TO WS-HELD-SUBJECT
               PERFORM CHECK-ACCOUNT-LEGAL-HOLD
               IF WS-HELD-FLAG = 'Y'
                   PERFORM WRITE-HELD-ITEM
               END-IF
           END-IF.
           IF WS-ITEM-AGE > WS-MAX-AGE-DAYS AND WS-HELD-FLAG = 'N'
               PERFORM WRITE-OFF-ONE-ITEM
           ELSE
               ADD 1 TO WS-CARRIED-COUNT
               WRITE CARRY-LINE
           END-IF.

       WRITE-HELD-ITEM.
           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACES TO WRITEOFF-REGISTER-LINE.
           STRING "HELD (LEGAL HOLD) REASON " SUSPENSE-REASON-CODE
               " DATED " SUSPENSE-REJECT-DATE
               " ACCOUNT " WS-HELD-SUBJECT
               " MATTER " WS-HELD-MATTER
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-LINE.
           WRITE WRITEOFF-REGISTER-LINE.

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

       LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LEGAL-HOLD-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR LEGAL-HOLD-TOTAL >= 2000
                   READ LEGAL-HOLD-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM NOTE-ACTIVE-LEGAL-HOLD
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-ACTIVE-LEGAL-HOLD.
           IF LEGAL-HOLD-SUBJECT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF LEGAL-HOLD-RELEASED-DATE NUMERIC
                   AND LEGAL-HOLD-RELEASED-DATE > 0
                   AND LEGAL-HOLD-RELEASED-DATE <= WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LEGAL-HOLD-TOTAL.
           MOVE LEGAL-HOLD-MATTER TO LGH-MATTER(LEGAL-HOLD-TOTAL).
           MOVE LEGAL-HOLD-TYPE TO LGH-TYPE(LEGAL-HOLD-TOTAL).
           MOVE LEGAL-HOLD-SUBJECT TO LGH-SUBJECT(LEGAL-HOLD-TOTAL).

       CHECK-ACCOUNT-LEGAL-HOLD.
           MOVE 'N' TO WS-HELD-FLAG.
           MOVE SPACES TO WS-HELD-MATTER.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               IF LGH-TYPE(LGH-IDX) = 'A'
                       AND LGH-SUBJECT(LGH-IDX) = WS-HELD-SUBJECT
                   MOVE 'Y' TO WS-HELD-FLAG
                   MOVE LGH-MATTER(LGH-IDX) TO WS-HELD-MATTER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-ACCOUNT(XRF-IDX) = WS-HELD-SUBJECT
                   PERFORM CHECK-CUSTOMER-LEGAL-HOLD
                   IF WS-HELD-FLAG = 'Y'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-CUSTOMER-LEGAL-HOLD.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               IF LGH-TYPE(LGH-IDX) = 'C'
                       AND LGH-SUBJECT(LGH-IDX) = XRF-CUSTOMER(XRF-IDX)
                   MOVE 'Y' TO WS-HELD-FLAG
                   MOVE LGH-MATTER(LGH-IDX) TO WS-HELD-MATTER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       COPY-CARRY-BACK.
           OPEN INPUT CARRY-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           MOVE SUSPENSE-REASON-CODE TO WOF-REASON-CODE.
           MOVE WS-ITEM-AMOUNT TO WOF-AMOUNT.
           MOVE SUSPENSE-ORIGINAL-IMAGE TO WOF-ORIGINAL-IMAGE.
           MOVE WS-RUN-DATE-NUM TO WOF-WRITEOFF-DATE.
           WRITE WRITEOFF-LINE.
           IF WS-ITEM-AMOUNT NOT = 0
               PERFORM WRITE-WRITEOFF-POSTINGS

       WRITE-WRITEOFF-POSTINGS.
           COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(WS-ITEM-AMOUNT).
           MOVE SUSPENSE-ORIGINAL-IMAGE(33:3) TO WS-SEG-COMPANY.
           MOVE SUSPENSE-ORIGINAL-IMAGE(12:10) TO WS-SEG-ACCOUNT.
           PERFORM FIND-ACCOUNT-SEGMENTS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-WRITEOFF-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE 'X' TO GL-DTL-SOURCE-STATUS.
           MOVE SUSPENSE-ORIGINAL-IMAGE(12:10) TO
               GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-ABS-AMOUNT TO WS-TOTAL-DEBITS.
           MOVE 'X' TO GL-DTL-SOURCE-STATUS.
           MOVE SUSPENSE-ORIGINAL-IMAGE(12:10) TO
               GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-ABS-AMOUNT TO WS-TOTAL-CREDITS.
           WRITE GL-POSTING-RECORD.

       WRITE-BATCH-TRAILER.
           PERFORM PROVE-COMPANY-SEGMENTS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'T' TO GL-TRL-TYPE.
           MOVE WS-POSTING-COUNT TO GL-TRL-POSTING-COUNT.
           STRING "ITEMS STILL IN SUSPENSE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-LINE.
           WRITE WRITEOFF-REGISTER-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WRITEOFF-REGISTER-LINE.
           STRING "EXPIRED BUT HELD (LEGAL HOLD): " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-LINE.
           WRITE WRITEOFF-REGISTER-LINE.
           MOVE WS-WRITEOFF-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WRITEOFF-REGISTER-LINE.
           STRING "TOTAL WRITTEN OFF: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WRITEOFF-REGISTER-LINE.
           WRITE WRITEOFF-REGISTER-LINE.

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
               DISPLAY "SUSPENSE-EXPIRE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
