       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-ACCRUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT INTEREST-RATE-FILE
               ASSIGN TO "interest_rate_table.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEREST-RATE-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-CATALOG-STATUS.
           SELECT ACCRUAL-CONTROL-FILE
               ASSIGN TO "interest_accrual_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-CONTROL-STATUS.
           SELECT ACCRUAL-BALANCE-FILE
               ASSIGN TO "interest_accruals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-BALANCE-STATUS.
           SELECT TERM-DEPOSIT-FILE
               ASSIGN TO "term_deposits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-DEPOSIT-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE
               ASSIGN TO "holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "gl_interest_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-REGISTER-FILE
               ASSIGN TO "gl_batch_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-REGISTER-STATUS.
           SELECT ACCRUAL-REGISTER-FILE
               ASSIGN TO "interest_accrual_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "interest_accrual_jobstatus.dat"
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
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  INTEREST-RATE-FILE.
       01  INTEREST-RATE-LINE.
           05  IRT-CURRENCY PIC X(3).
           05  IRT-TIER-FLOOR PIC 9(11)V99.
           05  IRT-ANNUAL-RATE PIC 9(2)V9(6).
           05  IRT-PRODUCT-TIER PIC X(4).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  PRODUCT-CATALOG-FILE.
       01  PRODUCT-CATALOG-LINE.
           COPY "PRODUCT-RECORD.cpy".
       FD  ACCRUAL-CONTROL-FILE.
       01  ACCRUAL-CONTROL-LINE.
           05  IAC-DAY-BASIS PIC 9(3).
           05  IAC-EXPENSE-ACCOUNT PIC 9(8).
           05  IAC-PAYABLE-ACCOUNT PIC 9(8).
           05  IAC-DEPOSIT-ACCOUNT PIC 9(8).
       FD  ACCRUAL-BALANCE-FILE.
       01  ACCRUAL-BALANCE-LINE.
           05  ACR-ACCOUNT PIC X(10).
           05  ACR-COMPANY PIC X(3).
           05  ACR-CURRENCY PIC X(3).
           05  ACR-ACCRUED PIC S9(9)V9(6) SIGN LEADING SEPARATE.
           05  ACR-THROUGH-DATE PIC 9(8).
           05  ACR-CAPITALIZED-DATE PIC 9(8).
           05  ACR-BALANCE-CURRENCY PIC X(3).
       FD  TERM-DEPOSIT-FILE.
       01  TERM-DEPOSIT-LINE.
           COPY "TERM-DEPOSIT-RECORD.cpy".
       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-LINE PIC X(8).
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
       FD  ACCRUAL-REGISTER-FILE.
       01  ACCRUAL-REGISTER-LINE PIC X(120).
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
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-INTEREST-RATE-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-PRODUCT-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-ACCRUAL-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ACCRUAL-BALANCE-STATUS PIC XX VALUE "00".
       01  WS-HOLIDAY-FILE-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-BATCH-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "INTEREST ACCRUAL COMPLETE".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-DAY-BASIS PIC 9(3) VALUE 365.
       01  WS-EXPENSE-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-PAYABLE-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-DEPOSIT-ACCOUNT PIC 9(8) VALUE 0.
       01  RATE-TIER-TABLE.
           05  RATE-TIER-ENTRY OCCURS 100 TIMES INDEXED BY TIER-IDX.
               10  TIER-CURRENCY PIC X(3) VALUE SPACES.
               10  TIER-FLOOR PIC 9(11)V99 VALUE 0.
               10  TIER-RATE PIC 9(2)V9(6) VALUE 0.
               10  TIER-PRODUCT PIC X(4) VALUE SPACES.
       01  RATE-TIER-TOTAL PIC 9(3) VALUE 0.
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY OCCURS 100 TIMES
                   INDEXED BY PRD-IDX.
               10  PRD-CODE PIC X(4) VALUE SPACES.
               10  PRD-INTEREST-TIER PIC X(4) VALUE SPACES.
       01  PRODUCT-TOTAL PIC 9(3) VALUE 0.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-PRODUCT PIC X(4) VALUE SPACES.
               10  REF-ENTRY-COST-CENTER PIC X(4) VALUE SPACES.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  WS-ACCOUNT-PRODUCT PIC X(4) VALUE SPACES.
       01  WS-ACCOUNT-COST-CENTER PIC X(4) VALUE SPACES.
       01  COMPANY-PROOF-TABLE.
           05  COMPANY-PROOF-ENTRY OCCURS 50 TIMES
                   INDEXED BY CPF-IDX.
               10  CPF-COMPANY PIC X(3) VALUE SPACES.
               10  CPF-DEBITS PIC S9(11)V99 VALUE 0.
               10  CPF-CREDITS PIC S9(11)V99 VALUE 0.
       01  COMPANY-PROOF-TOTAL PIC 9(2) VALUE 0.
       01  WS-COMPANY-UNBALANCED PIC 9(2) VALUE 0.
       01  WS-MATCH-TIER PIC X(4) VALUE SPACES.
       01  ACCRUAL-TABLE.
           05  ACCRUAL-ENTRY OCCURS 1000 TIMES INDEXED BY ACR-IDX.
               10  ACE-ACCOUNT PIC X(10) VALUE SPACES.
               10  ACE-BALANCE-CURRENCY PIC X(3) VALUE SPACES.
               10  ACE-COMPANY PIC X(3) VALUE SPACES.
               10  ACE-CURRENCY PIC X(3) VALUE SPACES.
               10  ACE-ACCRUED PIC S9(9)V9(6) VALUE 0.
               10  ACE-THROUGH-DATE PIC 9(8) VALUE 0.
               10  ACE-CAPITALIZED-DATE PIC 9(8) VALUE 0.
       01  ACCRUAL-TOTAL PIC 9(4) VALUE 0.
       01  WS-ACCRUAL-FOUND PIC X VALUE 'N'.
       01  WS-TERM-DEPOSIT-STATUS PIC XX VALUE "00".
       01  TERM-DEPOSIT-TABLE.
           05  TERM-DEPOSIT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY TDE-IDX.
               10  TDE-ACCOUNT PIC X(10) VALUE SPACES.
               10  TDE-BALANCE-CURRENCY PIC X(3) VALUE SPACES.
       01  TERM-DEPOSIT-TOTAL PIC 9(4) VALUE 0.
       01  WS-TERM-DEPOSIT-FOUND PIC X VALUE 'N'.
       01  WS-TERM-DEPOSIT-SKIPPED PIC 9(9) VALUE 0.
       01  HOLIDAY-SERIAL-TABLE.
           05  HOLIDAY-SERIAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY HOL-IDX.
               10  HOLIDAY-SERIAL-VALUE PIC S9(9) COMP VALUE 0.
       01  HOLIDAY-SERIAL-TOTAL PIC 9(3) VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-SCAN-SERIAL PIC S9(9) COMP VALUE 0.
       01  WS-DAY-OF-WEEK PIC 9 VALUE 0.
       01  WS-IS-BUSINESS-DAY PIC X VALUE 'Y'.
       01  WS-NEXT-BUSINESS-INT PIC S9(9) COMP VALUE 0.
       01  WS-NEXT-BUSINESS-DATE PIC 9(8) VALUE 0.
       01  WS-TARGET-INT PIC S9(9) COMP VALUE 0.
       01  WS-TARGET-DATE PIC 9(8) VALUE 0.
       01  WS-START-INT PIC S9(9) COMP VALUE 0.
       01  WS-MONTH-START-DATE PIC 9(8) VALUE 0.
       01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START-DATE.
           05  WS-MSD-YEAR PIC 9(4).
           05  WS-MSD-MONTH PIC 9(2).
           05  WS-MSD-DAY PIC 9(2).
       01  WS-MONTH-END PIC X VALUE 'N'.
       01  WS-ACCRUAL-DAYS PIC 9(3) VALUE 0.
       01  WS-APPLIED-RATE PIC 9(2)V9(6) VALUE 0.
       01  WS-APPLIED-FLOOR PIC 9(11)V99 VALUE 0.
       01  WS-RATE-KNOWN PIC X VALUE 'N'.
       01  WS-DAY-INTEREST PIC S9(9)V9(6) VALUE 0.
       01  WS-ROUNDED-BEFORE PIC S9(9)V99 VALUE 0.
       01  WS-ROUNDED-AFTER PIC S9(9)V99 VALUE 0.
       01  WS-GL-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-CAPITAL-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-POST-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-BATCH-STAMP PIC X(14) VALUE SPACES.
       01  WS-POSTING-COUNT PIC 9(9) VALUE 0.
       01  WS-TOTAL-DEBITS PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS PIC S9(11)V99 VALUE 0.
       01  WS-POSITIONS-READ PIC 9(9) VALUE 0.
       01  WS-POSITIONS-ACCRUED PIC 9(9) VALUE 0.
       01  WS-POSITIONS-CAPITALIZED PIC 9(9) VALUE 0.
       01  WS-NO-RATE-COUNT PIC 9(9) VALUE 0.
       01  WS-TOTAL-ACCRUED-TODAY PIC S9(11)V9(6) VALUE 0.
       01  WS-TOTAL-CAPITALIZED PIC S9(11)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-DAYS-DISPLAY PIC ZZ9.
       01  WS-RATE-DISPLAY PIC Z9.9(6).
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-3 PIC -(10)9.99.
       01  WS-ACCRUED-DISPLAY PIC -(8)9.9(6).
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-JOURNAL-STAMP PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-STAMP.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-BATCH-STAMP(1:8) TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-ACCRUAL-CONTROL.
           PERFORM LOAD-RATE-TIERS.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-ACCOUNT-PRODUCTS.
           PERFORM LOAD-TERM-DEPOSITS.
           IF RATE-TIER-TOTAL = 0
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO INTEREST RATE TABLE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE WS-JOB-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-HOLIDAY-SERIALS.
           MOVE WS-RUN-DATE-INT TO WS-SCAN-SERIAL.
           PERFORM CHECK-BUSINESS-DAY.
           IF WS-IS-BUSINESS-DAY = 'N'
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "RUN DATE IS NOT A BUSINESS DAY" TO
                   WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE WS-JOB-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FIND-ACCRUAL-TARGET.
           PERFORM LOAD-ACCRUAL-BALANCES.
           OPEN I-O INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "INTEREST-ACCRUAL: UNABLE TO OPEN MASTER FILE "
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
           OPEN OUTPUT ACCRUAL-REGISTER-FILE.
           PERFORM WRITE-REGISTER-HEADER.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INDEXED-OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE INDEXED-OUTPUT-DATA TO
                           MASTER-POSITION-REC
                       IF POS-ACCOUNT NOT = SPACES
                               AND POS-CURRENT-BALANCE NUMERIC
                           ADD 1 TO WS-POSITIONS-READ
                           PERFORM FIND-TERM-DEPOSIT
                           IF WS-TERM-DEPOSIT-FOUND = 'Y'
                               ADD 1 TO WS-TERM-DEPOSIT-SKIPPED
                           ELSE
                               PERFORM ACCRUE-ONE-POSITION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE INDEXED-OUTPUT-FILE.
           IF WS-JOURNAL-STATUS = "00"
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               CLOSE LINEAGE-FILE
           END-IF.
           PERFORM WRITE-BATCH-TRAILER.
           CLOSE GL-POSTING-FILE.
           IF WS-COMPANY-UNBALANCED > 0
               DISPLAY "INTEREST-ACCRUAL: COMPANY SEGMENT OUT OF "
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
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE ACCRUAL-REGISTER-FILE.
           PERFORM SAVE-ACCRUAL-BALANCES.
           IF WS-NO-RATE-COUNT > 0 AND WS-JOB-CODE = 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "POSITIONS WITHOUT AN INTEREST RATE" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "INTEREST-ACCRUAL" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-ACCRUAL-CONTROL.
           OPEN INPUT ACCRUAL-CONTROL-FILE.
           IF WS-ACCRUAL-CONTROL-STATUS = "00"
               READ ACCRUAL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IAC-DAY-BASIS NUMERIC
                               AND (IAC-DAY-BASIS = 360
                                   OR IAC-DAY-BASIS = 365)
                           MOVE IAC-DAY-BASIS TO WS-DAY-BASIS
                       END-IF
                       IF IAC-EXPENSE-ACCOUNT NUMERIC
                           MOVE IAC-EXPENSE-ACCOUNT TO
                               WS-EXPENSE-ACCOUNT
                       END-IF
                       IF IAC-PAYABLE-ACCOUNT NUMERIC
                           MOVE IAC-PAYABLE-ACCOUNT TO
                               WS-PAYABLE-ACCOUNT
                       END-IF
                       IF IAC-DEPOSIT-ACCOUNT NUMERIC
                           MOVE IAC-DEPOSIT-ACCOUNT TO
                               WS-DEPOSIT-ACCOUNT
                       END-IF
               END-READ
               CLOSE ACCRUAL-CONTROL-FILE
           END-IF.

       LOAD-RATE-TIERS.
           OPEN INPUT INTEREST-RATE-FILE.
           IF WS-INTEREST-RATE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR RATE-TIER-TOTAL >= 100
                   READ INTEREST-RATE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF IRT-CURRENCY NOT = SPACES
                                   AND IRT-TIER-FLOOR NUMERIC
                                   AND IRT-ANNUAL-RATE NUMERIC
                               ADD 1 TO RATE-TIER-TOTAL
                               MOVE IRT-CURRENCY TO
                                   TIER-CURRENCY(RATE-TIER-TOTAL)
                               MOVE IRT-TIER-FLOOR TO
                                   TIER-FLOOR(RATE-TIER-TOTAL)
                               MOVE IRT-ANNUAL-RATE TO
                                   TIER-RATE(RATE-TIER-TOTAL)
                               MOVE IRT-PRODUCT-TIER TO
                                   TIER-PRODUCT(RATE-TIER-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTEREST-RATE-FILE
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

       FIND-ACCRUAL-TARGET.
           COMPUTE WS-SCAN-SERIAL = WS-RUN-DATE-INT + 1.
           MOVE 'N' TO WS-IS-BUSINESS-DAY.
           PERFORM UNTIL WS-IS-BUSINESS-DAY = 'Y'
                   OR WS-SCAN-SERIAL > WS-RUN-DATE-INT + 30
               PERFORM CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS-DAY = 'N'
                   ADD 1 TO WS-SCAN-SERIAL
               END-IF
           END-PERFORM.
           MOVE WS-SCAN-SERIAL TO WS-NEXT-BUSINESS-INT.
           COMPUTE WS-NEXT-BUSINESS-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-BUSINESS-INT).
           MOVE WS-NEXT-BUSINESS-INT TO WS-TARGET-INT.
           MOVE WS-NEXT-BUSINESS-DATE TO WS-TARGET-DATE.
           IF WS-NEXT-BUSINESS-DATE(1:6) NOT = WS-RUN-DATE-NUM(1:6)
               MOVE 'Y' TO WS-MONTH-END
               MOVE WS-RUN-DATE-NUM TO WS-MONTH-START-DATE
               MOVE 1 TO WS-MSD-DAY
               IF WS-MSD-MONTH = 12
                   MOVE 1 TO WS-MSD-MONTH
                   ADD 1 TO WS-MSD-YEAR
               ELSE
                   ADD 1 TO WS-MSD-MONTH
               END-IF
               MOVE WS-MONTH-START-DATE TO WS-TARGET-DATE
               COMPUTE WS-TARGET-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TARGET-DATE)
           END-IF.

       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF WS-PRODUCT-CATALOG-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR PRODUCT-TOTAL >= 100
                   READ PRODUCT-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF PROD-CODE NOT = SPACES
                               ADD 1 TO PRODUCT-TOTAL
                               MOVE PROD-CODE TO
                                   PRD-CODE(PRODUCT-TOTAL)
                               MOVE PROD-INTEREST-TIER TO
                                   PRD-INTEREST-TIER(PRODUCT-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-ACCOUNT-PRODUCTS.
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

       LOAD-TERM-DEPOSITS.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF WS-TERM-DEPOSIT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR TERM-DEPOSIT-TOTAL >= 2000
                   READ TERM-DEPOSIT-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF TDP-ACCOUNT NOT = SPACES
                                   AND (TDP-STATE = 'A'
                                       OR TDP-STATE = 'B')
                               ADD 1 TO TERM-DEPOSIT-TOTAL
                               MOVE TDP-ACCOUNT TO
                                   TDE-ACCOUNT(TERM-DEPOSIT-TOTAL)
                               MOVE SPACES TO
                                   TDE-BALANCE-CURRENCY
                                       (TERM-DEPOSIT-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-DEPOSIT-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       FIND-TERM-DEPOSIT.
           MOVE 'N' TO WS-TERM-DEPOSIT-FOUND.
           PERFORM VARYING TDE-IDX FROM 1 BY 1
                   UNTIL TDE-IDX > TERM-DEPOSIT-TOTAL
               IF TDE-ACCOUNT(TDE-IDX) = POS-ACCOUNT
                       AND TDE-BALANCE-CURRENCY(TDE-IDX) =
                           POS-BALANCE-CURRENCY
                   MOVE 'Y' TO WS-TERM-DEPOSIT-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       LOAD-ACCRUAL-BALANCES.
           OPEN INPUT ACCRUAL-BALANCE-FILE.
           IF WS-ACCRUAL-BALANCE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR ACCRUAL-TOTAL >= 1000
                   READ ACCRUAL-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ACR-ACCOUNT NOT = SPACES
                               ADD 1 TO ACCRUAL-TOTAL
                               PERFORM NOTE-ACCRUAL-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-BALANCE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-ACCRUAL-BALANCE.
           MOVE ACR-ACCOUNT TO ACE-ACCOUNT(ACCRUAL-TOTAL).
           MOVE ACR-BALANCE-CURRENCY TO
               ACE-BALANCE-CURRENCY(ACCRUAL-TOTAL).
           MOVE ACR-COMPANY TO ACE-COMPANY(ACCRUAL-TOTAL).
           MOVE ACR-CURRENCY TO ACE-CURRENCY(ACCRUAL-TOTAL).
           IF ACR-ACCRUED NUMERIC
               MOVE ACR-ACCRUED TO ACE-ACCRUED(ACCRUAL-TOTAL)
           END-IF.
           IF ACR-THROUGH-DATE NUMERIC
               MOVE ACR-THROUGH-DATE TO
                   ACE-THROUGH-DATE(ACCRUAL-TOTAL)
           END-IF.
           IF ACR-CAPITALIZED-DATE NUMERIC
               MOVE ACR-CAPITALIZED-DATE TO
                   ACE-CAPITALIZED-DATE(ACCRUAL-TOTAL)
           END-IF.

       FIND-ACCRUAL-ENTRY.
           MOVE 'N' TO WS-ACCRUAL-FOUND.
           PERFORM VARYING ACR-IDX FROM 1 BY 1
                   UNTIL ACR-IDX > ACCRUAL-TOTAL
               IF ACE-ACCOUNT(ACR-IDX) = POS-ACCOUNT
                       AND ACE-BALANCE-CURRENCY(ACR-IDX) =
                           POS-BALANCE-CURRENCY
                   MOVE 'Y' TO WS-ACCRUAL-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF ACCRUAL-TOTAL < 1000
               ADD 1 TO ACCRUAL-TOTAL
               SET ACR-IDX TO ACCRUAL-TOTAL
               MOVE POS-ACCOUNT TO ACE-ACCOUNT(ACR-IDX)
               MOVE POS-BALANCE-CURRENCY TO
                   ACE-BALANCE-CURRENCY(ACR-IDX)
               MOVE 'Y' TO WS-ACCRUAL-FOUND
           END-IF.

       FIND-TIER-RATE.
           MOVE 'N' TO WS-RATE-KNOWN.
           MOVE 0 TO WS-APPLIED-RATE.
           MOVE 0 TO WS-APPLIED-FLOOR.
           PERFORM FIND-ACCOUNT-PRODUCT.
           MOVE SPACES TO WS-MATCH-TIER.
           IF WS-ACCOUNT-PRODUCT NOT = SPACES
               PERFORM VARYING PRD-IDX FROM 1 BY 1
                       UNTIL PRD-IDX > PRODUCT-TOTAL
                   IF PRD-CODE(PRD-IDX) = WS-ACCOUNT-PRODUCT
                       MOVE PRD-INTEREST-TIER(PRD-IDX) TO WS-MATCH-TIER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM SCAN-RATE-TIERS.
           IF WS-RATE-KNOWN = 'N' AND WS-MATCH-TIER NOT = SPACES
               MOVE SPACES TO WS-MATCH-TIER
               PERFORM SCAN-RATE-TIERS
           END-IF.

       FIND-ACCOUNT-PRODUCT.
           MOVE SPACES TO WS-ACCOUNT-PRODUCT.
           MOVE SPACES TO WS-ACCOUNT-COST-CENTER.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = POS-ACCOUNT
                   MOVE REF-ENTRY-PRODUCT(REF-IDX) TO
                       WS-ACCOUNT-PRODUCT
                   MOVE REF-ENTRY-COST-CENTER(REF-IDX) TO
                       WS-ACCOUNT-COST-CENTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SCAN-RATE-TIERS.
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > RATE-TIER-TOTAL
               IF TIER-PRODUCT(TIER-IDX) = WS-MATCH-TIER
                       AND TIER-CURRENCY(TIER-IDX) = POS-CURRENCY
                       AND TIER-FLOOR(TIER-IDX) <= POS-CURRENT-BALANCE
                       AND (WS-RATE-KNOWN = 'N'
                           OR TIER-FLOOR(TIER-IDX) >=
                               WS-APPLIED-FLOOR)
                   MOVE TIER-FLOOR(TIER-IDX) TO WS-APPLIED-FLOOR
                   MOVE TIER-RATE(TIER-IDX) TO WS-APPLIED-RATE
                   MOVE 'Y' TO WS-RATE-KNOWN
               END-IF
           END-PERFORM.
           IF WS-RATE-KNOWN = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TIER-IDX FROM 1 BY 1
                   UNTIL TIER-IDX > RATE-TIER-TOTAL
               IF TIER-PRODUCT(TIER-IDX) = WS-MATCH-TIER
                       AND TIER-CURRENCY(TIER-IDX) = "*"
                       AND TIER-FLOOR(TIER-IDX) <= POS-CURRENT-BALANCE
                       AND (WS-RATE-KNOWN = 'N'
                           OR TIER-FLOOR(TIER-IDX) >=
                               WS-APPLIED-FLOOR)
                   MOVE TIER-FLOOR(TIER-IDX) TO WS-APPLIED-FLOOR
                   MOVE TIER-RATE(TIER-IDX) TO WS-APPLIED-RATE
                   MOVE 'Y' TO WS-RATE-KNOWN
               END-IF
           END-PERFORM.

       ACCRUE-ONE-POSITION.
           PERFORM FIND-ACCRUAL-ENTRY.
           IF WS-ACCRUAL-FOUND = 'N'
               MOVE SPACES TO ACCRUAL-REGISTER-LINE
               STRING "ACCOUNT " POS-ACCOUNT
                   " - ACCRUAL TABLE FULL, NOT ACCRUED"
                   DELIMITED BY SIZE INTO ACCRUAL-REGISTER-LINE
               WRITE ACCRUAL-REGISTER-LINE
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "ACCRUAL TABLE FULL" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE POS-COMPANY TO ACE-COMPANY(ACR-IDX).
           MOVE POS-CURRENCY TO ACE-CURRENCY(ACR-IDX).
           IF ACE-THROUGH-DATE(ACR-IDX) > 0
               COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE
                   (ACE-THROUGH-DATE(ACR-IDX))
           ELSE
               MOVE WS-RUN-DATE-INT TO WS-START-INT
           END-IF.
           MOVE 0 TO WS-ACCRUAL-DAYS.
           IF WS-TARGET-INT > WS-START-INT
               COMPUTE WS-ACCRUAL-DAYS =
                   WS-TARGET-INT - WS-START-INT
               MOVE WS-TARGET-DATE TO ACE-THROUGH-DATE(ACR-IDX)
           END-IF.
           MOVE 0 TO WS-DAY-INTEREST.
           MOVE 0 TO WS-APPLIED-RATE.
           IF WS-ACCRUAL-DAYS > 0 AND POS-CURRENT-BALANCE > 0
               PERFORM FIND-TIER-RATE
               IF WS-RATE-KNOWN = 'N'
                   ADD 1 TO WS-NO-RATE-COUNT
               ELSE
                   COMPUTE WS-DAY-INTEREST ROUNDED =
                       POS-CURRENT-BALANCE * WS-APPLIED-RATE
                       * WS-ACCRUAL-DAYS / (100 * WS-DAY-BASIS)
               END-IF
           END-IF.
           IF WS-DAY-INTEREST > 0
               ADD 1 TO WS-POSITIONS-ACCRUED
               ADD WS-DAY-INTEREST TO WS-TOTAL-ACCRUED-TODAY
               COMPUTE WS-ROUNDED-BEFORE ROUNDED =
                   ACE-ACCRUED(ACR-IDX)
               ADD WS-DAY-INTEREST TO ACE-ACCRUED(ACR-IDX)
               COMPUTE WS-ROUNDED-AFTER ROUNDED =
                   ACE-ACCRUED(ACR-IDX)
               COMPUTE WS-GL-AMOUNT =
                   WS-ROUNDED-AFTER - WS-ROUNDED-BEFORE
               IF WS-GL-AMOUNT > 0
                   PERFORM WRITE-ACCRUAL-POSTINGS
               END-IF
           END-IF.
           MOVE 0 TO WS-CAPITAL-AMOUNT.
           IF WS-MONTH-END = 'Y'
               COMPUTE WS-CAPITAL-AMOUNT ROUNDED =
                   ACE-ACCRUED(ACR-IDX)
               IF WS-CAPITAL-AMOUNT > 0
                   PERFORM CAPITALIZE-INTEREST
               ELSE
                   MOVE 0 TO WS-CAPITAL-AMOUNT
               END-IF
           END-IF.
           IF WS-ACCRUAL-DAYS > 0 OR WS-CAPITAL-AMOUNT > 0
               PERFORM WRITE-REGISTER-DETAIL
           END-IF.

       CAPITALIZE-INTEREST.
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
           MOVE WS-CAPITAL-AMOUNT TO WS-POST-AMOUNT.
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
                   MOVE 0 TO WS-CAPITAL-AMOUNT
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "CAPITALIZATION REWRITE FAILED" TO
                       WS-JOB-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-POSITIONS-CAPITALIZED
                   ADD WS-CAPITAL-AMOUNT TO WS-TOTAL-CAPITALIZED
                   SUBTRACT WS-CAPITAL-AMOUNT FROM
                       ACE-ACCRUED(ACR-IDX)
                   MOVE WS-RUN-DATE-NUM TO
                       ACE-CAPITALIZED-DATE(ACR-IDX)
                   PERFORM WRITE-JOURNAL-ENTRY
                   PERFORM WRITE-CAPITAL-POSTINGS
           END-REWRITE.

       WRITE-JOURNAL-ENTRY.
           IF WS-JOURNAL-STATUS = "00"
               MOVE POS-ACCOUNT TO JOURNAL-ACCOUNT
               MOVE POS-COMPANY TO JOURNAL-COMPANY
               MOVE WS-POST-AMOUNT TO JOURNAL-AMOUNT
               MOVE WS-RUN-DATE-NUM TO JOURNAL-TRAN-DATE
               MOVE 'I' TO JOURNAL-SOURCE-STATUS
               PERFORM NEXT-JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-SEQUENCE TO JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-STAMP TO JOURNAL-STAMP
               MOVE POS-BALANCE-CURRENCY TO JOURNAL-BALANCE-CURRENCY
               MOVE WS-RUN-DATE-NUM TO JOURNAL-POSTED-DATE
               WRITE POSTING-JOURNAL-LINE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               MOVE 0 TO LIN-SEQUENCE
               MOVE "INTEREST-ACCRUAL" TO LIN-STAGE
               MOVE "INTEREST CAPITALIZED" TO LIN-DISPOSITION
               MOVE POS-ACCOUNT TO LIN-ACCOUNT
               MOVE WS-CAPITAL-AMOUNT TO LIN-AMOUNT
               MOVE WS-RUN-DATE-NUM TO LIN-TRAN-DATE
               MOVE SPACES TO LIN-TRANSACTION-ID
               STRING "INT" WS-RUN-DATE-NUM(1:6)
                   DELIMITED BY SIZE INTO LIN-TRANSACTION-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO LIN-STAMP
               WRITE LINEAGE-LINE
           END-IF.

       WRITE-ACCRUAL-POSTINGS.
           PERFORM FIND-ACCOUNT-PRODUCT.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-EXPENSE-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE 'D' TO GL-DTL-DC-FLAG.
           MOVE WS-GL-AMOUNT TO GL-DTL-AMOUNT.
           MOVE 'I' TO GL-DTL-SOURCE-STATUS.
           MOVE POS-ACCOUNT TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-GL-AMOUNT TO WS-TOTAL-DEBITS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-PAYABLE-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE 'C' TO GL-DTL-DC-FLAG.
           MOVE WS-GL-AMOUNT TO GL-DTL-AMOUNT.
           MOVE 'I' TO GL-DTL-SOURCE-STATUS.
           MOVE POS-ACCOUNT TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-GL-AMOUNT TO WS-TOTAL-CREDITS.

       WRITE-CAPITAL-POSTINGS.
           PERFORM FIND-ACCOUNT-PRODUCT.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-PAYABLE-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE 'D' TO GL-DTL-DC-FLAG.
           MOVE WS-CAPITAL-AMOUNT TO GL-DTL-AMOUNT.
           MOVE 'K' TO GL-DTL-SOURCE-STATUS.
           MOVE POS-ACCOUNT TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-CAPITAL-AMOUNT TO WS-TOTAL-DEBITS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-DEPOSIT-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE 'C' TO GL-DTL-DC-FLAG.
           MOVE WS-CAPITAL-AMOUNT TO GL-DTL-AMOUNT.
           MOVE 'K' TO GL-DTL-SOURCE-STATUS.
           MOVE POS-ACCOUNT TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-CAPITAL-AMOUNT TO WS-TOTAL-CREDITS.

       FILL-GL-SEGMENTS.
           MOVE POS-COMPANY TO GL-SEG-COMPANY.
           IF GL-SEG-COMPANY = SPACES
               MOVE "000" TO GL-SEG-COMPANY
           END-IF.
           MOVE WS-ACCOUNT-COST-CENTER TO GL-SEG-COST-CENTER.
           IF GL-SEG-COST-CENTER = SPACES
               MOVE "0000" TO GL-SEG-COST-CENTER
           END-IF.
           MOVE GL-DTL-ACCOUNT TO GL-SEG-NATURAL.
           MOVE WS-ACCOUNT-PRODUCT TO GL-SEG-PRODUCT.
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
                   DISPLAY "INTEREST-ACCRUAL: COMPANY "
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
               MOVE "INTEREST ACCRUAL" TO REGISTER-REASON
               WRITE BATCH-REGISTER-LINE
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       WRITE-REGISTER-HEADER.
           MOVE "INTEREST ACCRUAL REGISTER" TO ACCRUAL-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE.
           MOVE SPACES TO ACCRUAL-REGISTER-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               " ACCRUED THROUGH " WS-TARGET-DATE
               " DAY BASIS " WS-DAY-BASIS
               DELIMITED BY SIZE INTO ACCRUAL-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE.
           IF WS-MONTH-END = 'Y'
               MOVE "MONTH-END RUN - ACCRUED INTEREST CAPITALIZED"
                   TO ACCRUAL-REGISTER-LINE
               WRITE ACCRUAL-REGISTER-LINE
           END-IF.

       WRITE-REGISTER-DETAIL.
           MOVE POS-CURRENT-BALANCE TO WS-AMOUNT-DISPLAY.
           MOVE WS-APPLIED-RATE TO WS-RATE-DISPLAY.
           MOVE WS-ACCRUAL-DAYS TO WS-DAYS-DISPLAY.
           MOVE ACE-ACCRUED(ACR-IDX) TO WS-ACCRUED-DISPLAY.
           MOVE WS-CAPITAL-AMOUNT TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO ACCRUAL-REGISTER-LINE.
           STRING "ACCT " POS-ACCOUNT
               " CCY " POS-CURRENCY
               " BAL " WS-AMOUNT-DISPLAY
               " RATE " WS-RATE-DISPLAY
               " DAYS " WS-DAYS-DISPLAY
               " ACCRUED " WS-ACCRUED-DISPLAY
               " CAP " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO ACCRUAL-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE WS-POSITIONS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ACCRUAL-REGISTER-LINE.
           STRING "POSITIONS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACCRUAL-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE.
           MOVE WS-POSITIONS-ACCRUED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ACCRUAL-REGISTER-LINE.
           STRING "POSITIONS ACCRUED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACCRUAL-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE.
           MOVE WS-TERM-DEPOSIT-SKIPPED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ACCRUAL-REGISTER-LINE.
           STRING "TERM DEPOSITS SKIPPED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACCRUAL-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE.
           MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ACCRUAL-REGISTER-LINE.
           STRING "POSITIONS WITHOUT A RATE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACCRUAL-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE.
           MOVE WS-TOTAL-ACCRUED-TODAY TO WS-ACCRUED-DISPLAY.
           MOVE SPACES TO ACCRUAL-REGISTER-LINE.
           STRING "INTEREST ACCRUED THIS RUN: " WS-ACCRUED-DISPLAY
               DELIMITED BY SIZE INTO ACCRUAL-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE.
           MOVE WS-POSITIONS-CAPITALIZED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-CAPITALIZED TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO ACCRUAL-REGISTER-LINE.
           STRING "POSITIONS CAPITALIZED: " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO ACCRUAL-REGISTER-LINE.
           WRITE ACCRUAL-REGISTER-LINE.

       SAVE-ACCRUAL-BALANCES.
           OPEN OUTPUT ACCRUAL-BALANCE-FILE.
           PERFORM VARYING ACR-IDX FROM 1 BY 1
                   UNTIL ACR-IDX > ACCRUAL-TOTAL
               MOVE ACE-ACCOUNT(ACR-IDX) TO ACR-ACCOUNT
               MOVE ACE-BALANCE-CURRENCY(ACR-IDX) TO
                   ACR-BALANCE-CURRENCY
               MOVE ACE-COMPANY(ACR-IDX) TO ACR-COMPANY
               MOVE ACE-CURRENCY(ACR-IDX) TO ACR-CURRENCY
               MOVE ACE-ACCRUED(ACR-IDX) TO ACR-ACCRUED
               MOVE ACE-THROUGH-DATE(ACR-IDX) TO ACR-THROUGH-DATE
               MOVE ACE-CAPITALIZED-DATE(ACR-IDX) TO
                   ACR-CAPITALIZED-DATE
               WRITE ACCRUAL-BALANCE-LINE
           END-PERFORM.
           CLOSE ACCRUAL-BALANCE-FILE.

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
               DISPLAY "INTEREST-ACCRUAL: NO BUSINESS DATE RECORD, "
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
