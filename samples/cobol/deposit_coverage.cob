       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-COVERAGE.
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
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHANGE-RATE-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT COVERAGE-LIMIT-FILE
               ASSIGN TO "deposit_coverage_limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COVERAGE-LIMIT-STATUS.
           SELECT COVERAGE-EXTRACT-FILE
               ASSIGN TO "deposit_insurance_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COVERAGE-REPORT-FILE
               ASSIGN TO "deposit_insurance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "deposit_coverage_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-LINE.
           05  RATE-CURRENCY-CODE PIC X(3).
           05  RATE-TO-BASE PIC 9(3)V9(6).
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  COVERAGE-LIMIT-FILE.
       01  COVERAGE-LIMIT-LINE.
           05  DCL-CATEGORY PIC X(3).
           05  DCL-LIMIT PIC 9(9)V99.
       FD  COVERAGE-EXTRACT-FILE.
       01  COVERAGE-EXTRACT-RECORD PIC X(100).
       01  COVERAGE-EXTRACT-HEADER REDEFINES COVERAGE-EXTRACT-RECORD.
           05  DCH-RECORD-TYPE PIC X.
           05  DCH-RUN-DATE PIC 9(8).
           05  DCH-BASE-CURRENCY PIC X(3).
           05  FILLER PIC X(88).
       01  COVERAGE-EXTRACT-DETAIL REDEFINES COVERAGE-EXTRACT-RECORD.
           05  DCD-RECORD-TYPE PIC X.
           05  DCD-COMPANY PIC X(3).
           05  DCD-DEPOSITOR PIC X(10).
           05  DCD-DEPOSITOR-TYPE PIC X.
           05  DCD-CATEGORY PIC X(3).
           05  DCD-ACCOUNT-COUNT PIC 9(4).
           05  DCD-TOTAL-BALANCE PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  DCD-INSURED PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  DCD-UNINSURED PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  DCD-COVERAGE-LIMIT PIC 9(9)V99.
           05  FILLER PIC X(19).
       01  COVERAGE-EXTRACT-TRAILER REDEFINES COVERAGE-EXTRACT-RECORD.
           05  DCT-RECORD-TYPE PIC X.
           05  DCT-DETAIL-COUNT PIC 9(9).
           05  DCT-TOTAL-BALANCE PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  DCT-INSURED PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  DCT-UNINSURED PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER PIC X(42).
       FD  COVERAGE-REPORT-FILE.
       01  COVERAGE-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "DEPOSIT COVERAGE COMPLETE".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-EXCHANGE-RATE-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-COVERAGE-LIMIT-STATUS PIC XX VALUE "00".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-BASE-CURRENCY PIC X(3) VALUE "USD".
       01  WS-DEFAULT-CATEGORY PIC X(3) VALUE "SGL".
       01  WS-DEFAULT-LIMIT PIC 9(9)V99 VALUE 250000.00.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 20 TIMES INDEXED BY RATE-IDX.
               10  RATE-ENTRY-CODE PIC X(3) VALUE SPACES.
               10  RATE-ENTRY-VALUE PIC 9(3)V9(6) VALUE 0.
       01  RATE-ENTRY-TOTAL PIC 9(2) VALUE 0.
       01  LIMIT-TABLE.
           05  LIMIT-ENTRY OCCURS 20 TIMES INDEXED BY LIM-IDX.
               10  LIM-CATEGORY PIC X(3) VALUE SPACES.
               10  LIM-AMOUNT PIC 9(9)V99 VALUE 0.
       01  LIMIT-TOTAL PIC 9(2) VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10  XRF-ACCOUNT PIC X(10) VALUE SPACES.
               10  XRF-CUSTOMER PIC X(8) VALUE SPACES.
       01  XREF-TOTAL PIC 9(4) VALUE 0.
       01  OWNERSHIP-TABLE.
           05  OWNERSHIP-ENTRY OCCURS 1000 TIMES INDEXED BY OWN-IDX.
               10  OWN-ACCOUNT PIC X(10) VALUE SPACES.
               10  OWN-CATEGORY PIC X(3) VALUE SPACES.
       01  OWNERSHIP-TOTAL PIC 9(4) VALUE 0.
       01  DEPOSITOR-TABLE.
           05  DEPOSITOR-ENTRY OCCURS 2000 TIMES INDEXED BY DEP-IDX.
               10  DEP-COMPANY PIC X(3) VALUE SPACES.
               10  DEP-DEPOSITOR PIC X(10) VALUE SPACES.
               10  DEP-TYPE PIC X VALUE SPACE.
               10  DEP-CATEGORY PIC X(3) VALUE SPACES.
               10  DEP-ACCOUNT-COUNT PIC 9(4) VALUE 0.
               10  DEP-TOTAL PIC S9(13)V99 VALUE 0.
       01  DEPOSITOR-TOTAL PIC 9(4) VALUE 0.
       01  COMPANY-TABLE.
           05  COMPANY-ENTRY OCCURS 50 TIMES INDEXED BY CMP-IDX.
               10  CMP-COMPANY PIC X(3) VALUE SPACES.
               10  CMP-DEPOSITORS PIC 9(6) VALUE 0.
               10  CMP-TOTAL PIC S9(13)V99 VALUE 0.
               10  CMP-INSURED PIC S9(13)V99 VALUE 0.
               10  CMP-UNINSURED PIC S9(13)V99 VALUE 0.
       01  COMPANY-TOTAL PIC 9(2) VALUE 0.
       01  WS-DEPOSITOR PIC X(10) VALUE SPACES.
       01  WS-DEPOSITOR-TYPE PIC X VALUE SPACE.
       01  WS-CATEGORY PIC X(3) VALUE SPACES.
       01  WS-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-RATE-KNOWN PIC X VALUE 'N'.
       01  WS-BASE-BALANCE PIC S9(13)V99 VALUE 0.
       01  WS-COVERAGE-LIMIT PIC 9(9)V99 VALUE 0.
       01  WS-LIMIT-KNOWN PIC X VALUE 'N'.
       01  WS-INSURED PIC S9(13)V99 VALUE 0.
       01  WS-UNINSURED PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-TOTAL PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-INSURED PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-UNINSURED PIC S9(13)V99 VALUE 0.
       01  WS-ACCOUNTS-READ PIC 9(9) VALUE 0.
       01  WS-ACCOUNTS-INCLUDED PIC 9(9) VALUE 0.
       01  WS-NO-RATE-COUNT PIC 9(9) VALUE 0.
       01  WS-UNKNOWN-CATEGORY-COUNT PIC 9(9) VALUE 0.
       01  WS-OVERFLOW-COUNT PIC 9(9) VALUE 0.
       01  WS-DETAIL-COUNT PIC 9(9) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC -(12)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(12)9.99.
       01  WS-AMOUNT-DISPLAY-3 PIC -(12)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-COVERAGE-LIMITS.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-ACCOUNT-XREF.
           PERFORM LOAD-OWNERSHIP-CATEGORIES.
           OPEN OUTPUT COVERAGE-REPORT-FILE.
           MOVE "DEPOSIT INSURANCE COVERAGE REPORT" TO
               COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               "  BASE CURRENCY " WS-BASE-CURRENCY
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           PERFORM COMBINE-MASTER-BALANCES.
           OPEN OUTPUT COVERAGE-EXTRACT-FILE.
           PERFORM WRITE-EXTRACT-HEADER.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > DEPOSITOR-TOTAL
               PERFORM APPLY-COVERAGE-LIMIT
           END-PERFORM.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE COVERAGE-EXTRACT-FILE.
           PERFORM WRITE-COMPANY-SUMMARY.
           CLOSE COVERAGE-REPORT-FILE.
           IF WS-NO-RATE-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "BALANCES EXCLUDED FROM COVERAGE" TO
                   WS-JOB-REASON
           ELSE
               IF WS-UNKNOWN-CATEGORY-COUNT > 0
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "UNKNOWN OWNERSHIP CATEGORY, DEFAULT LIMIT" TO
                       WS-JOB-REASON
               END-IF
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "DEPOSIT-COVERAGE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-COVERAGE-LIMITS.
           OPEN INPUT COVERAGE-LIMIT-FILE.
           IF WS-COVERAGE-LIMIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR LIMIT-TOTAL >= 20
               READ COVERAGE-LIMIT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF DCL-CATEGORY NOT = SPACES
                               AND DCL-LIMIT NUMERIC
                           IF DCL-CATEGORY = "*"
                               MOVE DCL-LIMIT TO WS-DEFAULT-LIMIT
                           ELSE
                               ADD 1 TO LIMIT-TOTAL
                               MOVE DCL-CATEGORY TO
                                   LIM-CATEGORY(LIMIT-TOTAL)
                               MOVE DCL-LIMIT TO
                                   LIM-AMOUNT(LIMIT-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COVERAGE-LIMIT-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXCHANGE-RATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR RATE-ENTRY-TOTAL >= 20
               READ EXCHANGE-RATE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF RATE-CURRENCY-CODE NOT = SPACES
                               AND RATE-TO-BASE NUMERIC
                           ADD 1 TO RATE-ENTRY-TOTAL
                           MOVE RATE-CURRENCY-CODE TO
                               RATE-ENTRY-CODE(RATE-ENTRY-TOTAL)
                           MOVE RATE-TO-BASE TO
                               RATE-ENTRY-VALUE(RATE-ENTRY-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCHANGE-RATE-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-ACCOUNT-XREF.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-ACCOUNT-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR XREF-TOTAL >= 1000
               READ ACCOUNT-XREF-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF XREF-ACCOUNT NOT = SPACES
                               AND XREF-CUSTOMER NOT = SPACES
                           ADD 1 TO XREF-TOTAL
                           MOVE XREF-ACCOUNT TO XRF-ACCOUNT(XREF-TOTAL)
                           MOVE XREF-CUSTOMER TO
                               XRF-CUSTOMER(XREF-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-OWNERSHIP-CATEGORIES.
           OPEN INPUT ACCOUNT-REF-FILE.
           IF WS-ACCOUNT-REF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR OWNERSHIP-TOTAL >= 1000
               READ ACCOUNT-REF-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ACCT-REF-ID NOT = SPACES
                               AND ACCT-REF-OWNERSHIP NOT = SPACES
                           ADD 1 TO OWNERSHIP-TOTAL
                           MOVE ACCT-REF-ID TO
                               OWN-ACCOUNT(OWNERSHIP-TOTAL)
                           MOVE ACCT-REF-OWNERSHIP TO
                               OWN-CATEGORY(OWNERSHIP-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-REF-FILE.
           MOVE 'N' TO EOF-FLAG.

       COMBINE-MASTER-BALANCES.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "DEPOSIT-COVERAGE: UNABLE TO OPEN MASTER FILE "
                   "output.idx, FILE STATUS " WS-INDEXED-STATUS
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
                       MOVE INDEXED-OUTPUT-DATA TO
                           MASTER-POSITION-REC
                       IF POS-ACCOUNT NOT = SPACES
                               AND POS-CURRENT-BALANCE NUMERIC
                           ADD 1 TO WS-ACCOUNTS-READ
                           PERFORM ADD-ACCOUNT-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INDEXED-OUTPUT-FILE.
           MOVE 'N' TO EOF-FLAG.

       ADD-ACCOUNT-BALANCE.
           IF POS-CURRENT-BALANCE <= 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-POSITION-RATE.
           IF WS-RATE-KNOWN = 'N'
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE SPACES TO COVERAGE-REPORT-LINE
               STRING "  ACCOUNT " POS-ACCOUNT " CCY " POS-CURRENCY
                   " - NO EXCHANGE RATE, EXCLUDED"
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BASE-BALANCE ROUNDED =
               POS-CURRENT-BALANCE * WS-RATE.
           MOVE POS-ACCOUNT TO WS-DEPOSITOR.
           MOVE 'A' TO WS-DEPOSITOR-TYPE.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-ACCOUNT(XRF-IDX) = POS-ACCOUNT
                   MOVE XRF-CUSTOMER(XRF-IDX) TO WS-DEPOSITOR
                   MOVE 'C' TO WS-DEPOSITOR-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-DEFAULT-CATEGORY TO WS-CATEGORY.
           PERFORM VARYING OWN-IDX FROM 1 BY 1
                   UNTIL OWN-IDX > OWNERSHIP-TOTAL
               IF OWN-ACCOUNT(OWN-IDX) = POS-ACCOUNT
                   MOVE OWN-CATEGORY(OWN-IDX) TO WS-CATEGORY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > DEPOSITOR-TOTAL
               IF DEP-COMPANY(DEP-IDX) = POS-COMPANY
                       AND DEP-DEPOSITOR(DEP-IDX) = WS-DEPOSITOR
                       AND DEP-CATEGORY(DEP-IDX) = WS-CATEGORY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DEP-IDX > DEPOSITOR-TOTAL
               IF DEPOSITOR-TOTAL >= 2000
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DEPOSITOR-TOTAL
               SET DEP-IDX TO DEPOSITOR-TOTAL
               MOVE POS-COMPANY TO DEP-COMPANY(DEP-IDX)
               MOVE WS-DEPOSITOR TO DEP-DEPOSITOR(DEP-IDX)
               MOVE WS-DEPOSITOR-TYPE TO DEP-TYPE(DEP-IDX)
               MOVE WS-CATEGORY TO DEP-CATEGORY(DEP-IDX)
           END-IF.
           ADD 1 TO DEP-ACCOUNT-COUNT(DEP-IDX).
           ADD WS-BASE-BALANCE TO DEP-TOTAL(DEP-IDX).
           ADD 1 TO WS-ACCOUNTS-INCLUDED.

       FIND-POSITION-RATE.
           MOVE 'N' TO WS-RATE-KNOWN.
           MOVE 0 TO WS-RATE.
           IF POS-CURRENCY = SPACES OR POS-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-RATE
               MOVE 'Y' TO WS-RATE-KNOWN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-ENTRY-TOTAL
               IF RATE-ENTRY-CODE(RATE-IDX) = POS-CURRENCY
                   MOVE RATE-ENTRY-VALUE(RATE-IDX) TO WS-RATE
                   MOVE 'Y' TO WS-RATE-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-COVERAGE-LIMIT.
           MOVE 'N' TO WS-LIMIT-KNOWN.
           MOVE WS-DEFAULT-LIMIT TO WS-COVERAGE-LIMIT.
           PERFORM VARYING LIM-IDX FROM 1 BY 1
                   UNTIL LIM-IDX > LIMIT-TOTAL
               IF LIM-CATEGORY(LIM-IDX) = DEP-CATEGORY(DEP-IDX)
                   MOVE LIM-AMOUNT(LIM-IDX) TO WS-COVERAGE-LIMIT
                   MOVE 'Y' TO WS-LIMIT-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-LIMIT-KNOWN = 'N'
                   AND DEP-CATEGORY(DEP-IDX) NOT = WS-DEFAULT-CATEGORY
               ADD 1 TO WS-UNKNOWN-CATEGORY-COUNT
               MOVE SPACES TO COVERAGE-REPORT-LINE
               STRING "  DEPOSITOR " DEP-DEPOSITOR(DEP-IDX)
                   " CO " DEP-COMPANY(DEP-IDX)
                   " CATEGORY " DEP-CATEGORY(DEP-IDX)
                   " - NOT IN LIMIT TABLE, DEFAULT LIMIT APPLIED"
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
           END-IF.

       APPLY-COVERAGE-LIMIT.
           PERFORM FIND-COVERAGE-LIMIT.
           IF DEP-TOTAL(DEP-IDX) > WS-COVERAGE-LIMIT
               MOVE WS-COVERAGE-LIMIT TO WS-INSURED
           ELSE
               MOVE DEP-TOTAL(DEP-IDX) TO WS-INSURED
           END-IF.
           COMPUTE WS-UNINSURED = DEP-TOTAL(DEP-IDX) - WS-INSURED.
           MOVE SPACES TO COVERAGE-EXTRACT-RECORD.
           MOVE 'D' TO DCD-RECORD-TYPE.
           MOVE DEP-COMPANY(DEP-IDX) TO DCD-COMPANY.
           MOVE DEP-DEPOSITOR(DEP-IDX) TO DCD-DEPOSITOR.
           MOVE DEP-TYPE(DEP-IDX) TO DCD-DEPOSITOR-TYPE.
           MOVE DEP-CATEGORY(DEP-IDX) TO DCD-CATEGORY.
           MOVE DEP-ACCOUNT-COUNT(DEP-IDX) TO DCD-ACCOUNT-COUNT.
           MOVE DEP-TOTAL(DEP-IDX) TO DCD-TOTAL-BALANCE.
           MOVE WS-INSURED TO DCD-INSURED.
           MOVE WS-UNINSURED TO DCD-UNINSURED.
           MOVE WS-COVERAGE-LIMIT TO DCD-COVERAGE-LIMIT.
           WRITE COVERAGE-EXTRACT-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD DEP-TOTAL(DEP-IDX) TO WS-GRAND-TOTAL.
           ADD WS-INSURED TO WS-GRAND-INSURED.
           ADD WS-UNINSURED TO WS-GRAND-UNINSURED.
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > COMPANY-TOTAL
               IF CMP-COMPANY(CMP-IDX) = DEP-COMPANY(DEP-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CMP-IDX > COMPANY-TOTAL
               IF COMPANY-TOTAL >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COMPANY-TOTAL
               SET CMP-IDX TO COMPANY-TOTAL
               MOVE DEP-COMPANY(DEP-IDX) TO CMP-COMPANY(CMP-IDX)
           END-IF.
           ADD 1 TO CMP-DEPOSITORS(CMP-IDX).
           ADD DEP-TOTAL(DEP-IDX) TO CMP-TOTAL(CMP-IDX).
           ADD WS-INSURED TO CMP-INSURED(CMP-IDX).
           ADD WS-UNINSURED TO CMP-UNINSURED(CMP-IDX).

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO COVERAGE-EXTRACT-RECORD.
           MOVE 'H' TO DCH-RECORD-TYPE.
           MOVE WS-RUN-DATE-NUM TO DCH-RUN-DATE.
           MOVE WS-BASE-CURRENCY TO DCH-BASE-CURRENCY.
           WRITE COVERAGE-EXTRACT-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO COVERAGE-EXTRACT-RECORD.
           MOVE 'T' TO DCT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO DCT-DETAIL-COUNT.
           MOVE WS-GRAND-TOTAL TO DCT-TOTAL-BALANCE.
           MOVE WS-GRAND-INSURED TO DCT-INSURED.
           MOVE WS-GRAND-UNINSURED TO DCT-UNINSURED.
           WRITE COVERAGE-EXTRACT-RECORD.

       WRITE-COMPANY-SUMMARY.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE "CO  DEPOSITORS            INSURED          UNINSURED"
               TO COVERAGE-REPORT-LINE.
           MOVE "              TOTAL" TO COVERAGE-REPORT-LINE(53:19).
           WRITE COVERAGE-REPORT-LINE.
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > COMPANY-TOTAL
               MOVE CMP-DEPOSITORS(CMP-IDX) TO WS-COUNT-DISPLAY
               MOVE CMP-INSURED(CMP-IDX) TO WS-AMOUNT-DISPLAY
               MOVE CMP-UNINSURED(CMP-IDX) TO WS-AMOUNT-DISPLAY-2
               MOVE CMP-TOTAL(CMP-IDX) TO WS-AMOUNT-DISPLAY-3
               MOVE SPACES TO COVERAGE-REPORT-LINE
               STRING CMP-COMPANY(CMP-IDX) " " WS-COUNT-DISPLAY
                   " " WS-AMOUNT-DISPLAY " " WS-AMOUNT-DISPLAY-2
                   " " WS-AMOUNT-DISPLAY-3
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
           END-PERFORM.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-GRAND-INSURED TO WS-AMOUNT-DISPLAY.
           MOVE WS-GRAND-UNINSURED TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "ALL" " " WS-COUNT-DISPLAY
               " " WS-AMOUNT-DISPLAY " " WS-AMOUNT-DISPLAY-2
               " " WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE WS-ACCOUNTS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "ACCOUNTS READ:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE WS-ACCOUNTS-INCLUDED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "DEPOSIT ACCOUNTS COVERED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "EXCLUDED, NO RATE:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO COVERAGE-REPORT-LINE
               STRING "EXCLUDED, TABLE FULL:     " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
           END-IF.

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
               DISPLAY "DEPOSIT-COVERAGE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
