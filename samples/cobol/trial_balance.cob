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
               ASSIGN TO "record_summary_prior.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-PRIOR-STATUS.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHANGE-RATE-STATUS.
           SELECT TRIAL-REPORT-FILE
               ASSIGN TO "trial_balance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  JOURNAL-COMPANY PIC X(3).
           05  JOURNAL-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  JOURNAL-TRAN-DATE PIC 9(8).
           05  JOURNAL-SOURCE-STATUS PIC X.
           05  JOURNAL-SEQUENCE PIC 9(9).
           05  JOURNAL-STAMP PIC X(14).
           05  JOURNAL-BALANCE-CURRENCY PIC X(3).
           05  JOURNAL-POSTED-DATE PIC 9(8).
       FD  SUMMARY-PRIOR-FILE.
       01  SUMMARY-PRIOR-LINE.
           05  PRIOR-ACCEPTED-COUNT PIC 9(9).
           05  PRIOR-REJECTED-COUNT PIC 9(9).
           05  PRIOR-TOTAL-AMOUNT PIC S9(11)V99 SIGN LEADING
               SEPARATE.
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-LINE.
           05  RATE-CURRENCY-CODE PIC X(3).
           05  RATE-TO-BASE PIC 9(3)V9(6).
       FD  TRIAL-REPORT-FILE.
       01  TRIAL-REPORT-LINE PIC X(120).
       FD  JOB-STATUS-FILE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-PRIOR-BALANCE-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-SUMMARY-PRIOR-STATUS PIC XX VALUE "00".
       01  WS-EXCHANGE-RATE-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "TRIAL BALANCE PROVED".
       01  MASTER-POSITION-REC.
               10  CSM-POSTED PIC S9(11)V99 VALUE 0.
               10  CSM-CLOSING PIC S9(11)V99 VALUE 0.
       01  COMPANY-SUM-TOTAL PIC 9(2) VALUE 0.
       01  WS-BASE-CURRENCY PIC X(3) VALUE "USD".
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 20 TIMES INDEXED BY RATE-IDX.
               10  RATE-ENTRY-CODE PIC X(3) VALUE SPACES.
               10  RATE-ENTRY-VALUE PIC 9(3)V9(6) VALUE 0.
       01  RATE-ENTRY-TOTAL PIC 9(2) VALUE 0.
       01  WS-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-RATE-KNOWN PIC X VALUE 'N'.
       01  CURRENCY-SUM-TABLE.
           05  CURRENCY-SUM-ENTRY OCCURS 20 TIMES
                   INDEXED BY CSY-IDX.
               10  CSY-CURRENCY PIC X(3) VALUE SPACES.
               10  CSY-POSITIONS PIC 9(6) VALUE 0.
               10  CSY-BALANCE PIC S9(13)V99 VALUE 0.
       01  CURRENCY-SUM-TOTAL PIC 9(2) VALUE 0.
       01  WS-BASE-BALANCE PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-BASE PIC S9(13)V99 VALUE 0.
       01  WS-NO-RATE-COUNT PIC 9(6) VALUE 0.
       01  WS-BREAK-COUNT PIC 9(6) VALUE 0.
       01  WS-EXPECTED-CLOSING PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-OPENING PIC S9(13)V99 VALUE 0.
       01  WS-AMOUNT-DISPLAY-3 PIC -(11)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-PRIOR-BALANCES.
           PERFORM LOAD-POSTING-JOURNAL.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM SCAN-MASTER-POSITIONS.
           PERFORM ROLL-FORWARD-ACCOUNTS.
           PERFORM WRITE-TRIAL-REPORT.
           MOVE "TRIAL-BALANCE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

                       NOT AT END
                           IF JOURNAL-ACCOUNT NOT = SPACES
                                   AND JOURNAL-AMOUNT NUMERIC
                                   AND JOURNAL-POSTED-DATE NUMERIC
                                   AND JOURNAL-POSTED-DATE =
                                       WS-RUN-DATE-NUM
                               MOVE JOURNAL-ACCOUNT TO
                                   WS-WORK-ACCOUNT
                               MOVE JOURNAL-COMPANY TO
                           MOVE POS-ACCOUNT TO WS-WORK-ACCOUNT
                           MOVE POS-COMPANY TO WS-WORK-COMPANY
                           PERFORM FIND-WORK-ENTRY
                           PERFORM TALLY-CURRENCY-SUMS
                           IF WS-WORK-IDX > 0
                               ADD POS-CURRENT-BALANCE TO
                                   AWT-CLOSING(WS-WORK-IDX)
                               MOVE POS-COMPANY TO
                                   AWT-COMPANY(WS-WORK-IDX)
           CLOSE INDEXED-OUTPUT-FILE.
           MOVE 'N' TO EOF-FLAG.

       TALLY-CURRENCY-SUMS.
           PERFORM VARYING CSY-IDX FROM 1 BY 1
                   UNTIL CSY-IDX > CURRENCY-SUM-TOTAL
               IF CSY-CURRENCY(CSY-IDX) = POS-CURRENCY
                   ADD 1 TO CSY-POSITIONS(CSY-IDX)
                   ADD POS-CURRENT-BALANCE TO CSY-BALANCE(CSY-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF CURRENCY-SUM-TOTAL < 20
               ADD 1 TO CURRENCY-SUM-TOTAL
               MOVE POS-CURRENCY TO CSY-CURRENCY(CURRENCY-SUM-TOTAL)
               MOVE 1 TO CSY-POSITIONS(CURRENCY-SUM-TOTAL)
               MOVE POS-CURRENT-BALANCE TO
                   CSY-BALANCE(CURRENCY-SUM-TOTAL)
           END-IF.

       ROLL-FORWARD-ACCOUNTS.
           PERFORM VARYING AWT-IDX FROM 1 BY 1
                   UNTIL AWT-IDX > ACCOUNT-WORK-TOTAL
                   DELIMITED BY SIZE INTO TRIAL-REPORT-LINE
               WRITE TRIAL-REPORT-LINE
           END-PERFORM.
           PERFORM WRITE-CURRENCY-BALANCES.
           MOVE WS-GRAND-OPENING TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           STRING "GRAND OPENING BALANCE: " WS-AMOUNT-DISPLAY
           WRITE TRIAL-REPORT-LINE.
           CLOSE TRIAL-REPORT-FILE.

       WRITE-CURRENCY-BALANCES.
           MOVE "CURRENCY BALANCES:" TO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           PERFORM VARYING CSY-IDX FROM 1 BY 1
                   UNTIL CSY-IDX > CURRENCY-SUM-TOTAL
               PERFORM FIND-CURRENCY-RATE
               MOVE CSY-POSITIONS(CSY-IDX) TO WS-COUNT-DISPLAY
               MOVE CSY-BALANCE(CSY-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO TRIAL-REPORT-LINE
               IF WS-RATE-KNOWN = 'Y'
                   COMPUTE WS-BASE-BALANCE ROUNDED =
                       CSY-BALANCE(CSY-IDX) * WS-RATE
                   ADD WS-BASE-BALANCE TO WS-GRAND-BASE
                   MOVE WS-BASE-BALANCE TO WS-AMOUNT-DISPLAY-2
                   STRING "  CURRENCY " CSY-CURRENCY(CSY-IDX)
                       " BALANCES " WS-COUNT-DISPLAY
                       " TOTAL " WS-AMOUNT-DISPLAY
                       " " WS-BASE-CURRENCY " " WS-AMOUNT-DISPLAY-2
                       DELIMITED BY SIZE INTO TRIAL-REPORT-LINE
               ELSE
                   ADD 1 TO WS-NO-RATE-COUNT
                   STRING "  CURRENCY " CSY-CURRENCY(CSY-IDX)
                       " BALANCES " WS-COUNT-DISPLAY
                       " TOTAL " WS-AMOUNT-DISPLAY
                       " NO EXCHANGE RATE"
                       DELIMITED BY SIZE INTO TRIAL-REPORT-LINE
               END-IF
               WRITE TRIAL-REPORT-LINE
           END-PERFORM.
           MOVE WS-GRAND-BASE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           STRING "GRAND BASE EQUIVALENT " WS-BASE-CURRENCY ": "
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           IF WS-NO-RATE-COUNT > 0
               MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO TRIAL-REPORT-LINE
               STRING "CURRENCIES WITHOUT EXCHANGE RATE: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO TRIAL-REPORT-LINE
               WRITE TRIAL-REPORT-LINE
           END-IF.

       FIND-CURRENCY-RATE.
           MOVE 'N' TO WS-RATE-KNOWN.
           MOVE 0 TO WS-RATE.
           IF CSY-CURRENCY(CSY-IDX) = SPACES
                   OR CSY-CURRENCY(CSY-IDX) = WS-BASE-CURRENCY
               MOVE 1 TO WS-RATE
               MOVE 'Y' TO WS-RATE-KNOWN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-ENTRY-TOTAL
               IF RATE-ENTRY-CODE(RATE-IDX) = CSY-CURRENCY(CSY-IDX)
                   MOVE RATE-ENTRY-VALUE(RATE-IDX) TO WS-RATE
                   MOVE 'Y' TO WS-RATE-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

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

       WRITE-BREAK-LINE.
           COMPUTE WS-EXPECTED-CLOSING =
               AWT-OPENING(AWT-IDX) + AWT-POSTED(AWT-IDX).
               END-IF
           END-PERFORM.
           CLOSE PRIOR-BALANCE-FILE.

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
               DISPLAY "TRIAL-BALANCE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
