       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCENTRATION-REPORT.
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
           SELECT CONCENTRATION-CONTROL-FILE
               ASSIGN TO "concentration_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PRIOR-BALANCE-FILE
               ASSIGN TO "trial_balance_prior.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-BALANCE-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT CONCENTRATION-REPORT-FILE
               ASSIGN TO "concentration_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "concentration_report_jobstatus.dat"
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
       FD  CONCENTRATION-CONTROL-FILE.
       01  CONCENTRATION-CONTROL-LINE.
           05  CCN-TOP-COUNT PIC 9(3).
           05  CCN-THRESHOLD-PCT PIC 9(3)V99.
       FD  PRIOR-BALANCE-FILE.
       01  PRIOR-BALANCE-LINE.
           05  PRIOR-BAL-ACCOUNT PIC X(10).
           05  PRIOR-BAL-COMPANY PIC X(3).
           05  PRIOR-BAL-AMOUNT PIC S9(11)V99 SIGN LEADING
               SEPARATE.
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
       FD  CONCENTRATION-REPORT-FILE.
       01  CONCENTRATION-REPORT-LINE PIC X(132).
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-LINE.
           COPY "ALERT-LOG-LINE.cpy".
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-PRIOR-BALANCE-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40)
               VALUE "CONCENTRATION REPORT COMPLETE".
       01  WS-ALERT-SEVERITY PIC X VALUE 'W'.
       01  WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01  WS-ALERT-TEXT PIC X(60) VALUE SPACES.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-TOP-COUNT PIC 9(3) VALUE 10.
       01  WS-THRESHOLD-PCT PIC 9(3)V99 VALUE 10.00.
       01  PRIOR-BALANCE-TABLE.
           05  PRIOR-BALANCE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PRB-IDX.
               10  PRB-ACCOUNT PIC X(10) VALUE SPACES.
               10  PRB-AMOUNT PIC S9(11)V99 VALUE 0.
       01  PRIOR-BALANCE-TOTAL PIC 9(4) VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 2000 TIMES INDEXED BY XRF-IDX.
               10  XRF-ACCOUNT PIC X(10) VALUE SPACES.
               10  XRF-CUSTOMER PIC X(8) VALUE SPACES.
       01  XREF-TOTAL PIC 9(4) VALUE 0.
       01  POSITION-TABLE.
           05  POSITION-ENTRY OCCURS 2000 TIMES INDEXED BY PSN-IDX.
               10  PSN-ACCOUNT PIC X(10) VALUE SPACES.
               10  PSN-GROUP PIC 9(2) VALUE 0.
               10  PSN-CUSTOMER PIC X(8) VALUE SPACES.
               10  PSN-BALANCE PIC S9(11)V99 VALUE 0.
               10  PSN-PRIOR PIC S9(11)V99 VALUE 0.
               10  PSN-PRIOR-FOUND PIC X VALUE 'N'.
               10  PSN-CHANGE PIC S9(11)V99 VALUE 0.
               10  PSN-PICKED PIC X VALUE 'N'.
       01  POSITION-TOTAL PIC 9(4) VALUE 0.
       01  GROUP-TABLE.
           05  GROUP-ENTRY OCCURS 50 TIMES INDEXED BY GRP-IDX.
               10  GRP-COMPANY PIC X(3) VALUE SPACES.
               10  GRP-CURRENCY PIC X(3) VALUE SPACES.
               10  GRP-ACCOUNTS PIC 9(6) VALUE 0.
               10  GRP-DEPOSITS PIC S9(13)V99 VALUE 0.
               10  GRP-NET-BALANCE PIC S9(13)V99 VALUE 0.
               10  GRP-NET-CHANGE PIC S9(13)V99 VALUE 0.
       01  GROUP-TOTAL PIC 9(2) VALUE 0.
       01  CUSTOMER-SHARE-TABLE.
           05  CUSTOMER-SHARE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CSH-IDX.
               10  CSH-CUSTOMER PIC X(8) VALUE SPACES.
               10  CSH-ACCOUNTS PIC 9(4) VALUE 0.
               10  CSH-DEPOSITS PIC S9(13)V99 VALUE 0.
               10  CSH-PICKED PIC X VALUE 'N'.
       01  CUSTOMER-SHARE-TOTAL PIC 9(4) VALUE 0.
       01  WS-GROUP-IDX PIC 9(2) VALUE 0.
       01  WS-CURRENT-GROUP PIC 9(2) VALUE 0.
       01  WS-BEST-IDX PIC 9(4) VALUE 0.
       01  WS-BEST-AMOUNT PIC S9(13)V99 VALUE 0.
       01  WS-RANK PIC 9(4) VALUE 0.
       01  WS-CUSTOMER-ID PIC X(8) VALUE SPACES.
       01  WS-SHARE-PCT PIC 9(3)V99 VALUE 0.
       01  WS-FLAG-TEXT PIC X(12) VALUE SPACES.
       01  WS-POSITIONS-READ PIC 9(9) VALUE 0.
       01  WS-POSITIONS-SKIPPED PIC 9(9) VALUE 0.
       01  WS-NO-PRIOR-COUNT PIC 9(6) VALUE 0.
       01  WS-UNLINKED-COUNT PIC 9(6) VALUE 0.
       01  WS-FLAGGED-COUNT PIC 9(6) VALUE 0.
       01  WS-RANK-DISPLAY PIC ZZ9.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-PCT-DISPLAY PIC ZZ9.99.
       01  WS-AMOUNT-DISPLAY PIC -(13)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(13)9.99.
       01  WS-AMOUNT-DISPLAY-3 PIC -(13)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-CONCENTRATION-CONTROL.
           PERFORM LOAD-PRIOR-BALANCES.
           PERFORM LOAD-ACCOUNT-XREF.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "CONCENTRATION-REPORT: UNABLE TO OPEN MASTER "
                   "FILE output.idx, FILE STATUS " WS-INDEXED-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SCAN-MASTER-POSITIONS.
           CLOSE INDEXED-OUTPUT-FILE.
           IF POSITION-TOTAL = 0
               DISPLAY "CONCENTRATION-REPORT: NO POSITIONS ON MASTER"
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO POSITIONS ON MASTER" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONCENTRATION-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING WS-CURRENT-GROUP FROM 1 BY 1
                   UNTIL WS-CURRENT-GROUP > GROUP-TOTAL
               PERFORM REPORT-ONE-GROUP
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CONCENTRATION-REPORT-FILE.
           IF WS-FLAGGED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "CUSTOMER CONCENTRATION OVER LIMIT" TO
                   WS-JOB-REASON
           ELSE
               IF WS-POSITIONS-SKIPPED > 0
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "POSITION TABLE FULL, REPORT INCOMPLETE" TO
                       WS-JOB-REASON
               END-IF
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "CONCENTRATION-REPORT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-CONCENTRATION-CONTROL.
           OPEN INPUT CONCENTRATION-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ CONCENTRATION-CONTROL-FILE
               AT END
                   MOVE SPACES TO CONCENTRATION-CONTROL-LINE
           END-READ.
           CLOSE CONCENTRATION-CONTROL-FILE.
           IF CCN-TOP-COUNT NUMERIC AND CCN-TOP-COUNT > 0
               MOVE CCN-TOP-COUNT TO WS-TOP-COUNT
           END-IF.
           IF CCN-THRESHOLD-PCT NUMERIC AND CCN-THRESHOLD-PCT > 0
               MOVE CCN-THRESHOLD-PCT TO WS-THRESHOLD-PCT
           END-IF.

       LOAD-PRIOR-BALANCES.
           OPEN INPUT PRIOR-BALANCE-FILE.
           IF WS-PRIOR-BALANCE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR PRIOR-BALANCE-TOTAL >= 2000
                   READ PRIOR-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF PRIOR-BAL-ACCOUNT NOT = SPACES
                                   AND PRIOR-BAL-AMOUNT NUMERIC
                               ADD 1 TO PRIOR-BALANCE-TOTAL
                               MOVE PRIOR-BAL-ACCOUNT TO
                                   PRB-ACCOUNT(PRIOR-BALANCE-TOTAL)
                               MOVE PRIOR-BAL-AMOUNT TO
                                   PRB-AMOUNT(PRIOR-BALANCE-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-BALANCE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-ACCOUNT-XREF.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-ACCOUNT-XREF-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR XREF-TOTAL >= 2000
                   READ ACCOUNT-XREF-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF XREF-ACCOUNT NOT = SPACES
                                   AND XREF-CUSTOMER NOT = SPACES
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

       SCAN-MASTER-POSITIONS.
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
                           PERFORM NOTE-ONE-POSITION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.

       NOTE-ONE-POSITION.
           PERFORM FIND-GROUP-ENTRY.
           IF WS-GROUP-IDX = 0 OR POSITION-TOTAL >= 2000
               ADD 1 TO WS-POSITIONS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO POSITION-TOTAL.
           SET PSN-IDX TO POSITION-TOTAL.
           MOVE POS-ACCOUNT TO PSN-ACCOUNT(PSN-IDX).
           MOVE WS-GROUP-IDX TO PSN-GROUP(PSN-IDX).
           MOVE POS-CURRENT-BALANCE TO PSN-BALANCE(PSN-IDX).
           MOVE 'N' TO PSN-PICKED(PSN-IDX).
           MOVE 'N' TO PSN-PRIOR-FOUND(PSN-IDX).
           MOVE 0 TO PSN-PRIOR(PSN-IDX).
           PERFORM VARYING PRB-IDX FROM 1 BY 1
                   UNTIL PRB-IDX > PRIOR-BALANCE-TOTAL
               IF PRB-ACCOUNT(PRB-IDX) = POS-ACCOUNT
                   MOVE PRB-AMOUNT(PRB-IDX) TO PSN-PRIOR(PSN-IDX)
                   MOVE 'Y' TO PSN-PRIOR-FOUND(PSN-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PSN-PRIOR-FOUND(PSN-IDX) = 'N'
               ADD 1 TO WS-NO-PRIOR-COUNT
           END-IF.
           COMPUTE PSN-CHANGE(PSN-IDX) = PSN-BALANCE(PSN-IDX)
               - PSN-PRIOR(PSN-IDX).
           MOVE SPACES TO PSN-CUSTOMER(PSN-IDX).
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-ACCOUNT(XRF-IDX) = POS-ACCOUNT
                   MOVE XRF-CUSTOMER(XRF-IDX) TO PSN-CUSTOMER(PSN-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF PSN-CUSTOMER(PSN-IDX) = SPACES
               ADD 1 TO WS-UNLINKED-COUNT
           END-IF.
           SET GRP-IDX TO WS-GROUP-IDX.
           ADD 1 TO GRP-ACCOUNTS(GRP-IDX).
           ADD PSN-BALANCE(PSN-IDX) TO GRP-NET-BALANCE(GRP-IDX).
           ADD PSN-CHANGE(PSN-IDX) TO GRP-NET-CHANGE(GRP-IDX).
           IF PSN-BALANCE(PSN-IDX) > 0
               ADD PSN-BALANCE(PSN-IDX) TO GRP-DEPOSITS(GRP-IDX)
           END-IF.

       FIND-GROUP-ENTRY.
           MOVE 0 TO WS-GROUP-IDX.
           PERFORM VARYING GRP-IDX FROM 1 BY 1
                   UNTIL GRP-IDX > GROUP-TOTAL
               IF GRP-COMPANY(GRP-IDX) = POS-COMPANY
                       AND GRP-CURRENCY(GRP-IDX) = POS-CURRENCY
                   SET WS-GROUP-IDX TO GRP-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF GROUP-TOTAL < 50
               ADD 1 TO GROUP-TOTAL
               MOVE GROUP-TOTAL TO WS-GROUP-IDX
               MOVE POS-COMPANY TO GRP-COMPANY(GROUP-TOTAL)
               MOVE POS-CURRENCY TO GRP-CURRENCY(GROUP-TOTAL)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE "BALANCE CONCENTRATION AND TOP MOVERS REPORT" TO
               CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           MOVE WS-TOP-COUNT TO WS-RANK-DISPLAY.
           MOVE WS-THRESHOLD-PCT TO WS-PCT-DISPLAY.
           MOVE SPACES TO CONCENTRATION-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               "   TOP " WS-RANK-DISPLAY
               "   CONCENTRATION LIMIT " WS-PCT-DISPLAY "%"
               DELIMITED BY SIZE INTO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.

       REPORT-ONE-GROUP.
           SET GRP-IDX TO WS-CURRENT-GROUP.
           MOVE SPACES TO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           MOVE GRP-ACCOUNTS(GRP-IDX) TO WS-COUNT-DISPLAY.
           MOVE GRP-DEPOSITS(GRP-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE GRP-NET-BALANCE(GRP-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE GRP-NET-CHANGE(GRP-IDX) TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO CONCENTRATION-REPORT-LINE.
           STRING "COMPANY " GRP-COMPANY(GRP-IDX)
               "  CURRENCY " GRP-CURRENCY(GRP-IDX)
               "  ACCOUNTS " WS-COUNT-DISPLAY
               "  DEPOSITS " WS-AMOUNT-DISPLAY
               "  NET " WS-AMOUNT-DISPLAY-2
               "  NET CHANGE " WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           PERFORM WRITE-TOP-BALANCES.
           PERFORM WRITE-TOP-INCREASES.
           PERFORM WRITE-TOP-DECREASES.
           PERFORM WRITE-CUSTOMER-SHARES.

       CLEAR-PICKED-POSITIONS.
           PERFORM VARYING PSN-IDX FROM 1 BY 1
                   UNTIL PSN-IDX > POSITION-TOTAL
               MOVE 'N' TO PSN-PICKED(PSN-IDX)
           END-PERFORM.

       WRITE-TOP-BALANCES.
           MOVE "  TOP BALANCES" TO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           PERFORM CLEAR-PICKED-POSITIONS.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-COUNT
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING PSN-IDX FROM 1 BY 1
                       UNTIL PSN-IDX > POSITION-TOTAL
                   IF PSN-GROUP(PSN-IDX) = WS-CURRENT-GROUP
                           AND PSN-PICKED(PSN-IDX) = 'N'
                       IF WS-BEST-IDX = 0
                               OR PSN-BALANCE(PSN-IDX) > WS-BEST-AMOUNT
                           SET WS-BEST-IDX TO PSN-IDX
                           MOVE PSN-BALANCE(PSN-IDX) TO WS-BEST-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               SET PSN-IDX TO WS-BEST-IDX
               MOVE 'Y' TO PSN-PICKED(PSN-IDX)
               PERFORM WRITE-POSITION-LINE
           END-PERFORM.

       WRITE-TOP-INCREASES.
           MOVE "  LARGEST INCREASES SINCE PRIOR DAY" TO
               CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           PERFORM CLEAR-PICKED-POSITIONS.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-COUNT
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING PSN-IDX FROM 1 BY 1
                       UNTIL PSN-IDX > POSITION-TOTAL
                   IF PSN-GROUP(PSN-IDX) = WS-CURRENT-GROUP
                           AND PSN-PICKED(PSN-IDX) = 'N'
                           AND PSN-CHANGE(PSN-IDX) > 0
                       IF WS-BEST-IDX = 0
                               OR PSN-CHANGE(PSN-IDX) > WS-BEST-AMOUNT
                           SET WS-BEST-IDX TO PSN-IDX
                           MOVE PSN-CHANGE(PSN-IDX) TO WS-BEST-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               SET PSN-IDX TO WS-BEST-IDX
               MOVE 'Y' TO PSN-PICKED(PSN-IDX)
               PERFORM WRITE-POSITION-LINE
           END-PERFORM.
           IF WS-RANK = 1
               MOVE "    NONE" TO CONCENTRATION-REPORT-LINE
               WRITE CONCENTRATION-REPORT-LINE
           END-IF.

       WRITE-TOP-DECREASES.
           MOVE "  LARGEST DECREASES SINCE PRIOR DAY" TO
               CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           PERFORM CLEAR-PICKED-POSITIONS.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-COUNT
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING PSN-IDX FROM 1 BY 1
                       UNTIL PSN-IDX > POSITION-TOTAL
                   IF PSN-GROUP(PSN-IDX) = WS-CURRENT-GROUP
                           AND PSN-PICKED(PSN-IDX) = 'N'
                           AND PSN-CHANGE(PSN-IDX) < 0
                       IF WS-BEST-IDX = 0
                               OR PSN-CHANGE(PSN-IDX) < WS-BEST-AMOUNT
                           SET WS-BEST-IDX TO PSN-IDX
                           MOVE PSN-CHANGE(PSN-IDX) TO WS-BEST-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX = 0
                   EXIT PERFORM
               END-IF
               SET PSN-IDX TO WS-BEST-IDX
               MOVE 'Y' TO PSN-PICKED(PSN-IDX)
               PERFORM WRITE-POSITION-LINE
           END-PERFORM.
           IF WS-RANK = 1
               MOVE "    NONE" TO CONCENTRATION-REPORT-LINE
               WRITE CONCENTRATION-REPORT-LINE
           END-IF.

       WRITE-POSITION-LINE.
           MOVE WS-RANK TO WS-RANK-DISPLAY.
           MOVE PSN-BALANCE(PSN-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE PSN-CHANGE(PSN-IDX) TO WS-AMOUNT-DISPLAY-2.
           IF PSN-PRIOR-FOUND(PSN-IDX) = 'Y'
               MOVE SPACES TO WS-FLAG-TEXT
           ELSE
               MOVE "NO PRIOR" TO WS-FLAG-TEXT
           END-IF.
           MOVE SPACES TO CONCENTRATION-REPORT-LINE.
           STRING "    " WS-RANK-DISPLAY
               "  ACCT " PSN-ACCOUNT(PSN-IDX)
               "  CUST " PSN-CUSTOMER(PSN-IDX)
               "  BALANCE " WS-AMOUNT-DISPLAY
               "  CHANGE " WS-AMOUNT-DISPLAY-2
               "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.

       BUILD-CUSTOMER-SHARES.
           MOVE 0 TO CUSTOMER-SHARE-TOTAL.
           PERFORM VARYING PSN-IDX FROM 1 BY 1
                   UNTIL PSN-IDX > POSITION-TOTAL
               IF PSN-GROUP(PSN-IDX) = WS-CURRENT-GROUP
                       AND PSN-BALANCE(PSN-IDX) > 0
                   PERFORM ADD-CUSTOMER-SHARE
               END-IF
           END-PERFORM.

       ADD-CUSTOMER-SHARE.
           IF PSN-CUSTOMER(PSN-IDX) = SPACES
               MOVE "UNLINKED" TO WS-CUSTOMER-ID
           ELSE
               MOVE PSN-CUSTOMER(PSN-IDX) TO WS-CUSTOMER-ID
           END-IF.
           PERFORM VARYING CSH-IDX FROM 1 BY 1
                   UNTIL CSH-IDX > CUSTOMER-SHARE-TOTAL
               IF CSH-CUSTOMER(CSH-IDX) = WS-CUSTOMER-ID
                   ADD 1 TO CSH-ACCOUNTS(CSH-IDX)
                   ADD PSN-BALANCE(PSN-IDX) TO CSH-DEPOSITS(CSH-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF CUSTOMER-SHARE-TOTAL < 2000
               ADD 1 TO CUSTOMER-SHARE-TOTAL
               SET CSH-IDX TO CUSTOMER-SHARE-TOTAL
               MOVE WS-CUSTOMER-ID TO CSH-CUSTOMER(CSH-IDX)
               MOVE 1 TO CSH-ACCOUNTS(CSH-IDX)
               MOVE PSN-BALANCE(PSN-IDX) TO CSH-DEPOSITS(CSH-IDX)
               MOVE 'N' TO CSH-PICKED(CSH-IDX)
           END-IF.

       WRITE-CUSTOMER-SHARES.
           MOVE "  CUSTOMER SHARE OF DEPOSITS" TO
               CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           PERFORM BUILD-CUSTOMER-SHARES.
           IF CUSTOMER-SHARE-TOTAL = 0
               MOVE "    NO DEPOSIT BALANCES" TO
                   CONCENTRATION-REPORT-LINE
               WRITE CONCENTRATION-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > CUSTOMER-SHARE-TOTAL
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING CSH-IDX FROM 1 BY 1
                       UNTIL CSH-IDX > CUSTOMER-SHARE-TOTAL
                   IF CSH-PICKED(CSH-IDX) = 'N'
                       IF WS-BEST-IDX = 0
                               OR CSH-DEPOSITS(CSH-IDX) > WS-BEST-AMOUNT
                           SET WS-BEST-IDX TO CSH-IDX
                           MOVE CSH-DEPOSITS(CSH-IDX) TO WS-BEST-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
               SET CSH-IDX TO WS-BEST-IDX
               MOVE 'Y' TO CSH-PICKED(CSH-IDX)
               COMPUTE WS-SHARE-PCT ROUNDED = CSH-DEPOSITS(CSH-IDX)
                   * 100 / GRP-DEPOSITS(GRP-IDX)
               IF WS-RANK > WS-TOP-COUNT
                       AND WS-SHARE-PCT NOT > WS-THRESHOLD-PCT
                   EXIT PERFORM
               END-IF
               PERFORM WRITE-CUSTOMER-SHARE-LINE
           END-PERFORM.

       WRITE-CUSTOMER-SHARE-LINE.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-SHARE-PCT > WS-THRESHOLD-PCT
                   AND CSH-CUSTOMER(CSH-IDX) NOT = "UNLINKED"
               MOVE "CONCENTRATED" TO WS-FLAG-TEXT
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE "CONCNTR " TO WS-ALERT-CODE
               MOVE WS-SHARE-PCT TO WS-PCT-DISPLAY
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "CUSTOMER " CSH-CUSTOMER(CSH-IDX)
                   " HOLDS " WS-PCT-DISPLAY "% OF CO "
                   GRP-COMPANY(GRP-IDX) " "
                   GRP-CURRENCY(GRP-IDX) " DEPOSITS"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           END-IF.
           MOVE WS-RANK TO WS-RANK-DISPLAY.
           MOVE CSH-ACCOUNTS(CSH-IDX) TO WS-COUNT-DISPLAY.
           MOVE CSH-DEPOSITS(CSH-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-SHARE-PCT TO WS-PCT-DISPLAY.
           MOVE SPACES TO CONCENTRATION-REPORT-LINE.
           STRING "    " WS-RANK-DISPLAY
               "  CUST " CSH-CUSTOMER(CSH-IDX)
               "  ACCOUNTS " WS-COUNT-DISPLAY
               "  DEPOSITS " WS-AMOUNT-DISPLAY
               "  SHARE " WS-PCT-DISPLAY "%"
               "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           MOVE WS-POSITIONS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONCENTRATION-REPORT-LINE.
           STRING "POSITIONS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           MOVE WS-POSITIONS-SKIPPED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONCENTRATION-REPORT-LINE.
           STRING "POSITIONS NOT REPORTED (TABLE FULL): "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           MOVE WS-NO-PRIOR-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONCENTRATION-REPORT-LINE.
           STRING "ACCOUNTS WITH NO PRIOR BALANCE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           MOVE WS-UNLINKED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONCENTRATION-REPORT-LINE.
           STRING "ACCOUNTS WITH NO LINKED CUSTOMER: "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CONCENTRATION-REPORT-LINE.
           STRING "CONCENTRATIONS OVER LIMIT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONCENTRATION-REPORT-LINE.
           WRITE CONCENTRATION-REPORT-LINE.

       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           IF WS-ALERT-LOG-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-TIMESTAMP
               MOVE "CONCENTRATION-REPORT" TO ALERT-PROGRAM
               MOVE WS-ALERT-SEVERITY TO ALERT-SEVERITY
               MOVE WS-ALERT-CODE TO ALERT-CODE
               MOVE WS-ALERT-TEXT TO ALERT-TEXT
               WRITE ALERT-LOG-LINE
               CLOSE ALERT-LOG-FILE
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
               DISPLAY "CONCENTRATION-REPORT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
