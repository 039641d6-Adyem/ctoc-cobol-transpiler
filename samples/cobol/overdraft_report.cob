       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDRAFT-REPORT.
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
           SELECT OVERDRAFT-LIMIT-FILE
               ASSIGN TO "overdraft_limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERDRAFT-LIMIT-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-CATALOG-STATUS.
           SELECT OVERDRAFT-HISTORY-FILE
               ASSIGN TO "overdraft_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT USAGE-REPORT-FILE
               ASSIGN TO "overdraft_usage_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "overdraft_report_jobstatus.dat"
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
       FD  OVERDRAFT-LIMIT-FILE.
       01  OVERDRAFT-LIMIT-LINE.
           COPY "OVERDRAFT-LIMIT-RECORD.cpy".
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  PRODUCT-CATALOG-FILE.
       01  PRODUCT-CATALOG-LINE.
           COPY "PRODUCT-RECORD.cpy".
       FD  OVERDRAFT-HISTORY-FILE.
       01  OVERDRAFT-HISTORY-LINE.
           05  OVH-ACCOUNT PIC X(10).
           05  OVH-DAYS PIC 9(5).
           05  OVH-SINCE-DATE PIC 9(8).
           05  OVH-LAST-RUN-DATE PIC 9(8).
       FD  USAGE-REPORT-FILE.
       01  USAGE-REPORT-LINE PIC X(120).
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
       01  WS-OVERDRAFT-LIMIT-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-PRODUCT-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "OVERDRAFT REPORT COMPLETE".
       01  WS-ALERT-SEVERITY PIC X VALUE 'E'.
       01  WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01  WS-ALERT-TEXT PIC X(60) VALUE SPACES.
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  OVERDRAFT-LIMIT-TABLE.
           05  OVERDRAFT-LIMIT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY ODL-IDX.
               10  LIMIT-ACCOUNT PIC X(10) VALUE SPACES.
               10  LIMIT-COMPANY PIC X(3) VALUE SPACES.
               10  LIMIT-AMOUNT PIC 9(9)V99 VALUE 0.
       01  OVERDRAFT-LIMIT-TOTAL PIC 9(4) VALUE 0.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-PRODUCT PIC X(4) VALUE SPACES.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY OCCURS 100 TIMES
                   INDEXED BY PRD-IDX.
               10  PRD-CODE PIC X(4) VALUE SPACES.
               10  PRD-OVERDRAFT-LIMIT PIC 9(9)V99 VALUE 0.
       01  PRODUCT-TOTAL PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-PRODUCT PIC X(4) VALUE SPACES.
       01  PRIOR-HISTORY-TABLE.
           05  PRIOR-HISTORY-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PRH-IDX.
               10  PRH-ACCOUNT PIC X(10) VALUE SPACES.
               10  PRH-DAYS PIC 9(5) VALUE 0.
               10  PRH-SINCE-DATE PIC 9(8) VALUE 0.
               10  PRH-LAST-RUN-DATE PIC 9(8) VALUE 0.
       01  PRIOR-HISTORY-TOTAL PIC 9(4) VALUE 0.
       01  NEW-HISTORY-TABLE.
           05  NEW-HISTORY-ENTRY OCCURS 1000 TIMES
                   INDEXED BY NWH-IDX.
               10  NWH-ACCOUNT PIC X(10) VALUE SPACES.
               10  NWH-DAYS PIC 9(5) VALUE 0.
               10  NWH-SINCE-DATE PIC 9(8) VALUE 0.
               10  NWH-NEW-FLAG PIC X VALUE 'N'.
               10  NWH-USED PIC 9(11)V99 VALUE 0.
       01  NEW-HISTORY-TOTAL PIC 9(4) VALUE 0.
       01  WS-LIMIT-SET PIC X VALUE 'N'.
       01  WS-OVERDRAFT-LIMIT PIC 9(9)V99 VALUE 0.
       01  WS-AMOUNT-USED PIC 9(11)V99 VALUE 0.
       01  WS-DAYS-OVERDRAWN PIC 9(5) VALUE 0.
       01  WS-SINCE-DATE PIC 9(8) VALUE 0.
       01  WS-NEW-FLAG PIC X VALUE 'N'.
       01  WS-FLAG-TEXT PIC X(10) VALUE SPACES.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-ACCOUNTS-READ PIC 9(9) VALUE 0.
       01  WS-OVERDRAWN-COUNT PIC 9(9) VALUE 0.
       01  WS-NEW-COUNT PIC 9(9) VALUE 0.
       01  WS-OVER-LIMIT-COUNT PIC 9(9) VALUE 0.
       01  WS-TOTAL-USED PIC 9(13)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-DAYS-DISPLAY PIC Z(4)9.
       01  WS-AMOUNT-DISPLAY PIC Z(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC Z(10)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-OVERDRAFT-LIMITS.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-ACCOUNT-PRODUCTS.
           PERFORM LOAD-OVERDRAFT-HISTORY.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "OVERDRAFT-REPORT: UNABLE TO OPEN MASTER FILE "
                   "output.idx, FILE STATUS " WS-INDEXED-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT USAGE-REPORT-FILE.
           MOVE "DAILY OVERDRAFT USAGE REPORT" TO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.
           MOVE SPACES TO USAGE-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.
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
                           PERFORM REPORT-ONE-POSITION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE INDEXED-OUTPUT-FILE.
           PERFORM WRITE-NEWLY-OVERDRAWN.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE USAGE-REPORT-FILE.
           PERFORM SAVE-OVERDRAFT-HISTORY.
           IF WS-OVER-LIMIT-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "ACCOUNTS OVER OVERDRAFT LIMIT" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "OVERDRAFT-REPORT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-OVERDRAFT-LIMITS.
           OPEN INPUT OVERDRAFT-LIMIT-FILE.
           IF WS-OVERDRAFT-LIMIT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR OVERDRAFT-LIMIT-TOTAL >= 1000
                   READ OVERDRAFT-LIMIT-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ODL-ACCOUNT NOT = SPACES
                                   AND ODL-LIMIT NUMERIC
                               ADD 1 TO OVERDRAFT-LIMIT-TOTAL
                               MOVE ODL-ACCOUNT TO
                                   LIMIT-ACCOUNT(OVERDRAFT-LIMIT-TOTAL)
                               MOVE ODL-COMPANY TO
                                   LIMIT-COMPANY(OVERDRAFT-LIMIT-TOTAL)
                               MOVE ODL-LIMIT TO
                                   LIMIT-AMOUNT(OVERDRAFT-LIMIT-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERDRAFT-LIMIT-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

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
                                   AND PROD-OVERDRAFT-LIMIT NUMERIC
                               ADD 1 TO PRODUCT-TOTAL
                               MOVE PROD-CODE TO
                                   PRD-CODE(PRODUCT-TOTAL)
                               MOVE PROD-OVERDRAFT-LIMIT TO
                                   PRD-OVERDRAFT-LIMIT(PRODUCT-TOTAL)
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
                                   AND ACCT-REF-PRODUCT NOT = SPACES
                               ADD 1 TO ACCOUNT-REF-TOTAL
                               MOVE ACCT-REF-ID TO
                                   REF-ENTRY-ID(ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-PRODUCT TO
                                   REF-ENTRY-PRODUCT(ACCOUNT-REF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-OVERDRAFT-HISTORY.
           OPEN INPUT OVERDRAFT-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR PRIOR-HISTORY-TOTAL >= 1000
                   READ OVERDRAFT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF OVH-ACCOUNT NOT = SPACES
                                   AND OVH-DAYS NUMERIC
                                   AND OVH-SINCE-DATE NUMERIC
                                   AND OVH-LAST-RUN-DATE NUMERIC
                               ADD 1 TO PRIOR-HISTORY-TOTAL
                               MOVE OVH-ACCOUNT TO
                                   PRH-ACCOUNT(PRIOR-HISTORY-TOTAL)
                               MOVE OVH-DAYS TO
                                   PRH-DAYS(PRIOR-HISTORY-TOTAL)
                               MOVE OVH-SINCE-DATE TO
                                   PRH-SINCE-DATE(PRIOR-HISTORY-TOTAL)
                               MOVE OVH-LAST-RUN-DATE TO
                                   PRH-LAST-RUN-DATE
                                       (PRIOR-HISTORY-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERDRAFT-HISTORY-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       FIND-OVERDRAFT-LIMIT.
           MOVE 'N' TO WS-LIMIT-SET.
           MOVE 0 TO WS-OVERDRAFT-LIMIT.
           PERFORM VARYING ODL-IDX FROM 1 BY 1
                   UNTIL ODL-IDX > OVERDRAFT-LIMIT-TOTAL
               IF LIMIT-ACCOUNT(ODL-IDX) = POS-ACCOUNT
                   MOVE 'Y' TO WS-LIMIT-SET
                   MOVE LIMIT-AMOUNT(ODL-IDX) TO WS-OVERDRAFT-LIMIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM FIND-PRODUCT-OVERDRAFT.
           IF WS-LIMIT-SET = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ODL-IDX FROM 1 BY 1
                   UNTIL ODL-IDX > OVERDRAFT-LIMIT-TOTAL
               IF LIMIT-ACCOUNT(ODL-IDX) = "*"
                       AND LIMIT-COMPANY(ODL-IDX) = POS-COMPANY
                   MOVE 'Y' TO WS-LIMIT-SET
                   MOVE LIMIT-AMOUNT(ODL-IDX) TO WS-OVERDRAFT-LIMIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM VARYING ODL-IDX FROM 1 BY 1
                   UNTIL ODL-IDX > OVERDRAFT-LIMIT-TOTAL
               IF LIMIT-ACCOUNT(ODL-IDX) = "*"
                       AND LIMIT-COMPANY(ODL-IDX) = SPACES
                   MOVE 'Y' TO WS-LIMIT-SET
                   MOVE LIMIT-AMOUNT(ODL-IDX) TO WS-OVERDRAFT-LIMIT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       FIND-PRODUCT-OVERDRAFT.
           MOVE SPACES TO WS-ACCOUNT-PRODUCT.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = POS-ACCOUNT
                   MOVE REF-ENTRY-PRODUCT(REF-IDX) TO
                       WS-ACCOUNT-PRODUCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACCOUNT-PRODUCT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > PRODUCT-TOTAL
               IF PRD-CODE(PRD-IDX) = WS-ACCOUNT-PRODUCT
                   MOVE 'Y' TO WS-LIMIT-SET
                   MOVE PRD-OVERDRAFT-LIMIT(PRD-IDX) TO
                       WS-OVERDRAFT-LIMIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TRACK-OVERDRAWN-DAYS.
           MOVE 'Y' TO WS-NEW-FLAG.
           MOVE 1 TO WS-DAYS-OVERDRAWN.
           MOVE WS-RUN-DATE-NUM TO WS-SINCE-DATE.
           PERFORM VARYING PRH-IDX FROM 1 BY 1
                   UNTIL PRH-IDX > PRIOR-HISTORY-TOTAL
               IF PRH-ACCOUNT(PRH-IDX) = POS-ACCOUNT
                   MOVE 'N' TO WS-NEW-FLAG
                   MOVE PRH-SINCE-DATE(PRH-IDX) TO WS-SINCE-DATE
                   MOVE PRH-DAYS(PRH-IDX) TO WS-DAYS-OVERDRAWN
                   IF PRH-LAST-RUN-DATE(PRH-IDX) < WS-RUN-DATE-NUM
                       ADD 1 TO WS-DAYS-OVERDRAWN
                   END-IF
                   IF WS-SINCE-DATE = WS-RUN-DATE-NUM
                       MOVE 'Y' TO WS-NEW-FLAG
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       REPORT-ONE-POSITION.
           PERFORM FIND-OVERDRAFT-LIMIT.
           MOVE 0 TO WS-AMOUNT-USED.
           MOVE 0 TO WS-DAYS-OVERDRAWN.
           MOVE 'N' TO WS-NEW-FLAG.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF POS-CURRENT-BALANCE < 0
               COMPUTE WS-AMOUNT-USED = 0 - POS-CURRENT-BALANCE
               ADD 1 TO WS-OVERDRAWN-COUNT
               ADD WS-AMOUNT-USED TO WS-TOTAL-USED
               PERFORM TRACK-OVERDRAWN-DAYS
               PERFORM NOTE-NEW-HISTORY
               IF WS-NEW-FLAG = 'Y'
                   ADD 1 TO WS-NEW-COUNT
                   MOVE "NEW" TO WS-FLAG-TEXT
               END-IF
               IF WS-AMOUNT-USED > WS-OVERDRAFT-LIMIT
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE "OVER LIMIT" TO WS-FLAG-TEXT
                   MOVE "ODLIMIT " TO WS-ALERT-CODE
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "OVERDRAFT LIMIT EXCEEDED ON ACCOUNT "
                       POS-ACCOUNT
                       DELIMITED BY SIZE INTO WS-ALERT-TEXT
                   PERFORM WRITE-ALERT-RECORD
               END-IF
           END-IF.
           IF WS-LIMIT-SET = 'N' AND WS-AMOUNT-USED = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OVERDRAFT-LIMIT TO WS-AMOUNT-DISPLAY.
           MOVE WS-AMOUNT-USED TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-DAYS-OVERDRAWN TO WS-DAYS-DISPLAY.
           MOVE SPACES TO USAGE-REPORT-LINE.
           STRING "ACCT " POS-ACCOUNT
               " CO " POS-COMPANY
               " LIMIT " WS-AMOUNT-DISPLAY
               " USED " WS-AMOUNT-DISPLAY-2
               " DAYS " WS-DAYS-DISPLAY
               " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.

       NOTE-NEW-HISTORY.
           IF NEW-HISTORY-TOTAL >= 1000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NEW-HISTORY-TOTAL.
           MOVE POS-ACCOUNT TO NWH-ACCOUNT(NEW-HISTORY-TOTAL).
           MOVE WS-DAYS-OVERDRAWN TO NWH-DAYS(NEW-HISTORY-TOTAL).
           MOVE WS-SINCE-DATE TO NWH-SINCE-DATE(NEW-HISTORY-TOTAL).
           MOVE WS-NEW-FLAG TO NWH-NEW-FLAG(NEW-HISTORY-TOTAL).
           MOVE WS-AMOUNT-USED TO NWH-USED(NEW-HISTORY-TOTAL).

       WRITE-NEWLY-OVERDRAWN.
           MOVE "NEWLY OVERDRAWN ACCOUNTS" TO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.
           PERFORM VARYING NWH-IDX FROM 1 BY 1
                   UNTIL NWH-IDX > NEW-HISTORY-TOTAL
               IF NWH-NEW-FLAG(NWH-IDX) = 'Y'
                   MOVE NWH-USED(NWH-IDX) TO WS-AMOUNT-DISPLAY-2
                   MOVE SPACES TO USAGE-REPORT-LINE
                   STRING "ACCT " NWH-ACCOUNT(NWH-IDX)
                       " USED " WS-AMOUNT-DISPLAY-2
                       DELIMITED BY SIZE INTO USAGE-REPORT-LINE
                   WRITE USAGE-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE WS-ACCOUNTS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO USAGE-REPORT-LINE.
           STRING "ACCOUNTS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.
           MOVE WS-OVERDRAWN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO USAGE-REPORT-LINE.
           STRING "ACCOUNTS OVERDRAWN: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.
           MOVE WS-NEW-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO USAGE-REPORT-LINE.
           STRING "NEWLY OVERDRAWN: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.
           MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO USAGE-REPORT-LINE.
           STRING "OVER LIMIT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.
           MOVE WS-TOTAL-USED TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO USAGE-REPORT-LINE.
           STRING "TOTAL OVERDRAFT USED: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO USAGE-REPORT-LINE.
           WRITE USAGE-REPORT-LINE.

       SAVE-OVERDRAFT-HISTORY.
           OPEN OUTPUT OVERDRAFT-HISTORY-FILE.
           PERFORM VARYING NWH-IDX FROM 1 BY 1
                   UNTIL NWH-IDX > NEW-HISTORY-TOTAL
               MOVE NWH-ACCOUNT(NWH-IDX) TO OVH-ACCOUNT
               MOVE NWH-DAYS(NWH-IDX) TO OVH-DAYS
               MOVE NWH-SINCE-DATE(NWH-IDX) TO OVH-SINCE-DATE
               MOVE WS-RUN-DATE-NUM TO OVH-LAST-RUN-DATE
               WRITE OVERDRAFT-HISTORY-LINE
           END-PERFORM.
           CLOSE OVERDRAFT-HISTORY-FILE.

       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           IF WS-ALERT-LOG-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-TIMESTAMP
               MOVE "OVERDRAFT-REPORT" TO ALERT-PROGRAM
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
               DISPLAY "OVERDRAFT-REPORT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
