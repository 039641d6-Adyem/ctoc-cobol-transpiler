       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-RATING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT VELOCITY-EXCEPTION-FILE
               ASSIGN TO "velocity_exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VELOCITY-EXCEPTION-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "record_summary_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT LARGE-TXN-CONTROL-FILE
               ASSIGN TO "large_txn_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LARGE-CTL-STATUS.
           SELECT RATING-CONTROL-FILE
               ASSIGN TO "risk_rating_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-CONTROL-STATUS.
           SELECT RATING-REPORT-FILE
               ASSIGN TO "risk_rating_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "risk_rating_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-LINE.
           05  CUST-ID PIC X(8).
           05  CUST-NAME PIC X(30).
           05  CUST-ADDR1 PIC X(30).
           05  CUST-ADDR2 PIC X(30).
           05  CUST-ADDR3 PIC X(30).
           05  CUST-CHANNEL PIC X.
           05  CUST-POSTAL-CODE PIC X(10).
           05  CUST-MAIL-STATUS PIC X.
           05  CUST-LANGUAGE PIC X(2).
           05  CUST-RISK-TIER PIC X.
           05  CUST-RISK-SCORE PIC 9(3).
           05  CUST-RISK-DATE PIC 9(8).
           05  CUST-KYC-REVIEW-DATE PIC 9(8).
           05  CUST-KYC-NEXT-DUE PIC 9(8).
           05  CUST-KYC-DOC-EXPIRY PIC 9(8).
           05  CUST-KYC-FREQUENCY PIC 9(3).
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
       FD  VELOCITY-EXCEPTION-FILE.
       01  VELOCITY-EXCEPTION-LINE.
           05  VEX-RUN-DATE PIC 9(8).
           05  VEX-ACCOUNT PIC X(10).
           05  VEX-AMOUNT PIC 9(7)V99.
           05  VEX-REASON PIC X(20).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE.
           COPY "SUSPENSE-RECORD.cpy".
       FD  LARGE-TXN-CONTROL-FILE.
       01  LARGE-TXN-CONTROL-LINE.
           05  LARGE-CTL-THRESHOLD PIC S9(9)V99 SIGN LEADING
               SEPARATE.
       FD  RATING-CONTROL-FILE.
       01  RATING-CONTROL-LINE.
           05  RRC-LOOKBACK-DAYS PIC 9(3).
           05  RRC-MEDIUM-SCORE PIC 9(3).
           05  RRC-HIGH-SCORE PIC 9(3).
       FD  RATING-REPORT-FILE.
       01  RATING-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "RISK RATING COMPLETE".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-VELOCITY-EXCEPTION-STATUS PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-LARGE-CTL-STATUS PIC XX VALUE "00".
       01  WS-RATING-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-LOOKBACK-DAYS PIC 9(3) VALUE 90.
       01  WS-LOOKBACK-START PIC 9(8) VALUE 0.
       01  WS-MEDIUM-SCORE PIC 9(3) VALUE 30.
       01  WS-HIGH-SCORE PIC 9(3) VALUE 60.
       01  WS-LARGE-THRESHOLD PIC S9(9)V99 VALUE 0.
       01  WS-LARGE-ENABLED PIC X VALUE 'N'.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES INDEXED BY CUS-IDX.
               10  RCU-IMAGE PIC X(181) VALUE SPACES.
               10  RCU-ID PIC X(8) VALUE SPACES.
               10  RCU-OLD-TIER PIC X VALUE SPACE.
               10  RCU-NEW-TIER PIC X VALUE SPACE.
               10  RCU-SCORE PIC 9(3) VALUE 0.
               10  RCU-VOLUME PIC 9(6) VALUE 0.
               10  RCU-VELOCITY PIC 9(4) VALUE 0.
               10  RCU-LARGE PIC 9(4) VALUE 0.
               10  RCU-SUSPENSE PIC 9(4) VALUE 0.
               10  RCU-OPEN-DATE PIC 9(8) VALUE 0.
               10  RCU-VOLUME-POINTS PIC 9(3) VALUE 0.
               10  RCU-VELOCITY-POINTS PIC 9(3) VALUE 0.
               10  RCU-LARGE-POINTS PIC 9(3) VALUE 0.
               10  RCU-SUSPENSE-POINTS PIC 9(3) VALUE 0.
               10  RCU-AGE-POINTS PIC 9(3) VALUE 0.
       01  CUSTOMER-TOTAL PIC 9(4) VALUE 0.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 1000 TIMES INDEXED BY ACC-IDX.
               10  RAC-ACCOUNT PIC X(10) VALUE SPACES.
               10  RAC-CUSTOMER-SUB PIC 9(4) VALUE 0.
       01  ACCOUNT-TOTAL PIC 9(4) VALUE 0.
       01  WS-LOOKUP-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-SUB PIC 9(4) VALUE 0.
       01  WS-AGE-DAYS PIC S9(9) COMP VALUE 0.
       01  WS-CUSTOMERS-RATED PIC 9(6) VALUE 0.
       01  WS-TIER-CHANGES PIC 9(6) VALUE 0.
       01  WS-MOVED-TO-HIGH PIC 9(6) VALUE 0.
       01  WS-LOW-COUNT PIC 9(6) VALUE 0.
       01  WS-MEDIUM-COUNT PIC 9(6) VALUE 0.
       01  WS-HIGH-COUNT PIC 9(6) VALUE 0.
       01  WS-OLD-TIER-TEXT PIC X VALUE SPACE.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-SCORE-DISPLAY PIC ZZ9.
       01  WS-VOLUME-POINTS-DISPLAY PIC Z9.
       01  WS-VELOCITY-POINTS-DISPLAY PIC Z9.
       01  WS-LARGE-POINTS-DISPLAY PIC Z9.
       01  WS-SUSPENSE-POINTS-DISPLAY PIC Z9.
       01  WS-AGE-POINTS-DISPLAY PIC Z9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-RATING-CONTROL.
           COMPUTE WS-LOOKBACK-START = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DATE-INT - WS-LOOKBACK-DAYS).
           PERFORM LOAD-LARGE-TXN-CONTROL.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-ACCOUNT-XREF.
           PERFORM TALLY-ACCOUNT-AGE.
           PERFORM TALLY-LINEAGE-ACTIVITY.
           PERFORM TALLY-VELOCITY-EXCEPTIONS.
           PERFORM TALLY-SUSPENSE-HISTORY.
           OPEN OUTPUT RATING-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
               PERFORM RATE-ONE-CUSTOMER
           END-PERFORM.
           PERFORM REWRITE-CUSTOMER-MASTER.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RATING-REPORT-FILE.
           IF WS-MOVED-TO-HIGH > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "CUSTOMERS MOVED TO HIGH RISK TIER" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "RISK-RATING" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-RATING-CONTROL.
           OPEN INPUT RATING-CONTROL-FILE.
           IF WS-RATING-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ RATING-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RRC-LOOKBACK-DAYS NUMERIC
                           AND RRC-LOOKBACK-DAYS > 0
                       MOVE RRC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                   END-IF
                   IF RRC-MEDIUM-SCORE NUMERIC
                           AND RRC-HIGH-SCORE NUMERIC
                           AND RRC-MEDIUM-SCORE > 0
                           AND RRC-HIGH-SCORE > RRC-MEDIUM-SCORE
                       MOVE RRC-MEDIUM-SCORE TO WS-MEDIUM-SCORE
                       MOVE RRC-HIGH-SCORE TO WS-HIGH-SCORE
                   END-IF
           END-READ.
           CLOSE RATING-CONTROL-FILE.

       LOAD-LARGE-TXN-CONTROL.
           OPEN INPUT LARGE-TXN-CONTROL-FILE.
           IF WS-LARGE-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ LARGE-TXN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LARGE-CTL-THRESHOLD NUMERIC
                           AND LARGE-CTL-THRESHOLD > 0
                       MOVE LARGE-CTL-THRESHOLD TO WS-LARGE-THRESHOLD
                       MOVE 'Y' TO WS-LARGE-ENABLED
                   END-IF
           END-READ.
           CLOSE LARGE-TXN-CONTROL-FILE.

       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "RISK-RATING: UNABLE TO OPEN CUSTOMER MASTER "
                   "customer_master.dat, FILE STATUS "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "CUSTOMER MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR CUSTOMER-TOTAL >= 500
               READ CUSTOMER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CUST-ID NOT = SPACES
                           ADD 1 TO CUSTOMER-TOTAL
                           SET CUS-IDX TO CUSTOMER-TOTAL
                           MOVE CUSTOMER-MASTER-LINE TO
                               RCU-IMAGE(CUS-IDX)
                           MOVE CUST-ID TO RCU-ID(CUS-IDX)
                           MOVE CUST-RISK-TIER TO RCU-OLD-TIER(CUS-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-ACCOUNT-XREF.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-ACCOUNT-XREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR ACCOUNT-TOTAL >= 1000
               READ ACCOUNT-XREF-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM ADD-XREF-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.
           MOVE 'N' TO EOF-FLAG.

       ADD-XREF-ACCOUNT.
           IF XREF-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
               IF RCU-ID(CUS-IDX) = XREF-CUSTOMER
                   ADD 1 TO ACCOUNT-TOTAL
                   MOVE XREF-ACCOUNT TO RAC-ACCOUNT(ACCOUNT-TOTAL)
                   SET RAC-CUSTOMER-SUB(ACCOUNT-TOTAL) TO CUS-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-CUSTOMER.
           MOVE 0 TO WS-CUSTOMER-SUB.
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACCOUNT-TOTAL
               IF RAC-ACCOUNT(ACC-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE RAC-CUSTOMER-SUB(ACC-IDX) TO WS-CUSTOMER-SUB
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       TALLY-ACCOUNT-AGE.
           OPEN INPUT ACCOUNT-REF-FILE.
           IF WS-ACCOUNT-REF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ACCOUNT-REF-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ACCT-REF-OPEN-DATE NUMERIC
                               AND ACCT-REF-OPEN-DATE > 0
                           MOVE ACCT-REF-ID TO WS-LOOKUP-ACCOUNT
                           PERFORM FIND-ACCOUNT-CUSTOMER
                           IF WS-CUSTOMER-SUB > 0
                               IF RCU-OPEN-DATE(WS-CUSTOMER-SUB) = 0
                                   OR ACCT-REF-OPEN-DATE <
                                      RCU-OPEN-DATE(WS-CUSTOMER-SUB)
                                   MOVE ACCT-REF-OPEN-DATE TO
                                       RCU-OPEN-DATE(WS-CUSTOMER-SUB)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-REF-FILE.
           MOVE 'N' TO EOF-FLAG.

       TALLY-LINEAGE-ACTIVITY.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LINEAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LINEAGE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF LIN-STAGE = "RECORD-SUMMARY"
                               AND LIN-DISPOSITION = "ACCEPTED"
                               AND LIN-TRAN-DATE NUMERIC
                               AND LIN-TRAN-DATE >= WS-LOOKBACK-START
                               AND LIN-TRAN-DATE <= WS-RUN-DATE-NUM
                           PERFORM NOTE-LINEAGE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LINEAGE-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-LINEAGE-ITEM.
           MOVE LIN-ACCOUNT TO WS-LOOKUP-ACCOUNT.
           PERFORM FIND-ACCOUNT-CUSTOMER.
           IF WS-CUSTOMER-SUB = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RCU-VOLUME(WS-CUSTOMER-SUB).
           IF WS-LARGE-ENABLED = 'Y'
                   AND LIN-AMOUNT NUMERIC
                   AND LIN-AMOUNT >= WS-LARGE-THRESHOLD
               ADD 1 TO RCU-LARGE(WS-CUSTOMER-SUB)
           END-IF.

       TALLY-VELOCITY-EXCEPTIONS.
           OPEN INPUT VELOCITY-EXCEPTION-FILE.
           IF WS-VELOCITY-EXCEPTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ VELOCITY-EXCEPTION-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF VEX-RUN-DATE NUMERIC
                               AND VEX-RUN-DATE >= WS-LOOKBACK-START
                           MOVE VEX-ACCOUNT TO WS-LOOKUP-ACCOUNT
                           PERFORM FIND-ACCOUNT-CUSTOMER
                           IF WS-CUSTOMER-SUB > 0
                               ADD 1 TO
                                   RCU-VELOCITY(WS-CUSTOMER-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VELOCITY-EXCEPTION-FILE.
           MOVE 'N' TO EOF-FLAG.

       TALLY-SUSPENSE-HISTORY.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF SUSPENSE-REJECT-DATE NUMERIC
                               AND SUSPENSE-REJECT-DATE >=
                                   WS-LOOKBACK-START
                           MOVE SUSPENSE-ORIGINAL-IMAGE(12:10) TO
                               WS-LOOKUP-ACCOUNT
                           PERFORM FIND-ACCOUNT-CUSTOMER
                           IF WS-CUSTOMER-SUB > 0
                               ADD 1 TO
                                   RCU-SUSPENSE(WS-CUSTOMER-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           MOVE 'N' TO EOF-FLAG.

       RATE-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-RATED.
           IF RCU-VOLUME(CUS-IDX) >= 200
               MOVE 20 TO RCU-VOLUME-POINTS(CUS-IDX)
           ELSE
               IF RCU-VOLUME(CUS-IDX) >= 50
                   MOVE 10 TO RCU-VOLUME-POINTS(CUS-IDX)
               END-IF
           END-IF.
           IF RCU-VELOCITY(CUS-IDX) >= 3
               MOVE 30 TO RCU-VELOCITY-POINTS(CUS-IDX)
           ELSE
               COMPUTE RCU-VELOCITY-POINTS(CUS-IDX) =
                   RCU-VELOCITY(CUS-IDX) * 10
           END-IF.
           IF RCU-LARGE(CUS-IDX) >= 3
               MOVE 30 TO RCU-LARGE-POINTS(CUS-IDX)
           ELSE
               COMPUTE RCU-LARGE-POINTS(CUS-IDX) =
                   RCU-LARGE(CUS-IDX) * 10
           END-IF.
           IF RCU-SUSPENSE(CUS-IDX) >= 4
               MOVE 20 TO RCU-SUSPENSE-POINTS(CUS-IDX)
           ELSE
               COMPUTE RCU-SUSPENSE-POINTS(CUS-IDX) =
                   RCU-SUSPENSE(CUS-IDX) * 5
           END-IF.
           IF RCU-OPEN-DATE(CUS-IDX) = 0
               MOVE 10 TO RCU-AGE-POINTS(CUS-IDX)
           ELSE
               COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(RCU-OPEN-DATE(CUS-IDX))
               IF WS-AGE-DAYS < 90
                   MOVE 20 TO RCU-AGE-POINTS(CUS-IDX)
               ELSE
                   IF WS-AGE-DAYS < 365
                       MOVE 10 TO RCU-AGE-POINTS(CUS-IDX)
                   END-IF
               END-IF
           END-IF.
           COMPUTE RCU-SCORE(CUS-IDX) =
               RCU-VOLUME-POINTS(CUS-IDX)
               + RCU-VELOCITY-POINTS(CUS-IDX)
               + RCU-LARGE-POINTS(CUS-IDX)
               + RCU-SUSPENSE-POINTS(CUS-IDX)
               + RCU-AGE-POINTS(CUS-IDX).
           IF RCU-SCORE(CUS-IDX) >= WS-HIGH-SCORE
               MOVE 'H' TO RCU-NEW-TIER(CUS-IDX)
               ADD 1 TO WS-HIGH-COUNT
           ELSE
               IF RCU-SCORE(CUS-IDX) >= WS-MEDIUM-SCORE
                   MOVE 'M' TO RCU-NEW-TIER(CUS-IDX)
                   ADD 1 TO WS-MEDIUM-COUNT
               ELSE
                   MOVE 'L' TO RCU-NEW-TIER(CUS-IDX)
                   ADD 1 TO WS-LOW-COUNT
               END-IF
           END-IF.
           IF RCU-NEW-TIER(CUS-IDX) NOT = RCU-OLD-TIER(CUS-IDX)
               ADD 1 TO WS-TIER-CHANGES
               IF RCU-NEW-TIER(CUS-IDX) = 'H'
                   ADD 1 TO WS-MOVED-TO-HIGH
               END-IF
               PERFORM WRITE-TIER-CHANGE
           END-IF.

       WRITE-TIER-CHANGE.
           MOVE RCU-IMAGE(CUS-IDX) TO CUSTOMER-MASTER-LINE.
           IF RCU-OLD-TIER(CUS-IDX) = SPACE
               MOVE '-' TO WS-OLD-TIER-TEXT
           ELSE
               MOVE RCU-OLD-TIER(CUS-IDX) TO WS-OLD-TIER-TEXT
           END-IF.
           MOVE RCU-SCORE(CUS-IDX) TO WS-SCORE-DISPLAY.
           MOVE RCU-VOLUME-POINTS(CUS-IDX) TO WS-VOLUME-POINTS-DISPLAY.
           MOVE RCU-VELOCITY-POINTS(CUS-IDX) TO
               WS-VELOCITY-POINTS-DISPLAY.
           MOVE RCU-LARGE-POINTS(CUS-IDX) TO WS-LARGE-POINTS-DISPLAY.
           MOVE RCU-SUSPENSE-POINTS(CUS-IDX) TO
               WS-SUSPENSE-POINTS-DISPLAY.
           MOVE RCU-AGE-POINTS(CUS-IDX) TO WS-AGE-POINTS-DISPLAY.
           MOVE SPACES TO RATING-REPORT-LINE.
           STRING RCU-ID(CUS-IDX) " " CUST-NAME(1:24) " "
               WS-OLD-TIER-TEXT " -> " RCU-NEW-TIER(CUS-IDX)
               " SCORE " WS-SCORE-DISPLAY
               "  VOL " WS-VOLUME-POINTS-DISPLAY
               " VEL " WS-VELOCITY-POINTS-DISPLAY
               " LRG " WS-LARGE-POINTS-DISPLAY
               " SUS " WS-SUSPENSE-POINTS-DISPLAY
               " AGE " WS-AGE-POINTS-DISPLAY
               DELIMITED BY SIZE INTO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.

       REWRITE-CUSTOMER-MASTER.
           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
               MOVE RCU-IMAGE(CUS-IDX) TO CUSTOMER-MASTER-LINE
               MOVE RCU-NEW-TIER(CUS-IDX) TO CUST-RISK-TIER
               MOVE RCU-SCORE(CUS-IDX) TO CUST-RISK-SCORE
               MOVE WS-RUN-DATE-NUM TO CUST-RISK-DATE
               WRITE CUSTOMER-MASTER-LINE
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.

       WRITE-REPORT-HEADING.
           MOVE "CUSTOMER RISK RATING CHANGES" TO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.
           MOVE WS-LOOKBACK-DAYS TO WS-SCORE-DISPLAY.
           MOVE SPACES TO RATING-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               "  LOOKBACK " WS-SCORE-DISPLAY " DAYS FROM "
               WS-LOOKBACK-START
               DELIMITED BY SIZE INTO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.
           MOVE SPACES TO RATING-REPORT-LINE.
           STRING "POINTS: VOL=ACTIVITY VOLUME VEL=VELOCITY EXCEPTIONS "
               "LRG=LARGE ITEMS SUS=SUSPENSE AGE=ACCOUNT AGE"
               DELIMITED BY SIZE INTO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-CUSTOMERS-RATED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RATING-REPORT-LINE.
           STRING "CUSTOMERS RATED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.
           MOVE WS-TIER-CHANGES TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RATING-REPORT-LINE.
           STRING "TIER CHANGES:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.
           MOVE WS-LOW-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RATING-REPORT-LINE.
           STRING "TIER L CUSTOMERS:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.
           MOVE WS-MEDIUM-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RATING-REPORT-LINE.
           STRING "TIER M CUSTOMERS:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.
           MOVE WS-HIGH-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RATING-REPORT-LINE.
           STRING "TIER H CUSTOMERS:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RATING-REPORT-LINE.
           WRITE RATING-REPORT-LINE.

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
               DISPLAY "RISK-RATING: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
