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
               ASSIGN TO "customer_maint_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ENTITLEMENT-FILE
               ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT MAINT-REPORT-FILE
               ASSIGN TO "customer_maint_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-LINE.
           05  CUST-ID PIC X(8).
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
           05  CTRN-ADDR2 PIC X(30).
           05  CTRN-ADDR3 PIC X(30).
           05  CTRN-CHANNEL PIC X.
           05  CTRN-POSTAL-CODE PIC X(10).
           05  CTRN-MAIL-STATUS PIC X.
           05  CTRN-LANGUAGE PIC X(2).
           05  CTRN-KYC-REVIEW-DATE PIC 9(8).
           05  CTRN-KYC-DOC-EXPIRY PIC 9(8).
           05  CTRN-KYC-FREQUENCY PIC 9(3).
           05  CTRN-OPERATOR PIC X(8).
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE PIC X(80).
       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-LINE.
           COPY "OPERATOR-ENTITLEMENT-RECORD.cpy".
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-LINE.
           COPY "ALERT-LOG-LINE.cpy".
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-TRANS-STATUS PIC XX VALUE "00".
       01  WS-ENTITLEMENT-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  ENTITLEMENT-TABLE.
           05  ENTITLEMENT-ENTRY OCCURS 200 TIMES INDEXED BY EOP-IDX.
               10  EOP-OPERATOR PIC X(8) VALUE SPACES.
               10  EOP-ACTIONS PIC X(10) VALUE SPACES.
               10  EOP-STATUS PIC X VALUE SPACE.
               10  EOP-EXPIRY-DATE PIC 9(8) VALUE 0.
       01  ENTITLEMENT-TOTAL PIC 9(3) VALUE 0.
       01  WS-ENTITLEMENT-DATE PIC 9(8) VALUE 0.
       01  WS-ENTITLEMENT-OPERATOR PIC X(8) VALUE SPACES.
       01  WS-ENTITLEMENT-ACTION PIC X VALUE SPACE.
       01  WS-ENTITLEMENT-KEY PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ENTITLED PIC X VALUE 'N'.
       01  WS-ACTION-MATCHES PIC 9(2) VALUE 0.
       01  WS-DENIAL-TEXT PIC X(22) VALUE SPACES.
       01  WS-SECURITY-REJECTS PIC 9(6) VALUE 0.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "CUSTOMER MAINT COMPLETE".
       01  CUSTOMER-TABLE.
               10  CUS-ADDR2 PIC X(30) VALUE SPACES.
               10  CUS-ADDR3 PIC X(30) VALUE SPACES.
               10  CUS-CHANNEL PIC X VALUE SPACE.
               10  CUS-POSTAL-CODE PIC X(10) VALUE SPACES.
               10  CUS-MAIL-STATUS PIC X VALUE SPACE.
               10  CUS-LANGUAGE PIC X(2) VALUE SPACES.
               10  CUS-RISK-TIER PIC X VALUE SPACE.
               10  CUS-RISK-SCORE PIC 9(3) VALUE 0.
               10  CUS-RISK-DATE PIC 9(8) VALUE 0.
               10  CUS-KYC-REVIEW-DATE PIC 9(8) VALUE 0.
               10  CUS-KYC-NEXT-DUE PIC 9(8) VALUE 0.
               10  CUS-KYC-DOC-EXPIRY PIC 9(8) VALUE 0.
               10  CUS-KYC-FREQUENCY PIC 9(3) VALUE 0.
       01  CUSTOMER-TOTAL PIC 9(3) VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
       01  WS-FOUND-IDX PIC 9(4) VALUE 0.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-KYC-HIGH-MONTHS PIC 9(3) VALUE 12.
       01  WS-KYC-MEDIUM-MONTHS PIC 9(3) VALUE 24.
       01  WS-KYC-LOW-MONTHS PIC 9(3) VALUE 36.
       01  WS-KYC-DUE-DATE PIC 9(8) VALUE 0.
       01  WS-KYC-DUE-PARTS REDEFINES WS-KYC-DUE-DATE.
           05  WS-KYC-DUE-YEAR PIC 9(4).
           05  WS-KYC-DUE-MONTH PIC 9(2).
           05  WS-KYC-DUE-DAY PIC 9(2).
       01  WS-KYC-MONTH-COUNT PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-ACCOUNT-XREF.
           PERFORM LOAD-ENTITLEMENTS.
           OPEN INPUT CUSTOMER-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MAINT: UNABLE TO OPEN TRANSACTION "
           STRING "FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE WS-SECURITY-REJECTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "REJECTED AS UNAUTHORIZED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           CLOSE MAINT-REPORT-FILE.
           IF WS-FAILED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "CUSTOMER MAINT TRANSACTIONS FAILED" TO
                   WS-JOB-REASON
           END-IF.
           IF WS-SECURITY-REJECTS > 0
                   AND WS-JOB-CODE < RC-VALIDATION-FAILURE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "UNAUTHORIZED TRANSACTIONS REJECTED" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE "CUSTOMER-MAINT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

                                   CUS-ADDR3(CUSTOMER-TOTAL)
                               MOVE CUST-CHANNEL TO
                                   CUS-CHANNEL(CUSTOMER-TOTAL)
                               MOVE CUST-POSTAL-CODE TO
                                   CUS-POSTAL-CODE(CUSTOMER-TOTAL)
                               MOVE CUST-MAIL-STATUS TO
                                   CUS-MAIL-STATUS(CUSTOMER-TOTAL)
                               MOVE CUST-LANGUAGE TO
                                   CUS-LANGUAGE(CUSTOMER-TOTAL)
                               MOVE CUST-RISK-TIER TO
                                   CUS-RISK-TIER(CUSTOMER-TOTAL)
                               MOVE CUST-RISK-SCORE TO
                                   CUS-RISK-SCORE(CUSTOMER-TOTAL)
                               MOVE CUST-RISK-DATE TO
                                   CUS-RISK-DATE(CUSTOMER-TOTAL)
                               MOVE CUST-KYC-REVIEW-DATE TO
                                   CUS-KYC-REVIEW-DATE(CUSTOMER-TOTAL)
                               MOVE CUST-KYC-NEXT-DUE TO
                                   CUS-KYC-NEXT-DUE(CUSTOMER-TOTAL)
                               MOVE CUST-KYC-DOC-EXPIRY TO
                                   CUS-KYC-DOC-EXPIRY(CUSTOMER-TOTAL)
                               MOVE CUST-KYC-FREQUENCY TO
                                   CUS-KYC-FREQUENCY(CUSTOMER-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
           MOVE 'N' TO EOF-FLAG.

       APPLY-CUSTOMER-TRANSACTION.
           MOVE CTRN-OPERATOR TO WS-ENTITLEMENT-OPERATOR.
           MOVE CTRN-TYPE TO WS-ENTITLEMENT-ACTION.
           MOVE CTRN-CUST-ID TO WS-ENTITLEMENT-KEY.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF WS-OPERATOR-ENTITLED = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-DENIAL-TEXT TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               PERFORM WRITE-SECURITY-ALERT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE CTRN-TYPE
               WHEN 'C'
                   PERFORM APPLY-CUSTOMER-ENTRY
               WHEN 'X'
                   PERFORM APPLY-XREF-ENTRY
               WHEN 'K'
                   PERFORM APPLY-KYC-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "BAD TRANSACTION TYPE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CTRN-CHANNEL NOT = 'P' AND CTRN-CHANNEL NOT = 'E'
                   AND CTRN-CHANNEL NOT = SPACE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD DELIVERY CHANNEL" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CTRN-MAIL-STATUS NOT = 'R'
                   AND CTRN-MAIL-STATUS NOT = SPACE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD MAIL STATUS" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CTRN-LANGUAGE NOT ALPHABETIC-UPPER
                   OR (CTRN-LANGUAGE(1:1) = SPACE
                       AND CTRN-LANGUAGE(2:1) NOT = SPACE)
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD LANGUAGE CODE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
           MOVE CTRN-ADDR2 TO CUS-ADDR2(CUS-IDX).
           MOVE CTRN-ADDR3 TO CUS-ADDR3(CUS-IDX).
           MOVE CTRN-CHANNEL TO CUS-CHANNEL(CUS-IDX).
           MOVE CTRN-POSTAL-CODE TO CUS-POSTAL-CODE(CUS-IDX).
           MOVE CTRN-MAIL-STATUS TO CUS-MAIL-STATUS(CUS-IDX).
           MOVE CTRN-LANGUAGE TO CUS-LANGUAGE(CUS-IDX).
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "CUSTOMER APPLIED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.
           MOVE "XREF ADDED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       APPLY-KYC-ENTRY.
           IF CTRN-CUST-ID = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "CUSTOMER ID MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CTRN-KYC-REVIEW-DATE NOT NUMERIC
               MOVE 0 TO CTRN-KYC-REVIEW-DATE
           END-IF.
           IF CTRN-KYC-DOC-EXPIRY NOT NUMERIC
               MOVE 0 TO CTRN-KYC-DOC-EXPIRY
           END-IF.
           IF CTRN-KYC-FREQUENCY NOT NUMERIC
               MOVE 0 TO CTRN-KYC-FREQUENCY
           END-IF.
           IF CTRN-KYC-REVIEW-DATE > 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(CTRN-KYC-REVIEW-DATE)
                       NOT = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD KYC REVIEW DATE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CTRN-KYC-DOC-EXPIRY > 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(CTRN-KYC-DOC-EXPIRY)
                       NOT = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD DOCUMENT EXPIRY DATE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
               IF CUS-ID(CUS-IDX) = CTRN-CUST-ID
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "CUSTOMER NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CTRN-KYC-REVIEW-DATE > 0
               MOVE CTRN-KYC-REVIEW-DATE TO
                   CUS-KYC-REVIEW-DATE(CUS-IDX)
           END-IF.
           IF CTRN-KYC-DOC-EXPIRY > 0
               MOVE CTRN-KYC-DOC-EXPIRY TO CUS-KYC-DOC-EXPIRY(CUS-IDX)
           END-IF.
           IF CTRN-KYC-FREQUENCY > 0
               MOVE CTRN-KYC-FREQUENCY TO CUS-KYC-FREQUENCY(CUS-IDX)
           ELSE
               EVALUATE CUS-RISK-TIER(CUS-IDX)
                   WHEN 'H'
                       MOVE WS-KYC-HIGH-MONTHS TO
                           CUS-KYC-FREQUENCY(CUS-IDX)
                   WHEN 'M'
                       MOVE WS-KYC-MEDIUM-MONTHS TO
                           CUS-KYC-FREQUENCY(CUS-IDX)
                   WHEN OTHER
                       MOVE WS-KYC-LOW-MONTHS TO
                           CUS-KYC-FREQUENCY(CUS-IDX)
               END-EVALUATE
           END-IF.
           IF CUS-KYC-REVIEW-DATE(CUS-IDX) > 0
               PERFORM SET-KYC-NEXT-DUE
           END-IF.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "KYC REVIEW APPLIED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       SET-KYC-NEXT-DUE.
           MOVE CUS-KYC-REVIEW-DATE(CUS-IDX) TO WS-KYC-DUE-DATE.
           COMPUTE WS-KYC-MONTH-COUNT = WS-KYC-DUE-YEAR * 12
               + WS-KYC-DUE-MONTH - 1 + CUS-KYC-FREQUENCY(CUS-IDX).
           DIVIDE WS-KYC-MONTH-COUNT BY 12 GIVING WS-KYC-DUE-YEAR
               REMAINDER WS-KYC-DUE-MONTH.
           ADD 1 TO WS-KYC-DUE-MONTH.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-KYC-DUE-DATE)
                   = 0
               SUBTRACT 1 FROM WS-KYC-DUE-DAY
           END-PERFORM.
           MOVE WS-KYC-DUE-DATE TO CUS-KYC-NEXT-DUE(CUS-IDX).

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
               DISPLAY "CUSTOMER-MAINT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.

       LOAD-ENTITLEMENTS.
           MOVE WS-RUN-DATE-NUM TO WS-ENTITLEMENT-DATE.
           OPEN INPUT ENTITLEMENT-FILE.
           IF WS-ENTITLEMENT-STATUS NOT = "00"
               DISPLAY "CUSTOMER-MAINT: NO OPERATOR ENTITLEMENTS"
                   " ON FILE, ALL TRANSACTIONS WILL BE REJECTED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR ENTITLEMENT-TOTAL >= 200
               READ ENTITLEMENT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ENT-PROGRAM = "CUSTOMER-MAINT"
                               AND ENT-OPERATOR NOT = SPACES
                           ADD 1 TO ENTITLEMENT-TOTAL
                           MOVE ENT-OPERATOR TO
                               EOP-OPERATOR(ENTITLEMENT-TOTAL)
                           MOVE ENT-ACTIONS TO
                               EOP-ACTIONS(ENTITLEMENT-TOTAL)
                           MOVE ENT-STATUS TO
                               EOP-STATUS(ENTITLEMENT-TOTAL)
                           IF ENT-EXPIRY-DATE NUMERIC
                               MOVE ENT-EXPIRY-DATE TO
                                   EOP-EXPIRY-DATE(ENTITLEMENT-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTITLEMENT-FILE.
           MOVE 'N' TO EOF-FLAG.

       CHECK-OPERATOR-ENTITLEMENT.
           MOVE 'N' TO WS-OPERATOR-ENTITLED.
           MOVE "OPERATOR NOT ENTITLED" TO WS-DENIAL-TEXT.
           IF WS-ENTITLEMENT-OPERATOR = SPACES
               MOVE "OPERATOR ID MISSING" TO WS-DENIAL-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING EOP-IDX FROM 1 BY 1
                   UNTIL EOP-IDX > ENTITLEMENT-TOTAL
               IF EOP-OPERATOR(EOP-IDX) = WS-ENTITLEMENT-OPERATOR
                   MOVE 0 TO WS-ACTION-MATCHES
                   INSPECT EOP-ACTIONS(EOP-IDX) TALLYING
                       WS-ACTION-MATCHES FOR ALL "*"
                   IF WS-ENTITLEMENT-ACTION NOT = SPACE
                       INSPECT EOP-ACTIONS(EOP-IDX) TALLYING
                           WS-ACTION-MATCHES
                           FOR ALL WS-ENTITLEMENT-ACTION
                   END-IF
                   IF WS-ACTION-MATCHES > 0
                       EVALUATE TRUE
                           WHEN EOP-STATUS(EOP-IDX) NOT = 'A'
                               MOVE "OPERATOR SUSPENDED" TO
                                   WS-DENIAL-TEXT
                           WHEN EOP-EXPIRY-DATE(EOP-IDX) > 0
                                   AND EOP-EXPIRY-DATE(EOP-IDX) <
                                       WS-ENTITLEMENT-DATE
                               MOVE "ENTITLEMENT EXPIRED" TO
                                   WS-DENIAL-TEXT
                           WHEN OTHER
                               MOVE 'Y' TO WS-OPERATOR-ENTITLED
                               EXIT PERFORM
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SECURITY-ALERT.
           ADD 1 TO WS-SECURITY-REJECTS.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           IF WS-ALERT-LOG-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-TIMESTAMP
               MOVE "CUSTOMER-MAINT" TO ALERT-PROGRAM
               MOVE 'E' TO ALERT-SEVERITY
               MOVE "SECUNAUT" TO ALERT-CODE
               MOVE SPACES TO ALERT-TEXT
               STRING "OPERATOR " WS-ENTITLEMENT-OPERATOR
                   " ACTION " WS-ENTITLEMENT-ACTION
                   " " WS-ENTITLEMENT-KEY
                   " " WS-DENIAL-TEXT
                   DELIMITED BY SIZE INTO ALERT-TEXT
               WRITE ALERT-LOG-LINE
               CLOSE ALERT-LOG-FILE
           END-IF.

       WRITE-MAINT-RESULT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "TYPE " CTRN-TYPE
               MOVE CUS-ADDR2(CUS-IDX) TO CUST-ADDR2
               MOVE CUS-ADDR3(CUS-IDX) TO CUST-ADDR3
               MOVE CUS-CHANNEL(CUS-IDX) TO CUST-CHANNEL
               MOVE CUS-POSTAL-CODE(CUS-IDX) TO CUST-POSTAL-CODE
               MOVE CUS-MAIL-STATUS(CUS-IDX) TO CUST-MAIL-STATUS
               MOVE CUS-LANGUAGE(CUS-IDX) TO CUST-LANGUAGE
               MOVE CUS-RISK-TIER(CUS-IDX) TO CUST-RISK-TIER
               MOVE CUS-RISK-SCORE(CUS-IDX) TO CUST-RISK-SCORE
               MOVE CUS-RISK-DATE(CUS-IDX) TO CUST-RISK-DATE
               MOVE CUS-KYC-REVIEW-DATE(CUS-IDX) TO CUST-KYC-REVIEW-DATE
               MOVE CUS-KYC-NEXT-DUE(CUS-IDX) TO CUST-KYC-NEXT-DUE
               MOVE CUS-KYC-DOC-EXPIRY(CUS-IDX) TO CUST-KYC-DOC-EXPIRY
               MOVE CUS-KYC-FREQUENCY(CUS-IDX) TO CUST-KYC-FREQUENCY
               WRITE CUSTOMER-MASTER-LINE
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.
