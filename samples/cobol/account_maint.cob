       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "account_ref_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-CATALOG-STATUS.
           SELECT ENTITLEMENT-FILE
               ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT MAINT-REPORT-FILE
               ASSIGN TO "account_maint_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
           05  ACCT-TRN-ID PIC X(10).
           05  ACCT-TRN-STATUS PIC X.
           05  ACCT-TRN-DATE PIC 9(8).
           05  ACCT-TRN-OWNERSHIP PIC X(3).
           05  ACCT-TRN-PRODUCT PIC X(4).
           05  ACCT-TRN-COST-CENTER PIC X(4).
           05  ACCT-TRN-OPERATOR PIC X(8).
       FD  PRODUCT-CATALOG-FILE.
       01  PRODUCT-CATALOG-LINE.
           COPY "PRODUCT-RECORD.cpy".
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
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-TRANS-STATUS PIC XX VALUE "00".
       01  WS-PRODUCT-CATALOG-STATUS PIC XX VALUE "00".
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
       01  WS-JOB-REASON PIC X(40) VALUE "ACCOUNT MAINT COMPLETE".
       01  ACCOUNT-REF-TABLE.
               10  REF-ENTRY-STATUS PIC X VALUE SPACE.
               10  REF-ENTRY-OPEN-DATE PIC 9(8) VALUE 0.
               10  REF-ENTRY-CLOSE-DATE PIC 9(8) VALUE 0.
               10  REF-ENTRY-OWNERSHIP PIC X(3) VALUE SPACES.
               10  REF-ENTRY-PRODUCT PIC X(4) VALUE SPACES.
               10  REF-ENTRY-COST-CENTER PIC X(4) VALUE SPACES.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY OCCURS 100 TIMES
                   INDEXED BY PRD-IDX.
               10  PRD-CODE PIC X(4) VALUE SPACES.
               10  PRD-STATUS PIC X VALUE SPACE.
       01  PRODUCT-TOTAL PIC 9(3) VALUE 0.
       01  WS-PRODUCT-VALID PIC X VALUE 'N'.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-FOUND-IDX PIC 9(4) VALUE 0.
       01  WS-TRANS-READ PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-ENTITLEMENTS.
           OPEN INPUT ACCOUNT-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "ACCOUNT-MAINT: UNABLE TO OPEN TRANSACTION "
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
               MOVE "ACCOUNT MAINT TRANSACTIONS FAILED" TO
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
           MOVE "ACCOUNT-MAINT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

                                       REF-ENTRY-CLOSE-DATE
                                           (ACCOUNT-REF-TOTAL)
                               END-IF
                               MOVE ACCT-REF-OWNERSHIP TO
                                   REF-ENTRY-OWNERSHIP
                                       (ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-PRODUCT TO
                                   REF-ENTRY-PRODUCT
                                       (ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-COST-CENTER TO
                                   REF-ENTRY-COST-CENTER
                                       (ACCOUNT-REF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
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
                               ADD 1 TO PRODUCT-TOTAL
                               MOVE PROD-CODE TO
                                   PRD-CODE(PRODUCT-TOTAL)
                               MOVE PROD-STATUS TO
                                   PRD-STATUS(PRODUCT-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       CHECK-PRODUCT-CODE.
           MOVE 'N' TO WS-PRODUCT-VALID.
           MOVE "PRODUCT NOT IN CATALOG" TO WS-RESULT-TEXT.
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > PRODUCT-TOTAL
               IF PRD-CODE(PRD-IDX) = ACCT-TRN-PRODUCT
                   IF PRD-STATUS(PRD-IDX) = 'A'
                       MOVE 'Y' TO WS-PRODUCT-VALID
                   ELSE
                       MOVE "PRODUCT RETIRED" TO WS-RESULT-TEXT
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 0 TO WS-FOUND-IDX.
           END-PERFORM.

       APPLY-ACCOUNT-TRANSACTION.
           MOVE ACCT-TRN-OPERATOR TO WS-ENTITLEMENT-OPERATOR.
           MOVE ACCT-TRN-ACTION TO WS-ENTITLEMENT-ACTION.
           MOVE ACCT-TRN-ID TO WS-ENTITLEMENT-KEY.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF WS-OPERATOR-ENTITLED = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-DENIAL-TEXT TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               PERFORM WRITE-SECURITY-ALERT
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-TRN-ID = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT ID MISSING" TO WS-RESULT-TEXT
                   PERFORM OPEN-ACCOUNT-ENTRY
               WHEN 'S'
                   PERFORM CHANGE-ACCOUNT-STATUS
               WHEN 'O'
                   PERFORM CHANGE-OWNERSHIP-CATEGORY
               WHEN 'P'
                   PERFORM CHANGE-ACCOUNT-PRODUCT
               WHEN 'K'
                   PERFORM CHANGE-COST-CENTER
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "BAD ACTION CODE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF ACCT-TRN-PRODUCT NOT = SPACES
               PERFORM CHECK-PRODUCT-CODE
               IF WS-PRODUCT-VALID = 'N'
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM WRITE-MAINT-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO ACCOUNT-REF-TOTAL.
           MOVE ACCT-TRN-ID TO REF-ENTRY-ID(ACCOUNT-REF-TOTAL).
           MOVE 'O' TO REF-ENTRY-STATUS(ACCOUNT-REF-TOTAL).
               MOVE ACCT-TRN-DATE TO
                   REF-ENTRY-OPEN-DATE(ACCOUNT-REF-TOTAL)
           ELSE
               MOVE WS-RUN-DATE-NUM TO
                   REF-ENTRY-OPEN-DATE(ACCOUNT-REF-TOTAL)
           END-IF.
           MOVE 0 TO REF-ENTRY-CLOSE-DATE(ACCOUNT-REF-TOTAL).
           MOVE ACCT-TRN-OWNERSHIP TO
               REF-ENTRY-OWNERSHIP(ACCOUNT-REF-TOTAL).
           MOVE ACCT-TRN-PRODUCT TO
               REF-ENTRY-PRODUCT(ACCOUNT-REF-TOTAL).
           MOVE ACCT-TRN-COST-CENTER TO
               REF-ENTRY-COST-CENTER(ACCOUNT-REF-TOTAL).
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "OPENED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.
                   MOVE ACCT-TRN-DATE TO
                       REF-ENTRY-CLOSE-DATE(WS-FOUND-IDX)
               ELSE
                   MOVE WS-RUN-DATE-NUM TO
                       REF-ENTRY-CLOSE-DATE(WS-FOUND-IDX)
               END-IF
           ELSE
           MOVE "STATUS CHANGED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       CHANGE-OWNERSHIP-CATEGORY.
           IF ACCT-TRN-OWNERSHIP = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "OWNERSHIP CATEGORY MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-TRN-OWNERSHIP TO
               REF-ENTRY-OWNERSHIP(WS-FOUND-IDX).
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "OWNERSHIP CHANGED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       CHANGE-ACCOUNT-PRODUCT.
           IF ACCT-TRN-PRODUCT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "PRODUCT CODE MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF REF-ENTRY-STATUS(WS-FOUND-IDX) = 'C'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT CLOSED" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PRODUCT-CODE.
           IF WS-PRODUCT-VALID = 'N'
               ADD 1 TO WS-FAILED-COUNT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-TRN-PRODUCT TO REF-ENTRY-PRODUCT(WS-FOUND-IDX).
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "PRODUCT CHANGED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       CHANGE-COST-CENTER.
           IF ACCT-TRN-COST-CENTER = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "COST CENTER MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE ACCT-TRN-COST-CENTER TO
               REF-ENTRY-COST-CENTER(WS-FOUND-IDX).
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "COST CENTER CHANGED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       LOAD-ENTITLEMENTS.
           MOVE WS-RUN-DATE-NUM TO WS-ENTITLEMENT-DATE.
           OPEN INPUT ENTITLEMENT-FILE.
           IF WS-ENTITLEMENT-STATUS NOT = "00"
               DISPLAY "ACCOUNT-MAINT: NO OPERATOR ENTITLEMENTS"
                   " ON FILE, ALL TRANSACTIONS WILL BE REJECTED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR ENTITLEMENT-TOTAL >= 200
               READ ENTITLEMENT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ENT-PROGRAM = "ACCOUNT-MAINT"
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
               MOVE "ACCOUNT-MAINT" TO ALERT-PROGRAM
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
           STRING "ACTION " ACCT-TRN-ACTION " ACCOUNT " ACCT-TRN-ID
                   ACCT-REF-OPEN-DATE
               MOVE REF-ENTRY-CLOSE-DATE(REF-IDX) TO
                   ACCT-REF-CLOSE-DATE
               MOVE REF-ENTRY-OWNERSHIP(REF-IDX) TO
                   ACCT-REF-OWNERSHIP
               MOVE REF-ENTRY-PRODUCT(REF-IDX) TO ACCT-REF-PRODUCT
               MOVE REF-ENTRY-COST-CENTER(REF-IDX) TO
                   ACCT-REF-COST-CENTER
               WRITE ACCOUNT-REF-LINE
           END-PERFORM.
           CLOSE ACCOUNT-REF-FILE.

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
               DISPLAY "ACCOUNT-MAINT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
