       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "showcase_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
               ASSIGN TO "catalog_maint_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ENTITLEMENT-FILE
               ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "catalog_maint_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-AUDIT-FILE
               ASSIGN TO "catalog_maint_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT COVERAGE-REPORT-FILE
               ASSIGN TO "catalog_coverage_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  CATALOG-FILE.
       01  CATALOG-FILE-LINE.
           05 CAT-FILE-CODE PIC X(4).
           05 CAT-FILE-NOTE PIC X(40).
           05 CAT-FILE-EFF-DATE PIC 9(8).
           05 CAT-FILE-STATUS PIC X.
           05 CAT-FILE-LANGUAGE PIC X(2).
       FD  MAINT-TRANS-FILE.
       01  MAINT-TRANS-LINE.
           05 TRANS-ACTION PIC X.
           05 TRANS-TITLE PIC X(40).
           05 TRANS-NOTE PIC X(40).
           05 TRANS-EFF-DATE PIC 9(8).
           05 TRANS-LANGUAGE PIC X(2).
           05 TRANS-OPERATOR PIC X(8).
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-LINE PIC X(120).
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
       FD  COVERAGE-REPORT-FILE.
       01  COVERAGE-REPORT-LINE PIC X(80).
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
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "CATALOG MAINT COMPLETE".
       01  WS-CATALOG-FILE-STATUS PIC XX VALUE "00".
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
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-DEFAULT-LANGUAGE PIC X(2) VALUE "EN".
       01  WS-TRANS-LANGUAGE PIC X(2) VALUE SPACES.
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 200 TIMES
                   INDEXED BY CAT-IDX CHK-IDX.
               10  CAT-ENTRY-CODE PIC X(4) VALUE SPACES.
               10  CAT-ENTRY-LANGUAGE PIC X(2) VALUE SPACES.
               10  CAT-ENTRY-TITLE PIC X(40) VALUE SPACES.
               10  CAT-ENTRY-NOTE PIC X(40) VALUE SPACES.
               10  CAT-ENTRY-EFF-DATE PIC 9(8) VALUE 0.
               10  CAT-ENTRY-STATUS PIC X VALUE 'A'.
       01  CATALOG-TOTAL PIC 9(3) VALUE 0.
       01  LANGUAGE-TABLE.
           05  LANGUAGE-ENTRY OCCURS 30 TIMES INDEXED BY LNG-IDX.
               10  LNG-CODE PIC X(2) VALUE SPACES.
               10  LNG-ENTRY-COUNT PIC 9(4) VALUE 0.
               10  LNG-CUSTOMER-COUNT PIC 9(4) VALUE 0.
       01  LANGUAGE-TOTAL PIC 9(2) VALUE 0.
       01  WS-LANGUAGE-WORK PIC X(2) VALUE SPACES.
       01  WS-FIRST-OCCURRENCE PIC X VALUE 'N'.
       01  WS-CODES-CHECKED PIC 9(4) VALUE 0.
       01  WS-MISSING-COUNT PIC 9(4) VALUE 0.
       01  WS-NO-DEFAULT-COUNT PIC 9(4) VALUE 0.
       01  WS-ENTRY-DISPLAY PIC Z(3)9.
       01  WS-CUSTOMER-DISPLAY PIC Z(3)9.
       01  WS-TRANS-READ PIC 9(4) VALUE 0.
       01  WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(4) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-CATALOG-TABLE.
           PERFORM LOAD-ENTITLEMENTS.
           OPEN OUTPUT MAINT-AUDIT-FILE.
           MOVE "CATALOG MAINTENANCE AUDIT" TO MAINT-AUDIT-LINE.
           WRITE MAINT-AUDIT-LINE.
           STRING "TRANSACTIONS REJECTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MAINT-AUDIT-LINE.
           WRITE MAINT-AUDIT-LINE.
           MOVE WS-SECURITY-REJECTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MAINT-AUDIT-LINE.
           STRING "REJECTED AS UNAUTHORIZED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MAINT-AUDIT-LINE.
           WRITE MAINT-AUDIT-LINE.
           CLOSE MAINT-AUDIT-FILE.
           PERFORM REWRITE-CATALOG-FILE.
           PERFORM WRITE-COVERAGE-REPORT.
           IF WS-FAILED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "MAINT TRANSACTIONS REJECTED" TO WS-JOB-REASON
           ELSE
               IF WS-NO-DEFAULT-COUNT > 0
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "CODES WITHOUT DEFAULT LANGUAGE TEXT" TO
                       WS-JOB-REASON
               END-IF
           END-IF.
           IF WS-SECURITY-REJECTS > 0
                   AND WS-JOB-CODE < RC-VALIDATION-FAILURE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "UNAUTHORIZED TRANSACTIONS REJECTED" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           MOVE "CATALOG-MAINT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR CATALOG-TOTAL >= 200
                   READ CATALOG-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                               END-IF
                               MOVE CAT-FILE-STATUS TO
                                   CAT-ENTRY-STATUS(CATALOG-TOTAL)
                               IF CAT-FILE-LANGUAGE = SPACES
                                   MOVE WS-DEFAULT-LANGUAGE TO
                                       CAT-ENTRY-LANGUAGE
                                           (CATALOG-TOTAL)
                               ELSE
                                   MOVE CAT-FILE-LANGUAGE TO
                                       CAT-ENTRY-LANGUAGE
                                           (CATALOG-TOTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

       FIND-CATALOG-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           IF TRANS-LANGUAGE = SPACES
               MOVE WS-DEFAULT-LANGUAGE TO WS-TRANS-LANGUAGE
           ELSE
               MOVE TRANS-LANGUAGE TO WS-TRANS-LANGUAGE
           END-IF.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-TOTAL
               IF CAT-ENTRY-CODE(CAT-IDX) = TRANS-CODE
                       AND CAT-ENTRY-LANGUAGE(CAT-IDX) =
                           WS-TRANS-LANGUAGE
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF

       APPLY-ONE-TRANSACTION.
           PERFORM FIND-CATALOG-ENTRY.
           MOVE TRANS-OPERATOR TO WS-ENTITLEMENT-OPERATOR.
           MOVE TRANS-ACTION TO WS-ENTITLEMENT-ACTION.
           MOVE TRANS-CODE TO WS-ENTITLEMENT-KEY.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF WS-OPERATOR-ENTITLED = 'N'
               ADD 1 TO WS-FAILED-COUNT
               PERFORM WRITE-REJECT-LINE
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING "  OPERATOR " WS-ENTITLEMENT-OPERATOR
                   " " WS-DENIAL-TEXT
                   DELIMITED BY SIZE INTO MAINT-AUDIT-LINE
               WRITE MAINT-AUDIT-LINE
               PERFORM WRITE-SECURITY-ALERT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRANS-ACTION
               WHEN 'A'
                   IF WS-ENTRY-FOUND = 'Y'
                       ADD 1 TO WS-FAILED-COUNT
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       IF CATALOG-TOTAL >= 200
                               OR WS-TRANS-LANGUAGE NOT ALPHABETIC-UPPER
                           ADD 1 TO WS-FAILED-COUNT
                           PERFORM WRITE-REJECT-LINE
                       ELSE
                           SET CAT-IDX TO CATALOG-TOTAL
                           MOVE TRANS-CODE TO
                               CAT-ENTRY-CODE(CAT-IDX)
                           MOVE WS-TRANS-LANGUAGE TO
                               CAT-ENTRY-LANGUAGE(CAT-IDX)
                           PERFORM MOVE-TRANS-FIELDS
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
           END-IF.
           MOVE 'A' TO CAT-ENTRY-STATUS(CAT-IDX).

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
               DISPLAY "CATALOG-MAINT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.

       LOAD-ENTITLEMENTS.
           MOVE WS-RUN-DATE-NUM TO WS-ENTITLEMENT-DATE.
           OPEN INPUT ENTITLEMENT-FILE.
           IF WS-ENTITLEMENT-STATUS NOT = "00"
               DISPLAY "CATALOG-MAINT: NO OPERATOR ENTITLEMENTS"
                   " ON FILE, ALL TRANSACTIONS WILL BE REJECTED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR ENTITLEMENT-TOTAL >= 200
               READ ENTITLEMENT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ENT-PROGRAM = "CATALOG-MAINT"
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
               MOVE "CATALOG-MAINT" TO ALERT-PROGRAM
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

       WRITE-REJECT-LINE.
           MOVE SPACES TO MAINT-AUDIT-LINE.
           STRING "REJECTED ACTION " TRANS-ACTION
               " CODE " TRANS-CODE
               " LANGUAGE " WS-TRANS-LANGUAGE
               DELIMITED BY SIZE INTO MAINT-AUDIT-LINE.
           WRITE MAINT-AUDIT-LINE.

                   UNTIL CAT-IDX > CATALOG-TOTAL
               MOVE SPACES TO MAINT-AUDIT-LINE
               STRING "  " CAT-ENTRY-CODE(CAT-IDX)
                   " " CAT-ENTRY-LANGUAGE(CAT-IDX)
                   " " CAT-ENTRY-STATUS(CAT-IDX)
                   " " CAT-ENTRY-EFF-DATE(CAT-IDX)
                   " " CAT-ENTRY-TITLE(CAT-IDX)
               MOVE CAT-ENTRY-NOTE(CAT-IDX) TO CAT-FILE-NOTE
               MOVE CAT-ENTRY-EFF-DATE(CAT-IDX) TO CAT-FILE-EFF-DATE
               MOVE CAT-ENTRY-STATUS(CAT-IDX) TO CAT-FILE-STATUS
               MOVE CAT-ENTRY-LANGUAGE(CAT-IDX) TO CAT-FILE-LANGUAGE
               WRITE CATALOG-FILE-LINE
           END-PERFORM.
           CLOSE CATALOG-FILE.

       WRITE-COVERAGE-REPORT.
           PERFORM COLLECT-CATALOG-LANGUAGES.
           PERFORM COLLECT-CUSTOMER-LANGUAGES.
           OPEN OUTPUT COVERAGE-REPORT-FILE.
           MOVE "CATALOG TRANSLATION COVERAGE REPORT" TO
               COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "DEFAULT LANGUAGE: " WS-DEFAULT-LANGUAGE
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE "LANGUAGES IN USE:" TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           PERFORM VARYING LNG-IDX FROM 1 BY 1
                   UNTIL LNG-IDX > LANGUAGE-TOTAL
               MOVE LNG-ENTRY-COUNT(LNG-IDX) TO WS-ENTRY-DISPLAY
               MOVE LNG-CUSTOMER-COUNT(LNG-IDX) TO
                   WS-CUSTOMER-DISPLAY
               MOVE SPACES TO COVERAGE-REPORT-LINE
               STRING "  " LNG-CODE(LNG-IDX)
                   "  CATALOG ENTRIES " WS-ENTRY-DISPLAY
                   "  CUSTOMERS " WS-CUSTOMER-DISPLAY
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
               WRITE COVERAGE-REPORT-LINE
           END-PERFORM.
           MOVE "MISSING TRANSLATIONS:" TO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-TOTAL
               IF CAT-ENTRY-STATUS(CAT-IDX) NOT = 'R'
                   PERFORM CHECK-FIRST-OCCURRENCE
                   IF WS-FIRST-OCCURRENCE = 'Y'
                       ADD 1 TO WS-CODES-CHECKED
                       PERFORM CHECK-CODE-COVERAGE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CODES-CHECKED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "CODES CHECKED:              " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "MISSING TRANSLATIONS:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           MOVE WS-NO-DEFAULT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO COVERAGE-REPORT-LINE.
           STRING "CODES WITHOUT DEFAULT TEXT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE.
           WRITE COVERAGE-REPORT-LINE.
           CLOSE COVERAGE-REPORT-FILE.

       COLLECT-CATALOG-LANGUAGES.
           MOVE WS-DEFAULT-LANGUAGE TO WS-LANGUAGE-WORK.
           PERFORM ADD-LANGUAGE-IN-USE.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-TOTAL
               IF CAT-ENTRY-STATUS(CAT-IDX) NOT = 'R'
                   MOVE CAT-ENTRY-LANGUAGE(CAT-IDX) TO WS-LANGUAGE-WORK
                   PERFORM ADD-LANGUAGE-IN-USE
                   IF LNG-IDX <= LANGUAGE-TOTAL
                       ADD 1 TO LNG-ENTRY-COUNT(LNG-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       COLLECT-CUSTOMER-LANGUAGES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CUSTOMER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CUST-ID NOT = SPACES
                           IF CUST-LANGUAGE = SPACES
                               MOVE WS-DEFAULT-LANGUAGE TO
                                   WS-LANGUAGE-WORK
                           ELSE
                               MOVE CUST-LANGUAGE TO WS-LANGUAGE-WORK
                           END-IF
                           PERFORM ADD-LANGUAGE-IN-USE
                           IF LNG-IDX <= LANGUAGE-TOTAL
                               ADD 1 TO LNG-CUSTOMER-COUNT(LNG-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.
           MOVE 'N' TO EOF-FLAG.

       ADD-LANGUAGE-IN-USE.
           PERFORM VARYING LNG-IDX FROM 1 BY 1
                   UNTIL LNG-IDX > LANGUAGE-TOTAL
               IF LNG-CODE(LNG-IDX) = WS-LANGUAGE-WORK
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LNG-IDX > LANGUAGE-TOTAL AND LANGUAGE-TOTAL < 30
               ADD 1 TO LANGUAGE-TOTAL
               SET LNG-IDX TO LANGUAGE-TOTAL
               MOVE WS-LANGUAGE-WORK TO LNG-CODE(LNG-IDX)
           END-IF.

       CHECK-FIRST-OCCURRENCE.
           MOVE 'Y' TO WS-FIRST-OCCURRENCE.
           PERFORM VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX >= CAT-IDX
               IF CAT-ENTRY-CODE(CHK-IDX) = CAT-ENTRY-CODE(CAT-IDX)
                       AND CAT-ENTRY-STATUS(CHK-IDX) NOT = 'R'
                   MOVE 'N' TO WS-FIRST-OCCURRENCE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-CODE-COVERAGE.
           PERFORM VARYING LNG-IDX FROM 1 BY 1
                   UNTIL LNG-IDX > LANGUAGE-TOTAL
               MOVE 'N' TO WS-ENTRY-FOUND
               PERFORM VARYING CHK-IDX FROM 1 BY 1
                       UNTIL CHK-IDX > CATALOG-TOTAL
                   IF CAT-ENTRY-CODE(CHK-IDX) = CAT-ENTRY-CODE(CAT-IDX)
                           AND CAT-ENTRY-LANGUAGE(CHK-IDX) =
                               LNG-CODE(LNG-IDX)
                           AND CAT-ENTRY-STATUS(CHK-IDX) NOT = 'R'
                       MOVE 'Y' TO WS-ENTRY-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-ENTRY-FOUND = 'N'
                   MOVE SPACES TO COVERAGE-REPORT-LINE
                   IF LNG-CODE(LNG-IDX) = WS-DEFAULT-LANGUAGE
                       ADD 1 TO WS-NO-DEFAULT-COUNT
                       STRING "  CODE " CAT-ENTRY-CODE(CAT-IDX)
                           " HAS NO DEFAULT LANGUAGE TEXT ("
                           WS-DEFAULT-LANGUAGE ")"
                           DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
                   ELSE
                       ADD 1 TO WS-MISSING-COUNT
                       STRING "  CODE " CAT-ENTRY-CODE(CAT-IDX)
                           " NOT TRANSLATED INTO " LNG-CODE(LNG-IDX)
                           DELIMITED BY SIZE INTO COVERAGE-REPORT-LINE
                   END-IF
                   WRITE COVERAGE-REPORT-LINE
               END-IF
           END-PERFORM.
