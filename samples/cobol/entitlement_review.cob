       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTITLEMENT-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT REVIEW-CONTROL-FILE
               ASSIGN TO "entitlement_review_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ENTITLEMENT-FILE
               ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT REVIEW-REPORT-FILE
               ASSIGN TO "entitlement_review_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "entitlement_review_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  REVIEW-CONTROL-FILE.
       01  REVIEW-CONTROL-LINE.
           05  ERC-REVIEW-DAYS PIC 9(3).
       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-LINE.
           COPY "OPERATOR-ENTITLEMENT-RECORD.cpy".
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-LINE.
           COPY "ALERT-LOG-LINE.cpy".
       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE PIC X(132).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ENTITLEMENT-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "ENTITLEMENT REVIEW COMPLETE".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-LAST-REVIEW-DATE PIC 9(8) VALUE 0.
       01  WS-LAST-REVIEW-INT PIC S9(9) COMP VALUE 0.
       01  WS-WINDOW-START PIC 9(8) VALUE 0.
       01  WS-REVIEW-DAYS PIC 9(3) VALUE 90.
       01  WS-DAYS-SINCE-REVIEW PIC S9(6) COMP VALUE 0.
       01  WS-ALERT-OPERATOR PIC X(8) VALUE SPACES.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-EXCEPTION-FOUND PIC X VALUE 'N'.
       01  PROGRAM-TABLE.
           05  PROGRAM-ENTRY OCCURS 20 TIMES INDEXED BY PGM-IDX.
               10  PGM-NAME PIC X(20) VALUE SPACES.
               10  PGM-GRANTS PIC 9(5) VALUE 0.
               10  PGM-ACTIVE PIC 9(5) VALUE 0.
               10  PGM-ATTEMPTS PIC 9(5) VALUE 0.
       01  PROGRAM-TOTAL PIC 9(2) VALUE 0.
       01  ENTITLED-TABLE.
           05  ENTITLED-ENTRY OCCURS 500 TIMES INDEXED BY ENO-IDX.
               10  ENO-OPERATOR PIC X(8) VALUE SPACES.
       01  ENTITLED-TOTAL PIC 9(3) VALUE 0.
       01  ATTEMPT-TABLE.
           05  ATTEMPT-ENTRY OCCURS 200 TIMES INDEXED BY ATT-IDX.
               10  ATT-OPERATOR PIC X(8) VALUE SPACES.
               10  ATT-COUNT PIC 9(5) VALUE 0.
               10  ATT-FIRST-STAMP PIC X(14) VALUE SPACES.
               10  ATT-LAST-STAMP PIC X(14) VALUE SPACES.
               10  ATT-LAST-PROGRAM PIC X(20) VALUE SPACES.
       01  ATTEMPT-TOTAL PIC 9(3) VALUE 0.
       01  WS-ENTITLEMENTS-READ PIC 9(6) VALUE 0.
       01  WS-ACTIVE-COUNT PIC 9(6) VALUE 0.
       01  WS-SUSPENDED-COUNT PIC 9(6) VALUE 0.
       01  WS-EXPIRED-COUNT PIC 9(6) VALUE 0.
       01  WS-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01  WS-SELF-GRANT-COUNT PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01  WS-ATTEMPT-COUNT PIC 9(6) VALUE 0.
       01  WS-UNKNOWN-OPERATOR-COUNT PIC 9(6) VALUE 0.
       01  WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-GRANTS-DISPLAY PIC Z(5)9.
       01  WS-ACTIVE-DISPLAY PIC Z(5)9.
       01  WS-ATTEMPTS-DISPLAY PIC Z(5)9.
       01  WS-DAYS-DISPLAY PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-REVIEW-CONTROL.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DATE-INT - WS-REVIEW-DAYS).
           OPEN INPUT ENTITLEMENT-FILE.
           IF WS-ENTITLEMENT-STATUS NOT = "00"
               DISPLAY "ENTITLEMENT-REVIEW: UNABLE TO OPEN "
                   "operator_entitlements.dat, FILE STATUS "
                   WS-ENTITLEMENT-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "ENTITLEMENT FILE OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ENTITLEMENT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ENT-OPERATOR NOT = SPACES
                           ADD 1 TO WS-ENTITLEMENTS-READ
                           PERFORM REVIEW-ONE-ENTITLEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTITLEMENT-FILE.
           MOVE 'N' TO EOF-FLAG.
           PERFORM LOAD-SECURITY-ALERTS.
           PERFORM WRITE-PROGRAM-SUMMARY.
           PERFORM WRITE-ATTEMPT-SECTION.
           PERFORM WRITE-REVIEW-TOTALS.
           CLOSE REVIEW-REPORT-FILE.
           IF WS-ATTEMPT-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "UNAUTHORIZED ATTEMPTS LOGGED" TO WS-JOB-REASON
           END-IF.
           IF WS-EXCEPTION-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "ENTITLEMENT EXCEPTIONS FOUND" TO WS-JOB-REASON
           END-IF.
           IF WS-OVERFLOW-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "ENTITLEMENT REVIEW TABLE FULL" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "ENTITLEMENT-REVIEW" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

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
               DISPLAY "ENTITLEMENT-REVIEW: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.

       LOAD-REVIEW-CONTROL.
           OPEN INPUT REVIEW-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ REVIEW-CONTROL-FILE
               AT END
                   MOVE SPACES TO REVIEW-CONTROL-LINE
           END-READ.
           CLOSE REVIEW-CONTROL-FILE.
           IF ERC-REVIEW-DAYS NUMERIC
                   AND ERC-REVIEW-DAYS > 0
               MOVE ERC-REVIEW-DAYS TO WS-REVIEW-DAYS
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE "OPERATOR ENTITLEMENT REVIEW" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-REVIEW-DAYS TO WS-DAYS-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               "  REVIEW CYCLE " WS-DAYS-DISPLAY " DAYS"
               "  ATTEMPTS SINCE " WS-WINDOW-START
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "ENTITLEMENTS ON FILE" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "  OPERATOR ROLE     PROGRAM              "
               "ACTIONS    S GRANTBY  GRANTED  EXPIRES  "
               "REVIEWBY REVIEWED EXCEPTIONS"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       REVIEW-ONE-ENTITLEMENT.
           IF ENT-GRANT-DATE NOT NUMERIC
               MOVE 0 TO ENT-GRANT-DATE
           END-IF.
           IF ENT-EXPIRY-DATE NOT NUMERIC
               MOVE 0 TO ENT-EXPIRY-DATE
           END-IF.
           IF ENT-REVIEW-DATE NOT NUMERIC
               MOVE 0 TO ENT-REVIEW-DATE
           END-IF.
           PERFORM NOTE-ENTITLED-OPERATOR.
           PERFORM NOTE-PROGRAM-GRANT.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "  " ENT-OPERATOR
               " " ENT-ROLE
               " " ENT-PROGRAM
               " " ENT-ACTIONS
               " " ENT-STATUS
               " " ENT-GRANTED-BY
               " " ENT-GRANT-DATE
               " " ENT-EXPIRY-DATE
               " " ENT-REVIEWED-BY
               " " ENT-REVIEW-DATE
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           MOVE 'N' TO WS-EXCEPTION-FOUND.
           IF ENT-STATUS = 'A'
               ADD 1 TO WS-ACTIVE-COUNT
           ELSE
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE 'Y' TO WS-EXCEPTION-FOUND
               MOVE "SUSPENDED" TO REVIEW-REPORT-LINE(100:9)
           END-IF.
           IF ENT-EXPIRY-DATE > 0
                   AND ENT-EXPIRY-DATE < WS-RUN-DATE-NUM
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE 'Y' TO WS-EXCEPTION-FOUND
               MOVE "EXPIRED" TO REVIEW-REPORT-LINE(110:7)
           END-IF.
           IF ENT-STATUS = 'A'
               PERFORM CHECK-REVIEW-DUE
           END-IF.
           IF ENT-GRANTED-BY = ENT-OPERATOR
                   OR ENT-REVIEWED-BY = ENT-OPERATOR
               ADD 1 TO WS-SELF-GRANT-COUNT
               MOVE 'Y' TO WS-EXCEPTION-FOUND
               MOVE "SELF" TO REVIEW-REPORT-LINE(129:4)
           END-IF.
           IF WS-EXCEPTION-FOUND = 'Y'
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           WRITE REVIEW-REPORT-LINE.

       CHECK-REVIEW-DUE.
           MOVE ENT-REVIEW-DATE TO WS-LAST-REVIEW-DATE.
           IF WS-LAST-REVIEW-DATE = 0
               MOVE ENT-GRANT-DATE TO WS-LAST-REVIEW-DATE
           END-IF.
           IF WS-LAST-REVIEW-DATE = 0
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE 'Y' TO WS-EXCEPTION-FOUND
               MOVE "NO REVIEW" TO REVIEW-REPORT-LINE(118:9)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LAST-REVIEW-INT =
               FUNCTION INTEGER-OF-DATE(WS-LAST-REVIEW-DATE).
           COMPUTE WS-DAYS-SINCE-REVIEW =
               WS-RUN-DATE-INT - WS-LAST-REVIEW-INT.
           IF WS-DAYS-SINCE-REVIEW > WS-REVIEW-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE 'Y' TO WS-EXCEPTION-FOUND
               MOVE "OVERDUE" TO REVIEW-REPORT-LINE(118:7)
           END-IF.

       NOTE-ENTITLED-OPERATOR.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING ENO-IDX FROM 1 BY 1
                   UNTIL ENO-IDX > ENTITLED-TOTAL
               IF ENO-OPERATOR(ENO-IDX) = ENT-OPERATOR
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF ENTITLED-TOTAL >= 500
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ENTITLED-TOTAL.
           MOVE ENT-OPERATOR TO ENO-OPERATOR(ENTITLED-TOTAL).

       NOTE-PROGRAM-GRANT.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > PROGRAM-TOTAL
               IF PGM-NAME(PGM-IDX) = ENT-PROGRAM
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'N'
               IF PROGRAM-TOTAL >= 20
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PROGRAM-TOTAL
               SET PGM-IDX TO PROGRAM-TOTAL
               MOVE ENT-PROGRAM TO PGM-NAME(PGM-IDX)
           END-IF.
           ADD 1 TO PGM-GRANTS(PGM-IDX).
           IF ENT-STATUS = 'A'
                   AND (ENT-EXPIRY-DATE = 0
                       OR ENT-EXPIRY-DATE >= WS-RUN-DATE-NUM)
               ADD 1 TO PGM-ACTIVE(PGM-IDX)
           END-IF.

       LOAD-SECURITY-ALERTS.
           OPEN INPUT ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ALERT-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ALERT-CODE = "SECUNAUT"
                               AND ALERT-TIMESTAMP(1:8) >=
                                   WS-WINDOW-START
                           ADD 1 TO WS-ATTEMPT-COUNT
                           PERFORM NOTE-SECURITY-ALERT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALERT-LOG-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-SECURITY-ALERT.
           MOVE ALERT-TEXT(10:8) TO WS-ALERT-OPERATOR.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > PROGRAM-TOTAL
               IF PGM-NAME(PGM-IDX) = ALERT-PROGRAM
                   ADD 1 TO PGM-ATTEMPTS(PGM-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING ATT-IDX FROM 1 BY 1
                   UNTIL ATT-IDX > ATTEMPT-TOTAL
               IF ATT-OPERATOR(ATT-IDX) = WS-ALERT-OPERATOR
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'N'
               IF ATTEMPT-TOTAL >= 200
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ATTEMPT-TOTAL
               SET ATT-IDX TO ATTEMPT-TOTAL
               MOVE WS-ALERT-OPERATOR TO ATT-OPERATOR(ATT-IDX)
               MOVE ALERT-TIMESTAMP TO ATT-FIRST-STAMP(ATT-IDX)
           END-IF.
           ADD 1 TO ATT-COUNT(ATT-IDX).
           MOVE ALERT-TIMESTAMP TO ATT-LAST-STAMP(ATT-IDX).
           MOVE ALERT-PROGRAM TO ATT-LAST-PROGRAM(ATT-IDX).

       WRITE-PROGRAM-SUMMARY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "ENTITLEMENTS BY PROGRAM" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "  PROGRAM              GRANTS ACTIVE ATTEMPTS" TO
               REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > PROGRAM-TOTAL
               MOVE PGM-GRANTS(PGM-IDX) TO WS-GRANTS-DISPLAY
               MOVE PGM-ACTIVE(PGM-IDX) TO WS-ACTIVE-DISPLAY
               MOVE PGM-ATTEMPTS(PGM-IDX) TO WS-ATTEMPTS-DISPLAY
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING "  " PGM-NAME(PGM-IDX)
                   " " WS-GRANTS-DISPLAY
                   " " WS-ACTIVE-DISPLAY
                   "   " WS-ATTEMPTS-DISPLAY
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
               IF PGM-ACTIVE(PGM-IDX) = 0
                   MOVE "NO ACTIVE OPERATORS" TO
                       REVIEW-REPORT-LINE(50:19)
               END-IF
               WRITE REVIEW-REPORT-LINE
           END-PERFORM.

       WRITE-ATTEMPT-SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE "UNAUTHORIZED ATTEMPTS BY OPERATOR" TO
               REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           IF ATTEMPT-TOTAL = 0
               MOVE "  NONE LOGGED IN REVIEW WINDOW" TO
                   REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "  OPERATOR ATTEMPTS FIRST SEEN     LAST SEEN      "
               "LAST PROGRAM"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           PERFORM VARYING ATT-IDX FROM 1 BY 1
                   UNTIL ATT-IDX > ATTEMPT-TOTAL
               PERFORM WRITE-ATTEMPT-DETAIL
           END-PERFORM.

       WRITE-ATTEMPT-DETAIL.
           MOVE ATT-COUNT(ATT-IDX) TO WS-ATTEMPTS-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "  " ATT-OPERATOR(ATT-IDX)
               "   " WS-ATTEMPTS-DISPLAY
               " " ATT-FIRST-STAMP(ATT-IDX)
               " " ATT-LAST-STAMP(ATT-IDX)
               " " ATT-LAST-PROGRAM(ATT-IDX)
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           IF ATT-OPERATOR(ATT-IDX) = SPACES
               MOVE "(NONE)" TO REVIEW-REPORT-LINE(3:8)
               MOVE "OPERATOR ID MISSING" TO REVIEW-REPORT-LINE(76:19)
               WRITE REVIEW-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING ENO-IDX FROM 1 BY 1
                   UNTIL ENO-IDX > ENTITLED-TOTAL
               IF ENO-OPERATOR(ENO-IDX) = ATT-OPERATOR(ATT-IDX)
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-UNKNOWN-OPERATOR-COUNT
               MOVE "NO ENTITLEMENTS ON FILE" TO
                   REVIEW-REPORT-LINE(76:23)
           END-IF.
           WRITE REVIEW-REPORT-LINE.

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-ENTITLEMENTS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "ENTITLEMENTS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "ACTIVE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "SUSPENDED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "EXPIRED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "REVIEW OVERDUE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-SELF-GRANT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "SELF-GRANTED OR SELF-REVIEWED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "ENTITLEMENTS WITH EXCEPTIONS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-ATTEMPT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "UNAUTHORIZED ATTEMPTS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-UNKNOWN-OPERATOR-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "OPERATORS WITHOUT ENTITLEMENTS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING "NOT PROCESSED, TABLE FULL: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF.
