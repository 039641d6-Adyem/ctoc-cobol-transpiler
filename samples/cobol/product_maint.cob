       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-CATALOG-STATUS.
           SELECT PRODUCT-TRANS-FILE
               ASSIGN TO "product_maint_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT PRODUCT-HISTORY-FILE
               ASSIGN TO "product_catalog_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT MAINT-REPORT-FILE
               ASSIGN TO "product_maint_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "product_maint_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-CATALOG-FILE.
       01  PRODUCT-CATALOG-LINE PIC X(62).
       FD  PRODUCT-TRANS-FILE.
       01  PRODUCT-TRANS-LINE.
           05  PMT-ACTION PIC X.
           05  PMT-CODE PIC X(4).
           05  PMT-NAME PIC X(30).
           05  PMT-STATUS PIC X.
           05  PMT-FEE-SCHEDULE PIC X(4).
           05  PMT-INACTIVE-DAYS PIC 9(3).
           05  PMT-DORMANT-DAYS PIC 9(3).
           05  PMT-CYCLE-DAY PIC 9(2).
           05  PMT-OVERDRAFT-LIMIT PIC 9(9)V99.
           05  PMT-INTEREST-TIER PIC X(4).
           05  PMT-OPERATOR PIC X(8).
       FD  PRODUCT-HISTORY-FILE.
       01  PRODUCT-HISTORY-LINE.
           05  PCH-CODE PIC X(4).
           05  PCH-ACTION PIC X.
           05  PCH-OPERATOR PIC X(8).
           05  PCH-STAMP PIC X(14).
           05  PCH-BEFORE-IMAGE PIC X(62).
           05  PCH-AFTER-IMAGE PIC X(62).
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-PRODUCT-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-TRANS-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "PRODUCT MAINT COMPLETE".
       01  PRODUCT-WORK-REC.
           COPY "PRODUCT-RECORD.cpy".
       01  PRODUCT-TABLE.
           05  PRODUCT-ENTRY OCCURS 100 TIMES
                   INDEXED BY PRD-IDX.
               10  PRD-IMAGE PIC X(62) VALUE SPACES.
       01  PRODUCT-TOTAL PIC 9(3) VALUE 0.
       01  WS-BEFORE-IMAGE PIC X(62) VALUE SPACES.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-FOUND-IDX PIC 9(3) VALUE 0.
       01  WS-TRANS-READ PIC 9(9) VALUE 0.
       01  WS-APPLIED-COUNT PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-LIMIT-DISPLAY PIC Z(8)9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "PRODUCT-MAINT: UNABLE TO OPEN TRANSACTION "
                   "FILE product_maint_trans.dat, FILE STATUS "
                   WS-TRANS-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "TRANSACTION OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           MOVE "PRODUCT CATALOG MAINTENANCE RESULTS" TO
               MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PRODUCT-TRANS-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM APPLY-PRODUCT-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-TRANS-FILE.
           PERFORM REWRITE-PRODUCT-CATALOG.
           PERFORM WRITE-CATALOG-LISTING.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "TRANSACTIONS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           CLOSE MAINT-REPORT-FILE.
           IF WS-FAILED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "PRODUCT MAINT TRANSACTIONS FAILED" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "PRODUCT-MAINT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-PRODUCT-CATALOG.
           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF WS-PRODUCT-CATALOG-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR PRODUCT-TOTAL >= 100
                   READ PRODUCT-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF PRODUCT-CATALOG-LINE(1:4) NOT = SPACES
                               ADD 1 TO PRODUCT-TOTAL
                               MOVE PRODUCT-CATALOG-LINE TO
                                   PRD-IMAGE(PRODUCT-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       FIND-PRODUCT-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > PRODUCT-TOTAL
               IF PRD-IMAGE(PRD-IDX)(1:4) = PMT-CODE
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   SET WS-FOUND-IDX TO PRD-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-PRODUCT-TRANSACTION.
           IF PMT-CODE = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "PRODUCT CODE MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF PMT-OPERATOR = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "OPERATOR MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE PMT-ACTION
               WHEN 'A'
                   PERFORM ADD-PRODUCT-ENTRY
               WHEN 'C'
                   PERFORM CHANGE-PRODUCT-ENTRY
               WHEN 'R'
                   PERFORM RETIRE-PRODUCT-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "BAD ACTION CODE" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
           END-EVALUATE.

       ADD-PRODUCT-ENTRY.
           PERFORM FIND-PRODUCT-ENTRY.
           IF WS-ENTRY-FOUND = 'Y'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "PRODUCT ALREADY ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF PRODUCT-TOTAL >= 100
               ADD 1 TO WS-FAILED-COUNT
               MOVE "PRODUCT TABLE FULL" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PRODUCT-WORK-REC.
           MOVE PMT-CODE TO PROD-CODE.
           MOVE 'A' TO PROD-STATUS.
           MOVE 0 TO PROD-INACTIVE-DAYS.
           MOVE 0 TO PROD-DORMANT-DAYS.
           MOVE 0 TO PROD-CYCLE-DAY.
           MOVE 0 TO PROD-OVERDRAFT-LIMIT.
           PERFORM MERGE-TRANSACTION-FIELDS.
           PERFORM VALIDATE-PRODUCT-RULES.
           IF WS-RESULT-TEXT NOT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PRODUCT-TOTAL.
           MOVE PRODUCT-WORK-REC TO PRD-IMAGE(PRODUCT-TOTAL).
           MOVE SPACES TO WS-BEFORE-IMAGE.
           PERFORM WRITE-HISTORY-ENTRY.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "ADDED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       CHANGE-PRODUCT-ENTRY.
           PERFORM FIND-PRODUCT-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "PRODUCT NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE PRD-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE.
           MOVE PRD-IMAGE(WS-FOUND-IDX) TO PRODUCT-WORK-REC.
           PERFORM MERGE-TRANSACTION-FIELDS.
           PERFORM VALIDATE-PRODUCT-RULES.
           IF WS-RESULT-TEXT NOT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF PRODUCT-WORK-REC = WS-BEFORE-IMAGE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "NO CHANGE SUPPLIED" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE PRODUCT-WORK-REC TO PRD-IMAGE(WS-FOUND-IDX).
           PERFORM WRITE-HISTORY-ENTRY.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "CHANGED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       RETIRE-PRODUCT-ENTRY.
           PERFORM FIND-PRODUCT-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "PRODUCT NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE PRD-IMAGE(WS-FOUND-IDX) TO WS-BEFORE-IMAGE.
           MOVE PRD-IMAGE(WS-FOUND-IDX) TO PRODUCT-WORK-REC.
           IF PROD-STATUS = 'R'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "PRODUCT ALREADY RETIRED" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO PROD-STATUS.
           MOVE PRODUCT-WORK-REC TO PRD-IMAGE(WS-FOUND-IDX).
           PERFORM WRITE-HISTORY-ENTRY.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "RETIRED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       MERGE-TRANSACTION-FIELDS.
           IF PMT-NAME NOT = SPACES
               MOVE PMT-NAME TO PROD-NAME
           END-IF.
           IF PMT-STATUS NOT = SPACE
               MOVE PMT-STATUS TO PROD-STATUS
           END-IF.
           IF PMT-FEE-SCHEDULE NOT = SPACES
               MOVE PMT-FEE-SCHEDULE TO PROD-FEE-SCHEDULE
           END-IF.
           IF PMT-INACTIVE-DAYS NUMERIC
               MOVE PMT-INACTIVE-DAYS TO PROD-INACTIVE-DAYS
           END-IF.
           IF PMT-DORMANT-DAYS NUMERIC
               MOVE PMT-DORMANT-DAYS TO PROD-DORMANT-DAYS
           END-IF.
           IF PMT-CYCLE-DAY NUMERIC
               MOVE PMT-CYCLE-DAY TO PROD-CYCLE-DAY
           END-IF.
           IF PMT-OVERDRAFT-LIMIT NUMERIC
               MOVE PMT-OVERDRAFT-LIMIT TO PROD-OVERDRAFT-LIMIT
           END-IF.
           IF PMT-INTEREST-TIER NOT = SPACES
               MOVE PMT-INTEREST-TIER TO PROD-INTEREST-TIER
           END-IF.

       VALIDATE-PRODUCT-RULES.
           MOVE SPACES TO WS-RESULT-TEXT.
           IF PROD-NAME = SPACES
               MOVE "PRODUCT NAME MISSING" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PROD-STATUS NOT = 'A' AND PROD-STATUS NOT = 'R'
               MOVE "BAD PRODUCT STATUS" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PROD-CYCLE-DAY > 31
               MOVE "BAD STATEMENT CYCLE DAY" TO WS-RESULT-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PROD-INACTIVE-DAYS > 0 AND PROD-DORMANT-DAYS > 0
                   AND PROD-DORMANT-DAYS < PROD-INACTIVE-DAYS
               MOVE "DORMANT BEFORE INACTIVE" TO WS-RESULT-TEXT
           END-IF.

       WRITE-HISTORY-ENTRY.
           OPEN EXTEND PRODUCT-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT PRODUCT-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS = "00"
               MOVE PMT-CODE TO PCH-CODE
               MOVE PMT-ACTION TO PCH-ACTION
               MOVE PMT-OPERATOR TO PCH-OPERATOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO PCH-STAMP
               MOVE WS-BEFORE-IMAGE TO PCH-BEFORE-IMAGE
               MOVE PRODUCT-WORK-REC TO PCH-AFTER-IMAGE
               WRITE PRODUCT-HISTORY-LINE
               CLOSE PRODUCT-HISTORY-FILE
           END-IF.

       WRITE-MAINT-RESULT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "ACTION " PMT-ACTION " PRODUCT " PMT-CODE
               " OPERATOR " PMT-OPERATOR
               " RESULT " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.

       REWRITE-PRODUCT-CATALOG.
           OPEN OUTPUT PRODUCT-CATALOG-FILE.
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > PRODUCT-TOTAL
               MOVE PRD-IMAGE(PRD-IDX) TO PRODUCT-CATALOG-LINE
               WRITE PRODUCT-CATALOG-LINE
           END-PERFORM.
           CLOSE PRODUCT-CATALOG-FILE.

       WRITE-CATALOG-LISTING.
           MOVE "PRODUCT CATALOG AFTER MAINTENANCE" TO
               MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           PERFORM VARYING PRD-IDX FROM 1 BY 1
                   UNTIL PRD-IDX > PRODUCT-TOTAL
               MOVE PRD-IMAGE(PRD-IDX) TO PRODUCT-WORK-REC
               MOVE PROD-OVERDRAFT-LIMIT TO WS-LIMIT-DISPLAY
               MOVE SPACES TO MAINT-REPORT-LINE
               STRING "  " PROD-CODE " " PROD-NAME
                   " " PROD-STATUS
                   " FEES " PROD-FEE-SCHEDULE
                   " DORM " PROD-INACTIVE-DAYS "/" PROD-DORMANT-DAYS
                   " CYCLE " PROD-CYCLE-DAY
                   " OD " WS-LIMIT-DISPLAY
                   " INT " PROD-INTEREST-TIER
                   DELIMITED BY SIZE INTO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           END-PERFORM.
