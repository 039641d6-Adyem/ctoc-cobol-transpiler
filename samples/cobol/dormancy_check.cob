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
               ASSIGN TO "dormancy_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANCY-CONTROL-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT PRODUCT-CATALOG-FILE
               ASSIGN TO "product_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-CATALOG-STATUS.
           SELECT DORMANCY-REPORT-FILE
               ASSIGN TO "dormancy_report.txt"
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
       01  DORMANCY-CONTROL-LINE.
           05  DORM-CTL-INACTIVE-DAYS PIC 9(3).
           05  DORM-CTL-DORMANT-DAYS PIC 9(3).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  PRODUCT-CATALOG-FILE.
       01  PRODUCT-CATALOG-LINE.
           COPY "PRODUCT-RECORD.cpy".
       FD  DORMANCY-REPORT-FILE.
       01  DORMANCY-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-DORMANCY-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-PRODUCT-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "DORMANCY REVIEW COMPLETE".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-INACTIVE-DAYS PIC 9(3) VALUE 090.
       01  WS-DORMANT-DAYS PIC 9(3) VALUE 180.
       01  WS-ACCOUNT-INACTIVE-DAYS PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-DORMANT-DAYS PIC 9(3) VALUE 0.
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
               10  PRD-INACTIVE-DAYS PIC 9(3) VALUE 0.
               10  PRD-DORMANT-DAYS PIC 9(3) VALUE 0.
       01  PRODUCT-TOTAL PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-PRODUCT PIC X(4) VALUE SPACES.
       01  WS-PRODUCT-RULED PIC 9(9) VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-LAST-DATE-INT PIC S9(9) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-DORMANCY-CONTROL.
           PERFORM LOAD-PRODUCT-CATALOG.
           PERFORM LOAD-ACCOUNT-PRODUCTS.
           OPEN I-O INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "DORMANCY-CHECK: UNABLE TO OPEN MASTER FILE "
           MOVE "DORMANCY-CHECK" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

               CLOSE DORMANCY-CONTROL-FILE
           END-IF.

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
                               IF PROD-INACTIVE-DAYS NUMERIC
                                   MOVE PROD-INACTIVE-DAYS TO
                                       PRD-INACTIVE-DAYS(PRODUCT-TOTAL)
                               END-IF
                               IF PROD-DORMANT-DAYS NUMERIC
                                   MOVE PROD-DORMANT-DAYS TO
                                       PRD-DORMANT-DAYS(PRODUCT-TOTAL)
                               END-IF
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

       FIND-PRODUCT-PERIODS.
           MOVE WS-INACTIVE-DAYS TO WS-ACCOUNT-INACTIVE-DAYS.
           MOVE WS-DORMANT-DAYS TO WS-ACCOUNT-DORMANT-DAYS.
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
                   IF PRD-INACTIVE-DAYS(PRD-IDX) > 0
                       MOVE PRD-INACTIVE-DAYS(PRD-IDX) TO
                           WS-ACCOUNT-INACTIVE-DAYS
                   END-IF
                   IF PRD-DORMANT-DAYS(PRD-IDX) > 0
                       MOVE PRD-DORMANT-DAYS(PRD-IDX) TO
                           WS-ACCOUNT-DORMANT-DAYS
                   END-IF
                   ADD 1 TO WS-PRODUCT-RULED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REVIEW-ONE-POSITION.
           MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC.
           IF POS-ACCOUNT = SPACES
           IF WS-IDLE-DAYS < 0
               MOVE 0 TO WS-IDLE-DAYS
           END-IF.
           PERFORM FIND-PRODUCT-PERIODS.
           EVALUATE TRUE
               WHEN WS-IDLE-DAYS >= WS-ACCOUNT-DORMANT-DAYS
                   MOVE 'D' TO WS-NEW-STAGE
               WHEN WS-IDLE-DAYS >= WS-ACCOUNT-INACTIVE-DAYS
                   MOVE 'I' TO WS-NEW-STAGE
               WHEN OTHER
                   MOVE 'A' TO WS-NEW-STAGE
           STRING "POSITIONS REVIEWED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           MOVE WS-PRODUCT-RULED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           STRING "ON PRODUCT DORMANCY RULES: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           MOVE WS-STAGE-CHANGES TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DORMANCY-REPORT-LINE.
           STRING "STAGE CHANGES APPLIED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DORMANCY-REPORT-LINE.
           WRITE DORMANCY-REPORT-LINE.
           CLOSE DORMANCY-REPORT-FILE.

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
               DISPLAY "DORMANCY-CHECK: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
