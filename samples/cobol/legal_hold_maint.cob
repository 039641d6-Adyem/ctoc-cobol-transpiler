       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "legal_hold_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.
           SELECT LEGAL-HOLD-TRANS-FILE
               ASSIGN TO "legal_hold_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT LEGAL-HOLD-REPORT-FILE
               ASSIGN TO "legal_hold_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "legal_hold_maint_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-LINE.
           COPY "LEGAL-HOLD-RECORD.cpy".
       FD  LEGAL-HOLD-TRANS-FILE.
       01  LEGAL-HOLD-TRANS-LINE.
           05  LTRN-ACTION PIC X.
           05  LTRN-MATTER PIC X(12).
           05  LTRN-TYPE PIC X.
           05  LTRN-SUBJECT PIC X(10).
           05  LTRN-EFFECTIVE-DATE PIC 9(8).
           05  LTRN-OPERATOR PIC X(8).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-LINE.
           05  CUST-ID PIC X(8).
           05  FILLER PIC X(173).
       FD  LEGAL-HOLD-REPORT-FILE.
       01  LEGAL-HOLD-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-LEGAL-HOLD-STATUS PIC XX VALUE "00".
       01  WS-TRANS-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "LEGAL HOLD MAINT COMPLETE".
       01  LEGAL-HOLD-TABLE.
           05  LEGAL-HOLD-ENTRY OCCURS 2000 TIMES INDEXED BY LGH-IDX.
               10  LGH-MATTER PIC X(12) VALUE SPACES.
               10  LGH-TYPE PIC X VALUE SPACE.
               10  LGH-SUBJECT PIC X(10) VALUE SPACES.
               10  LGH-PLACED-DATE PIC 9(8) VALUE 0.
               10  LGH-RELEASED-DATE PIC 9(8) VALUE 0.
               10  LGH-OPERATOR PIC X(8) VALUE SPACES.
       01  LEGAL-HOLD-TOTAL PIC 9(4) VALUE 0.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  CUSTOMER-ID-TABLE.
           05  CUSTOMER-ID-ENTRY OCCURS 500 TIMES INDEXED BY CUS-IDX.
               10  CUS-ID PIC X(8) VALUE SPACES.
       01  CUSTOMER-TOTAL PIC 9(3) VALUE 0.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-FOUND-IDX PIC 9(4) VALUE 0.
       01  WS-SUBJECT-OK PIC X VALUE 'Y'.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-PLACED-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-DAYS-HELD PIC S9(6) COMP VALUE 0.
       01  WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       01  WS-TRANS-READ PIC 9(9) VALUE 0.
       01  WS-PLACED-COUNT PIC 9(9) VALUE 0.
       01  WS-RELEASED-COUNT PIC 9(9) VALUE 0.
       01  WS-MATTER-RELEASED PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01  WS-ACTIVE-COUNT PIC 9(9) VALUE 0.
       01  WS-INACTIVE-COUNT PIC 9(9) VALUE 0.
       01  WS-SUBJECT-LABEL PIC X(8) VALUE SPACES.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-DAYS-DISPLAY PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-CUSTOMER-IDS.
           PERFORM LOAD-LEGAL-HOLD-REGISTER.
           OPEN OUTPUT LEGAL-HOLD-REPORT-FILE.
           MOVE "LEGAL HOLD STATUS REPORT" TO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.
           MOVE SPACES TO LEGAL-HOLD-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.
           MOVE "LEGAL HOLD MAINTENANCE" TO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.
           OPEN INPUT LEGAL-HOLD-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ LEGAL-HOLD-TRANS-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-LEGAL-HOLD-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-TRANS-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           MOVE "ACTIVE LEGAL HOLDS" TO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               IF LGH-RELEASED-DATE(LGH-IDX) = 0
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM WRITE-ACTIVE-HOLD-DETAIL
               END-IF
           END-PERFORM.
           MOVE "RELEASED LEGAL HOLDS" TO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               IF LGH-RELEASED-DATE(LGH-IDX) NOT = 0
                   ADD 1 TO WS-INACTIVE-COUNT
                   PERFORM WRITE-RELEASED-HOLD-DETAIL
               END-IF
           END-PERFORM.
           PERFORM REWRITE-LEGAL-HOLD-REGISTER.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LEGAL-HOLD-REPORT-FILE.
           IF WS-FAILED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "LEGAL HOLD TRANSACTIONS FAILED" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "LEGAL-HOLD-MAINT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-ACCOUNT-REFERENCE.
           OPEN INPUT ACCOUNT-REF-FILE.
           IF WS-ACCOUNT-REF-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR ACCOUNT-REF-TOTAL >= 1000
                   READ ACCOUNT-REF-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ACCT-REF-ID NOT = SPACES
                               ADD 1 TO ACCOUNT-REF-TOTAL
                               MOVE ACCT-REF-ID TO
                                   REF-ENTRY-ID(ACCOUNT-REF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-CUSTOMER-IDS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR CUSTOMER-TOTAL >= 500
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF CUST-ID NOT = SPACES
                               ADD 1 TO CUSTOMER-TOTAL
                               MOVE CUST-ID TO CUS-ID(CUSTOMER-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-LEGAL-HOLD-REGISTER.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LEGAL-HOLD-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR LEGAL-HOLD-TOTAL >= 2000
                   READ LEGAL-HOLD-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF LEGAL-HOLD-SUBJECT NOT = SPACES
                               ADD 1 TO LEGAL-HOLD-TOTAL
                               PERFORM NOTE-LEGAL-HOLD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-LEGAL-HOLD-ENTRY.
           MOVE LEGAL-HOLD-MATTER TO LGH-MATTER(LEGAL-HOLD-TOTAL).
           MOVE LEGAL-HOLD-TYPE TO LGH-TYPE(LEGAL-HOLD-TOTAL).
           MOVE LEGAL-HOLD-SUBJECT TO LGH-SUBJECT(LEGAL-HOLD-TOTAL).
           IF LEGAL-HOLD-PLACED-DATE NUMERIC
               MOVE LEGAL-HOLD-PLACED-DATE TO
                   LGH-PLACED-DATE(LEGAL-HOLD-TOTAL)
           END-IF.
           IF LEGAL-HOLD-RELEASED-DATE NUMERIC
               MOVE LEGAL-HOLD-RELEASED-DATE TO
                   LGH-RELEASED-DATE(LEGAL-HOLD-TOTAL)
           END-IF.
           MOVE LEGAL-HOLD-OPERATOR TO LGH-OPERATOR(LEGAL-HOLD-TOTAL).

       FIND-ACTIVE-LEGAL-HOLD.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               IF LGH-MATTER(LGH-IDX) = LTRN-MATTER
                       AND LGH-TYPE(LGH-IDX) = LTRN-TYPE
                       AND LGH-SUBJECT(LGH-IDX) = LTRN-SUBJECT
                       AND LGH-RELEASED-DATE(LGH-IDX) = 0
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   SET WS-FOUND-IDX TO LGH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-HOLD-SUBJECT.
           MOVE 'Y' TO WS-SUBJECT-OK.
           IF LTRN-TYPE = 'A'
               IF ACCOUNT-REF-TOTAL = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING REF-IDX FROM 1 BY 1
                       UNTIL REF-IDX > ACCOUNT-REF-TOTAL
                   IF REF-ENTRY-ID(REF-IDX) = LTRN-SUBJECT
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           ELSE
               IF CUSTOMER-TOTAL = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING CUS-IDX FROM 1 BY 1
                       UNTIL CUS-IDX > CUSTOMER-TOTAL
                   IF CUS-ID(CUS-IDX) = LTRN-SUBJECT
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 'N' TO WS-SUBJECT-OK.

       APPLY-LEGAL-HOLD-TRANSACTION.
           IF LTRN-MATTER = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "MATTER REFERENCE MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF LTRN-EFFECTIVE-DATE NOT NUMERIC
                   OR LTRN-EFFECTIVE-DATE = 0
               MOVE WS-RUN-DATE-NUM TO WS-EFFECTIVE-DATE
           ELSE
               MOVE LTRN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-DATE > WS-RUN-DATE-NUM
               ADD 1 TO WS-FAILED-COUNT
               MOVE "EFFECTIVE DATE IN THE FUTURE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE LTRN-ACTION
               WHEN 'P'
                   PERFORM PLACE-LEGAL-HOLD
               WHEN 'R'
                   IF LTRN-SUBJECT = SPACES
                       PERFORM RELEASE-MATTER
                   ELSE
                       PERFORM RELEASE-LEGAL-HOLD
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "BAD ACTION CODE" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
           END-EVALUATE.

       PLACE-LEGAL-HOLD.
           IF LTRN-TYPE NOT = 'A' AND LTRN-TYPE NOT = 'C'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD SUBJECT TYPE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF LTRN-SUBJECT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "SUBJECT MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-HOLD-SUBJECT.
           IF WS-SUBJECT-OK = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "SUBJECT NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ACTIVE-LEGAL-HOLD.
           IF WS-ENTRY-FOUND = 'Y'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "HOLD ALREADY ACTIVE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF LEGAL-HOLD-TOTAL >= 2000
               ADD 1 TO WS-FAILED-COUNT
               MOVE "LEGAL HOLD TABLE FULL" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LEGAL-HOLD-TOTAL.
           MOVE LTRN-MATTER TO LGH-MATTER(LEGAL-HOLD-TOTAL).
           MOVE LTRN-TYPE TO LGH-TYPE(LEGAL-HOLD-TOTAL).
           MOVE LTRN-SUBJECT TO LGH-SUBJECT(LEGAL-HOLD-TOTAL).
           MOVE WS-EFFECTIVE-DATE TO LGH-PLACED-DATE(LEGAL-HOLD-TOTAL).
           MOVE 0 TO LGH-RELEASED-DATE(LEGAL-HOLD-TOTAL).
           MOVE LTRN-OPERATOR TO LGH-OPERATOR(LEGAL-HOLD-TOTAL).
           ADD 1 TO WS-PLACED-COUNT.
           MOVE "PLACED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       RELEASE-LEGAL-HOLD.
           PERFORM FIND-ACTIVE-LEGAL-HOLD.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACTIVE HOLD NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF WS-EFFECTIVE-DATE < LGH-PLACED-DATE(WS-FOUND-IDX)
               ADD 1 TO WS-FAILED-COUNT
               MOVE "RELEASE BEFORE PLACED DATE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO LGH-RELEASED-DATE(WS-FOUND-IDX).
           MOVE LTRN-OPERATOR TO LGH-OPERATOR(WS-FOUND-IDX).
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE "RELEASED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       RELEASE-MATTER.
           MOVE 0 TO WS-MATTER-RELEASED.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               IF LGH-MATTER(LGH-IDX) = LTRN-MATTER
                       AND LGH-RELEASED-DATE(LGH-IDX) = 0
                       AND LGH-PLACED-DATE(LGH-IDX) <=
                           WS-EFFECTIVE-DATE
                   MOVE WS-EFFECTIVE-DATE TO
                       LGH-RELEASED-DATE(LGH-IDX)
                   MOVE LTRN-OPERATOR TO LGH-OPERATOR(LGH-IDX)
                   ADD 1 TO WS-MATTER-RELEASED
               END-IF
           END-PERFORM.
           IF WS-MATTER-RELEASED = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE "NO ACTIVE HOLDS FOR MATTER" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           ADD WS-MATTER-RELEASED TO WS-RELEASED-COUNT.
           MOVE WS-MATTER-RELEASED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-RESULT-TEXT.
           STRING "MATTER RELEASED " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       WRITE-MAINT-RESULT.
           MOVE SPACES TO LEGAL-HOLD-REPORT-LINE.
           STRING "ACTION " LTRN-ACTION " MATTER " LTRN-MATTER
               " " LTRN-TYPE " " LTRN-SUBJECT
               " RESULT " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.

       SET-SUBJECT-LABEL.
           IF LGH-TYPE(LGH-IDX) = 'C'
               MOVE "CUSTOMER" TO WS-SUBJECT-LABEL
           ELSE
               MOVE "ACCOUNT" TO WS-SUBJECT-LABEL
           END-IF.

       WRITE-ACTIVE-HOLD-DETAIL.
           PERFORM SET-SUBJECT-LABEL.
           MOVE 0 TO WS-DAYS-HELD.
           IF LGH-PLACED-DATE(LGH-IDX) > 0
               COMPUTE WS-PLACED-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (LGH-PLACED-DATE(LGH-IDX))
               COMPUTE WS-DAYS-HELD =
                   WS-RUN-DATE-INT - WS-PLACED-DATE-INT
           END-IF.
           MOVE WS-DAYS-HELD TO WS-DAYS-DISPLAY.
           MOVE SPACES TO LEGAL-HOLD-REPORT-LINE.
           STRING "MATTER " LGH-MATTER(LGH-IDX)
               " " WS-SUBJECT-LABEL " " LGH-SUBJECT(LGH-IDX)
               " PLACED " LGH-PLACED-DATE(LGH-IDX)
               " DAYS HELD " WS-DAYS-DISPLAY
               " BY " LGH-OPERATOR(LGH-IDX)
               DELIMITED BY SIZE INTO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.

       WRITE-RELEASED-HOLD-DETAIL.
           PERFORM SET-SUBJECT-LABEL.
           MOVE SPACES TO LEGAL-HOLD-REPORT-LINE.
           STRING "MATTER " LGH-MATTER(LGH-IDX)
               " " WS-SUBJECT-LABEL " " LGH-SUBJECT(LGH-IDX)
               " PLACED " LGH-PLACED-DATE(LGH-IDX)
               " RELEASED " LGH-RELEASED-DATE(LGH-IDX)
               " BY " LGH-OPERATOR(LGH-IDX)
               DELIMITED BY SIZE INTO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LEGAL-HOLD-REPORT-LINE.
           STRING "TRANSACTIONS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.
           MOVE WS-PLACED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LEGAL-HOLD-REPORT-LINE.
           STRING "HOLDS PLACED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LEGAL-HOLD-REPORT-LINE.
           STRING "HOLDS RELEASED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LEGAL-HOLD-REPORT-LINE.
           STRING "FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LEGAL-HOLD-REPORT-LINE.
           STRING "ACTIVE LEGAL HOLDS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LEGAL-HOLD-REPORT-LINE.
           STRING "RELEASED LEGAL HOLDS ON FILE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO LEGAL-HOLD-REPORT-LINE.
           WRITE LEGAL-HOLD-REPORT-LINE.

       REWRITE-LEGAL-HOLD-REGISTER.
           OPEN OUTPUT LEGAL-HOLD-FILE.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               MOVE LGH-MATTER(LGH-IDX) TO LEGAL-HOLD-MATTER
               MOVE LGH-TYPE(LGH-IDX) TO LEGAL-HOLD-TYPE
               MOVE LGH-SUBJECT(LGH-IDX) TO LEGAL-HOLD-SUBJECT
               MOVE LGH-PLACED-DATE(LGH-IDX) TO LEGAL-HOLD-PLACED-DATE
               MOVE LGH-RELEASED-DATE(LGH-IDX) TO
                   LEGAL-HOLD-RELEASED-DATE
               MOVE LGH-OPERATOR(LGH-IDX) TO LEGAL-HOLD-OPERATOR
               WRITE LEGAL-HOLD-LINE
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.

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
               DISPLAY "LEGAL-HOLD-MAINT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
