       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT CASE-FILE
               ASSIGN TO "exception_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASE-TRANS-FILE
               ASSIGN TO "case_maint_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CASE-CONTROL-FILE
               ASSIGN TO "case_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-CONTROL-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE
               ASSIGN TO "holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "record_summary_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT VELOCITY-EXCEPTION-FILE
               ASSIGN TO "velocity_exceptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VELOCITY-STATUS.
           SELECT BALANCE-EXCEPTION-FILE
               ASSIGN TO "balance_exception_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-EXCEPTION-STATUS.
           SELECT OUTSTANDING-FILE
               ASSIGN TO "bank_recon_outstanding.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSTANDING-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "approval_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.
           SELECT POSTING-APPROVAL-FILE
               ASSIGN TO "posting_approval_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-APPROVAL-STATUS.
           SELECT BUCKET-HOLD-FILE ASSIGN TO "bucket_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUCKET-HOLD-STATUS.
           SELECT SANCTIONS-HIT-FILE ASSIGN TO "sanctions_hits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANCTIONS-HIT-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT AGING-REPORT-FILE
               ASSIGN TO "case_aging_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "case_maint_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  CASE-FILE.
       01  CASE-LINE.
           COPY "EXCEPTION-CASE-RECORD.cpy".
       FD  CASE-TRANS-FILE.
       01  CASE-TRANS-LINE.
           05  CTRN-ACTION PIC X.
           05  CTRN-CASE-ID PIC 9(6).
           05  CTRN-OWNER PIC X(8).
           05  CTRN-OPERATOR PIC X(8).
           05  CTRN-NOTE PIC X(20).
       FD  CASE-CONTROL-FILE.
       01  CASE-CONTROL-LINE.
           05  CSC-SOURCE PIC X(4).
           05  CSC-DUE-DAYS PIC 9(3).
           05  CSC-WARNING-DAYS PIC 9(3).
           05  CSC-OWNER PIC X(8).
       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-LINE PIC X(8).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE.
           COPY "SUSPENSE-RECORD.cpy".
       FD  VELOCITY-EXCEPTION-FILE.
       01  VELOCITY-EXCEPTION-LINE.
           05  VEX-RUN-DATE PIC 9(8).
           05  VEX-ACCOUNT PIC X(10).
           05  VEX-AMOUNT PIC 9(7)V99.
           05  VEX-REASON PIC X(20).
       FD  BALANCE-EXCEPTION-FILE.
       01  BALANCE-EXCEPTION-LINE PIC X(120).
       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-LINE.
           05  OUT-SIDE PIC X.
           05  OUT-DATE PIC 9(8).
           05  OUT-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  OUT-REF PIC X(14).
           05  OUT-FIRST-SEEN PIC 9(8).
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-LINE.
           05  APQ-QUEUED-DATE PIC 9(8).
           05  APQ-IMAGE PIC X(40).
       FD  POSTING-APPROVAL-FILE.
       01  POSTING-APPROVAL-LINE.
           COPY "POSTING-APPROVAL-RECORD.cpy".
       FD  BUCKET-HOLD-FILE.
       01  BUCKET-HOLD-LINE PIC X(200).
       FD  SANCTIONS-HIT-FILE.
       01  SANCTIONS-HIT-LINE.
           COPY "SANCTIONS-HIT-RECORD.cpy".
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-LINE.
           COPY "ALERT-LOG-LINE.cpy".
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE PIC X(132).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-CASE-STATUS PIC XX VALUE "00".
       01  WS-TRANS-STATUS PIC XX VALUE "00".
       01  WS-CASE-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-HOLIDAY-FILE-STATUS PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-VELOCITY-STATUS PIC XX VALUE "00".
       01  WS-BALANCE-EXCEPTION-STATUS PIC XX VALUE "00".
       01  WS-OUTSTANDING-STATUS PIC XX VALUE "00".
       01  WS-APPROVAL-QUEUE-STATUS PIC XX VALUE "00".
       01  WS-POSTING-APPROVAL-STATUS PIC XX VALUE "00".
       01  WS-BUCKET-HOLD-STATUS PIC XX VALUE "00".
       01  WS-SANCTIONS-HIT-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "CASE MAINT COMPLETE".
       01  CASE-TABLE.
           05  CASE-ENTRY OCCURS 3000 TIMES INDEXED BY CSE-IDX.
               10  CSE-CASE-ID PIC 9(6) VALUE 0.
               10  CSE-SOURCE PIC X(4) VALUE SPACES.
               10  CSE-SOURCE-KEY PIC X(40) VALUE SPACES.
               10  CSE-ACCOUNT PIC X(10) VALUE SPACES.
               10  CSE-AMOUNT PIC S9(9)V99 VALUE 0.
               10  CSE-OWNER PIC X(8) VALUE SPACES.
               10  CSE-STATUS PIC X VALUE SPACE.
               10  CSE-OPENED-DATE PIC 9(8) VALUE 0.
               10  CSE-DUE-DATE PIC 9(8) VALUE 0.
               10  CSE-CLOSED-DATE PIC 9(8) VALUE 0.
               10  CSE-OPERATOR PIC X(8) VALUE SPACES.
               10  CSE-NOTE PIC X(20) VALUE SPACES.
               10  CSE-SEEN PIC X VALUE 'N'.
       01  CASE-TOTAL PIC 9(4) VALUE 0.
       01  SOURCE-TABLE.
           05  SOURCE-ENTRY OCCURS 8 TIMES INDEXED BY SRC-IDX.
               10  SRE-CODE PIC X(4) VALUE SPACES.
               10  SRE-FILE-NAME PIC X(30) VALUE SPACES.
               10  SRE-AUTO-CLOSE PIC X VALUE 'Y'.
               10  SRE-CONFIGURED PIC X VALUE 'N'.
               10  SRE-READ PIC X VALUE 'N'.
               10  SRE-DUE-DAYS PIC 9(3) VALUE 0.
               10  SRE-OWNER PIC X(8) VALUE SPACES.
               10  SRE-ITEM-COUNT PIC 9(6) VALUE 0.
               10  SRE-NEW-COUNT PIC 9(6) VALUE 0.
               10  SRE-CLOSED-COUNT PIC 9(6) VALUE 0.
       01  SOURCE-TOTAL PIC 9 VALUE 8.
       01  OWNER-TABLE.
           05  OWNER-ENTRY OCCURS 300 TIMES INDEXED BY OWN-IDX.
               10  OWE-OWNER PIC X(8) VALUE SPACES.
               10  OWE-OPEN-COUNT PIC 9(6) VALUE 0.
               10  OWE-OPEN-AMOUNT PIC S9(11)V99 VALUE 0.
               10  OWE-NEAR-COUNT PIC 9(6) VALUE 0.
               10  OWE-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01  OWNER-TOTAL PIC 9(3) VALUE 0.
       01  HOLIDAY-SERIAL-TABLE.
           05  HOLIDAY-SERIAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY HOL-IDX.
               10  HOLIDAY-SERIAL-VALUE PIC S9(9) COMP VALUE 0.
       01  HOLIDAY-SERIAL-TOTAL PIC 9(3) VALUE 0.
       01  WS-DETAIL-IMAGE.
           COPY "FLAT-DETAIL-RECORD.cpy".
           05  FILLER PIC X(45).
       01  WS-SCAN-SERIAL PIC S9(9) COMP VALUE 0.
       01  WS-DAY-OF-WEEK PIC 9 VALUE 0.
       01  WS-IS-BUSINESS-DAY PIC X VALUE 'Y'.
       01  WS-DAYS-COUNTED PIC S9(5) COMP VALUE 0.
       01  WS-DUE-INT PIC S9(9) COMP VALUE 0.
       01  WS-FROM-INT PIC S9(9) COMP VALUE 0.
       01  WS-TO-INT PIC S9(9) COMP VALUE 0.
       01  WS-DAYS-BETWEEN PIC S9(5) COMP VALUE 0.
       01  WS-DAYS-LEFT PIC S9(5) COMP VALUE 0.
       01  WS-CASE-AGE PIC S9(5) COMP VALUE 0.
       01  WS-DAYS-LEFT-DISPLAY PIC -(4)9.
       01  WS-CASE-AGE-DISPLAY PIC -(4)9.
       01  WS-DEFAULT-DUE-DAYS PIC 9(3) VALUE 5.
       01  WS-DEFAULT-OWNER PIC X(8) VALUE SPACES.
       01  WS-WARNING-DAYS PIC 9(3) VALUE 1.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-NEXT-CASE-ID PIC 9(6) VALUE 0.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-FOUND-IDX PIC 9(4) VALUE 0.
       01  WS-ITEM-SOURCE PIC 9 VALUE 0.
       01  WS-ITEM-KEY PIC X(40) VALUE SPACES.
       01  WS-ITEM-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-ITEM-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-BALANCE-TYPE PIC X(40) VALUE SPACES.
       01  WS-BALANCE-REST PIC X(120) VALUE SPACES.
       01  WS-BALANCE-ACCOUNT-PART PIC X(40) VALUE SPACES.
       01  WS-BALANCE-AMOUNT-PART PIC X(80) VALUE SPACES.
       01  WS-BALANCE-AMOUNT-TEXT PIC X(20) VALUE SPACES.
       01  WS-OWNER-DISPLAY PIC X(10) VALUE SPACES.
       01  WS-AGING-FLAG PIC X(14) VALUE SPACES.
       01  WS-STATUS-TEXT PIC X(10) VALUE SPACES.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-TRANS-READ PIC 9(9) VALUE 0.
       01  WS-ASSIGNED-COUNT PIC 9(9) VALUE 0.
       01  WS-RESOLVED-COUNT PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01  WS-NEW-COUNT PIC 9(9) VALUE 0.
       01  WS-AUTO-CLOSED-COUNT PIC 9(9) VALUE 0.
       01  WS-OPEN-COUNT PIC 9(9) VALUE 0.
       01  WS-OPEN-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-NEAR-COUNT PIC 9(9) VALUE 0.
       01  WS-OVERDUE-COUNT PIC 9(9) VALUE 0.
       01  WS-TABLE-FULL-COUNT PIC 9(9) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-COUNT-DISPLAY-2 PIC Z(8)9.
       01  WS-COUNT-DISPLAY-3 PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC -(11)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM SET-UP-CASE-SOURCES.
           PERFORM LOAD-CASE-CONTROL.
           PERFORM LOAD-HOLIDAY-SERIALS.
           PERFORM LOAD-CASE-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE "DAILY EXCEPTION CASE AGING REPORT" TO
               AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "CASE MAINTENANCE" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           OPEN INPUT CASE-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ CASE-TRANS-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-CASE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE CASE-TRANS-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           MOVE "CASE INTAKE" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM TAKE-SUSPENSE-ITEMS.
           PERFORM TAKE-VELOCITY-ITEMS.
           PERFORM TAKE-BALANCE-EXCEPTIONS.
           PERFORM TAKE-OUTSTANDING-ITEMS.
           PERFORM TAKE-APPROVAL-ITEMS.
           PERFORM TAKE-POSTING-APPROVAL-ITEMS.
           PERFORM TAKE-HOLD-BUCKET-ITEMS.
           PERFORM TAKE-SANCTIONS-HITS.
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CASE-TOTAL
               PERFORM CHECK-SOURCE-RESOLVED
           END-PERFORM.
           PERFORM COLLECT-CASE-OWNERS.
           MOVE "OPEN CASES BY OWNER" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING OWN-IDX FROM 1 BY 1
                   UNTIL OWN-IDX > OWNER-TOTAL
               PERFORM AGE-OWNER-CASES
           END-PERFORM.
           PERFORM REWRITE-CASE-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE AGING-REPORT-FILE.
           IF WS-FAILED-COUNT > 0 OR WS-OVERDUE-COUNT > 0
                   OR WS-TABLE-FULL-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               EVALUATE TRUE
                   WHEN WS-TABLE-FULL-COUNT > 0
                       MOVE "CASE TABLE FULL - ITEMS NOT TAKEN" TO
                           WS-JOB-REASON
                   WHEN WS-OVERDUE-COUNT > 0
                       MOVE "CASES PAST DUE DATE" TO WS-JOB-REASON
                   WHEN OTHER
                       MOVE "CASE TRANSACTIONS FAILED" TO
                           WS-JOB-REASON
               END-EVALUATE
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "CASE-MAINT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       SET-UP-CASE-SOURCES.
           MOVE "SUSP" TO SRE-CODE(1).
           MOVE "record_summary_suspense.dat" TO SRE-FILE-NAME(1).
           MOVE "VELO" TO SRE-CODE(2).
           MOVE "velocity_exceptions.dat" TO SRE-FILE-NAME(2).
           MOVE 'N' TO SRE-AUTO-CLOSE(2).
           MOVE "BALX" TO SRE-CODE(3).
           MOVE "balance_exception_report.txt" TO SRE-FILE-NAME(3).
           MOVE "RECN" TO SRE-CODE(4).
           MOVE "bank_recon_outstanding.dat" TO SRE-FILE-NAME(4).
           MOVE "APPR" TO SRE-CODE(5).
           MOVE "approval_pending.dat" TO SRE-FILE-NAME(5).
           MOVE "PAPR" TO SRE-CODE(6).
           MOVE "posting_approval_pending.dat" TO SRE-FILE-NAME(6).
           MOVE "HOLD" TO SRE-CODE(7).
           MOVE "bucket_hold.dat" TO SRE-FILE-NAME(7).
           MOVE "SANC" TO SRE-CODE(8).
           MOVE "sanctions_hits.dat" TO SRE-FILE-NAME(8).

       LOAD-CASE-CONTROL.
           OPEN INPUT CASE-CONTROL-FILE.
           IF WS-CASE-CONTROL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ CASE-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM NOTE-CASE-CONTROL
                   END-READ
               END-PERFORM
               CLOSE CASE-CONTROL-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SOURCE-TOTAL
               IF SRE-CONFIGURED(SRC-IDX) = 'N'
                   MOVE WS-DEFAULT-DUE-DAYS TO SRE-DUE-DAYS(SRC-IDX)
                   MOVE WS-DEFAULT-OWNER TO SRE-OWNER(SRC-IDX)
               END-IF
           END-PERFORM.

       NOTE-CASE-CONTROL.
           IF CSC-SOURCE = "*"
               IF CSC-DUE-DAYS NUMERIC AND CSC-DUE-DAYS > 0
                   MOVE CSC-DUE-DAYS TO WS-DEFAULT-DUE-DAYS
               END-IF
               IF CSC-WARNING-DAYS NUMERIC
                   MOVE CSC-WARNING-DAYS TO WS-WARNING-DAYS
               END-IF
               MOVE CSC-OWNER TO WS-DEFAULT-OWNER
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SOURCE-TOTAL
               IF SRE-CODE(SRC-IDX) = CSC-SOURCE
                   MOVE 'Y' TO SRE-CONFIGURED(SRC-IDX)
                   MOVE WS-DEFAULT-DUE-DAYS TO SRE-DUE-DAYS(SRC-IDX)
                   IF CSC-DUE-DAYS NUMERIC AND CSC-DUE-DAYS > 0
                       MOVE CSC-DUE-DAYS TO SRE-DUE-DAYS(SRC-IDX)
                   END-IF
                   MOVE CSC-OWNER TO SRE-OWNER(SRC-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-HOLIDAY-SERIALS.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF WS-HOLIDAY-FILE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR HOLIDAY-SERIAL-TOTAL >= 200
                   READ HOLIDAY-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF HOLIDAY-CALENDAR-LINE NUMERIC
                               ADD 1 TO HOLIDAY-SERIAL-TOTAL
                               COMPUTE HOLIDAY-SERIAL-VALUE
                                   (HOLIDAY-SERIAL-TOTAL) =
                                   FUNCTION INTEGER-OF-DATE
                                       (FUNCTION NUMVAL
                                           (HOLIDAY-CALENDAR-LINE))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS-DAY.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-SCAN-SERIAL, 7).
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               MOVE 'N' TO WS-IS-BUSINESS-DAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING HOL-IDX FROM 1 BY 1
                   UNTIL HOL-IDX > HOLIDAY-SERIAL-TOTAL
               IF HOLIDAY-SERIAL-VALUE(HOL-IDX) = WS-SCAN-SERIAL
                   MOVE 'N' TO WS-IS-BUSINESS-DAY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       COMPUTE-CASE-DUE-DATE.
           MOVE WS-RUN-DATE-INT TO WS-SCAN-SERIAL.
           MOVE 0 TO WS-DAYS-COUNTED.
           PERFORM UNTIL WS-DAYS-COUNTED >= SRE-DUE-DAYS(SRC-IDX)
               ADD 1 TO WS-SCAN-SERIAL
               PERFORM CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS-DAY = 'Y'
                   ADD 1 TO WS-DAYS-COUNTED
               END-IF
           END-PERFORM.
           MOVE WS-SCAN-SERIAL TO WS-DUE-INT.

       COUNT-BUSINESS-DAYS-BETWEEN.
           MOVE 0 TO WS-DAYS-BETWEEN.
           IF WS-TO-INT < WS-FROM-INT
               MOVE WS-TO-INT TO WS-SCAN-SERIAL
               PERFORM UNTIL WS-SCAN-SERIAL >= WS-FROM-INT
                   ADD 1 TO WS-SCAN-SERIAL
                   PERFORM CHECK-BUSINESS-DAY
                   IF WS-IS-BUSINESS-DAY = 'Y'
                       SUBTRACT 1 FROM WS-DAYS-BETWEEN
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FROM-INT TO WS-SCAN-SERIAL.
           PERFORM UNTIL WS-SCAN-SERIAL >= WS-TO-INT
               ADD 1 TO WS-SCAN-SERIAL
               PERFORM CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS-DAY = 'Y'
                   ADD 1 TO WS-DAYS-BETWEEN
               END-IF
           END-PERFORM.

       LOAD-CASE-FILE.
           OPEN INPUT CASE-FILE.
           IF WS-CASE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR CASE-TOTAL >= 3000
                   READ CASE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF EXC-CASE-ID NUMERIC
                                   AND EXC-CASE-ID > 0
                               ADD 1 TO CASE-TOTAL
                               PERFORM NOTE-CASE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-CASE-ENTRY.
           MOVE EXC-CASE-ID TO CSE-CASE-ID(CASE-TOTAL).
           IF EXC-CASE-ID > WS-NEXT-CASE-ID
               MOVE EXC-CASE-ID TO WS-NEXT-CASE-ID
           END-IF.
           MOVE EXC-SOURCE TO CSE-SOURCE(CASE-TOTAL).
           MOVE EXC-SOURCE-KEY TO CSE-SOURCE-KEY(CASE-TOTAL).
           MOVE EXC-ACCOUNT TO CSE-ACCOUNT(CASE-TOTAL).
           IF EXC-AMOUNT NUMERIC
               MOVE EXC-AMOUNT TO CSE-AMOUNT(CASE-TOTAL)
           END-IF.
           MOVE EXC-OWNER TO CSE-OWNER(CASE-TOTAL).
           MOVE EXC-STATUS TO CSE-STATUS(CASE-TOTAL).
           IF EXC-OPENED-DATE NUMERIC
               MOVE EXC-OPENED-DATE TO CSE-OPENED-DATE(CASE-TOTAL)
           END-IF.
           IF EXC-DUE-DATE NUMERIC
               MOVE EXC-DUE-DATE TO CSE-DUE-DATE(CASE-TOTAL)
           END-IF.
           IF EXC-CLOSED-DATE NUMERIC
               MOVE EXC-CLOSED-DATE TO CSE-CLOSED-DATE(CASE-TOTAL)
           END-IF.
           MOVE EXC-OPERATOR TO CSE-OPERATOR(CASE-TOTAL).
           MOVE EXC-NOTE TO CSE-NOTE(CASE-TOTAL).

       FIND-CASE-BY-ID.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CASE-TOTAL
               IF CSE-CASE-ID(CSE-IDX) = CTRN-CASE-ID
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   SET WS-FOUND-IDX TO CSE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-CASE-TRANSACTION.
           IF CTRN-CASE-ID NOT NUMERIC
               ADD 1 TO WS-FAILED-COUNT
               MOVE "CASE ID MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CASE-BY-ID.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "CASE NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF CSE-STATUS(WS-FOUND-IDX) NOT = 'O'
                   AND CSE-STATUS(WS-FOUND-IDX) NOT = 'A'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "CASE ALREADY CLOSED" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE CTRN-ACTION
               WHEN 'A'
                   PERFORM ASSIGN-CASE
               WHEN 'R'
                   PERFORM RESOLVE-CASE
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "BAD ACTION CODE" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
           END-EVALUATE.

       ASSIGN-CASE.
           IF CTRN-OWNER = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "OWNER MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE CTRN-OWNER TO CSE-OWNER(WS-FOUND-IDX).
           MOVE 'A' TO CSE-STATUS(WS-FOUND-IDX).
           MOVE CTRN-OPERATOR TO CSE-OPERATOR(WS-FOUND-IDX).
           ADD 1 TO WS-ASSIGNED-COUNT.
           MOVE "ASSIGNED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       RESOLVE-CASE.
           MOVE 'R' TO CSE-STATUS(WS-FOUND-IDX).
           MOVE WS-RUN-DATE-NUM TO CSE-CLOSED-DATE(WS-FOUND-IDX).
           MOVE CTRN-OPERATOR TO CSE-OPERATOR(WS-FOUND-IDX).
           IF CTRN-NOTE = SPACES
               MOVE "RESOLVED BY OWNER" TO CSE-NOTE(WS-FOUND-IDX)
           ELSE
               MOVE CTRN-NOTE TO CSE-NOTE(WS-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-RESOLVED-COUNT.
           MOVE "RESOLVED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       WRITE-MAINT-RESULT.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "ACTION " CTRN-ACTION " CASE " CTRN-CASE-ID
               " OWNER " CTRN-OWNER
               " RESULT " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       TAKE-SUSPENSE-ITEMS.
           MOVE 1 TO WS-ITEM-SOURCE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               PERFORM WRITE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SRE-READ(1).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF SUSPENSE-ORIGINAL-IMAGE NOT = SPACES
                           MOVE SPACES TO WS-ITEM-KEY
                           STRING SUSPENSE-REJECT-DATE
                               SUSPENSE-REASON-CODE
                               SUSPENSE-ORIGINAL-IMAGE(1:28)
                               DELIMITED BY SIZE INTO WS-ITEM-KEY
                           MOVE SUSPENSE-ORIGINAL-IMAGE TO
                               WS-DETAIL-IMAGE
                           PERFORM NOTE-DETAIL-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-VELOCITY-ITEMS.
           MOVE 2 TO WS-ITEM-SOURCE.
           OPEN INPUT VELOCITY-EXCEPTION-FILE.
           IF WS-VELOCITY-STATUS NOT = "00"
               PERFORM WRITE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SRE-READ(2).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ VELOCITY-EXCEPTION-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF VEX-ACCOUNT NOT = SPACES
                           MOVE SPACES TO WS-ITEM-KEY
                           STRING VEX-RUN-DATE VEX-ACCOUNT VEX-REASON
                               DELIMITED BY SIZE INTO WS-ITEM-KEY
                           MOVE VEX-ACCOUNT TO WS-ITEM-ACCOUNT
                           MOVE 0 TO WS-ITEM-AMOUNT
                           IF VEX-AMOUNT NUMERIC
                               MOVE VEX-AMOUNT TO WS-ITEM-AMOUNT
                           END-IF
                           PERFORM NOTE-SOURCE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VELOCITY-EXCEPTION-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-BALANCE-EXCEPTIONS.
           MOVE 3 TO WS-ITEM-SOURCE.
           OPEN INPUT BALANCE-EXCEPTION-FILE.
           IF WS-BALANCE-EXCEPTION-STATUS NOT = "00"
               PERFORM WRITE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SRE-READ(3).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BALANCE-EXCEPTION-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM NOTE-BALANCE-EXCEPTION
               END-READ
           END-PERFORM.
           CLOSE BALANCE-EXCEPTION-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-BALANCE-EXCEPTION.
           MOVE SPACES TO WS-BALANCE-TYPE WS-BALANCE-REST.
           UNSTRING BALANCE-EXCEPTION-LINE DELIMITED BY " ACCT "
               INTO WS-BALANCE-TYPE WS-BALANCE-REST
           END-UNSTRING.
           IF WS-BALANCE-TYPE NOT = "NEGATIVE BALANCE"
                   AND WS-BALANCE-TYPE NOT = "BELOW FLOOR"
                   AND WS-BALANCE-TYPE NOT = "SWING"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-BALANCE-ACCOUNT-PART
               WS-BALANCE-AMOUNT-PART WS-BALANCE-AMOUNT-TEXT.
           UNSTRING WS-BALANCE-REST DELIMITED BY " BALANCE " OR " NOW "
               INTO WS-BALANCE-ACCOUNT-PART WS-BALANCE-AMOUNT-PART
           END-UNSTRING.
           UNSTRING FUNCTION TRIM(WS-BALANCE-AMOUNT-PART)
               DELIMITED BY SPACE INTO WS-BALANCE-AMOUNT-TEXT
           END-UNSTRING.
           MOVE WS-BALANCE-ACCOUNT-PART(1:10) TO WS-ITEM-ACCOUNT.
           MOVE 0 TO WS-ITEM-AMOUNT.
           IF FUNCTION TEST-NUMVAL(WS-BALANCE-AMOUNT-TEXT) = 0
               COMPUTE WS-ITEM-AMOUNT =
                   FUNCTION NUMVAL(WS-BALANCE-AMOUNT-TEXT)
           END-IF.
           MOVE SPACES TO WS-ITEM-KEY.
           STRING WS-BALANCE-TYPE(1:16) WS-ITEM-ACCOUNT
               DELIMITED BY SIZE INTO WS-ITEM-KEY.
           PERFORM NOTE-SOURCE-ITEM.

       TAKE-OUTSTANDING-ITEMS.
           MOVE 4 TO WS-ITEM-SOURCE.
           OPEN INPUT OUTSTANDING-FILE.
           IF WS-OUTSTANDING-STATUS NOT = "00"
               PERFORM WRITE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SRE-READ(4).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ OUTSTANDING-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF OUT-SIDE NOT = SPACE
                           MOVE OUTSTANDING-LINE(1:35) TO WS-ITEM-KEY
                           MOVE SPACES TO WS-ITEM-ACCOUNT
                           MOVE 0 TO WS-ITEM-AMOUNT
                           IF OUT-AMOUNT NUMERIC
                               MOVE OUT-AMOUNT TO WS-ITEM-AMOUNT
                           END-IF
                           PERFORM NOTE-SOURCE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUTSTANDING-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-APPROVAL-ITEMS.
           MOVE 5 TO WS-ITEM-SOURCE.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF WS-APPROVAL-QUEUE-STATUS NOT = "00"
               PERFORM WRITE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SRE-READ(5).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF APQ-IMAGE NOT = SPACES
                           MOVE SPACES TO WS-ITEM-KEY
                           STRING APQ-QUEUED-DATE APQ-IMAGE(1:32)
                               DELIMITED BY SIZE INTO WS-ITEM-KEY
                           MOVE APQ-IMAGE TO WS-DETAIL-IMAGE
                           PERFORM NOTE-DETAIL-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-POSTING-APPROVAL-ITEMS.
           MOVE 6 TO WS-ITEM-SOURCE.
           OPEN INPUT POSTING-APPROVAL-FILE.
           IF WS-POSTING-APPROVAL-STATUS NOT = "00"
               PERFORM WRITE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SRE-READ(6).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PAQ-IMAGE NOT = SPACES
                           MOVE SPACES TO WS-ITEM-KEY
                           STRING PAQ-QUEUED-DATE PAQ-REASON-CODE
                               PAQ-IMAGE(1:28)
                               DELIMITED BY SIZE INTO WS-ITEM-KEY
                           MOVE PAQ-IMAGE TO WS-DETAIL-IMAGE
                           PERFORM NOTE-DETAIL-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-APPROVAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-HOLD-BUCKET-ITEMS.
           MOVE 7 TO WS-ITEM-SOURCE.
           OPEN INPUT BUCKET-HOLD-FILE.
           IF WS-BUCKET-HOLD-STATUS NOT = "00"
               PERFORM WRITE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SRE-READ(7).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BUCKET-HOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF BUCKET-HOLD-LINE NOT = SPACES
                           MOVE BUCKET-HOLD-LINE(1:40) TO WS-ITEM-KEY
                           MOVE SPACES TO WS-ITEM-ACCOUNT
                           MOVE 0 TO WS-ITEM-AMOUNT
                           PERFORM NOTE-SOURCE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUCKET-HOLD-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-SANCTIONS-HITS.
           MOVE 8 TO WS-ITEM-SOURCE.
           OPEN INPUT SANCTIONS-HIT-FILE.
           IF WS-SANCTIONS-HIT-STATUS NOT = "00"
               PERFORM WRITE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO SRE-READ(8).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SANCTIONS-HIT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF SNH-STATUS = 'O'
                           MOVE SPACES TO WS-ITEM-KEY
                           STRING SNH-CUSTOMER SNH-ENTRY-ID
                               DELIMITED BY SIZE INTO WS-ITEM-KEY
                           MOVE SNH-CUSTOMER TO WS-ITEM-ACCOUNT
                           MOVE 0 TO WS-ITEM-AMOUNT
                           PERFORM NOTE-SOURCE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SANCTIONS-HIT-FILE.
           MOVE 'N' TO EOF-FLAG.

       WRITE-SOURCE-MISSING.
           SET SRC-IDX TO WS-ITEM-SOURCE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "SOURCE " SRE-CODE(SRC-IDX) " "
               SRE-FILE-NAME(SRC-IDX)
               " NOT AVAILABLE - NO INTAKE OR AUTO-CLOSE"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       NOTE-DETAIL-ITEM.
           MOVE RECORD-ACCOUNT TO WS-ITEM-ACCOUNT.
           MOVE 0 TO WS-ITEM-AMOUNT.
           IF RECORD-AMOUNT NUMERIC
               MOVE RECORD-AMOUNT TO WS-ITEM-AMOUNT
           END-IF.
           PERFORM NOTE-SOURCE-ITEM.

       NOTE-SOURCE-ITEM.
           SET SRC-IDX TO WS-ITEM-SOURCE.
           ADD 1 TO SRE-ITEM-COUNT(SRC-IDX).
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CASE-TOTAL
               IF CSE-SOURCE(CSE-IDX) = SRE-CODE(SRC-IDX)
                       AND CSE-SOURCE-KEY(CSE-IDX) = WS-ITEM-KEY
                       AND CSE-STATUS(CSE-IDX) NOT = 'C'
                   MOVE 'Y' TO CSE-SEEN(CSE-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF CASE-TOTAL >= 3000
               ADD 1 TO WS-TABLE-FULL-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CASE-TOTAL.
           ADD 1 TO WS-NEXT-CASE-ID.
           SET CSE-IDX TO CASE-TOTAL.
           MOVE WS-NEXT-CASE-ID TO CSE-CASE-ID(CSE-IDX).
           MOVE SRE-CODE(SRC-IDX) TO CSE-SOURCE(CSE-IDX).
           MOVE WS-ITEM-KEY TO CSE-SOURCE-KEY(CSE-IDX).
           MOVE WS-ITEM-ACCOUNT TO CSE-ACCOUNT(CSE-IDX).
           MOVE WS-ITEM-AMOUNT TO CSE-AMOUNT(CSE-IDX).
           MOVE SRE-OWNER(SRC-IDX) TO CSE-OWNER(CSE-IDX).
           MOVE 'O' TO CSE-STATUS(CSE-IDX).
           MOVE WS-RUN-DATE-NUM TO CSE-OPENED-DATE(CSE-IDX).
           PERFORM COMPUTE-CASE-DUE-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT) TO
               CSE-DUE-DATE(CSE-IDX).
           MOVE 0 TO CSE-CLOSED-DATE(CSE-IDX).
           MOVE "INTAKE" TO CSE-OPERATOR(CSE-IDX).
           MOVE SPACES TO CSE-NOTE(CSE-IDX).
           MOVE 'Y' TO CSE-SEEN(CSE-IDX).
           ADD 1 TO SRE-NEW-COUNT(SRC-IDX).
           ADD 1 TO WS-NEW-COUNT.
           MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "NEW CASE " CSE-CASE-ID(CSE-IDX)
               " SOURCE " CSE-SOURCE(CSE-IDX)
               " ACCOUNT " CSE-ACCOUNT(CSE-IDX)
               " AMOUNT " WS-AMOUNT-DISPLAY
               " OWNER " CSE-OWNER(CSE-IDX)
               " DUE " CSE-DUE-DATE(CSE-IDX)
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       CHECK-SOURCE-RESOLVED.
           IF CSE-STATUS(CSE-IDX) NOT = 'O'
                   AND CSE-STATUS(CSE-IDX) NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF CSE-SEEN(CSE-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SOURCE-TOTAL
               IF SRE-CODE(SRC-IDX) = CSE-SOURCE(CSE-IDX)
                   IF SRE-READ(SRC-IDX) = 'Y'
                           AND SRE-AUTO-CLOSE(SRC-IDX) = 'Y'
                       PERFORM CLOSE-RESOLVED-CASE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CLOSE-RESOLVED-CASE.
           MOVE 'C' TO CSE-STATUS(CSE-IDX).
           MOVE WS-RUN-DATE-NUM TO CSE-CLOSED-DATE(CSE-IDX).
           MOVE "AUTO" TO CSE-OPERATOR(CSE-IDX).
           MOVE "SOURCE RESOLVED" TO CSE-NOTE(CSE-IDX).
           ADD 1 TO SRE-CLOSED-COUNT(SRC-IDX).
           ADD 1 TO WS-AUTO-CLOSED-COUNT.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "CASE " CSE-CASE-ID(CSE-IDX)
               " SOURCE " CSE-SOURCE(CSE-IDX)
               " ACCOUNT " CSE-ACCOUNT(CSE-IDX)
               " CLOSED - SOURCE ITEM RESOLVED"
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       COLLECT-CASE-OWNERS.
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CASE-TOTAL
               IF CSE-STATUS(CSE-IDX) = 'O'
                       OR CSE-STATUS(CSE-IDX) = 'A'
                   PERFORM NOTE-CASE-OWNER
               END-IF
           END-PERFORM.

       NOTE-CASE-OWNER.
           PERFORM VARYING OWN-IDX FROM 1 BY 1
                   UNTIL OWN-IDX > OWNER-TOTAL
               IF OWE-OWNER(OWN-IDX) = CSE-OWNER(CSE-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF OWNER-TOTAL < 300
               ADD 1 TO OWNER-TOTAL
               MOVE CSE-OWNER(CSE-IDX) TO OWE-OWNER(OWNER-TOTAL)
           END-IF.

       AGE-OWNER-CASES.
           IF OWE-OWNER(OWN-IDX) = SPACES
               MOVE "UNASSIGNED" TO WS-OWNER-DISPLAY
           ELSE
               MOVE OWE-OWNER(OWN-IDX) TO WS-OWNER-DISPLAY
           END-IF.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "OWNER " WS-OWNER-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CASE-TOTAL
               IF (CSE-STATUS(CSE-IDX) = 'O'
                       OR CSE-STATUS(CSE-IDX) = 'A')
                       AND CSE-OWNER(CSE-IDX) = OWE-OWNER(OWN-IDX)
                   PERFORM AGE-ONE-CASE
               END-IF
           END-PERFORM.
           MOVE OWE-OPEN-COUNT(OWN-IDX) TO WS-COUNT-DISPLAY.
           MOVE OWE-NEAR-COUNT(OWN-IDX) TO WS-COUNT-DISPLAY-2.
           MOVE OWE-OVERDUE-COUNT(OWN-IDX) TO WS-COUNT-DISPLAY-3.
           MOVE OWE-OPEN-AMOUNT(OWN-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "  OWNER TOTAL OPEN " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               " NEAR DUE " WS-COUNT-DISPLAY-2
               " PAST DUE " WS-COUNT-DISPLAY-3
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           IF OWE-OVERDUE-COUNT(OWN-IDX) > 0
               PERFORM WRITE-OVERDUE-ALERT
           END-IF.

       AGE-ONE-CASE.
           ADD 1 TO OWE-OPEN-COUNT(OWN-IDX).
           ADD CSE-AMOUNT(CSE-IDX) TO OWE-OPEN-AMOUNT(OWN-IDX).
           ADD 1 TO WS-OPEN-COUNT.
           ADD CSE-AMOUNT(CSE-IDX) TO WS-OPEN-AMOUNT.
           MOVE WS-RUN-DATE-INT TO WS-FROM-INT.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE
               (CSE-DUE-DATE(CSE-IDX)).
           PERFORM COUNT-BUSINESS-DAYS-BETWEEN.
           MOVE WS-DAYS-BETWEEN TO WS-DAYS-LEFT.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE
               (CSE-OPENED-DATE(CSE-IDX)).
           MOVE WS-RUN-DATE-INT TO WS-TO-INT.
           PERFORM COUNT-BUSINESS-DAYS-BETWEEN.
           MOVE WS-DAYS-BETWEEN TO WS-CASE-AGE.
           MOVE SPACES TO WS-AGING-FLAG.
           IF WS-DAYS-LEFT < 0
               MOVE "PAST DUE" TO WS-AGING-FLAG
               ADD 1 TO OWE-OVERDUE-COUNT(OWN-IDX)
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               IF WS-DAYS-LEFT <= WS-WARNING-DAYS
                   MOVE "NEAR DUE" TO WS-AGING-FLAG
                   ADD 1 TO OWE-NEAR-COUNT(OWN-IDX)
                   ADD 1 TO WS-NEAR-COUNT
               END-IF
           END-IF.
           IF CSE-STATUS(CSE-IDX) = 'A'
               MOVE "ASSIGNED" TO WS-STATUS-TEXT
           ELSE
               MOVE "OPEN" TO WS-STATUS-TEXT
           END-IF.
           MOVE CSE-AMOUNT(CSE-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-DISPLAY.
           MOVE WS-CASE-AGE TO WS-CASE-AGE-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "  CASE " CSE-CASE-ID(CSE-IDX)
               " " CSE-SOURCE(CSE-IDX)
               " " WS-STATUS-TEXT
               " ACCOUNT " CSE-ACCOUNT(CSE-IDX)
               " AMOUNT " WS-AMOUNT-DISPLAY
               " OPENED " CSE-OPENED-DATE(CSE-IDX)
               " DUE " CSE-DUE-DATE(CSE-IDX)
               " AGE " WS-CASE-AGE-DISPLAY
               " DAYS " WS-DAYS-LEFT-DISPLAY
               " " WS-AGING-FLAG
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       WRITE-OVERDUE-ALERT.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           IF WS-ALERT-LOG-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-TIMESTAMP
               MOVE "CASE-MAINT" TO ALERT-PROGRAM
               MOVE 'W' TO ALERT-SEVERITY
               MOVE "CASEDUE " TO ALERT-CODE
               MOVE OWE-OVERDUE-COUNT(OWN-IDX) TO WS-COUNT-DISPLAY-3
               MOVE SPACES TO ALERT-TEXT
               STRING "EXCEPTION CASES PAST DUE FOR OWNER "
                   FUNCTION TRIM(WS-OWNER-DISPLAY) ": "
                   FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                   DELIMITED BY SIZE INTO ALERT-TEXT
               WRITE ALERT-LOG-LINE
               CLOSE ALERT-LOG-FILE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE "INTAKE BY SOURCE" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SOURCE-TOTAL
               MOVE SRE-ITEM-COUNT(SRC-IDX) TO WS-COUNT-DISPLAY
               MOVE SRE-NEW-COUNT(SRC-IDX) TO WS-COUNT-DISPLAY-2
               MOVE SRE-CLOSED-COUNT(SRC-IDX) TO WS-COUNT-DISPLAY-3
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "  " SRE-CODE(SRC-IDX)
                   " " SRE-FILE-NAME(SRC-IDX)
                   " ITEMS " WS-COUNT-DISPLAY
                   " NEW CASES " WS-COUNT-DISPLAY-2
                   " AUTO-CLOSED " WS-COUNT-DISPLAY-3
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-PERFORM.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "TRANSACTIONS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-ASSIGNED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "CASES ASSIGNED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-RESOLVED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "CASES RESOLVED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-NEW-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "NEW CASES OPENED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-AUTO-CLOSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "CASES CLOSED WITH SOURCE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           IF WS-TABLE-FULL-COUNT > 0
               MOVE WS-TABLE-FULL-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO AGING-REPORT-LINE
               STRING "ITEMS NOT TAKEN - CASE TABLE FULL: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-OPEN-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "OPEN CASES: " WS-COUNT-DISPLAY
               " TOTAL AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-NEAR-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "NEAR DUE DATE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "PAST DUE DATE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       REWRITE-CASE-FILE.
           OPEN OUTPUT CASE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "CASE-MAINT: UNABLE TO REWRITE CASE FILE "
                   "exception_cases.dat, FILE STATUS " WS-CASE-STATUS
               CLOSE AGING-REPORT-FILE
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "CASE FILE REWRITE FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING CSE-IDX FROM 1 BY 1
                   UNTIL CSE-IDX > CASE-TOTAL
               MOVE CSE-CASE-ID(CSE-IDX) TO EXC-CASE-ID
               MOVE CSE-SOURCE(CSE-IDX) TO EXC-SOURCE
               MOVE CSE-SOURCE-KEY(CSE-IDX) TO EXC-SOURCE-KEY
               MOVE CSE-ACCOUNT(CSE-IDX) TO EXC-ACCOUNT
               MOVE CSE-AMOUNT(CSE-IDX) TO EXC-AMOUNT
               MOVE CSE-OWNER(CSE-IDX) TO EXC-OWNER
               MOVE CSE-STATUS(CSE-IDX) TO EXC-STATUS
               MOVE CSE-OPENED-DATE(CSE-IDX) TO EXC-OPENED-DATE
               MOVE CSE-DUE-DATE(CSE-IDX) TO EXC-DUE-DATE
               MOVE CSE-CLOSED-DATE(CSE-IDX) TO EXC-CLOSED-DATE
               MOVE CSE-OPERATOR(CSE-IDX) TO EXC-OPERATOR
               MOVE CSE-NOTE(CSE-IDX) TO EXC-NOTE
               WRITE CASE-LINE
           END-PERFORM.
           CLOSE CASE-FILE.

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
               DISPLAY "CASE-MAINT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
