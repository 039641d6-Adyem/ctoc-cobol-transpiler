       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT DISPUTE-FILE
               ASSIGN TO "dispute_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT DISPUTE-TRANS-FILE
               ASSIGN TO "dispute_maint_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT DISPUTE-CONTROL-FILE
               ASSIGN TO "dispute_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-CONTROL-STATUS.
           SELECT POSTED-ID-FILE ASSIGN TO "showcase_posted_ids.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-ID-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE
               ASSIGN TO "holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT POSTING-INPUT-FILE
               ASSIGN TO "master_update_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-INPUT-STATUS.
           SELECT POSTING-CONTROL-FILE
               ASSIGN TO "master_update_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-CONTROL-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT AGING-REPORT-FILE
               ASSIGN TO "dispute_aging_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "dispute_maint_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  DISPUTE-FILE.
       01  DISPUTE-LINE.
           COPY "DISPUTE-RECORD.cpy".
       FD  DISPUTE-TRANS-FILE.
       01  DISPUTE-TRANS-LINE.
           05  DTRN-ACTION PIC X.
           05  DTRN-TRANSACTION-ID PIC X(10).
           05  DTRN-ACCOUNT PIC X(10).
           05  DTRN-AMOUNT PIC 9(9)V99.
           05  DTRN-REASON PIC X(4).
           05  DTRN-OPERATOR PIC X(8).
       FD  DISPUTE-CONTROL-FILE.
       01  DISPUTE-CONTROL-LINE.
           05  DSC-RESPONSE-DAYS PIC 9(3).
           05  DSC-WARNING-DAYS PIC 9(3).
       FD  POSTED-ID-FILE.
       01  POSTED-ID-LINE PIC X(10).
       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-LINE PIC X(8).
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  POSTING-INPUT-FILE.
       01  POSTING-INPUT-RECORD.
           COPY "FLAT-DETAIL-RECORD.cpy".
           05  POSTING-APPROVAL-FLAG PIC X.
           05  POSTING-TRANSACTION-ID PIC X(10).
       FD  POSTING-CONTROL-FILE.
       01  POSTING-CONTROL-LINE.
           COPY "POSTING-CONTROL-RECORD.cpy".
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-LINE.
           COPY "ALERT-LOG-LINE.cpy".
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE PIC X(120).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-DISPUTE-STATUS PIC XX VALUE "00".
       01  WS-TRANS-STATUS PIC XX VALUE "00".
       01  WS-DISPUTE-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-POSTED-ID-STATUS PIC XX VALUE "00".
       01  WS-HOLIDAY-FILE-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-MASTER-OPEN PIC X VALUE 'N'.
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-POSTING-INPUT-STATUS PIC XX VALUE "00".
       01  WS-POSTING-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "DISPUTE MAINT COMPLETE".
       01  DISPUTE-TABLE.
           05  DISPUTE-ENTRY OCCURS 2000 TIMES INDEXED BY DSP-IDX.
               10  DSE-TRANSACTION-ID PIC X(10) VALUE SPACES.
               10  DSE-ACCOUNT PIC X(10) VALUE SPACES.
               10  DSE-AMOUNT PIC 9(9)V99 VALUE 0.
               10  DSE-REASON PIC X(4) VALUE SPACES.
               10  DSE-OPENED-DATE PIC 9(8) VALUE 0.
               10  DSE-DEADLINE-DATE PIC 9(8) VALUE 0.
               10  DSE-STATUS PIC X VALUE SPACE.
               10  DSE-CREDIT-AMOUNT PIC 9(9)V99 VALUE 0.
               10  DSE-CREDIT-DATE PIC 9(8) VALUE 0.
               10  DSE-RESOLVED-DATE PIC 9(8) VALUE 0.
               10  DSE-OPERATOR PIC X(8) VALUE SPACES.
       01  DISPUTE-TOTAL PIC 9(4) VALUE 0.
       01  POSTED-ID-TABLE.
           05  POSTED-ID-ENTRY OCCURS 2000 TIMES INDEXED BY PID-IDX.
               10  POSTED-ID-VALUE PIC X(10) VALUE SPACES.
       01  POSTED-ID-TOTAL PIC 9(4) VALUE 0.
       01  HOLIDAY-SERIAL-TABLE.
           05  HOLIDAY-SERIAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY HOL-IDX.
               10  HOLIDAY-SERIAL-VALUE PIC S9(9) COMP VALUE 0.
       01  HOLIDAY-SERIAL-TOTAL PIC 9(3) VALUE 0.
       01  WS-SCAN-SERIAL PIC S9(9) COMP VALUE 0.
       01  WS-DAY-OF-WEEK PIC 9 VALUE 0.
       01  WS-IS-BUSINESS-DAY PIC X VALUE 'Y'.
       01  WS-DAYS-COUNTED PIC S9(5) COMP VALUE 0.
       01  WS-DEADLINE-INT PIC S9(9) COMP VALUE 0.
       01  WS-RESPONSE-DAYS PIC 9(3) VALUE 10.
       01  WS-WARNING-DAYS PIC 9(3) VALUE 3.
       01  WS-DAYS-LEFT PIC S9(5) COMP VALUE 0.
       01  WS-DAYS-LEFT-DISPLAY PIC -(4)9.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-FOUND-IDX PIC 9(4) VALUE 0.
       01  WS-ID-POSTED PIC X VALUE 'N'.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-POST-AMOUNT PIC S9(7)V99 VALUE 0.
       01  WS-AGING-FLAG PIC X(14) VALUE SPACES.
       01  WS-CONTROL-BUILT-BY PIC X(20) VALUE SPACES.
       01  WS-CONTROL-POSTED PIC X VALUE 'N'.
       01  WS-CONTROL-POSTED-DATE PIC 9(8) VALUE 0.
       01  WS-CONTROL-COUNT PIC 9(9) VALUE 0.
       01  WS-CONTROL-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-CONTROL-OPEN PIC X VALUE 'N'.
       01  WS-POSTING-ACTIONS PIC 9(9) VALUE 0.
       01  WS-POSTED-COUNT PIC 9(9) VALUE 0.
       01  WS-POSTED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-TRANS-READ PIC 9(9) VALUE 0.
       01  WS-OPENED-COUNT PIC 9(9) VALUE 0.
       01  WS-CREDITED-COUNT PIC 9(9) VALUE 0.
       01  WS-WON-COUNT PIC 9(9) VALUE 0.
       01  WS-LOST-COUNT PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01  WS-OPEN-COUNT PIC 9(9) VALUE 0.
       01  WS-OPEN-AMOUNT PIC 9(11)V99 VALUE 0.
       01  WS-NEAR-COUNT PIC 9(9) VALUE 0.
       01  WS-OVERDUE-COUNT PIC 9(9) VALUE 0.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC Z(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC Z(10)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-DISPUTE-CONTROL.
           PERFORM LOAD-HOLIDAY-SERIALS.
           PERFORM LOAD-POSTED-IDS.
           PERFORM LOAD-DISPUTE-REGISTER.
           PERFORM CHECK-POSTING-CONTROL.
           IF WS-CONTROL-OPEN NOT = 'Y'
               PERFORM COUNT-POSTING-ACTIONS
               IF WS-POSTING-ACTIONS > 0
                   DISPLAY "DISPUTE-MAINT: POSTING CONTROL IS "
                       "POSTED OR NOT FOR BUSINESS DATE - "
                       "DISPUTE TRANSACTIONS NOT APPLIED"
                   MOVE RC-DISCREPANCY TO WS-JOB-CODE
                   MOVE "POSTING CONTROL CLOSED - ITEMS HELD" TO
                       WS-JOB-REASON
                   PERFORM WRITE-JOB-STATUS
                   MOVE RC-DISCREPANCY TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE "DAILY DISPUTE AGING REPORT" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "DISPUTE MAINTENANCE" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           OPEN EXTEND POSTING-INPUT-FILE.
           IF WS-POSTING-INPUT-STATUS = "35"
               OPEN OUTPUT POSTING-INPUT-FILE
           END-IF.
           IF WS-POSTING-INPUT-STATUS NOT = "00"
               DISPLAY "DISPUTE-MAINT: UNABLE TO OPEN POSTING "
                   "FILE master_update_input.dat, FILE STATUS "
                   WS-POSTING-INPUT-STATUS
               CLOSE AGING-REPORT-FILE
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "POSTING INPUT OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF.
           OPEN INPUT DISPUTE-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ DISPUTE-TRANS-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-TRANS-READ
                           PERFORM APPLY-DISPUTE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-TRANS-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           CLOSE POSTING-INPUT-FILE.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE INDEXED-OUTPUT-FILE
           END-IF.
           IF WS-POSTED-COUNT > 0
               PERFORM UPDATE-POSTING-CONTROL
           END-IF.
           MOVE "OPEN DISPUTES BY RESPONSE DEADLINE" TO
               AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING DSP-IDX FROM 1 BY 1
                   UNTIL DSP-IDX > DISPUTE-TOTAL
               PERFORM AGE-ONE-DISPUTE
           END-PERFORM.
           PERFORM REWRITE-DISPUTE-REGISTER.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE AGING-REPORT-FILE.
           IF WS-FAILED-COUNT > 0 OR WS-OVERDUE-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               IF WS-OVERDUE-COUNT > 0
                   MOVE "DISPUTES PAST RESPONSE DEADLINE" TO
                       WS-JOB-REASON
               ELSE
                   MOVE "DISPUTE TRANSACTIONS FAILED" TO
                       WS-JOB-REASON
               END-IF
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "DISPUTE-MAINT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-DISPUTE-CONTROL.
           OPEN INPUT DISPUTE-CONTROL-FILE.
           IF WS-DISPUTE-CONTROL-STATUS = "00"
               READ DISPUTE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DSC-RESPONSE-DAYS NUMERIC
                               AND DSC-RESPONSE-DAYS > 0
                           MOVE DSC-RESPONSE-DAYS TO WS-RESPONSE-DAYS
                       END-IF
                       IF DSC-WARNING-DAYS NUMERIC
                           MOVE DSC-WARNING-DAYS TO WS-WARNING-DAYS
                       END-IF
               END-READ
               CLOSE DISPUTE-CONTROL-FILE
           END-IF.

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

       COMPUTE-RESPONSE-DEADLINE.
           MOVE WS-RUN-DATE-INT TO WS-SCAN-SERIAL.
           MOVE 0 TO WS-DAYS-COUNTED.
           PERFORM UNTIL WS-DAYS-COUNTED >= WS-RESPONSE-DAYS
               ADD 1 TO WS-SCAN-SERIAL
               PERFORM CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS-DAY = 'Y'
                   ADD 1 TO WS-DAYS-COUNTED
               END-IF
           END-PERFORM.
           MOVE WS-SCAN-SERIAL TO WS-DEADLINE-INT.

       COUNT-DAYS-LEFT.
           COMPUTE WS-DEADLINE-INT = FUNCTION INTEGER-OF-DATE
               (DSE-DEADLINE-DATE(DSP-IDX)).
           MOVE 0 TO WS-DAYS-LEFT.
           IF WS-DEADLINE-INT < WS-RUN-DATE-INT
               MOVE WS-DEADLINE-INT TO WS-SCAN-SERIAL
               PERFORM UNTIL WS-SCAN-SERIAL >= WS-RUN-DATE-INT
                   ADD 1 TO WS-SCAN-SERIAL
                   PERFORM CHECK-BUSINESS-DAY
                   IF WS-IS-BUSINESS-DAY = 'Y'
                       SUBTRACT 1 FROM WS-DAYS-LEFT
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-DATE-INT TO WS-SCAN-SERIAL.
           PERFORM UNTIL WS-SCAN-SERIAL >= WS-DEADLINE-INT
               ADD 1 TO WS-SCAN-SERIAL
               PERFORM CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS-DAY = 'Y'
                   ADD 1 TO WS-DAYS-LEFT
               END-IF
           END-PERFORM.

       LOAD-POSTED-IDS.
           OPEN INPUT POSTED-ID-FILE.
           IF WS-POSTED-ID-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR POSTED-ID-TOTAL >= 2000
                   READ POSTED-ID-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF POSTED-ID-LINE NOT = SPACES
                               ADD 1 TO POSTED-ID-TOTAL
                               MOVE POSTED-ID-LINE TO
                                   POSTED-ID-VALUE(POSTED-ID-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTED-ID-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       CHECK-POSTED-ID.
           MOVE 'N' TO WS-ID-POSTED.
           PERFORM VARYING PID-IDX FROM 1 BY 1
                   UNTIL PID-IDX > POSTED-ID-TOTAL
               IF POSTED-ID-VALUE(PID-IDX) = DTRN-TRANSACTION-ID
                   MOVE 'Y' TO WS-ID-POSTED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-DISPUTE-REGISTER.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR DISPUTE-TOTAL >= 2000
                   READ DISPUTE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF DSP-TRANSACTION-ID NOT = SPACES
                               ADD 1 TO DISPUTE-TOTAL
                               PERFORM NOTE-DISPUTE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-DISPUTE-ENTRY.
           MOVE DSP-TRANSACTION-ID TO
               DSE-TRANSACTION-ID(DISPUTE-TOTAL).
           MOVE DSP-ACCOUNT TO DSE-ACCOUNT(DISPUTE-TOTAL).
           IF DSP-AMOUNT NUMERIC
               MOVE DSP-AMOUNT TO DSE-AMOUNT(DISPUTE-TOTAL)
           END-IF.
           MOVE DSP-REASON TO DSE-REASON(DISPUTE-TOTAL).
           IF DSP-OPENED-DATE NUMERIC
               MOVE DSP-OPENED-DATE TO DSE-OPENED-DATE(DISPUTE-TOTAL)
           END-IF.
           IF DSP-DEADLINE-DATE NUMERIC
               MOVE DSP-DEADLINE-DATE TO
                   DSE-DEADLINE-DATE(DISPUTE-TOTAL)
           END-IF.
           MOVE DSP-STATUS TO DSE-STATUS(DISPUTE-TOTAL).
           IF DSP-CREDIT-AMOUNT NUMERIC
               MOVE DSP-CREDIT-AMOUNT TO
                   DSE-CREDIT-AMOUNT(DISPUTE-TOTAL)
           END-IF.
           IF DSP-CREDIT-DATE NUMERIC
               MOVE DSP-CREDIT-DATE TO DSE-CREDIT-DATE(DISPUTE-TOTAL)
           END-IF.
           IF DSP-RESOLVED-DATE NUMERIC
               MOVE DSP-RESOLVED-DATE TO
                   DSE-RESOLVED-DATE(DISPUTE-TOTAL)
           END-IF.
           MOVE DSP-OPERATOR TO DSE-OPERATOR(DISPUTE-TOTAL).

       FIND-DISPUTE-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING DSP-IDX FROM 1 BY 1
                   UNTIL DSP-IDX > DISPUTE-TOTAL
               IF DSE-TRANSACTION-ID(DSP-IDX) = DTRN-TRANSACTION-ID
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   SET WS-FOUND-IDX TO DSP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-DISPUTE-TRANSACTION.
           IF DTRN-TRANSACTION-ID = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "TRANSACTION ID MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE DTRN-ACTION
               WHEN 'O'
                   PERFORM OPEN-DISPUTE
               WHEN 'C'
                   PERFORM ISSUE-PROVISIONAL-CREDIT
               WHEN 'W'
                   PERFORM RESOLVE-DISPUTE-WON
               WHEN 'L'
                   PERFORM RESOLVE-DISPUTE-LOST
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "BAD ACTION CODE" TO WS-RESULT-TEXT
                   PERFORM WRITE-MAINT-RESULT
           END-EVALUATE.

       OPEN-DISPUTE.
           PERFORM FIND-DISPUTE-ENTRY.
           IF WS-ENTRY-FOUND = 'Y'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DISPUTE ALREADY ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-POSTED-ID.
           IF WS-ID-POSTED = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "TRANSACTION NOT POSTED" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DTRN-AMOUNT NOT NUMERIC OR DTRN-AMOUNT = 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD DISPUTE AMOUNT" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DISPUTE-TOTAL >= 2000
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DISPUTE TABLE FULL" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-RESPONSE-DEADLINE.
           ADD 1 TO DISPUTE-TOTAL.
           MOVE DTRN-TRANSACTION-ID TO
               DSE-TRANSACTION-ID(DISPUTE-TOTAL).
           IF DTRN-ACCOUNT = SPACES
               MOVE DTRN-TRANSACTION-ID TO DSE-ACCOUNT(DISPUTE-TOTAL)
           ELSE
               MOVE DTRN-ACCOUNT TO DSE-ACCOUNT(DISPUTE-TOTAL)
           END-IF.
           MOVE DTRN-AMOUNT TO DSE-AMOUNT(DISPUTE-TOTAL).
           MOVE DTRN-REASON TO DSE-REASON(DISPUTE-TOTAL).
           MOVE WS-RUN-DATE-NUM TO DSE-OPENED-DATE(DISPUTE-TOTAL).
           COMPUTE DSE-DEADLINE-DATE(DISPUTE-TOTAL) =
               FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INT).
           MOVE 'O' TO DSE-STATUS(DISPUTE-TOTAL).
           MOVE 0 TO DSE-CREDIT-AMOUNT(DISPUTE-TOTAL).
           MOVE 0 TO DSE-CREDIT-DATE(DISPUTE-TOTAL).
           MOVE 0 TO DSE-RESOLVED-DATE(DISPUTE-TOTAL).
           MOVE DTRN-OPERATOR TO DSE-OPERATOR(DISPUTE-TOTAL).
           ADD 1 TO WS-OPENED-COUNT.
           MOVE "OPENED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       ISSUE-PROVISIONAL-CREDIT.
           PERFORM FIND-DISPUTE-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DISPUTE NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DSE-STATUS(WS-FOUND-IDX) NOT = 'O'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DISPUTE NOT AWAITING CREDIT" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DTRN-AMOUNT NUMERIC AND DTRN-AMOUNT > 0
                   AND DTRN-AMOUNT <= DSE-AMOUNT(WS-FOUND-IDX)
               MOVE DTRN-AMOUNT TO DSE-CREDIT-AMOUNT(WS-FOUND-IDX)
           ELSE
               MOVE DSE-AMOUNT(WS-FOUND-IDX) TO
                   DSE-CREDIT-AMOUNT(WS-FOUND-IDX)
           END-IF.
           MOVE DSE-CREDIT-AMOUNT(WS-FOUND-IDX) TO WS-POST-AMOUNT.
           PERFORM WRITE-DISPUTE-POSTING.
           MOVE 'P' TO DSE-STATUS(WS-FOUND-IDX).
           MOVE WS-RUN-DATE-NUM TO DSE-CREDIT-DATE(WS-FOUND-IDX).
           MOVE DTRN-OPERATOR TO DSE-OPERATOR(WS-FOUND-IDX).
           ADD 1 TO WS-CREDITED-COUNT.
           MOVE "PROVISIONAL CREDIT POSTED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

       RESOLVE-DISPUTE-WON.
           PERFORM FIND-DISPUTE-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DISPUTE NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DSE-STATUS(WS-FOUND-IDX) NOT = 'O'
                   AND DSE-STATUS(WS-FOUND-IDX) NOT = 'P'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DISPUTE ALREADY RESOLVED" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DSE-STATUS(WS-FOUND-IDX) = 'O'
               MOVE DSE-AMOUNT(WS-FOUND-IDX) TO
                   DSE-CREDIT-AMOUNT(WS-FOUND-IDX)
               MOVE WS-RUN-DATE-NUM TO DSE-CREDIT-DATE(WS-FOUND-IDX)
               MOVE DSE-CREDIT-AMOUNT(WS-FOUND-IDX) TO WS-POST-AMOUNT
               PERFORM WRITE-DISPUTE-POSTING
               MOVE "WON - CREDIT POSTED" TO WS-RESULT-TEXT
           ELSE
               MOVE "WON - CREDIT MADE FINAL" TO WS-RESULT-TEXT
           END-IF.
           MOVE 'W' TO DSE-STATUS(WS-FOUND-IDX).
           MOVE WS-RUN-DATE-NUM TO DSE-RESOLVED-DATE(WS-FOUND-IDX).
           MOVE DTRN-OPERATOR TO DSE-OPERATOR(WS-FOUND-IDX).
           ADD 1 TO WS-WON-COUNT.
           PERFORM WRITE-MAINT-RESULT.

       RESOLVE-DISPUTE-LOST.
           PERFORM FIND-DISPUTE-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DISPUTE NOT ON FILE" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DSE-STATUS(WS-FOUND-IDX) NOT = 'O'
                   AND DSE-STATUS(WS-FOUND-IDX) NOT = 'P'
               ADD 1 TO WS-FAILED-COUNT
               MOVE "DISPUTE ALREADY RESOLVED" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DSE-STATUS(WS-FOUND-IDX) = 'P'
               COMPUTE WS-POST-AMOUNT =
                   0 - DSE-CREDIT-AMOUNT(WS-FOUND-IDX)
               PERFORM WRITE-DISPUTE-POSTING
               MOVE "LOST - CREDIT REVERSED" TO WS-RESULT-TEXT
           ELSE
               MOVE "LOST - NO CREDIT ISSUED" TO WS-RESULT-TEXT
           END-IF.
           MOVE 'L' TO DSE-STATUS(WS-FOUND-IDX).
           MOVE WS-RUN-DATE-NUM TO DSE-RESOLVED-DATE(WS-FOUND-IDX).
           MOVE DTRN-OPERATOR TO DSE-OPERATOR(WS-FOUND-IDX).
           ADD 1 TO WS-LOST-COUNT.
           PERFORM WRITE-MAINT-RESULT.

       WRITE-DISPUTE-POSTING.
           MOVE SPACES TO POSTING-INPUT-RECORD.
           MOVE 'D' TO RECORD-STATUS.
           MOVE WS-POST-AMOUNT TO RECORD-AMOUNT.
           MOVE DSE-ACCOUNT(WS-FOUND-IDX) TO RECORD-ACCOUNT.
           MOVE WS-RUN-DATE-NUM TO RECORD-TRAN-DATE.
           PERFORM LOOKUP-MASTER-POSITION.
           MOVE DSE-TRANSACTION-ID(WS-FOUND-IDX) TO
               POSTING-TRANSACTION-ID.
           WRITE POSTING-INPUT-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-POST-AMOUNT TO WS-POSTED-AMOUNT.

       LOOKUP-MASTER-POSITION.
           IF WS-MASTER-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE DSE-ACCOUNT(WS-FOUND-IDX) TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                   MOVE POS-CURRENCY TO RECORD-CURRENCY
                   MOVE POS-COMPANY TO RECORD-COMPANY
           END-READ.

       CHECK-POSTING-CONTROL.
           MOVE 'N' TO WS-CONTROL-OPEN.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-POSTING-CONTROL-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-POSTED-FLAG NOT = 'Y'
                               AND PCT-BUILD-DATE = WS-RUN-DATE-NUM
                           MOVE 'Y' TO WS-CONTROL-OPEN
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF.

       COUNT-POSTING-ACTIONS.
           MOVE 0 TO WS-POSTING-ACTIONS.
           OPEN INPUT DISPUTE-TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ DISPUTE-TRANS-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF DTRN-ACTION = 'C' OR 'W' OR 'L'
                               ADD 1 TO WS-POSTING-ACTIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-TRANS-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       UPDATE-POSTING-CONTROL.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-POSTING-CONTROL-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PCT-BUILT-BY TO WS-CONTROL-BUILT-BY
                       IF PCT-POSTED-FLAG = 'Y'
                           MOVE 'Y' TO WS-CONTROL-POSTED
                           MOVE PCT-POSTED-DATE TO
                               WS-CONTROL-POSTED-DATE
                       END-IF
                       IF PCT-RECORD-COUNT NUMERIC
                               AND PCT-NET-AMOUNT NUMERIC
                           MOVE PCT-RECORD-COUNT TO WS-CONTROL-COUNT
                           MOVE PCT-NET-AMOUNT TO WS-CONTROL-AMOUNT
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-BUILT-BY = SPACES
               MOVE "DISPUTE-MAINT" TO WS-CONTROL-BUILT-BY
           END-IF.
           ADD WS-POSTED-COUNT TO WS-CONTROL-COUNT.
           ADD WS-POSTED-AMOUNT TO WS-CONTROL-AMOUNT.
           OPEN OUTPUT POSTING-CONTROL-FILE.
           MOVE WS-CONTROL-BUILT-BY TO PCT-BUILT-BY.
           MOVE WS-RUN-DATE-NUM TO PCT-BUILD-DATE.
           MOVE WS-CONTROL-COUNT TO PCT-RECORD-COUNT.
           MOVE WS-CONTROL-AMOUNT TO PCT-NET-AMOUNT.
           MOVE WS-CONTROL-POSTED TO PCT-POSTED-FLAG.
           MOVE WS-CONTROL-POSTED-DATE TO PCT-POSTED-DATE.
           WRITE POSTING-CONTROL-LINE.
           CLOSE POSTING-CONTROL-FILE.

       WRITE-MAINT-RESULT.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "ACTION " DTRN-ACTION " TXN " DTRN-TRANSACTION-ID
               " ACCOUNT " DTRN-ACCOUNT
               " RESULT " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       AGE-ONE-DISPUTE.
           IF DSE-STATUS(DSP-IDX) NOT = 'O'
                   AND DSE-STATUS(DSP-IDX) NOT = 'P'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           ADD DSE-AMOUNT(DSP-IDX) TO WS-OPEN-AMOUNT.
           PERFORM COUNT-DAYS-LEFT.
           MOVE SPACES TO WS-AGING-FLAG.
           IF WS-DAYS-LEFT < 0
               MOVE "PAST DEADLINE" TO WS-AGING-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
               PERFORM WRITE-DEADLINE-ALERT
           ELSE
               IF WS-DAYS-LEFT <= WS-WARNING-DAYS
                   MOVE "NEAR DEADLINE" TO WS-AGING-FLAG
                   ADD 1 TO WS-NEAR-COUNT
               END-IF
           END-IF.
           MOVE DSE-AMOUNT(DSP-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE DSE-CREDIT-AMOUNT(DSP-IDX) TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "TXN " DSE-TRANSACTION-ID(DSP-IDX)
               " ACCOUNT " DSE-ACCOUNT(DSP-IDX)
               " AMOUNT " WS-AMOUNT-DISPLAY
               " CREDIT " WS-AMOUNT-DISPLAY-2
               " OPENED " DSE-OPENED-DATE(DSP-IDX)
               " DUE " DSE-DEADLINE-DATE(DSP-IDX)
               " DAYS " WS-DAYS-LEFT-DISPLAY
               " " WS-AGING-FLAG
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       WRITE-DEADLINE-ALERT.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           IF WS-ALERT-LOG-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-TIMESTAMP
               MOVE "DISPUTE-MAINT" TO ALERT-PROGRAM
               MOVE 'E' TO ALERT-SEVERITY
               MOVE "DSPDEADL" TO ALERT-CODE
               MOVE SPACES TO ALERT-TEXT
               STRING "DISPUTE PAST RESPONSE DEADLINE TXN "
                   DSE-TRANSACTION-ID(DSP-IDX)
                   DELIMITED BY SIZE INTO ALERT-TEXT
               WRITE ALERT-LOG-LINE
               CLOSE ALERT-LOG-FILE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE WS-TRANS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "TRANSACTIONS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-OPENED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "DISPUTES OPENED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-CREDITED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "PROVISIONAL CREDITS ISSUED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-WON-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "RESOLVED WON: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-LOST-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "RESOLVED LOST: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-OPEN-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "OPEN DISPUTES: " WS-COUNT-DISPLAY
               " TOTAL DISPUTED " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-NEAR-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "NEAR RESPONSE DEADLINE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "PAST RESPONSE DEADLINE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

       REWRITE-DISPUTE-REGISTER.
           OPEN OUTPUT DISPUTE-FILE.
           PERFORM VARYING DSP-IDX FROM 1 BY 1
                   UNTIL DSP-IDX > DISPUTE-TOTAL
               MOVE DSE-TRANSACTION-ID(DSP-IDX) TO DSP-TRANSACTION-ID
               MOVE DSE-ACCOUNT(DSP-IDX) TO DSP-ACCOUNT
               MOVE DSE-AMOUNT(DSP-IDX) TO DSP-AMOUNT
               MOVE DSE-REASON(DSP-IDX) TO DSP-REASON
               MOVE DSE-OPENED-DATE(DSP-IDX) TO DSP-OPENED-DATE
               MOVE DSE-DEADLINE-DATE(DSP-IDX) TO DSP-DEADLINE-DATE
               MOVE DSE-STATUS(DSP-IDX) TO DSP-STATUS
               MOVE DSE-CREDIT-AMOUNT(DSP-IDX) TO DSP-CREDIT-AMOUNT
               MOVE DSE-CREDIT-DATE(DSP-IDX) TO DSP-CREDIT-DATE
               MOVE DSE-RESOLVED-DATE(DSP-IDX) TO DSP-RESOLVED-DATE
               MOVE DSE-OPERATOR(DSP-IDX) TO DSP-OPERATOR
               WRITE DISPUTE-LINE
           END-PERFORM.
           CLOSE DISPUTE-FILE.

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
               DISPLAY "DISPUTE-MAINT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
