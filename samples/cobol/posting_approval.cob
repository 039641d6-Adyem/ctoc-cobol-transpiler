       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTING-APPROVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT POSTING-APPROVAL-FILE
               ASSIGN TO "posting_approval_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-APPROVAL-STATUS.
           SELECT DECISION-FILE
               ASSIGN TO "posting_approval_decisions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT DEADLINE-CONTROL-FILE
               ASSIGN TO "approval_deadline_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLINE-CONTROL-STATUS.
           SELECT POSTING-INPUT-FILE
               ASSIGN TO "master_update_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-INPUT-STATUS.
           SELECT POSTING-CONTROL-FILE
               ASSIGN TO "master_update_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-CONTROL-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "record_summary_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT APPROVAL-REPORT-FILE
               ASSIGN TO "posting_approval_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "posting_approval_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  POSTING-APPROVAL-FILE.
       01  POSTING-APPROVAL-LINE.
           COPY "POSTING-APPROVAL-RECORD.cpy".
       FD  DECISION-FILE.
       01  DECISION-LINE.
           05  DECISION-ITEM-SEQ PIC 9(4).
           05  DECISION-CODE PIC X.
           05  DECISION-APPROVER PIC X(8).
       FD  DEADLINE-CONTROL-FILE.
       01  DEADLINE-CONTROL-LINE.
           05  DEADLINE-CTL-MAX-DAYS PIC 9(3).
       FD  POSTING-INPUT-FILE.
       01  POSTING-INPUT-RECORD.
           COPY "FLAT-DETAIL-RECORD.cpy".
           05  POSTING-APPROVAL-FLAG PIC X.
           05  POSTING-TRANSACTION-ID PIC X(10).
       FD  POSTING-CONTROL-FILE.
       01  POSTING-CONTROL-LINE.
           COPY "POSTING-CONTROL-RECORD.cpy".
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE.
           COPY "SUSPENSE-RECORD.cpy".
       FD  APPROVAL-REPORT-FILE.
       01  APPROVAL-REPORT-LINE PIC X(80).
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
       01  WS-POSTING-APPROVAL-STATUS PIC XX VALUE "00".
       01  WS-DECISION-STATUS PIC XX VALUE "00".
       01  WS-DEADLINE-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-POSTING-INPUT-STATUS PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-POSTING-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-CONTROL-BUILT-BY PIC X(20) VALUE SPACES.
       01  WS-CONTROL-POSTED PIC X VALUE 'N'.
       01  WS-CONTROL-POSTED-DATE PIC 9(8) VALUE 0.
       01  WS-CONTROL-COUNT PIC 9(9) VALUE 0.
       01  WS-CONTROL-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-CONTROL-OPEN PIC X VALUE 'N'.
       01  WS-APPROVED-WAITING PIC 9(4) VALUE 0.
       01  WS-RELEASED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "POSTING APPROVAL COMPLETE".
       01  PENDING-ITEM-TABLE.
           05  PENDING-ITEM-ENTRY OCCURS 500 TIMES
                   INDEXED BY ITEM-IDX.
               10  PENDING-QUEUED-DATE PIC 9(8) VALUE 0.
               10  PENDING-REASON-CODE PIC X(4) VALUE SPACES.
               10  PENDING-ITEM-IMAGE PIC X(80) VALUE SPACES.
       01  PENDING-ITEM-TOTAL PIC 9(4) VALUE 0.
       01  DECISION-TABLE.
           05  DECISION-ENTRY OCCURS 500 TIMES
                   INDEXED BY DEC-IDX.
               10  DEC-SEQ PIC 9(4) VALUE 0.
               10  DEC-CODE PIC X VALUE SPACE.
               10  DEC-APPROVER PIC X(8) VALUE SPACES.
       01  DECISION-TOTAL PIC 9(4) VALUE 0.
       01  WS-ITEM-SEQ PIC 9(4) VALUE 0.
       01  WS-ITEM-DECISION PIC X VALUE SPACE.
       01  WS-ITEM-APPROVER PIC X(8) VALUE SPACES.
       01  WS-MAX-PENDING-DAYS PIC 9(3) VALUE 2.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-ITEM-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-ITEM-AGE PIC S9(5) COMP VALUE 0.
       01  WS-RELEASED-COUNT PIC 9(4) VALUE 0.
       01  WS-DECLINED-COUNT PIC 9(4) VALUE 0.
       01  WS-CARRIED-COUNT PIC 9(4) VALUE 0.
       01  WS-STALE-COUNT PIC 9(4) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-DEADLINE-CONTROL.
           PERFORM LOAD-PENDING-ITEMS.
           PERFORM LOAD-DECISIONS.
           PERFORM CHECK-POSTING-CONTROL.
           IF WS-CONTROL-OPEN NOT = 'Y'
               PERFORM COUNT-APPROVED-WAITING
               IF WS-APPROVED-WAITING > 0
                   DISPLAY "POSTING-APPROVAL: POSTING CONTROL IS "
                       "POSTED OR NOT FOR BUSINESS DATE - "
                       "APPROVED ITEMS LEFT IN QUEUE"
                   MOVE RC-DISCREPANCY TO WS-JOB-CODE
                   MOVE "POSTING CONTROL CLOSED - ITEMS HELD" TO
                       WS-JOB-REASON
                   PERFORM WRITE-JOB-STATUS
                   MOVE RC-DISCREPANCY TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT APPROVAL-REPORT-FILE.
           MOVE "POSTING APPROVAL SUMMARY" TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           OPEN EXTEND POSTING-INPUT-FILE.
           IF WS-POSTING-INPUT-STATUS = "35"
               OPEN OUTPUT POSTING-INPUT-FILE
           END-IF.
           IF WS-POSTING-INPUT-STATUS NOT = "00"
               DISPLAY "POSTING-APPROVAL: UNABLE TO OPEN POSTING "
                   "FILE master_update_input.dat, FILE STATUS "
                   WS-POSTING-INPUT-STATUS
               CLOSE APPROVAL-REPORT-FILE
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "POSTING INPUT OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT POSTING-APPROVAL-FILE.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > PENDING-ITEM-TOTAL
               SET WS-ITEM-SEQ TO ITEM-IDX
               PERFORM FIND-DECISION
               EVALUATE WS-ITEM-DECISION
                   WHEN 'A'
                       PERFORM RELEASE-APPROVED-ITEM
                   WHEN 'D'
                       PERFORM DECLINE-ITEM
                   WHEN OTHER
                       PERFORM CARRY-PENDING-ITEM
               END-EVALUATE
           END-PERFORM.
           CLOSE POSTING-APPROVAL-FILE.
           CLOSE POSTING-INPUT-FILE.
           IF WS-RELEASED-COUNT > 0
               PERFORM UPDATE-POSTING-CONTROL
           END-IF.
           PERFORM WRITE-APPROVAL-TOTALS.
           CLOSE APPROVAL-REPORT-FILE.
           IF WS-STALE-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "APPROVALS PENDING PAST DEADLINE" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "POSTING-APPROVAL" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-DEADLINE-CONTROL.
           OPEN INPUT DEADLINE-CONTROL-FILE.
           IF WS-DEADLINE-CONTROL-STATUS = "00"
               READ DEADLINE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DEADLINE-CTL-MAX-DAYS NUMERIC
                               AND DEADLINE-CTL-MAX-DAYS > 0
                           MOVE DEADLINE-CTL-MAX-DAYS TO
                               WS-MAX-PENDING-DAYS
                       END-IF
               END-READ
               CLOSE DEADLINE-CONTROL-FILE
           END-IF.

       LOAD-PENDING-ITEMS.
           OPEN INPUT POSTING-APPROVAL-FILE.
           IF WS-POSTING-APPROVAL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR PENDING-ITEM-TOTAL >= 500
                   READ POSTING-APPROVAL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF PAQ-IMAGE NOT = SPACES
                               ADD 1 TO PENDING-ITEM-TOTAL
                               MOVE PAQ-QUEUED-DATE TO
                                   PENDING-QUEUED-DATE
                                       (PENDING-ITEM-TOTAL)
                               MOVE PAQ-REASON-CODE TO
                                   PENDING-REASON-CODE
                                       (PENDING-ITEM-TOTAL)
                               MOVE PAQ-IMAGE TO
                                   PENDING-ITEM-IMAGE
                                       (PENDING-ITEM-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-APPROVAL-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE.
           IF WS-DECISION-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR DECISION-TOTAL >= 500
                   READ DECISION-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF DECISION-ITEM-SEQ NUMERIC
                               ADD 1 TO DECISION-TOTAL
                               MOVE DECISION-ITEM-SEQ TO
                                   DEC-SEQ(DECISION-TOTAL)
                               MOVE DECISION-CODE TO
                                   DEC-CODE(DECISION-TOTAL)
                               MOVE DECISION-APPROVER TO
                                   DEC-APPROVER(DECISION-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       FIND-DECISION.
           MOVE SPACE TO WS-ITEM-DECISION.
           MOVE SPACES TO WS-ITEM-APPROVER.
           PERFORM VARYING DEC-IDX FROM 1 BY 1
                   UNTIL DEC-IDX > DECISION-TOTAL
               IF DEC-SEQ(DEC-IDX) = WS-ITEM-SEQ
                   MOVE DEC-CODE(DEC-IDX) TO WS-ITEM-DECISION
                   MOVE DEC-APPROVER(DEC-IDX) TO WS-ITEM-APPROVER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       RELEASE-APPROVED-ITEM.
           ADD 1 TO WS-RELEASED-COUNT.
           MOVE SPACES TO POSTING-INPUT-RECORD.
           MOVE PENDING-ITEM-IMAGE(ITEM-IDX)(1:35) TO
               POSTING-INPUT-RECORD.
           MOVE 'Y' TO POSTING-APPROVAL-FLAG.
           MOVE PENDING-ITEM-IMAGE(ITEM-IDX)(37:10) TO
               POSTING-TRANSACTION-ID.
           WRITE POSTING-INPUT-RECORD.
           IF RECORD-AMOUNT NUMERIC
               ADD RECORD-AMOUNT TO WS-RELEASED-AMOUNT
           END-IF.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "ITEM " WS-ITEM-SEQ " ACCOUNT " RECORD-ACCOUNT
               " APPROVED BY " WS-ITEM-APPROVER " - RELEASED"
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

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

       COUNT-APPROVED-WAITING.
           MOVE 0 TO WS-APPROVED-WAITING.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > PENDING-ITEM-TOTAL
               SET WS-ITEM-SEQ TO ITEM-IDX
               PERFORM FIND-DECISION
               IF WS-ITEM-DECISION = 'A'
                   ADD 1 TO WS-APPROVED-WAITING
               END-IF
           END-PERFORM.

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
               MOVE "POSTING-APPROVAL" TO WS-CONTROL-BUILT-BY
           END-IF.
           ADD WS-RELEASED-COUNT TO WS-CONTROL-COUNT.
           ADD WS-RELEASED-AMOUNT TO WS-CONTROL-AMOUNT.
           OPEN OUTPUT POSTING-CONTROL-FILE.
           MOVE WS-CONTROL-BUILT-BY TO PCT-BUILT-BY.
           MOVE WS-RUN-DATE-NUM TO PCT-BUILD-DATE.
           MOVE WS-CONTROL-COUNT TO PCT-RECORD-COUNT.
           MOVE WS-CONTROL-AMOUNT TO PCT-NET-AMOUNT.
           MOVE WS-CONTROL-POSTED TO PCT-POSTED-FLAG.
           MOVE WS-CONTROL-POSTED-DATE TO PCT-POSTED-DATE.
           WRITE POSTING-CONTROL-LINE.
           CLOSE POSTING-CONTROL-FILE.

       DECLINE-ITEM.
           ADD 1 TO WS-DECLINED-COUNT.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-STATUS = "00"
               MOVE WS-RUN-DATE-NUM TO SUSPENSE-REJECT-DATE
               MOVE PENDING-REASON-CODE(ITEM-IDX) TO
                   SUSPENSE-REASON-CODE
               MOVE PENDING-ITEM-IMAGE(ITEM-IDX) TO
                   SUSPENSE-ORIGINAL-IMAGE
               WRITE SUSPENSE-LINE
               CLOSE SUSPENSE-FILE
           END-IF.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "ITEM " WS-ITEM-SEQ " DECLINED BY "
               WS-ITEM-APPROVER " - SENT TO SUSPENSE"
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

       CARRY-PENDING-ITEM.
           ADD 1 TO WS-CARRIED-COUNT.
           MOVE PENDING-QUEUED-DATE(ITEM-IDX) TO PAQ-QUEUED-DATE.
           MOVE PENDING-REASON-CODE(ITEM-IDX) TO PAQ-REASON-CODE.
           MOVE PENDING-ITEM-IMAGE(ITEM-IDX) TO PAQ-IMAGE.
           WRITE POSTING-APPROVAL-LINE.
           IF PENDING-QUEUED-DATE(ITEM-IDX) > 0
               COMPUTE WS-ITEM-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (PENDING-QUEUED-DATE(ITEM-IDX))
               COMPUTE WS-ITEM-AGE =
                   WS-RUN-DATE-INT - WS-ITEM-DATE-INT
           ELSE
               MOVE 99999 TO WS-ITEM-AGE
           END-IF.
           IF WS-ITEM-AGE > WS-MAX-PENDING-DAYS
               ADD 1 TO WS-STALE-COUNT
               PERFORM WRITE-STALE-ALERT
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING "ITEM " WS-ITEM-SEQ
                   " PENDING PAST DEADLINE"
                   DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
           END-IF.

       WRITE-STALE-ALERT.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           IF WS-ALERT-LOG-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-TIMESTAMP
               MOVE "POSTING-APPROVAL" TO ALERT-PROGRAM
               MOVE 'E' TO ALERT-SEVERITY
               MOVE "PAPRSTAL" TO ALERT-CODE
               MOVE "POSTING APPROVAL PENDING PAST DEADLINE" TO
                   ALERT-TEXT
               WRITE ALERT-LOG-LINE
               CLOSE ALERT-LOG-FILE
           END-IF.

       WRITE-APPROVAL-TOTALS.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "RELEASED TO POSTING INPUT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE WS-DECLINED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "DECLINED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE WS-CARRIED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "CARRIED FORWARD: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE WS-STALE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "PENDING PAST DEADLINE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

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
               DISPLAY "POSTING-APPROVAL: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
