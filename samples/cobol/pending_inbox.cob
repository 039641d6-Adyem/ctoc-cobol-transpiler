       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDING-INBOX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT INBOX-CONTROL-FILE
               ASSIGN TO "pending_inbox_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOX-CONTROL-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE
               ASSIGN TO "holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT APPROVAL-QUEUE-FILE ASSIGN TO "approval_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.
           SELECT POSTING-APPROVAL-FILE
               ASSIGN TO "posting_approval_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-APPROVAL-STATUS.
           SELECT PENDING-AUTH-FILE
               ASSIGN TO "master_maint_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-AUTH-STATUS.
           SELECT STAGED-CHANGE-FILE
               ASSIGN TO "param_staged_changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGED-CHANGE-STATUS.
           SELECT BUCKET-HOLD-FILE ASSIGN TO "bucket_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUCKET-HOLD-STATUS.
           SELECT PENDING-FILE ASSIGN TO "showcase_pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "record_summary_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT DUPLICATE-HOLD-FILE ASSIGN TO "duplicate_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLICATE-HOLD-STATUS.
           SELECT SANCTIONS-HIT-FILE ASSIGN TO "sanctions_hits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANCTIONS-HIT-STATUS.
           SELECT INBOX-SORT-FILE
               ASSIGN TO "pending_inbox_sort.tmp".
           SELECT INBOX-FILE
               ASSIGN TO "pending_inbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INBOX-REPORT-FILE
               ASSIGN TO "pending_inbox_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "pending_inbox_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  INBOX-CONTROL-FILE.
       01  INBOX-CONTROL-LINE.
           05  IBC-QUEUE PIC X(4).
           05  IBC-DEADLINE-DAYS PIC 9(3).
           05  IBC-ROLE PIC X(8).
       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-LINE PIC X(8).
       FD  APPROVAL-QUEUE-FILE.
       01  APPROVAL-QUEUE-LINE.
           05  APQ-QUEUED-DATE PIC 9(8).
           05  APQ-IMAGE PIC X(40).
       FD  POSTING-APPROVAL-FILE.
       01  POSTING-APPROVAL-LINE.
           COPY "POSTING-APPROVAL-RECORD.cpy".
       FD  PENDING-AUTH-FILE.
       01  PENDING-AUTH-LINE.
           05  PEND-ACTION PIC X.
           05  PEND-KEY PIC X(40).
           05  PEND-DATA PIC X(106).
           05  PEND-MAKER PIC X(8).
           05  PEND-STAMP PIC X(14).
       FD  STAGED-CHANGE-FILE.
       01  STAGED-CHANGE-LINE.
           05  PSC-FIELD-NAME PIC X(12).
           05  PSC-NEW-VALUE PIC X(8).
           05  PSC-OPERATOR PIC X(8).
       FD  BUCKET-HOLD-FILE.
       01  BUCKET-HOLD-LINE PIC X(200).
       FD  PENDING-FILE.
       01  PENDING-RECORD PIC X(72).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE.
           COPY "SUSPENSE-RECORD.cpy".
       FD  DUPLICATE-HOLD-FILE.
       01  DUPLICATE-HOLD-LINE.
           COPY "DUPLICATE-HOLD-RECORD.cpy".
       FD  SANCTIONS-HIT-FILE.
       01  SANCTIONS-HIT-LINE.
           COPY "SANCTIONS-HIT-RECORD.cpy".
       SD  INBOX-SORT-FILE.
       01  INBOX-SORT-RECORD.
           05  SORT-OVERDUE PIC X.
           05  SORT-DAYS-PAST PIC S9(4) SIGN LEADING SEPARATE.
           05  SORT-AGE-DAYS PIC 9(4).
           05  SORT-INBOX-IMAGE PIC X(110).
       FD  INBOX-FILE.
       01  INBOX-LINE.
           COPY "PENDING-INBOX-RECORD.cpy".
       FD  INBOX-REPORT-FILE.
       01  INBOX-REPORT-LINE PIC X(132).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-SORT-EOF PIC X VALUE 'N'.
       01  WS-INBOX-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-HOLIDAY-FILE-STATUS PIC XX VALUE "00".
       01  WS-APPROVAL-QUEUE-STATUS PIC XX VALUE "00".
       01  WS-POSTING-APPROVAL-STATUS PIC XX VALUE "00".
       01  WS-PENDING-AUTH-STATUS PIC XX VALUE "00".
       01  WS-STAGED-CHANGE-STATUS PIC XX VALUE "00".
       01  WS-BUCKET-HOLD-STATUS PIC XX VALUE "00".
       01  WS-PENDING-STATUS PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-DUPLICATE-HOLD-STATUS PIC XX VALUE "00".
       01  WS-SANCTIONS-HIT-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "PENDING INBOX BUILT".
       01  QUEUE-TABLE.
           05  QUEUE-ENTRY OCCURS 9 TIMES INDEXED BY QUE-IDX.
               10  QUE-CODE PIC X(4) VALUE SPACES.
               10  QUE-FILE-NAME PIC X(30) VALUE SPACES.
               10  QUE-DEADLINE-DAYS PIC 9(3) VALUE 0.
               10  QUE-ROLE PIC X(8) VALUE SPACES.
               10  QUE-PRESENT PIC X VALUE 'N'.
               10  QUE-ITEM-COUNT PIC 9(6) VALUE 0.
               10  QUE-OVERDUE-COUNT PIC 9(6) VALUE 0.
               10  QUE-AMOUNT PIC S9(11)V99 VALUE 0.
       01  QUEUE-TOTAL PIC 9 VALUE 9.
       01  HOLIDAY-SERIAL-TABLE.
           05  HOLIDAY-SERIAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY HOL-IDX.
               10  HOLIDAY-SERIAL-VALUE PIC S9(9) COMP VALUE 0.
       01  HOLIDAY-SERIAL-TOTAL PIC 9(3) VALUE 0.
       01  WS-DETAIL-IMAGE.
           COPY "FLAT-DETAIL-RECORD.cpy".
           05  FILLER PIC X(45).
       01  WS-POSITION-IMAGE.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-INBOX-IMAGE.
           COPY "PENDING-INBOX-RECORD.cpy".
       01  WS-SCAN-SERIAL PIC S9(9) COMP VALUE 0.
       01  WS-DAY-OF-WEEK PIC 9 VALUE 0.
       01  WS-IS-BUSINESS-DAY PIC X VALUE 'Y'.
       01  WS-DAYS-COUNTED PIC S9(5) COMP VALUE 0.
       01  WS-DUE-INT PIC S9(9) COMP VALUE 0.
       01  WS-FROM-INT PIC S9(9) COMP VALUE 0.
       01  WS-TO-INT PIC S9(9) COMP VALUE 0.
       01  WS-RAISED-INT PIC S9(9) COMP VALUE 0.
       01  WS-DAYS-BETWEEN PIC S9(5) COMP VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-ITEM-QUEUE PIC 9 VALUE 0.
       01  WS-ITEM-SEQ PIC 9(4) VALUE 0.
       01  WS-ITEM-RAISED-DATE PIC 9(8) VALUE 0.
       01  WS-ITEM-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-ITEM-RAISED-BY PIC X(8) VALUE SPACES.
       01  WS-ITEM-REFERENCE PIC X(30) VALUE SPACES.
       01  WS-AMOUNT-TEXT PIC X(10) VALUE SPACES.
       01  WS-AMOUNT-DIGITS PIC 9(9) VALUE 0.
       01  WS-AMOUNT-IDX PIC 9(2) COMP VALUE 0.
       01  WS-AMOUNT-CHAR PIC X VALUE SPACE.
       01  WS-LAST-GROUP PIC X VALUE SPACE.
       01  WS-RAISED-TEXT PIC X(8) VALUE SPACES.
       01  WS-OVERDUE-TEXT PIC X(13) VALUE SPACES.
       01  WS-ITEM-TOTAL PIC 9(6) VALUE 0.
       01  WS-OVERDUE-TOTAL PIC 9(6) VALUE 0.
       01  WS-AGE-DISPLAY PIC ZZZ9.
       01  WS-PAST-DISPLAY PIC -(3)9.
       01  WS-SEQ-DISPLAY PIC ZZZ9.
       01  WS-DEADLINE-DISPLAY PIC ZZ9.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-COUNT-DISPLAY-2 PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(11)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM SET-UP-INBOX-QUEUES.
           PERFORM LOAD-INBOX-CONTROL.
           PERFORM LOAD-HOLIDAY-SERIALS.
           OPEN OUTPUT INBOX-REPORT-FILE.
           MOVE "DAILY PENDING-ACTION INBOX" TO INBOX-REPORT-LINE.
           WRITE INBOX-REPORT-LINE.
           MOVE SPACES TO INBOX-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               "   AGE AND DEADLINE IN BUSINESS DAYS"
               DELIMITED BY SIZE INTO INBOX-REPORT-LINE.
           WRITE INBOX-REPORT-LINE.
           MOVE SPACES TO INBOX-REPORT-LINE.
           STRING "QUEUE ITEM RAISED    AGE DEADLINE PAST"
               "          AMOUNT RAISED BY ROLE     REFERENCE"
               DELIMITED BY SIZE INTO INBOX-REPORT-LINE.
           WRITE INBOX-REPORT-LINE.
           OPEN OUTPUT INBOX-FILE.
           SORT INBOX-SORT-FILE
               ON DESCENDING KEY SORT-OVERDUE
               ON DESCENDING KEY SORT-DAYS-PAST
               ON DESCENDING KEY SORT-AGE-DAYS
               INPUT PROCEDURE IS GATHER-INBOX-ITEMS
               OUTPUT PROCEDURE IS WRITE-INBOX-ITEMS.
           CLOSE INBOX-FILE.
           PERFORM WRITE-QUEUE-SUMMARY.
           CLOSE INBOX-REPORT-FILE.
           IF WS-OVERDUE-TOTAL > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "DECISIONS PAST DEADLINE" TO WS-JOB-REASON
           ELSE
               IF WS-ITEM-TOTAL = 0
                   MOVE "NO DECISIONS WAITING" TO WS-JOB-REASON
               END-IF
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "PENDING-INBOX" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       SET-UP-INBOX-QUEUES.
           MOVE "APPR" TO QUE-CODE(1).
           MOVE "approval_pending.dat" TO QUE-FILE-NAME(1).
           MOVE 2 TO QUE-DEADLINE-DAYS(1).
           MOVE "APPROVER" TO QUE-ROLE(1).
           MOVE "PAPR" TO QUE-CODE(2).
           MOVE "posting_approval_pending.dat" TO QUE-FILE-NAME(2).
           MOVE 2 TO QUE-DEADLINE-DAYS(2).
           MOVE "APPROVER" TO QUE-ROLE(2).
           MOVE "MMNT" TO QUE-CODE(3).
           MOVE "master_maint_pending.dat" TO QUE-FILE-NAME(3).
           MOVE 1 TO QUE-DEADLINE-DAYS(3).
           MOVE "CHECKER" TO QUE-ROLE(3).
           MOVE "PARM" TO QUE-CODE(4).
           MOVE "param_staged_changes.dat" TO QUE-FILE-NAME(4).
           MOVE 1 TO QUE-DEADLINE-DAYS(4).
           MOVE "PARMAPPR" TO QUE-ROLE(4).
           MOVE "HOLD" TO QUE-CODE(5).
           MOVE "bucket_hold.dat" TO QUE-FILE-NAME(5).
           MOVE 2 TO QUE-DEADLINE-DAYS(5).
           MOVE "REVIEWER" TO QUE-ROLE(5).
           MOVE "PEND" TO QUE-CODE(6).
           MOVE "showcase_pending.txt" TO QUE-FILE-NAME(6).
           MOVE 1 TO QUE-DEADLINE-DAYS(6).
           MOVE "OPERATOR" TO QUE-ROLE(6).
           MOVE "SUSP" TO QUE-CODE(7).
           MOVE "record_summary_suspense.dat" TO QUE-FILE-NAME(7).
           MOVE 5 TO QUE-DEADLINE-DAYS(7).
           MOVE "REPAIRER" TO QUE-ROLE(7).
           MOVE "DUPH" TO QUE-CODE(8).
           MOVE "duplicate_hold.dat" TO QUE-FILE-NAME(8).
           MOVE 1 TO QUE-DEADLINE-DAYS(8).
           MOVE "REVIEWER" TO QUE-ROLE(8).
           MOVE "SNCT" TO QUE-CODE(9).
           MOVE "sanctions_hits.dat" TO QUE-FILE-NAME(9).
           MOVE 1 TO QUE-DEADLINE-DAYS(9).
           MOVE "ANALYST" TO QUE-ROLE(9).

       LOAD-INBOX-CONTROL.
           OPEN INPUT INBOX-CONTROL-FILE.
           IF WS-INBOX-CONTROL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ INBOX-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM NOTE-INBOX-CONTROL
                   END-READ
               END-PERFORM
               CLOSE INBOX-CONTROL-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-INBOX-CONTROL.
           PERFORM VARYING QUE-IDX FROM 1 BY 1
                   UNTIL QUE-IDX > QUEUE-TOTAL
               IF QUE-CODE(QUE-IDX) = IBC-QUEUE
                   IF IBC-DEADLINE-DAYS NUMERIC
                           AND IBC-DEADLINE-DAYS > 0
                       MOVE IBC-DEADLINE-DAYS TO
                           QUE-DEADLINE-DAYS(QUE-IDX)
                   END-IF
                   IF IBC-ROLE NOT = SPACES
                       MOVE IBC-ROLE TO QUE-ROLE(QUE-IDX)
                   END-IF
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

       COMPUTE-ITEM-DEADLINE.
           MOVE WS-RAISED-INT TO WS-SCAN-SERIAL.
           MOVE 0 TO WS-DAYS-COUNTED.
           PERFORM UNTIL WS-DAYS-COUNTED >= QUE-DEADLINE-DAYS(QUE-IDX)
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

       GATHER-INBOX-ITEMS.
           PERFORM TAKE-APPROVAL-ITEMS.
           PERFORM TAKE-POSTING-APPROVAL-ITEMS.
           PERFORM TAKE-MAINT-PENDING-ITEMS.
           PERFORM TAKE-STAGED-PARAMETER-ITEMS.
           PERFORM TAKE-HOLD-BUCKET-ITEMS.
           PERFORM TAKE-SHOWCASE-PENDING-ITEMS.
           PERFORM TAKE-SUSPENSE-ITEMS.
           PERFORM TAKE-DUPLICATE-HOLD-ITEMS.
           PERFORM TAKE-SANCTIONS-HIT-ITEMS.

       TAKE-APPROVAL-ITEMS.
           MOVE 1 TO WS-ITEM-QUEUE.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF WS-APPROVAL-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO QUE-PRESENT(1).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ APPROVAL-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-SEQ
                       IF APQ-IMAGE NOT = SPACES
                           MOVE APQ-IMAGE TO WS-DETAIL-IMAGE
                           PERFORM TAKE-DETAIL-AMOUNT
                           MOVE 0 TO WS-ITEM-RAISED-DATE
                           IF APQ-QUEUED-DATE NUMERIC
                               MOVE APQ-QUEUED-DATE TO
                                   WS-ITEM-RAISED-DATE
                           END-IF
                           MOVE "BATCH" TO WS-ITEM-RAISED-BY
                           MOVE SPACES TO WS-ITEM-REFERENCE
                           STRING "ACCT " RECORD-ACCOUNT
                               DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
                           PERFORM RELEASE-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-POSTING-APPROVAL-ITEMS.
           MOVE 2 TO WS-ITEM-QUEUE.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT POSTING-APPROVAL-FILE.
           IF WS-POSTING-APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO QUE-PRESENT(2).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-SEQ
                       IF PAQ-IMAGE NOT = SPACES
                           MOVE PAQ-IMAGE TO WS-DETAIL-IMAGE
                           PERFORM TAKE-DETAIL-AMOUNT
                           MOVE 0 TO WS-ITEM-RAISED-DATE
                           IF PAQ-QUEUED-DATE NUMERIC
                               MOVE PAQ-QUEUED-DATE TO
                                   WS-ITEM-RAISED-DATE
                           END-IF
                           MOVE "BATCH" TO WS-ITEM-RAISED-BY
                           MOVE SPACES TO WS-ITEM-REFERENCE
                           STRING PAQ-REASON-CODE " ACCT "
                               RECORD-ACCOUNT
                               DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
                           PERFORM RELEASE-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-APPROVAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-MAINT-PENDING-ITEMS.
           MOVE 3 TO WS-ITEM-QUEUE.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT PENDING-AUTH-FILE.
           IF WS-PENDING-AUTH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO QUE-PRESENT(3).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PENDING-AUTH-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-SEQ
                       IF PEND-KEY NOT = SPACES
                           MOVE PEND-DATA TO WS-POSITION-IMAGE
                           MOVE 0 TO WS-ITEM-AMOUNT
                           IF POS-CURRENT-BALANCE NUMERIC
                               MOVE POS-CURRENT-BALANCE TO
                                   WS-ITEM-AMOUNT
                           END-IF
                           MOVE 0 TO WS-ITEM-RAISED-DATE
                           IF PEND-STAMP(1:8) NUMERIC
                               MOVE PEND-STAMP(1:8) TO
                                   WS-ITEM-RAISED-DATE
                           END-IF
                           MOVE PEND-MAKER TO WS-ITEM-RAISED-BY
                           MOVE SPACES TO WS-ITEM-REFERENCE
                           STRING PEND-ACTION " " PEND-KEY(1:28)
                               DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
                           PERFORM RELEASE-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-AUTH-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-STAGED-PARAMETER-ITEMS.
           MOVE 4 TO WS-ITEM-QUEUE.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT STAGED-CHANGE-FILE.
           IF WS-STAGED-CHANGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO QUE-PRESENT(4).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ STAGED-CHANGE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-SEQ
                       IF PSC-FIELD-NAME NOT = SPACES
                           MOVE 0 TO WS-ITEM-AMOUNT
                           MOVE 0 TO WS-ITEM-RAISED-DATE
                           MOVE PSC-OPERATOR TO WS-ITEM-RAISED-BY
                           MOVE SPACES TO WS-ITEM-REFERENCE
                           STRING PSC-FIELD-NAME " TO " PSC-NEW-VALUE
                               DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
                           PERFORM RELEASE-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAGED-CHANGE-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-HOLD-BUCKET-ITEMS.
           MOVE 5 TO WS-ITEM-QUEUE.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT BUCKET-HOLD-FILE.
           IF WS-BUCKET-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO QUE-PRESENT(5).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BUCKET-HOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-SEQ
                       IF BUCKET-HOLD-LINE NOT = SPACES
                           MOVE BUCKET-HOLD-LINE(1:80) TO
                               WS-DETAIL-IMAGE
                           PERFORM TAKE-DETAIL-AMOUNT
                           MOVE 0 TO WS-ITEM-RAISED-DATE
                           IF RECORD-TRAN-DATE NUMERIC
                               MOVE RECORD-TRAN-DATE TO
                                   WS-ITEM-RAISED-DATE
                           END-IF
                           MOVE "FILTER" TO WS-ITEM-RAISED-BY
                           MOVE BUCKET-HOLD-LINE(1:30) TO
                               WS-ITEM-REFERENCE
                           PERFORM RELEASE-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BUCKET-HOLD-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-SHOWCASE-PENDING-ITEMS.
           MOVE 6 TO WS-ITEM-QUEUE.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO QUE-PRESENT(6).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-SEQ
                       IF PENDING-RECORD NOT = SPACES
                           PERFORM PARSE-PENDING-AMOUNT
                           MOVE 0 TO WS-ITEM-RAISED-DATE
                           MOVE "BATCH" TO WS-ITEM-RAISED-BY
                           MOVE PENDING-RECORD(43:30) TO
                               WS-ITEM-REFERENCE
                           PERFORM RELEASE-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           MOVE 'N' TO EOF-FLAG.

       PARSE-PENDING-AMOUNT.
           MOVE PENDING-RECORD(32:10) TO WS-AMOUNT-TEXT.
           MOVE 0 TO WS-AMOUNT-DIGITS.
           PERFORM VARYING WS-AMOUNT-IDX FROM 1 BY 1
                   UNTIL WS-AMOUNT-IDX > 10
               MOVE WS-AMOUNT-TEXT(WS-AMOUNT-IDX:1) TO WS-AMOUNT-CHAR
               IF WS-AMOUNT-CHAR >= "0" AND WS-AMOUNT-CHAR <= "9"
                   COMPUTE WS-AMOUNT-DIGITS =
                       WS-AMOUNT-DIGITS * 10 +
                       FUNCTION ORD(WS-AMOUNT-CHAR) -
                       FUNCTION ORD("0")
               END-IF
           END-PERFORM.
           COMPUTE WS-ITEM-AMOUNT = WS-AMOUNT-DIGITS / 100.

       TAKE-SUSPENSE-ITEMS.
           MOVE 7 TO WS-ITEM-QUEUE.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO QUE-PRESENT(7).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SUSPENSE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-SEQ
                       IF SUSPENSE-ORIGINAL-IMAGE NOT = SPACES
                           MOVE SUSPENSE-ORIGINAL-IMAGE TO
                               WS-DETAIL-IMAGE
                           PERFORM TAKE-DETAIL-AMOUNT
                           MOVE 0 TO WS-ITEM-RAISED-DATE
                           IF SUSPENSE-REJECT-DATE NUMERIC
                               MOVE SUSPENSE-REJECT-DATE TO
                                   WS-ITEM-RAISED-DATE
                           END-IF
                           MOVE "BATCH" TO WS-ITEM-RAISED-BY
                           MOVE SPACES TO WS-ITEM-REFERENCE
                           STRING SUSPENSE-REASON-CODE " ACCT "
                               RECORD-ACCOUNT
                               DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
                           PERFORM RELEASE-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-DUPLICATE-HOLD-ITEMS.
           MOVE 8 TO WS-ITEM-QUEUE.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT DUPLICATE-HOLD-FILE.
           IF WS-DUPLICATE-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO QUE-PRESENT(8).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DUPLICATE-HOLD-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-SEQ
                       IF DPH-STATUS = 'H'
                           MOVE DPH-IMAGE TO WS-DETAIL-IMAGE
                           PERFORM TAKE-DETAIL-AMOUNT
                           MOVE 0 TO WS-ITEM-RAISED-DATE
                           IF DPH-HELD-DATE NUMERIC
                               MOVE DPH-HELD-DATE TO
                                   WS-ITEM-RAISED-DATE
                           END-IF
                           MOVE "BATCH" TO WS-ITEM-RAISED-BY
                           MOVE SPACES TO WS-ITEM-REFERENCE
                           STRING "HOLD " DPH-HOLD-ID " ACCT "
                               RECORD-ACCOUNT
                               DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
                           PERFORM RELEASE-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUPLICATE-HOLD-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-SANCTIONS-HIT-ITEMS.
           MOVE 9 TO WS-ITEM-QUEUE.
           MOVE 0 TO WS-ITEM-SEQ.
           OPEN INPUT SANCTIONS-HIT-FILE.
           IF WS-SANCTIONS-HIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO QUE-PRESENT(9).
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SANCTIONS-HIT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-SEQ
                       IF SNH-STATUS = 'O'
                           MOVE 0 TO WS-ITEM-AMOUNT
                           MOVE 0 TO WS-ITEM-RAISED-DATE
                           IF SNH-FOUND-DATE NUMERIC
                               MOVE SNH-FOUND-DATE TO
                                   WS-ITEM-RAISED-DATE
                           END-IF
                           MOVE "BATCH" TO WS-ITEM-RAISED-BY
                           MOVE SPACES TO WS-ITEM-REFERENCE
                           STRING "CUST " SNH-CUSTOMER " "
                               SNH-ENTRY-ID
                               DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
                           PERFORM RELEASE-INBOX-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SANCTIONS-HIT-FILE.
           MOVE 'N' TO EOF-FLAG.

       TAKE-DETAIL-AMOUNT.
           MOVE 0 TO WS-ITEM-AMOUNT.
           IF RECORD-AMOUNT NUMERIC
               MOVE RECORD-AMOUNT TO WS-ITEM-AMOUNT
           END-IF.

       RELEASE-INBOX-ITEM.
           SET QUE-IDX TO WS-ITEM-QUEUE.
           MOVE SPACES TO WS-INBOX-IMAGE.
           MOVE WS-RUN-DATE-NUM TO INB-RUN-DATE OF WS-INBOX-IMAGE.
           MOVE QUE-CODE(QUE-IDX) TO INB-QUEUE OF WS-INBOX-IMAGE.
           MOVE WS-ITEM-SEQ TO INB-ITEM-SEQ OF WS-INBOX-IMAGE.
           IF WS-ITEM-RAISED-DATE > 0
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (WS-ITEM-RAISED-DATE) = 0
               COMPUTE WS-RAISED-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ITEM-RAISED-DATE)
               MOVE WS-ITEM-RAISED-DATE TO
                   INB-RAISED-DATE OF WS-INBOX-IMAGE
           ELSE
               MOVE WS-RUN-DATE-INT TO WS-RAISED-INT
               MOVE 0 TO INB-RAISED-DATE OF WS-INBOX-IMAGE
           END-IF.
           MOVE WS-RAISED-INT TO WS-FROM-INT.
           MOVE WS-RUN-DATE-INT TO WS-TO-INT.
           PERFORM COUNT-BUSINESS-DAYS-BETWEEN.
           IF WS-DAYS-BETWEEN < 0
               MOVE 0 TO WS-DAYS-BETWEEN
           END-IF.
           MOVE WS-DAYS-BETWEEN TO INB-AGE-DAYS OF WS-INBOX-IMAGE.
           PERFORM COMPUTE-ITEM-DEADLINE.
           COMPUTE INB-DEADLINE-DATE OF WS-INBOX-IMAGE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE WS-DUE-INT TO WS-FROM-INT.
           MOVE WS-RUN-DATE-INT TO WS-TO-INT.
           PERFORM COUNT-BUSINESS-DAYS-BETWEEN.
           MOVE WS-DAYS-BETWEEN TO INB-DAYS-PAST OF WS-INBOX-IMAGE.
           IF WS-DAYS-BETWEEN > 0
               MOVE 'Y' TO INB-OVERDUE OF WS-INBOX-IMAGE
               ADD 1 TO QUE-OVERDUE-COUNT(QUE-IDX)
           ELSE
               MOVE 'N' TO INB-OVERDUE OF WS-INBOX-IMAGE
           END-IF.
           MOVE WS-ITEM-AMOUNT TO INB-AMOUNT OF WS-INBOX-IMAGE.
           MOVE WS-ITEM-RAISED-BY TO INB-RAISED-BY OF WS-INBOX-IMAGE.
           MOVE QUE-ROLE(QUE-IDX) TO INB-ROLE OF WS-INBOX-IMAGE.
           MOVE WS-ITEM-REFERENCE TO INB-REFERENCE OF WS-INBOX-IMAGE.
           ADD 1 TO QUE-ITEM-COUNT(QUE-IDX).
           ADD WS-ITEM-AMOUNT TO QUE-AMOUNT(QUE-IDX).
           MOVE INB-OVERDUE OF WS-INBOX-IMAGE TO SORT-OVERDUE.
           MOVE INB-DAYS-PAST OF WS-INBOX-IMAGE TO SORT-DAYS-PAST.
           MOVE INB-AGE-DAYS OF WS-INBOX-IMAGE TO SORT-AGE-DAYS.
           MOVE WS-INBOX-IMAGE TO SORT-INBOX-IMAGE.
           RELEASE INBOX-SORT-RECORD.

       WRITE-INBOX-ITEMS.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE SPACE TO WS-LAST-GROUP.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN INBOX-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE SORT-INBOX-IMAGE TO INBOX-LINE
                       WRITE INBOX-LINE
                       PERFORM WRITE-INBOX-DETAIL
               END-RETURN
           END-PERFORM.
           IF WS-ITEM-TOTAL = 0
               MOVE "  NO ITEMS ARE WAITING FOR A DECISION" TO
                   INBOX-REPORT-LINE
               WRITE INBOX-REPORT-LINE
           END-IF.

       WRITE-INBOX-DETAIL.
           ADD 1 TO WS-ITEM-TOTAL.
           IF INB-OVERDUE OF INBOX-LINE NOT = WS-LAST-GROUP
               MOVE INB-OVERDUE OF INBOX-LINE TO WS-LAST-GROUP
               IF WS-LAST-GROUP = 'Y'
                   MOVE "PAST DEADLINE" TO INBOX-REPORT-LINE
               ELSE
                   MOVE "WITHIN DEADLINE" TO INBOX-REPORT-LINE
               END-IF
               WRITE INBOX-REPORT-LINE
           END-IF.
           IF INB-OVERDUE OF INBOX-LINE = 'Y'
               ADD 1 TO WS-OVERDUE-TOTAL
               MOVE "PAST DEADLINE" TO WS-OVERDUE-TEXT
           ELSE
               MOVE SPACES TO WS-OVERDUE-TEXT
           END-IF.
           IF INB-RAISED-DATE OF INBOX-LINE = 0
               MOVE "UNKNOWN" TO WS-RAISED-TEXT
           ELSE
               MOVE INB-RAISED-DATE OF INBOX-LINE TO WS-RAISED-TEXT
           END-IF.
           MOVE INB-ITEM-SEQ OF INBOX-LINE TO WS-SEQ-DISPLAY.
           MOVE INB-AGE-DAYS OF INBOX-LINE TO WS-AGE-DISPLAY.
           MOVE INB-DAYS-PAST OF INBOX-LINE TO WS-PAST-DISPLAY.
           MOVE INB-AMOUNT OF INBOX-LINE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO INBOX-REPORT-LINE.
           STRING INB-QUEUE OF INBOX-LINE "  " WS-SEQ-DISPLAY
               " " WS-RAISED-TEXT " " WS-AGE-DISPLAY
               " " INB-DEADLINE-DATE OF INBOX-LINE
               " " WS-PAST-DISPLAY
               " " WS-AMOUNT-DISPLAY
               " " INB-RAISED-BY OF INBOX-LINE
               "  " INB-ROLE OF INBOX-LINE
               " " INB-REFERENCE OF INBOX-LINE
               " " WS-OVERDUE-TEXT
               DELIMITED BY SIZE INTO INBOX-REPORT-LINE.
           WRITE INBOX-REPORT-LINE.

       WRITE-QUEUE-SUMMARY.
           MOVE SPACES TO INBOX-REPORT-LINE.
           WRITE INBOX-REPORT-LINE.
           MOVE "ITEMS WAITING BY QUEUE" TO INBOX-REPORT-LINE.
           WRITE INBOX-REPORT-LINE.
           PERFORM VARYING QUE-IDX FROM 1 BY 1
                   UNTIL QUE-IDX > QUEUE-TOTAL
               MOVE SPACES TO INBOX-REPORT-LINE
               IF QUE-PRESENT(QUE-IDX) = 'N'
                   STRING "  " QUE-CODE(QUE-IDX) " "
                       QUE-FILE-NAME(QUE-IDX)
                       " NOT PRESENT - NOTHING QUEUED"
                       DELIMITED BY SIZE INTO INBOX-REPORT-LINE
               ELSE
                   MOVE QUE-ITEM-COUNT(QUE-IDX) TO WS-COUNT-DISPLAY
                   MOVE QUE-OVERDUE-COUNT(QUE-IDX) TO
                       WS-COUNT-DISPLAY-2
                   MOVE QUE-AMOUNT(QUE-IDX) TO WS-AMOUNT-DISPLAY
                   MOVE QUE-DEADLINE-DAYS(QUE-IDX) TO
                       WS-DEADLINE-DISPLAY
                   STRING "  " QUE-CODE(QUE-IDX) " "
                       QUE-FILE-NAME(QUE-IDX)
                       " ITEMS " WS-COUNT-DISPLAY
                       " PAST DEADLINE " WS-COUNT-DISPLAY-2
                       " AMOUNT " WS-AMOUNT-DISPLAY
                       " ROLE " QUE-ROLE(QUE-IDX)
                       " DEADLINE " WS-DEADLINE-DISPLAY " DAYS"
                       DELIMITED BY SIZE INTO INBOX-REPORT-LINE
               END-IF
               WRITE INBOX-REPORT-LINE
           END-PERFORM.
           MOVE WS-ITEM-TOTAL TO WS-COUNT-DISPLAY.
           MOVE WS-OVERDUE-TOTAL TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO INBOX-REPORT-LINE.
           STRING "TOTAL ITEMS WAITING: " WS-COUNT-DISPLAY
               "   PAST DEADLINE: " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO INBOX-REPORT-LINE.
           WRITE INBOX-REPORT-LINE.

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
               DISPLAY "PENDING-INBOX: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
