       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRUCTURING-MONITOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT LARGE-TXN-CONTROL-FILE
               ASSIGN TO "large_txn_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LARGE-CTL-STATUS.
           SELECT STRUCTURING-CONTROL-FILE
               ASSIGN TO "structuring_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRUCTURING-CTL-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE
               ASSIGN TO "holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT CASE-LOG-FILE ASSIGN TO "structuring_case_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-LOG-STATUS.
           SELECT CASE-FILE ASSIGN TO "structuring_cases.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STRUCTURING-REPORT-FILE
               ASSIGN TO "structuring_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "structuring_monitor_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
       FD  LARGE-TXN-CONTROL-FILE.
       01  LARGE-TXN-CONTROL-LINE.
           05  LARGE-CTL-THRESHOLD PIC S9(9)V99 SIGN LEADING
               SEPARATE.
       FD  STRUCTURING-CONTROL-FILE.
       01  STRUCTURING-CONTROL-LINE.
           05  STC-WINDOW-DAYS PIC 9(2).
           05  STC-MIN-ITEMS PIC 9(3).
       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-LINE PIC X(8).
       FD  CASE-LOG-FILE.
       01  CASE-LOG-LINE.
           05  CLG-ACCOUNT PIC X(10).
           05  CLG-DIRECTION PIC X.
           05  CLG-LAST-ITEM-DATE PIC 9(8).
           05  CLG-CASE-ID PIC X(10).
       FD  CASE-FILE.
       01  CASE-RECORD PIC X(80).
       01  CASE-HEADER REDEFINES CASE-RECORD.
           05  CSH-CASE-ID PIC X(10).
           05  CSH-RECORD-TYPE PIC X.
           05  CSH-ACCOUNT PIC X(10).
           05  CSH-DIRECTION PIC X.
           05  CSH-WINDOW-START PIC 9(8).
           05  CSH-WINDOW-END PIC 9(8).
           05  CSH-ITEM-COUNT PIC 9(5).
           05  CSH-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  CSH-LARGEST-ITEM PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  FILLER PIC X(11).
       01  CASE-DETAIL REDEFINES CASE-RECORD.
           05  CSD-CASE-ID PIC X(10).
           05  CSD-RECORD-TYPE PIC X.
           05  CSD-ACCOUNT PIC X(10).
           05  CSD-DIRECTION PIC X.
           05  CSD-TRAN-DATE PIC 9(8).
           05  CSD-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  CSD-TRANSACTION-ID PIC X(10).
           05  CSD-STAMP PIC X(14).
           05  FILLER PIC X(16).
       FD  STRUCTURING-REPORT-FILE.
       01  STRUCTURING-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "STRUCTURING MONITOR COMPLETE".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-LARGE-CTL-STATUS PIC XX VALUE "00".
       01  WS-STRUCTURING-CTL-STATUS PIC XX VALUE "00".
       01  WS-HOLIDAY-FILE-STATUS PIC XX VALUE "00".
       01  WS-CASE-LOG-STATUS PIC XX VALUE "00".
       01  WS-LARGE-THRESHOLD PIC S9(9)V99 VALUE 0.
       01  WS-THRESHOLD-SET PIC X VALUE 'N'.
       01  WS-WINDOW-DAYS PIC 9(2) VALUE 5.
       01  WS-MIN-ITEMS PIC 9(3) VALUE 2.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-WINDOW-START-INT PIC S9(9) COMP VALUE 0.
       01  WS-WINDOW-START-DATE PIC 9(8) VALUE 0.
       01  WS-SCAN-SERIAL PIC S9(9) COMP VALUE 0.
       01  WS-DAY-OF-WEEK PIC S9(4) COMP VALUE 0.
       01  WS-IS-BUSINESS-DAY PIC X VALUE 'Y'.
       01  WS-BUSINESS-COUNT PIC 9(3) VALUE 0.
       01  HOLIDAY-SERIAL-TABLE.
           05  HOLIDAY-SERIAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY HOL-IDX.
               10  HOLIDAY-SERIAL-VALUE PIC S9(9) COMP VALUE 0.
       01  HOLIDAY-SERIAL-TOTAL PIC 9(3) VALUE 0.
       01  ACTIVITY-TABLE.
           05  ACTIVITY-ENTRY OCCURS 2000 TIMES INDEXED BY ACT-IDX.
               10  ACT-ACCOUNT PIC X(10) VALUE SPACES.
               10  ACT-DIRECTION PIC X VALUE SPACE.
               10  ACT-ITEM-COUNT PIC 9(5) VALUE 0.
               10  ACT-TOTAL PIC S9(11)V99 VALUE 0.
               10  ACT-LARGEST PIC S9(9)V99 VALUE 0.
               10  ACT-LAST-DATE PIC 9(8) VALUE 0.
               10  ACT-FLAGGED PIC X VALUE 'N'.
               10  ACT-CASE-ID PIC X(10) VALUE SPACES.
       01  ACTIVITY-TOTAL PIC 9(4) VALUE 0.
       01  CASE-LOG-TABLE.
           05  CASE-LOG-ENTRY OCCURS 2000 TIMES INDEXED BY CLG-IDX.
               10  CLE-ACCOUNT PIC X(10) VALUE SPACES.
               10  CLE-DIRECTION PIC X VALUE SPACE.
               10  CLE-LAST-ITEM-DATE PIC 9(8) VALUE 0.
               10  CLE-CASE-ID PIC X(10) VALUE SPACES.
       01  CASE-LOG-TOTAL PIC 9(4) VALUE 0.
       01  WS-ITEM-DATE PIC 9(8) VALUE 0.
       01  WS-ITEM-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-ITEM-DIRECTION PIC X VALUE SPACE.
       01  WS-ITEM-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-ITEM-IN-WINDOW PIC X VALUE 'N'.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-CASE-SEQ PIC 9(3) VALUE 0.
       01  WS-CASE-ID PIC X(10) VALUE SPACES.
       01  WS-ITEMS-SCANNED PIC 9(9) VALUE 0.
       01  WS-ITEMS-IN-WINDOW PIC 9(9) VALUE 0.
       01  WS-CASES-RAISED PIC 9(6) VALUE 0.
       01  WS-CASES-ALREADY-RAISED PIC 9(6) VALUE 0.
       01  WS-ACTIVITY-OVERFLOW PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-ITEM-COUNT-DISPLAY PIC Z(4)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-LARGEST-DISPLAY PIC -(8)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-LARGE-TXN-CONTROL.
           IF WS-THRESHOLD-SET = 'N'
               DISPLAY "STRUCTURING-MONITOR: NO THRESHOLD IN "
                   "large_txn_control.dat - NOTHING EXAMINED"
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO LARGE TRANSACTION THRESHOLD" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-STRUCTURING-CONTROL.
           PERFORM LOAD-HOLIDAY-SERIALS.
           PERFORM FIND-WINDOW-START.
           PERFORM LOAD-CASE-LOG.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LINEAGE-STATUS NOT = "00"
               DISPLAY "STRUCTURING-MONITOR: UNABLE TO OPEN "
                   "record_lineage.dat, FILE STATUS "
                   WS-LINEAGE-STATUS
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO LINEAGE ACTIVITY TO EXAMINE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LINEAGE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEMS-SCANNED
                       PERFORM CHECK-WINDOW-ITEM
                       IF WS-ITEM-IN-WINDOW = 'Y'
                           ADD 1 TO WS-ITEMS-IN-WINDOW
                           PERFORM ACCUMULATE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LINEAGE-FILE.
           MOVE 'N' TO EOF-FLAG.
           OPEN OUTPUT STRUCTURING-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACTIVITY-TOTAL
               PERFORM EVALUATE-ACCOUNT-ACTIVITY
           END-PERFORM.
           PERFORM WRITE-CASE-FILE.
           PERFORM REWRITE-CASE-LOG.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE STRUCTURING-REPORT-FILE.
           IF WS-CASES-RAISED > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "STRUCTURING CASES RAISED FOR REVIEW" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "STRUCTURING-MONITOR" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-LARGE-TXN-CONTROL.
           OPEN INPUT LARGE-TXN-CONTROL-FILE.
           IF WS-LARGE-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ LARGE-TXN-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LARGE-CTL-THRESHOLD NUMERIC
                           AND LARGE-CTL-THRESHOLD > 0
                       MOVE LARGE-CTL-THRESHOLD TO WS-LARGE-THRESHOLD
                       MOVE 'Y' TO WS-THRESHOLD-SET
                   END-IF
           END-READ.
           CLOSE LARGE-TXN-CONTROL-FILE.

       LOAD-STRUCTURING-CONTROL.
           OPEN INPUT STRUCTURING-CONTROL-FILE.
           IF WS-STRUCTURING-CTL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ STRUCTURING-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STC-WINDOW-DAYS NUMERIC AND STC-WINDOW-DAYS > 0
                       MOVE STC-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
                   IF STC-MIN-ITEMS NUMERIC AND STC-MIN-ITEMS > 1
                       MOVE STC-MIN-ITEMS TO WS-MIN-ITEMS
                   END-IF
           END-READ.
           CLOSE STRUCTURING-CONTROL-FILE.

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

       FIND-WINDOW-START.
           MOVE 0 TO WS-BUSINESS-COUNT.
           MOVE WS-RUN-DATE-INT TO WS-SCAN-SERIAL.
           MOVE WS-RUN-DATE-INT TO WS-WINDOW-START-INT.
           PERFORM UNTIL WS-BUSINESS-COUNT >= WS-WINDOW-DAYS
                   OR WS-SCAN-SERIAL < WS-RUN-DATE-INT - 366
               PERFORM CHECK-BUSINESS-DAY
               IF WS-IS-BUSINESS-DAY = 'Y'
                   ADD 1 TO WS-BUSINESS-COUNT
                   MOVE WS-SCAN-SERIAL TO WS-WINDOW-START-INT
               END-IF
               SUBTRACT 1 FROM WS-SCAN-SERIAL
           END-PERFORM.
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).

       LOAD-CASE-LOG.
           OPEN INPUT CASE-LOG-FILE.
           IF WS-CASE-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR CASE-LOG-TOTAL >= 2000
               READ CASE-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CLG-ACCOUNT NOT = SPACES
                               AND CLG-LAST-ITEM-DATE NUMERIC
                           ADD 1 TO CASE-LOG-TOTAL
                           MOVE CLG-ACCOUNT TO
                               CLE-ACCOUNT(CASE-LOG-TOTAL)
                           MOVE CLG-DIRECTION TO
                               CLE-DIRECTION(CASE-LOG-TOTAL)
                           MOVE CLG-LAST-ITEM-DATE TO
                               CLE-LAST-ITEM-DATE(CASE-LOG-TOTAL)
                           MOVE CLG-CASE-ID TO
                               CLE-CASE-ID(CASE-LOG-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CASE-LOG-FILE.
           MOVE 'N' TO EOF-FLAG.

       REWRITE-CASE-LOG.
           OPEN OUTPUT CASE-LOG-FILE.
           PERFORM VARYING CLG-IDX FROM 1 BY 1
                   UNTIL CLG-IDX > CASE-LOG-TOTAL
               MOVE CLE-ACCOUNT(CLG-IDX) TO CLG-ACCOUNT
               MOVE CLE-DIRECTION(CLG-IDX) TO CLG-DIRECTION
               MOVE CLE-LAST-ITEM-DATE(CLG-IDX) TO CLG-LAST-ITEM-DATE
               MOVE CLE-CASE-ID(CLG-IDX) TO CLG-CASE-ID
               WRITE CASE-LOG-LINE
           END-PERFORM.
           CLOSE CASE-LOG-FILE.

       CHECK-WINDOW-ITEM.
           MOVE 'N' TO WS-ITEM-IN-WINDOW.
           IF LIN-STAGE NOT = "RECORD-SUMMARY"
                   OR LIN-DISPOSITION NOT = "ACCEPTED"
                   OR LIN-AMOUNT NOT NUMERIC
                   OR LIN-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF LIN-TRAN-DATE NUMERIC AND LIN-TRAN-DATE > 0
               MOVE LIN-TRAN-DATE TO WS-ITEM-DATE
           ELSE
               IF LIN-STAMP(1:8) IS NUMERIC
                   MOVE LIN-STAMP(1:8) TO WS-ITEM-DATE
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-ITEM-DATE < WS-WINDOW-START-DATE
                   OR WS-ITEM-DATE > WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF.
           IF LIN-AMOUNT > 0
               MOVE 'C' TO WS-ITEM-DIRECTION
               MOVE LIN-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE 'D' TO WS-ITEM-DIRECTION
               COMPUTE WS-ITEM-AMOUNT = 0 - LIN-AMOUNT
           END-IF.
           MOVE 'Y' TO WS-ITEM-IN-WINDOW.

       FIND-ACTIVITY-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACTIVITY-TOTAL
               IF ACT-ACCOUNT(ACT-IDX) = LIN-ACCOUNT
                       AND ACT-DIRECTION(ACT-IDX) = WS-ITEM-DIRECTION
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ACCUMULATE-ACTIVITY.
           PERFORM FIND-ACTIVITY-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
               IF ACTIVITY-TOTAL >= 2000
                   ADD 1 TO WS-ACTIVITY-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ACTIVITY-TOTAL
               SET ACT-IDX TO ACTIVITY-TOTAL
               MOVE LIN-ACCOUNT TO ACT-ACCOUNT(ACT-IDX)
               MOVE WS-ITEM-DIRECTION TO ACT-DIRECTION(ACT-IDX)
           END-IF.
           ADD 1 TO ACT-ITEM-COUNT(ACT-IDX).
           ADD WS-ITEM-AMOUNT TO ACT-TOTAL(ACT-IDX).
           IF WS-ITEM-AMOUNT > ACT-LARGEST(ACT-IDX)
               MOVE WS-ITEM-AMOUNT TO ACT-LARGEST(ACT-IDX)
           END-IF.
           IF WS-ITEM-DATE > ACT-LAST-DATE(ACT-IDX)
               MOVE WS-ITEM-DATE TO ACT-LAST-DATE(ACT-IDX)
           END-IF.

       EVALUATE-ACCOUNT-ACTIVITY.
           IF ACT-TOTAL(ACT-IDX) < WS-LARGE-THRESHOLD
                   OR ACT-LARGEST(ACT-IDX) >= WS-LARGE-THRESHOLD
                   OR ACT-ITEM-COUNT(ACT-IDX) < WS-MIN-ITEMS
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CLG-IDX FROM 1 BY 1
                   UNTIL CLG-IDX > CASE-LOG-TOTAL
               IF CLE-ACCOUNT(CLG-IDX) = ACT-ACCOUNT(ACT-IDX)
                       AND CLE-DIRECTION(CLG-IDX) =
                           ACT-DIRECTION(ACT-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CLG-IDX <= CASE-LOG-TOTAL
               IF CLE-LAST-ITEM-DATE(CLG-IDX) >=
                       ACT-LAST-DATE(ACT-IDX)
                   ADD 1 TO WS-CASES-ALREADY-RAISED
                   MOVE SPACES TO STRUCTURING-REPORT-LINE
                   STRING "  ACCOUNT " ACT-ACCOUNT(ACT-IDX)
                       " " ACT-DIRECTION(ACT-IDX)
                       " NO NEW ITEMS SINCE CASE "
                       CLE-CASE-ID(CLG-IDX)
                       DELIMITED BY SIZE INTO STRUCTURING-REPORT-LINE
                   WRITE STRUCTURING-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CASE-LOG-TOTAL >= 2000
                   DISPLAY "STRUCTURING-MONITOR: CASE LOG FULL"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CASE-LOG-TOTAL
               SET CLG-IDX TO CASE-LOG-TOTAL
               MOVE ACT-ACCOUNT(ACT-IDX) TO CLE-ACCOUNT(CLG-IDX)
               MOVE ACT-DIRECTION(ACT-IDX) TO CLE-DIRECTION(CLG-IDX)
           END-IF.
           ADD 1 TO WS-CASE-SEQ.
           ADD 1 TO WS-CASES-RAISED.
           MOVE SPACES TO WS-CASE-ID.
           STRING "T" WS-RUN-DATE-NUM(3:6) WS-CASE-SEQ
               DELIMITED BY SIZE INTO WS-CASE-ID.
           MOVE 'Y' TO ACT-FLAGGED(ACT-IDX).
           MOVE WS-CASE-ID TO ACT-CASE-ID(ACT-IDX).
           MOVE ACT-LAST-DATE(ACT-IDX) TO CLE-LAST-ITEM-DATE(CLG-IDX).
           MOVE WS-CASE-ID TO CLE-CASE-ID(CLG-IDX).
           MOVE ACT-ITEM-COUNT(ACT-IDX) TO WS-ITEM-COUNT-DISPLAY.
           MOVE ACT-TOTAL(ACT-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE ACT-LARGEST(ACT-IDX) TO WS-LARGEST-DISPLAY.
           MOVE SPACES TO STRUCTURING-REPORT-LINE.
           STRING "  CASE " WS-CASE-ID
               " ACCOUNT " ACT-ACCOUNT(ACT-IDX)
               " " ACT-DIRECTION(ACT-IDX)
               " ITEMS " WS-ITEM-COUNT-DISPLAY
               " TOTAL " WS-AMOUNT-DISPLAY
               " LARGEST " WS-LARGEST-DISPLAY
               DELIMITED BY SIZE INTO STRUCTURING-REPORT-LINE.
           WRITE STRUCTURING-REPORT-LINE.

       WRITE-CASE-FILE.
           OPEN OUTPUT CASE-FILE.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACTIVITY-TOTAL
               IF ACT-FLAGGED(ACT-IDX) = 'Y'
                   MOVE SPACES TO CASE-RECORD
                   MOVE ACT-CASE-ID(ACT-IDX) TO CSH-CASE-ID
                   MOVE 'H' TO CSH-RECORD-TYPE
                   MOVE ACT-ACCOUNT(ACT-IDX) TO CSH-ACCOUNT
                   MOVE ACT-DIRECTION(ACT-IDX) TO CSH-DIRECTION
                   MOVE WS-WINDOW-START-DATE TO CSH-WINDOW-START
                   MOVE WS-RUN-DATE-NUM TO CSH-WINDOW-END
                   MOVE ACT-ITEM-COUNT(ACT-IDX) TO CSH-ITEM-COUNT
                   MOVE ACT-TOTAL(ACT-IDX) TO CSH-TOTAL
                   MOVE ACT-LARGEST(ACT-IDX) TO CSH-LARGEST-ITEM
                   WRITE CASE-RECORD
               END-IF
           END-PERFORM.
           IF WS-CASES-RAISED > 0
               PERFORM WRITE-CONTRIBUTING-ITEMS
           END-IF.
           CLOSE CASE-FILE.

       WRITE-CONTRIBUTING-ITEMS.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LINEAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LINEAGE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-WINDOW-ITEM
                       IF WS-ITEM-IN-WINDOW = 'Y'
                           PERFORM FIND-ACTIVITY-ENTRY
                           IF WS-ENTRY-FOUND = 'Y'
                               IF ACT-FLAGGED(ACT-IDX) = 'Y'
                                   PERFORM WRITE-CASE-DETAIL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LINEAGE-FILE.
           MOVE 'N' TO EOF-FLAG.

       WRITE-CASE-DETAIL.
           MOVE SPACES TO CASE-RECORD.
           MOVE ACT-CASE-ID(ACT-IDX) TO CSD-CASE-ID.
           MOVE 'D' TO CSD-RECORD-TYPE.
           MOVE LIN-ACCOUNT TO CSD-ACCOUNT.
           MOVE WS-ITEM-DIRECTION TO CSD-DIRECTION.
           MOVE WS-ITEM-DATE TO CSD-TRAN-DATE.
           MOVE LIN-AMOUNT TO CSD-AMOUNT.
           MOVE LIN-TRANSACTION-ID TO CSD-TRANSACTION-ID.
           MOVE LIN-STAMP TO CSD-STAMP.
           WRITE CASE-RECORD.

       WRITE-REPORT-HEADING.
           MOVE "STRUCTURING DETECTION REPORT" TO
               STRUCTURING-REPORT-LINE.
           WRITE STRUCTURING-REPORT-LINE.
           MOVE WS-LARGE-THRESHOLD TO WS-LARGEST-DISPLAY.
           MOVE WS-WINDOW-DAYS TO WS-ITEM-COUNT-DISPLAY.
           MOVE SPACES TO STRUCTURING-REPORT-LINE.
           STRING "THRESHOLD " WS-LARGEST-DISPLAY
               "  WINDOW " WS-ITEM-COUNT-DISPLAY " BUSINESS DAYS "
               WS-WINDOW-START-DATE " TO " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO STRUCTURING-REPORT-LINE.
           WRITE STRUCTURING-REPORT-LINE.
           MOVE "ACCOUNTS AGGREGATING OVER THRESHOLD IN SUB-THRESHOLD "
               TO STRUCTURING-REPORT-LINE.
           MOVE "ITEMS:" TO STRUCTURING-REPORT-LINE(54:6).
           WRITE STRUCTURING-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-ITEMS-SCANNED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO STRUCTURING-REPORT-LINE.
           STRING "LINEAGE RECORDS SCANNED:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STRUCTURING-REPORT-LINE.
           WRITE STRUCTURING-REPORT-LINE.
           MOVE WS-ITEMS-IN-WINDOW TO WS-COUNT-DISPLAY.
           MOVE SPACES TO STRUCTURING-REPORT-LINE.
           STRING "ITEMS IN WINDOW:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STRUCTURING-REPORT-LINE.
           WRITE STRUCTURING-REPORT-LINE.
           MOVE ACTIVITY-TOTAL TO WS-COUNT-DISPLAY.
           MOVE SPACES TO STRUCTURING-REPORT-LINE.
           STRING "ACCOUNT/DIRECTION TOTALS:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STRUCTURING-REPORT-LINE.
           WRITE STRUCTURING-REPORT-LINE.
           MOVE WS-CASES-RAISED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO STRUCTURING-REPORT-LINE.
           STRING "CASES RAISED:              " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STRUCTURING-REPORT-LINE.
           WRITE STRUCTURING-REPORT-LINE.
           MOVE WS-CASES-ALREADY-RAISED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO STRUCTURING-REPORT-LINE.
           STRING "ALREADY UNDER REVIEW:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STRUCTURING-REPORT-LINE.
           WRITE STRUCTURING-REPORT-LINE.
           IF WS-ACTIVITY-OVERFLOW > 0
               MOVE WS-ACTIVITY-OVERFLOW TO WS-COUNT-DISPLAY
               MOVE SPACES TO STRUCTURING-REPORT-LINE
               STRING "ITEMS NOT AGGREGATED (TABLE FULL): "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO STRUCTURING-REPORT-LINE
               WRITE STRUCTURING-REPORT-LINE
           END-IF.

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
               DISPLAY "STRUCTURING-MONITOR: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
