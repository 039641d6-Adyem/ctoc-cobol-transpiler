       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-REQUEST-FILE
               ASSIGN TO "balance_inquiry_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT BALANCE-HISTORY-FILE
               ASSIGN TO "balance_history.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BALANCE-REPORT-FILE
               ASSIGN TO "balance_inquiry_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "balance_inquiry_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-REQUEST-FILE.
       01  BALANCE-REQUEST-LINE.
           05  BREQ-MODE PIC X.
           05  BREQ-ACCOUNT PIC X(10).
           05  BREQ-CURRENCY PIC X(3).
           05  BREQ-FROM-DATE PIC 9(8).
           05  BREQ-TO-DATE PIC 9(8).
       FD  BALANCE-HISTORY-FILE.
       01  BALANCE-HISTORY-RECORD.
           COPY "BALANCE-HISTORY-RECORD.cpy".
       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-REQUEST-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "BALANCE INQUIRY COMPLETE".
       01  WS-HISTORY-EOF PIC X VALUE 'N'.
       01  WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01  WS-REQUESTS-READ PIC 9(9) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(9) VALUE 0.
       01  WS-NO-HISTORY-COUNT PIC 9(9) VALUE 0.
       01  WS-SNAPSHOT-COUNT PIC 9(6) VALUE 0.
       01  WS-FROM-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-TO-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-SNAP-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-CURSOR-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-SPAN-DAYS PIC S9(6) COMP VALUE 0.
       01  WS-PERIOD-DAYS PIC 9(6) VALUE 0.
       01  WS-COVERED-DAYS PIC 9(6) VALUE 0.
       01  WS-CARRIED-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-CARRIED-KNOWN PIC X VALUE 'N'.
       01  WS-BALANCE-DAYS PIC S9(17)V99 VALUE 0.
       01  WS-AVERAGE-BALANCE PIC S9(11)V99 VALUE 0.
       01  WS-BALANCE-DISPLAY PIC -(11)9.99.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-DAYS-DISPLAY PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT BALANCE-REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "BALANCE-INQUIRY: UNABLE TO OPEN REQUEST FILE "
                   "balance_inquiry_requests.dat, FILE STATUS "
                   WS-REQUEST-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "REQUEST OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BALANCE-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BALANCE-INQUIRY: UNABLE TO OPEN HISTORY FILE "
                   "balance_history.idx, FILE STATUS "
                   WS-HISTORY-STATUS
               CLOSE BALANCE-REQUEST-FILE
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "HISTORY OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE "BALANCE HISTORY INQUIRY" TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ BALANCE-REQUEST-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF BALANCE-REQUEST-LINE NOT = SPACES
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM APPLY-BALANCE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-REQUEST-FILE.
           CLOSE BALANCE-HISTORY-FILE.
           MOVE WS-REQUESTS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "REQUESTS PROCESSED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "REQUESTS REJECTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE WS-NO-HISTORY-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "REQUESTS WITHOUT HISTORY: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           CLOSE BALANCE-REPORT-FILE.
           IF WS-REJECTED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "BALANCE REQUESTS REJECTED" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "BALANCE-INQUIRY" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       APPLY-BALANCE-REQUEST.
           IF BREQ-TO-DATE NOT NUMERIC OR BREQ-TO-DATE = 0
               MOVE BREQ-FROM-DATE TO BREQ-TO-DATE
           END-IF.
           IF BREQ-ACCOUNT = SPACES
               MOVE "ACCOUNT MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-BALANCE-REQUEST
               EXIT PARAGRAPH
           END-IF.
           IF BREQ-FROM-DATE NOT NUMERIC
               MOVE "BAD DATE" TO WS-REJECT-REASON
               PERFORM REJECT-BALANCE-REQUEST
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(BREQ-FROM-DATE) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(BREQ-TO-DATE) NOT = 0
               MOVE "BAD DATE" TO WS-REJECT-REASON
               PERFORM REJECT-BALANCE-REQUEST
               EXIT PARAGRAPH
           END-IF.
           IF BREQ-TO-DATE < BREQ-FROM-DATE
               MOVE "TO DATE BEFORE FROM DATE" TO WS-REJECT-REASON
               PERFORM REJECT-BALANCE-REQUEST
               EXIT PARAGRAPH
           END-IF.
           EVALUATE BREQ-MODE
               WHEN 'D'
                   PERFORM LIST-BALANCE-HISTORY
               WHEN 'A'
                   PERFORM AVERAGE-DAILY-BALANCE
               WHEN OTHER
                   MOVE "BAD INQUIRY MODE" TO WS-REJECT-REASON
                   PERFORM REJECT-BALANCE-REQUEST
           END-EVALUATE.

       REJECT-BALANCE-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "REQUEST " BALANCE-REQUEST-LINE " REJECTED "
               WS-REJECT-REASON
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.

       WRITE-REQUEST-HEADING.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           IF BREQ-MODE = 'A'
               STRING "AVERAGE DAILY BALANCE ACCOUNT " BREQ-ACCOUNT
                   " " BREQ-CURRENCY
                   " FROM " BREQ-FROM-DATE " TO " BREQ-TO-DATE
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           ELSE
               STRING "BALANCE HISTORY ACCOUNT " BREQ-ACCOUNT
                   " " BREQ-CURRENCY
                   " FROM " BREQ-FROM-DATE " TO " BREQ-TO-DATE
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           END-IF.
           WRITE BALANCE-REPORT-LINE.

       START-ACCOUNT-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF.
           MOVE BREQ-ACCOUNT TO BAL-HIST-ACCOUNT.
           MOVE BREQ-CURRENCY TO BAL-HIST-BALANCE-CURRENCY.
           MOVE 0 TO BAL-HIST-DATE.
           START BALANCE-HISTORY-FILE
               KEY IS NOT LESS THAN BAL-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF
           END-START.

       READ-ACCOUNT-HISTORY.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF
               NOT AT END
                   IF BAL-HIST-ACCOUNT NOT = BREQ-ACCOUNT
                           OR BAL-HIST-BALANCE-CURRENCY
                               NOT = BREQ-CURRENCY
                           OR BAL-HIST-DATE > BREQ-TO-DATE
                       MOVE 'Y' TO WS-HISTORY-EOF
                   END-IF
           END-READ.

       LIST-BALANCE-HISTORY.
           PERFORM WRITE-REQUEST-HEADING.
           MOVE 0 TO WS-SNAPSHOT-COUNT.
           PERFORM START-ACCOUNT-HISTORY.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               PERFORM READ-ACCOUNT-HISTORY
               IF WS-HISTORY-EOF = 'N'
                       AND BAL-HIST-DATE >= BREQ-FROM-DATE
                   ADD 1 TO WS-SNAPSHOT-COUNT
                   MOVE BAL-HIST-BALANCE TO WS-BALANCE-DISPLAY
                   MOVE SPACES TO BALANCE-REPORT-LINE
                   STRING "    " BAL-HIST-DATE
                       " " BAL-HIST-CURRENCY
                       " BALANCE " WS-BALANCE-DISPLAY
                       " LAST ACTIVITY " BAL-HIST-LAST-TRAN-DATE
                       DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                   WRITE BALANCE-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-SNAPSHOT-COUNT = 0
               ADD 1 TO WS-NO-HISTORY-COUNT
               MOVE "    NO BALANCE HISTORY FOR PERIOD" TO
                   BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF.

       AVERAGE-DAILY-BALANCE.
           PERFORM WRITE-REQUEST-HEADING.
           COMPUTE WS-FROM-DATE-INT =
               FUNCTION INTEGER-OF-DATE(BREQ-FROM-DATE).
           COMPUTE WS-TO-DATE-INT =
               FUNCTION INTEGER-OF-DATE(BREQ-TO-DATE).
           COMPUTE WS-PERIOD-DAYS =
               WS-TO-DATE-INT - WS-FROM-DATE-INT + 1.
           MOVE WS-FROM-DATE-INT TO WS-CURSOR-DATE-INT.
           MOVE 0 TO WS-COVERED-DAYS.
           MOVE 0 TO WS-BALANCE-DAYS.
           MOVE 0 TO WS-CARRIED-BALANCE.
           MOVE 'N' TO WS-CARRIED-KNOWN.
           PERFORM START-ACCOUNT-HISTORY.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               PERFORM READ-ACCOUNT-HISTORY
               IF WS-HISTORY-EOF = 'N'
                   PERFORM ACCUMULATE-BALANCE-DAYS
               END-IF
           END-PERFORM.
           COMPUTE WS-SPAN-DAYS =
               WS-TO-DATE-INT + 1 - WS-CURSOR-DATE-INT.
           IF WS-CARRIED-KNOWN = 'Y' AND WS-SPAN-DAYS > 0
               COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                   + WS-CARRIED-BALANCE * WS-SPAN-DAYS
               ADD WS-SPAN-DAYS TO WS-COVERED-DAYS
           END-IF.
           IF WS-COVERED-DAYS = 0
               ADD 1 TO WS-NO-HISTORY-COUNT
               MOVE "    NO BALANCE HISTORY FOR PERIOD" TO
                   BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               WS-BALANCE-DAYS / WS-COVERED-DAYS.
           MOVE WS-AVERAGE-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "    AVERAGE DAILY BALANCE " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE WS-PERIOD-DAYS TO WS-DAYS-DISPLAY.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "    DAYS IN PERIOD " WS-DAYS-DISPLAY
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           IF WS-COVERED-DAYS < WS-PERIOD-DAYS
               COMPUTE WS-SPAN-DAYS = WS-PERIOD-DAYS - WS-COVERED-DAYS
               MOVE WS-SPAN-DAYS TO WS-DAYS-DISPLAY
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "    DAYS BEFORE FIRST SNAPSHOT " WS-DAYS-DISPLAY
                   " (EXCLUDED)"
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF.

       ACCUMULATE-BALANCE-DAYS.
           COMPUTE WS-SNAP-DATE-INT =
               FUNCTION INTEGER-OF-DATE(BAL-HIST-DATE).
           IF WS-SNAP-DATE-INT > WS-CURSOR-DATE-INT
               IF WS-CARRIED-KNOWN = 'Y'
                   COMPUTE WS-SPAN-DAYS =
                       WS-SNAP-DATE-INT - WS-CURSOR-DATE-INT
                   COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                       + WS-CARRIED-BALANCE * WS-SPAN-DAYS
                   ADD WS-SPAN-DAYS TO WS-COVERED-DAYS
               END-IF
               MOVE WS-SNAP-DATE-INT TO WS-CURSOR-DATE-INT
           END-IF.
           MOVE BAL-HIST-BALANCE TO WS-CARRIED-BALANCE.
           MOVE 'Y' TO WS-CARRIED-KNOWN.
