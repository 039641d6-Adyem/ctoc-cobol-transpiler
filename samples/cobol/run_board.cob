               ASSIGN TO "alert_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-REGISTER-STATUS.
           SELECT PENDING-INBOX-FILE
               ASSIGN TO "pending_inbox.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-INBOX-STATUS.
           SELECT BOARD-REPORT-FILE
               ASSIGN TO "run_board_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  AREG-ACK-FLAG PIC X.
           05  AREG-ACK-OPERATOR PIC X(8).
           05  AREG-ACK-STAMP PIC X(14).
       FD  PENDING-INBOX-FILE.
       01  PENDING-INBOX-LINE.
           COPY "PENDING-INBOX-RECORD.cpy".
       FD  BOARD-REPORT-FILE.
       01  BOARD-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  WS-ALERT-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-PENDING-INBOX-STATUS PIC XX VALUE "00".
       01  BOARD-FILE-TABLE.
           05  BOARD-FILE-ENTRY OCCURS 30 TIMES INDEXED BY BRD-IDX.
               10  BOARD-FILE-NAME PIC X(40) VALUE SPACES.
       01  WS-SEVERE-ALERT-COUNT PIC 9(6) VALUE 0.
       01  WS-OPEN-REGISTER-COUNT PIC 9(6) VALUE 0.
       01  WS-SEVERE-OPEN-COUNT PIC 9(6) VALUE 0.
       01  WS-DECISION-COUNT PIC 9(6) VALUE 0.
       01  WS-DECISION-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01  WS-CODE-DISPLAY PIC Z(3)9.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       PROCEDURE DIVISION.
           END-PERFORM.
           PERFORM REPORT-INFLIGHT-PROGRAMS.
           PERFORM REPORT-ALERT-COUNTS.
           PERFORM REPORT-PENDING-INBOX.
           PERFORM WRITE-BOARD-VERDICT.
           CLOSE BOARD-REPORT-FILE.
           STOP RUN.
               DELIMITED BY SIZE INTO BOARD-REPORT-LINE.
           WRITE BOARD-REPORT-LINE.

       REPORT-PENDING-INBOX.
           OPEN INPUT PENDING-INBOX-FILE.
           IF WS-PENDING-INBOX-STATUS NOT = "00"
               MOVE "PENDING-ACTION INBOX NOT BUILT" TO
                   BOARD-REPORT-LINE
               WRITE BOARD-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PENDING-INBOX-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF INB-QUEUE NOT = SPACES
                           ADD 1 TO WS-DECISION-COUNT
                           IF INB-OVERDUE = 'Y'
                               ADD 1 TO WS-DECISION-OVERDUE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-INBOX-FILE.
           MOVE 'N' TO EOF-FLAG.
           MOVE WS-DECISION-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BOARD-REPORT-LINE.
           STRING "DECISIONS WAITING FOR ACTION: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BOARD-REPORT-LINE.
           WRITE BOARD-REPORT-LINE.
           MOVE WS-DECISION-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BOARD-REPORT-LINE.
           STRING "DECISIONS PAST DEADLINE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BOARD-REPORT-LINE.
           WRITE BOARD-REPORT-LINE.

       WRITE-BOARD-VERDICT.
           MOVE ALL "-" TO BOARD-REPORT-LINE.
           WRITE BOARD-REPORT-LINE.
           IF WS-FAILED-COUNT = 0 AND WS-INFLIGHT-COUNT = 0
                   AND WS-SEVERE-OPEN-COUNT = 0
                   AND WS-SEVERE-ALERT-COUNT = 0
                   AND WS-DECISION-OVERDUE-COUNT = 0
               MOVE "NIGHT IS CLEAN" TO BOARD-REPORT-LINE
           ELSE
               MOVE "NIGHT NEEDS ATTENTION - SEE LINES ABOVE" TO
