       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-SNAPSHOT.
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
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT BALANCE-HISTORY-FILE
               ASSIGN TO "balance_history.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SNAPSHOT-REPORT-FILE
               ASSIGN TO "balance_snapshot_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "balance_snapshot_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  BALANCE-HISTORY-FILE.
       01  BALANCE-HISTORY-RECORD.
           COPY "BALANCE-HISTORY-RECORD.cpy".
       FD  SNAPSHOT-REPORT-FILE.
       01  SNAPSHOT-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "BALANCE SNAPSHOT COMPLETE".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-POSITIONS-READ PIC 9(9) VALUE 0.
       01  WS-SNAPSHOTS-WRITTEN PIC 9(9) VALUE 0.
       01  WS-SNAPSHOTS-REPLACED PIC 9(9) VALUE 0.
       01  WS-SNAPSHOTS-SKIPPED PIC 9(9) VALUE 0.
       01  WS-SNAPSHOT-FAILED PIC 9(9) VALUE 0.
       01  WS-SNAPSHOT-TOTAL PIC S9(13)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-TOTAL-DISPLAY PIC -(13)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "BALANCE-SNAPSHOT: UNABLE TO OPEN MASTER FILE "
                   "output.idx, FILE STATUS " WS-INDEXED-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BALANCE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BALANCE-SNAPSHOT: UNABLE TO OPEN HISTORY FILE "
                   "balance_history.idx, FILE STATUS "
                   WS-HISTORY-STATUS
               CLOSE INDEXED-OUTPUT-FILE
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "HISTORY OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INDEXED-OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                       IF POS-ACCOUNT NOT = SPACES
                               AND POS-CURRENT-BALANCE NUMERIC
                           ADD 1 TO WS-POSITIONS-READ
                           PERFORM WRITE-BALANCE-SNAPSHOT
                       ELSE
                           ADD 1 TO WS-SNAPSHOTS-SKIPPED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INDEXED-OUTPUT-FILE.
           CLOSE BALANCE-HISTORY-FILE.
           PERFORM WRITE-SNAPSHOT-REPORT.
           IF WS-POSITIONS-READ = 0
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO MASTER POSITIONS" TO WS-JOB-REASON
           END-IF.
           IF WS-SNAPSHOT-FAILED > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "BALANCE SNAPSHOTS NOT WRITTEN" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "BALANCE-SNAPSHOT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

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
               DISPLAY "BALANCE-SNAPSHOT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.

       WRITE-BALANCE-SNAPSHOT.
           MOVE SPACES TO BALANCE-HISTORY-RECORD.
           MOVE POS-ACCOUNT TO BAL-HIST-ACCOUNT.
           MOVE POS-BALANCE-CURRENCY TO BAL-HIST-BALANCE-CURRENCY.
           MOVE WS-RUN-DATE-NUM TO BAL-HIST-DATE.
           MOVE POS-COMPANY TO BAL-HIST-COMPANY.
           IF POS-BALANCE-CURRENCY NOT = SPACES
               MOVE POS-BALANCE-CURRENCY TO BAL-HIST-CURRENCY
           ELSE
               MOVE POS-CURRENCY TO BAL-HIST-CURRENCY
           END-IF.
           MOVE POS-CURRENT-BALANCE TO BAL-HIST-BALANCE.
           IF POS-LAST-TRAN-DATE NUMERIC
               MOVE POS-LAST-TRAN-DATE TO BAL-HIST-LAST-TRAN-DATE
           ELSE
               MOVE 0 TO BAL-HIST-LAST-TRAN-DATE
           END-IF.
           ADD POS-CURRENT-BALANCE TO WS-SNAPSHOT-TOTAL.
           WRITE BALANCE-HISTORY-RECORD
               INVALID KEY
                   PERFORM REPLACE-BALANCE-SNAPSHOT
               NOT INVALID KEY
                   ADD 1 TO WS-SNAPSHOTS-WRITTEN
           END-WRITE.

       REPLACE-BALANCE-SNAPSHOT.
           REWRITE BALANCE-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-SNAPSHOT-FAILED
                   DISPLAY "BALANCE-SNAPSHOT: UNABLE TO STORE "
                       BAL-HIST-KEY ", FILE STATUS "
                       WS-HISTORY-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-SNAPSHOTS-REPLACED
           END-REWRITE.

       WRITE-SNAPSHOT-REPORT.
           OPEN OUTPUT SNAPSHOT-REPORT-FILE.
           MOVE "END-OF-DAY BALANCE SNAPSHOT" TO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.
           MOVE SPACES TO SNAPSHOT-REPORT-LINE.
           STRING "BUSINESS DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.
           MOVE WS-POSITIONS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SNAPSHOT-REPORT-LINE.
           STRING "POSITIONS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.
           MOVE WS-SNAPSHOTS-WRITTEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SNAPSHOT-REPORT-LINE.
           STRING "SNAPSHOTS WRITTEN: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.
           MOVE WS-SNAPSHOTS-REPLACED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SNAPSHOT-REPORT-LINE.
           STRING "SNAPSHOTS REPLACED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.
           MOVE WS-SNAPSHOT-FAILED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SNAPSHOT-REPORT-LINE.
           STRING "SNAPSHOTS FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.
           MOVE WS-SNAPSHOTS-SKIPPED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SNAPSHOT-REPORT-LINE.
           STRING "RECORDS SKIPPED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.
           MOVE WS-SNAPSHOT-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO SNAPSHOT-REPORT-LINE.
           STRING "TOTAL BALANCE SNAPSHOT: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO SNAPSHOT-REPORT-LINE.
           WRITE SNAPSHOT-REPORT-LINE.
           CLOSE SNAPSHOT-REPORT-FILE.
