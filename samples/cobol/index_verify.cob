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
           SELECT VERIFY-REPORT-FILE
               ASSIGN TO "index_verify_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "index_verify_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATS-HISTORY-FILE
               ASSIGN TO "master_stats_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  VERIFY-CTL-REBUILD PIC X.
       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE PIC X(80).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       FD  STATS-HISTORY-FILE.
       01  STATS-HISTORY-LINE.
           05  STAT-RUN-DATE PIC 9(8).
                   15  STAT-COMPANY-CODE PIC X(3).
                   15  STAT-COMPANY-COUNT PIC 9(9).
       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-COPY-MODE-STATUS PIC XX VALUE "00".
       01  WS-PARSE-CHAR PIC X VALUE SPACE.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-VERIFY-FAILED PIC X VALUE 'N'.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "INDEX VERIFIED".
       01  WS-STATS-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-STATS-EOF PIC X VALUE 'N'.
       01  WS-DATA-BYTES PIC 9(12) VALUE 0.
               10  CCT-COMPANY PIC X(3) VALUE SPACES.
               10  CCT-COUNT PIC 9(9) VALUE 0.
       01  COMPANY-COUNT-TOTAL PIC 9(2) VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-COPY-MODE-CONTROL.
           PERFORM LOAD-VERIFY-CONTROL.
           PERFORM LOAD-EXPECTED-COUNT.
           END-IF.
           CLOSE VERIFY-REPORT-FILE.
           IF WS-VERIFY-FAILED = 'Y'
               MOVE 1 TO WS-JOB-CODE
               MOVE "INDEX VERIFICATION FAILED" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "INDEX-VERIFY" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-COPY-MODE-CONTROL.
           OPEN INPUT COPY-MODE-CONTROL-FILE.
           IF WS-COPY-MODE-STATUS = "00"
           END-IF.
           IF WS-STATS-HISTORY-STATUS = "00"
               MOVE SPACES TO STATS-HISTORY-LINE
               MOVE WS-RUN-DATE-NUM TO STAT-RUN-DATE
               MOVE WS-RECORDS-READ TO STAT-RECORD-COUNT
               MOVE WS-DATA-BYTES TO STAT-DATA-BYTES
               MOVE WS-ADDED-SINCE TO STAT-ADDED
               TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE 'Y' TO WS-VERIFY-FAILED.

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
               DISPLAY "INDEX-VERIFY: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
