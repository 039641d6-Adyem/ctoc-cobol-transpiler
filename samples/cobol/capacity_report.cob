       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT STATS-HISTORY-FILE
               ASSIGN TO "master_stats_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  STATS-HISTORY-FILE.
       01  STATS-HISTORY-LINE.
           05  STAT-RUN-DATE PIC 9(8).
       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-STATS-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-CUTOFF-INT = WS-RUN-DATE-INT - 90.
           STRING "PROJECTED COUNT IN 90 DAYS: " WS-PROJ-DISPLAY
               DELIMITED BY SIZE INTO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.

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
               DISPLAY "CAPACITY-REPORT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
