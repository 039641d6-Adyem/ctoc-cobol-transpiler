       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT SCRAPE-INPUT-FILE ASSIGN TO WS-SCRAPE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRAPE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  SCRAPE-INPUT-FILE.
       01  SCRAPE-INPUT-LINE PIC X(132).
       FD  RUN-COMPANY-FILE.
       FD  METRICS-OUTPUT-FILE.
       01  METRICS-OUTPUT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-SCRAPE-FILENAME PIC X(80) VALUE SPACES.
       01  WS-SCRAPE-STATUS PIC XX VALUE "00".
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-RUN-COMPANY.
           MOVE "filter_prefix_summary.txt" TO WS-SCRAPE-FILENAME.
           MOVE "FILTER-PREFIX" TO WS-CURRENT-PROGRAM.
               WRITE METRICS-OUTPUT-LINE
           END-PERFORM.
           CLOSE METRICS-OUTPUT-FILE.

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
               DISPLAY "METRICS-EXTRACT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
