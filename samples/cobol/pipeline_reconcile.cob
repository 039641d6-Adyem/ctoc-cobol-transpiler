       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT FILTER-SUMMARY-FILE
               ASSIGN TO "filter_prefix_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RECONCILE-REPORT-FILE
               ASSIGN TO "pipeline_reconcile_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "pipeline_reconcile_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  FILTER-SUMMARY-FILE.
       01  FILTER-SUMMARY-LINE PIC X(64).
       FD  REPORT-SUMMARY-FILE.
           05  RUN-COMPANY-CODE PIC X(3).
       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-REPORT-LINE PIC X(80).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       01  WS-REPORT-SUMMARY-NAME PIC X(80)
               VALUE "summary_report.txt".
       01  WS-SORT-SUMMARY-STATUS PIC XX VALUE "00".
       01  RESUBMIT-MERGED-COUNT PIC 9(12) VALUE 0.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "TIE-OUT PASSED".
       01  WS-FILTER-SUMMARY-STATUS PIC XX VALUE "00".
       01  WS-REPORT-SUMMARY-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-LOG-STATUS PIC XX VALUE "00".
       01  WS-VALUE-DISPLAY-B PIC Z(11)9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-RUN-COMPANY.
           PERFORM LOAD-FILTER-SUMMARY.
           PERFORM LOAD-SORT-SUMMARY.
                   RECONCILE-REPORT-LINE
               WRITE RECONCILE-REPORT-LINE
               CLOSE RECONCILE-REPORT-FILE
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "TIE-OUT FAILED" TO WS-JOB-REASON
           ELSE
               MOVE "RESULT: TIE-OUT PASSED" TO
                   RECONCILE-REPORT-LINE
               WRITE RECONCILE-REPORT-LINE
               CLOSE RECONCILE-REPORT-FILE
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "PIPELINE-RECONCILE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       PARSE-LINE-VALUE.
           MOVE 0 TO WS-PARSE-VALUE.
           PERFORM VARYING WS-PARSE-IDX FROM 1 BY 1
               DISPLAY "PIPELINE-RECONCILE: UNABLE TO OPEN "
                   "filter_prefix_summary.txt, FILE STATUS "
                   WS-FILTER-SUMMARY-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "SUMMARY INPUT OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY "PIPELINE-RECONCILE: UNABLE TO OPEN "
                   WS-REPORT-SUMMARY-NAME(1:24) ", FILE STATUS "
                   WS-REPORT-SUMMARY-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "SUMMARY INPUT OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY "PIPELINE-RECONCILE: UNABLE TO OPEN "
                   "run_history_audit.dat, FILE STATUS "
                   WS-AUDIT-LOG-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "SUMMARY INPUT OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SUMMARY-AUDIT-SEEN = 'N'
               DISPLAY "PIPELINE-RECONCILE: NO RECORD-SUMMARY AUDIT "
                   "ENTRY FOUND"
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "NO RECORD-SUMMARY AUDIT ENTRY" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
                   DELIMITED BY SIZE INTO RECONCILE-REPORT-LINE
           END-IF.
           WRITE RECONCILE-REPORT-LINE.

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
               DISPLAY "PIPELINE-RECONCILE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
