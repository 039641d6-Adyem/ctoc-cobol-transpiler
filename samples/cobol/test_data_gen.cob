       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT GEN-CONTROL-FILE
               ASSIGN TO "test_data_gen_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  GEN-CONTROL-FILE.
       01  GEN-CONTROL-LINE.
           05  GEN-CTL-RECORD-COUNT PIC 9(6).
           05  GEN-TRL-COUNT PIC 9(9).
           05  FILLER PIC X(11).
       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-GEN-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-RECORD-COUNT PIC 9(6) VALUE 000100.
       01  WS-ACCEPT-PCT PIC 9(3) VALUE 070.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-GEN-CONTROL.
           MOVE WS-TRANS-WRITTEN TO GEN-TRL-COUNT.
           WRITE GEN-TRANS-LINE.
           CLOSE GEN-TRANS-FILE.

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
               DISPLAY "TEST-DATA-GEN: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
