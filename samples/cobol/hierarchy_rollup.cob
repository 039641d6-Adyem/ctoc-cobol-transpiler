       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT HIERARCHY-FILE
               ASSIGN TO "account_hierarchy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  HIERARCHY-FILE.
       01  HIERARCHY-LINE.
           05  HIER-CHILD PIC X(10).
           05  JOURNAL-COMPANY PIC X(3).
           05  JOURNAL-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  JOURNAL-TRAN-DATE PIC 9(8).
           05  JOURNAL-SOURCE-STATUS PIC X.
           05  JOURNAL-SEQUENCE PIC 9(9).
           05  JOURNAL-STAMP PIC X(14).
           05  JOURNAL-BALANCE-CURRENCY PIC X(3).
           05  JOURNAL-POSTED-DATE PIC 9(8).
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-HIERARCHY-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-AMOUNT-DISPLAY-2 PIC -(11)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-HIERARCHY.
           IF HIERARCHY-TOTAL = 0
               DISPLAY "HIERARCHY-ROLLUP: NO HIERARCHY ON FILE"
           MOVE "HIERARCHY-ROLLUP" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

                   NOT AT END
                       IF JOURNAL-ACCOUNT NOT = SPACES
                               AND JOURNAL-AMOUNT NUMERIC
                               AND JOURNAL-POSTED-DATE NUMERIC
                               AND JOURNAL-POSTED-DATE = WS-RUN-DATE-NUM
                           MOVE JOURNAL-ACCOUNT TO WS-NODE-ID
                           MOVE JOURNAL-AMOUNT TO
                               WS-ADD-ACTIVITY
               " BALANCE " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO ROLLUP-REPORT-LINE.
           WRITE ROLLUP-REPORT-LINE.

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
               DISPLAY "HIERARCHY-ROLLUP: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
