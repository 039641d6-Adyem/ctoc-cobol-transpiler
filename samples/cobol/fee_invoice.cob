       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT FEE-DETAIL-FILE ASSIGN TO "fee_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-DETAIL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  FEE-DETAIL-FILE.
       01  FEE-DETAIL-LINE.
           05  FEE-DETAIL-STATUS PIC X.
           05  INV-GROSS-FEES PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  INV-BILLED PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  INV-WAIVER-CODE PIC X(4).
           05  INV-NUMBER PIC X(16).
       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-FEE-DETAIL-STATUS PIC XX VALUE "00".
       01  WS-BILLING-CONTROL-STATUS PIC XX VALUE "00".
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-INVOICE-PERIOD.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-FEE-SUMS.
           IF FEE-SUM-TOTAL = 0
               DISPLAY "FEE-INVOICE: NO FEE DETAIL TO INVOICE"
           MOVE "FEE-INVOICE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

           MOVE FEE-SUM-AMOUNT(FEE-IDX) TO INV-GROSS-FEES.
           MOVE WS-BILLED-AMOUNT TO INV-BILLED.
           MOVE WS-WAIVER-APPLY-CODE TO INV-WAIVER-CODE.
           MOVE SPACES TO INV-NUMBER.
           STRING WS-INVOICE-PERIOD FEE-SUM-ACCOUNT(FEE-IDX)
               DELIMITED BY SIZE INTO INV-NUMBER.
           WRITE INVOICE-LINE.
           PERFORM APPEND-INVOICE-HISTORY.
           MOVE FEE-SUM-AMOUNT(FEE-IDX) TO WS-AMOUNT-DISPLAY.
               STRING "ACCT " FEE-SUM-ACCOUNT(FEE-IDX)
                   " GROSS " WS-AMOUNT-DISPLAY
                   " BILLED " WS-AMOUNT-DISPLAY-2
                   " INVOICE " INV-NUMBER
                   DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE
           END-IF.
           WRITE INVOICE-REGISTER-LINE.
           STRING "TOTAL BILLED: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO INVOICE-REGISTER-LINE.
           WRITE INVOICE-REGISTER-LINE.

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
               MOVE BDC-CURRENT-DATE(1:6) TO WS-INVOICE-PERIOD
           ELSE
               DISPLAY "FEE-INVOICE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
