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
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  GL-DTL-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  GL-DTL-SOURCE-STATUS PIC X.
           05  GL-DTL-SOURCE-ACCOUNT PIC X(10).
           05  GL-DTL-SEGMENTS.
               10  GL-SEG-COMPANY PIC X(3).
               10  GL-SEG-COST-CENTER PIC X(4).
               10  GL-SEG-NATURAL PIC 9(8).
               10  GL-SEG-PRODUCT PIC X(4).
           05  FILLER PIC X(8).
       01  GL-TRAILER-DETAIL REDEFINES GL-POSTING-RECORD.
           05  GL-TRL-TYPE PIC X.
           05  GL-TRL-POSTING-COUNT PIC 9(9).
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-EXCHANGE-RATE-STATUS PIC XX VALUE "00".
               10  PSM-COMPANY PIC X(3) VALUE SPACES.
               10  PSM-BALANCE PIC S9(13)V99 VALUE 0.
       01  POSITION-SUM-TOTAL PIC 9(2) VALUE 0.
       01  COMPANY-PROOF-TABLE.
           05  COMPANY-PROOF-ENTRY OCCURS 50 TIMES
                   INDEXED BY CPF-IDX.
               10  CPF-COMPANY PIC X(3) VALUE SPACES.
               10  CPF-DEBITS PIC S9(11)V99 VALUE 0.
               10  CPF-CREDITS PIC S9(11)V99 VALUE 0.
       01  COMPANY-PROOF-TOTAL PIC 9(2) VALUE 0.
       01  WS-COMPANY-UNBALANCED PIC 9(2) VALUE 0.
       01  WS-CURRENT-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-PRIOR-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-RATE-KNOWN PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-STAMP.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-REVAL-CONTROL.
           PERFORM LOAD-CURRENT-RATES.
           PERFORM LOAD-PRIOR-RATES.
           END-PERFORM.
           PERFORM WRITE-BATCH-TRAILER.
           CLOSE GL-POSTING-FILE.
           IF WS-COMPANY-UNBALANCED > 0
               DISPLAY "FX-REVAL: COMPANY SEGMENT OUT OF BALANCE - "
                   "POSTINGS NOT RELEASED"
               OPEN OUTPUT GL-POSTING-FILE
               CLOSE GL-POSTING-FILE
               MOVE "COMPANY SEGMENT OUT OF BALANCE - NOT RELEASED"
                   TO REVAL-REPORT-LINE
               WRITE REVAL-REPORT-LINE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "GL COMPANY SEGMENT OUT OF BALANCE" TO
                   WS-JOB-REASON
           END-IF.
           MOVE WS-TOTAL-GAIN TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REVAL-REPORT-LINE.
           STRING "TOTAL UNREALIZED GAIN/LOSS: " WS-AMOUNT-DISPLAY
           MOVE "FX-REVAL" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

           MOVE WS-ABS-GAIN TO GL-DTL-AMOUNT.
           MOVE 'V' TO GL-DTL-SOURCE-STATUS.
           MOVE PSM-CURRENCY(PSM-IDX) TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-ABS-GAIN TO WS-TOTAL-DEBITS.
           MOVE WS-ABS-GAIN TO GL-DTL-AMOUNT.
           MOVE 'V' TO GL-DTL-SOURCE-STATUS.
           MOVE PSM-CURRENCY(PSM-IDX) TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           ADD WS-ABS-GAIN TO WS-TOTAL-CREDITS.

       FILL-GL-SEGMENTS.
           MOVE PSM-COMPANY(PSM-IDX) TO GL-SEG-COMPANY.
           IF GL-SEG-COMPANY = SPACES
               MOVE "000" TO GL-SEG-COMPANY
           END-IF.
           MOVE "0000" TO GL-SEG-COST-CENTER.
           MOVE GL-DTL-ACCOUNT TO GL-SEG-NATURAL.
           MOVE "0000" TO GL-SEG-PRODUCT.
           PERFORM VARYING CPF-IDX FROM 1 BY 1
                   UNTIL CPF-IDX > COMPANY-PROOF-TOTAL
               IF CPF-COMPANY(CPF-IDX) = GL-SEG-COMPANY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CPF-IDX > COMPANY-PROOF-TOTAL
               IF COMPANY-PROOF-TOTAL >= 50
                   ADD 1 TO WS-COMPANY-UNBALANCED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COMPANY-PROOF-TOTAL
               SET CPF-IDX TO COMPANY-PROOF-TOTAL
               MOVE GL-SEG-COMPANY TO CPF-COMPANY(CPF-IDX)
           END-IF.
           IF GL-DTL-DC-FLAG = 'C'
               ADD GL-DTL-AMOUNT TO CPF-CREDITS(CPF-IDX)
           ELSE
               ADD GL-DTL-AMOUNT TO CPF-DEBITS(CPF-IDX)
           END-IF.

       PROVE-COMPANY-SEGMENTS.
           PERFORM VARYING CPF-IDX FROM 1 BY 1
                   UNTIL CPF-IDX > COMPANY-PROOF-TOTAL
               IF CPF-DEBITS(CPF-IDX) NOT = CPF-CREDITS(CPF-IDX)
                   ADD 1 TO WS-COMPANY-UNBALANCED
                   DISPLAY "FX-REVAL: COMPANY "
                       CPF-COMPANY(CPF-IDX) " OUT OF BALANCE"
               END-IF
           END-PERFORM.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'H' TO GL-HDR-TYPE.
           WRITE GL-POSTING-RECORD.

       WRITE-BATCH-TRAILER.
           PERFORM PROVE-COMPANY-SEGMENTS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'T' TO GL-TRL-TYPE.
           MOVE WS-POSTING-COUNT TO GL-TRL-POSTING-COUNT.
               WRITE PRIOR-RATE-LINE
           END-PERFORM.
           CLOSE PRIOR-RATE-FILE.

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
               MOVE BDC-CURRENT-DATE TO WS-BATCH-STAMP(1:8)
           ELSE
               DISPLAY "FX-REVAL: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
