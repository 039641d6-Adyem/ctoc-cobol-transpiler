       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOCK-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT BLOCK-FILE
               ASSIGN TO "block_instructions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.
           SELECT BLOCK-CATCH-FILE
               ASSIGN TO "block_catches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCH-STATUS.
           SELECT CATCH-REPORT-FILE
               ASSIGN TO "block_catch_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "block_report_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  BLOCK-FILE.
       01  BLOCK-LINE.
           COPY "BLOCK-INSTRUCTION-RECORD.cpy".
       FD  BLOCK-CATCH-FILE.
       01  BLOCK-CATCH-LINE.
           COPY "BLOCK-CATCH-RECORD.cpy".
       FD  CATCH-REPORT-FILE.
       01  CATCH-REPORT-LINE PIC X(120).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-BLOCK-STATUS PIC XX VALUE "00".
       01  WS-CATCH-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "BLOCK REPORT COMPLETE".
       01  BLOCK-TABLE.
           05  BLOCK-ENTRY OCCURS 2000 TIMES INDEXED BY BLK-IDX.
               10  BLK-ID PIC X(10) VALUE SPACES.
               10  BLK-ACCOUNT PIC X(10) VALUE SPACES.
               10  BLK-TYPE PIC X VALUE SPACE.
               10  BLK-STATUS PIC X VALUE SPACE.
               10  BLK-CATCH-COUNT PIC 9(7) VALUE 0.
               10  BLK-CATCH-AMOUNT PIC 9(11)V99 VALUE 0.
       01  BLOCK-TOTAL PIC 9(4) VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-CATCHES-READ PIC 9(9) VALUE 0.
       01  WS-CATCH-COUNT PIC 9(9) VALUE 0.
       01  WS-CATCH-AMOUNT PIC 9(11)V99 VALUE 0.
       01  WS-UNKNOWN-COUNT PIC 9(9) VALUE 0.
       01  WS-BLOCKS-HIT PIC 9(9) VALUE 0.
       01  WS-ABS-AMOUNT PIC 9(9)V99 VALUE 0.
       01  WS-TYPE-TEXT PIC X(12) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC Z(10)9.99.
       01  WS-SIGNED-DISPLAY PIC -(9)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-BLOCK-REGISTER.
           OPEN OUTPUT CATCH-REPORT-FILE.
           MOVE "DAILY BLOCK AND STOP-PAYMENT CATCH REPORT" TO
               CATCH-REPORT-LINE.
           WRITE CATCH-REPORT-LINE.
           MOVE SPACES TO CATCH-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO CATCH-REPORT-LINE.
           WRITE CATCH-REPORT-LINE.
           MOVE "ITEMS CAUGHT" TO CATCH-REPORT-LINE.
           WRITE CATCH-REPORT-LINE.
           OPEN INPUT BLOCK-CATCH-FILE.
           IF WS-CATCH-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ BLOCK-CATCH-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-CATCHES-READ
                           PERFORM REPORT-ONE-CATCH
                   END-READ
               END-PERFORM
               CLOSE BLOCK-CATCH-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           MOVE "CATCHES BY BLOCK" TO CATCH-REPORT-LINE.
           WRITE CATCH-REPORT-LINE.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCK-TOTAL
               PERFORM REPORT-BLOCK-TOTAL
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CATCH-REPORT-FILE.
           IF WS-UNKNOWN-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "CATCHES FOR UNKNOWN BLOCKS" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "BLOCK-REPORT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-BLOCK-REGISTER.
           OPEN INPUT BLOCK-FILE.
           IF WS-BLOCK-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR BLOCK-TOTAL >= 2000
                   READ BLOCK-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF BLOCK-ID NOT = SPACES
                               ADD 1 TO BLOCK-TOTAL
                               MOVE BLOCK-ID TO BLK-ID(BLOCK-TOTAL)
                               MOVE BLOCK-ACCOUNT TO
                                   BLK-ACCOUNT(BLOCK-TOTAL)
                               MOVE BLOCK-TYPE TO BLK-TYPE(BLOCK-TOTAL)
                               MOVE BLOCK-STATUS TO
                                   BLK-STATUS(BLOCK-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCK-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       REPORT-ONE-CATCH.
           IF BLOCK-CATCH-DATE NOT NUMERIC
                   OR BLOCK-CATCH-DATE NOT = WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF.
           IF BLOCK-CATCH-AMOUNT NOT NUMERIC
               MOVE 0 TO BLOCK-CATCH-AMOUNT
           END-IF.
           ADD 1 TO WS-CATCH-COUNT.
           MOVE FUNCTION ABS(BLOCK-CATCH-AMOUNT) TO WS-ABS-AMOUNT.
           ADD WS-ABS-AMOUNT TO WS-CATCH-AMOUNT.
           MOVE BLOCK-CATCH-AMOUNT TO WS-SIGNED-DISPLAY.
           MOVE SPACES TO CATCH-REPORT-LINE.
           STRING "BLOCK " BLOCK-CATCH-ID
               " " BLOCK-CATCH-REASON
               " PROGRAM " BLOCK-CATCH-PROGRAM
               " ACCOUNT " BLOCK-CATCH-ACCOUNT
               " TXN " BLOCK-CATCH-TRANSACTION-ID
               " " BLOCK-CATCH-DIRECTION
               " AMOUNT " WS-SIGNED-DISPLAY
               DELIMITED BY SIZE INTO CATCH-REPORT-LINE.
           WRITE CATCH-REPORT-LINE.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
                   UNTIL BLK-IDX > BLOCK-TOTAL
               IF BLK-ID(BLK-IDX) = BLOCK-CATCH-ID
                   ADD 1 TO BLK-CATCH-COUNT(BLK-IDX)
                   ADD WS-ABS-AMOUNT TO BLK-CATCH-AMOUNT(BLK-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           ADD 1 TO WS-UNKNOWN-COUNT.

       REPORT-BLOCK-TOTAL.
           IF BLK-CATCH-COUNT(BLK-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BLOCKS-HIT.
           EVALUATE BLK-TYPE(BLK-IDX)
               WHEN 'D'
                   MOVE "DEBITS" TO WS-TYPE-TEXT
               WHEN 'C'
                   MOVE "CREDITS" TO WS-TYPE-TEXT
               WHEN 'A'
                   MOVE "ALL ACTIVITY" TO WS-TYPE-TEXT
               WHEN 'T'
                   MOVE "STOP TXN" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "STOP AMOUNT" TO WS-TYPE-TEXT
           END-EVALUATE.
           MOVE BLK-CATCH-COUNT(BLK-IDX) TO WS-COUNT-DISPLAY.
           MOVE BLK-CATCH-AMOUNT(BLK-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CATCH-REPORT-LINE.
           STRING "BLOCK " BLK-ID(BLK-IDX)
               " ACCOUNT " BLK-ACCOUNT(BLK-IDX)
               " " WS-TYPE-TEXT
               " STATUS " BLK-STATUS(BLK-IDX)
               " CAUGHT " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CATCH-REPORT-LINE.
           WRITE CATCH-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-CATCHES-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CATCH-REPORT-LINE.
           STRING "CATCH RECORDS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CATCH-REPORT-LINE.
           WRITE CATCH-REPORT-LINE.
           MOVE WS-CATCH-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-CATCH-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CATCH-REPORT-LINE.
           STRING "ITEMS CAUGHT TODAY: " WS-COUNT-DISPLAY
               " TOTAL " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CATCH-REPORT-LINE.
           WRITE CATCH-REPORT-LINE.
           MOVE WS-BLOCKS-HIT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CATCH-REPORT-LINE.
           STRING "BLOCKS WITH CATCHES: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CATCH-REPORT-LINE.
           WRITE CATCH-REPORT-LINE.
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CATCH-REPORT-LINE.
           STRING "CATCHES FOR UNKNOWN BLOCKS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CATCH-REPORT-LINE.
           WRITE CATCH-REPORT-LINE.

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
               DISPLAY "BLOCK-REPORT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
