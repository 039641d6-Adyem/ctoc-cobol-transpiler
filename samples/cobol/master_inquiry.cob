               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHANGE-RATE-STATUS.
           SELECT INQUIRY-REPORT-FILE
               ASSIGN TO "master_inquiry_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-LINE.
           05  RATE-CURRENCY-CODE PIC X(3).
           05  RATE-TO-BASE PIC 9(3)V9(6).
       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-FOUND-COUNT PIC 9(9) VALUE 0.
       01  WS-NOT-FOUND-COUNT PIC 9(9) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-EXCHANGE-RATE-STATUS PIC XX VALUE "00".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-BASE-CURRENCY PIC X(3) VALUE "USD".
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 20 TIMES INDEXED BY RATE-IDX.
               10  RATE-ENTRY-CODE PIC X(3) VALUE SPACES.
               10  RATE-ENTRY-VALUE PIC 9(3)V9(6) VALUE 0.
       01  RATE-ENTRY-TOTAL PIC 9(2) VALUE 0.
       01  WS-RATE PIC 9(3)V9(6) VALUE 0.
       01  WS-RATE-KNOWN PIC X VALUE 'N'.
       01  WS-INQUIRY-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-BALANCE-EOF PIC X VALUE 'N'.
       01  WS-BASE-BALANCE PIC S9(13)V99 VALUE 0.
       01  WS-BASE-TOTAL PIC S9(13)V99 VALUE 0.
       01  WS-NO-RATE-FOUND PIC X VALUE 'N'.
       01  WS-BALANCE-DISPLAY PIC -(11)9.99.
       01  WS-BASE-DISPLAY PIC -(13)9.99.
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT INQUIRY-REQUEST-FILE.
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-EXCHANGE-RATES.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           MOVE "MASTER INQUIRY RESPONSES" TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
                       INDEXED-OUTPUT-DATA(1:70)
                       DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
                   WRITE INQUIRY-REPORT-LINE
                   IF INQUIRY-REQUEST-LINE(11:30) = SPACES
                       PERFORM LIST-CURRENCY-BALANCES
                   END-IF
           END-READ.

       LIST-CURRENCY-BALANCES.
           MOVE INQUIRY-REQUEST-LINE(1:10) TO WS-INQUIRY-ACCOUNT.
           MOVE 0 TO WS-BASE-TOTAL.
           MOVE 'N' TO WS-NO-RATE-FOUND.
           MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC.
           PERFORM WRITE-CURRENCY-BALANCE.
           MOVE 'N' TO WS-BALANCE-EOF.
           START INDEXED-OUTPUT-FILE
               KEY IS GREATER THAN INDEXED-OUTPUT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BALANCE-EOF
           END-START.
           PERFORM UNTIL WS-BALANCE-EOF = 'Y'
               READ INDEXED-OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BALANCE-EOF
                   NOT AT END
                       IF INDEXED-OUTPUT-KEY(1:10) NOT =
                               WS-INQUIRY-ACCOUNT
                           MOVE 'Y' TO WS-BALANCE-EOF
                       ELSE
                           MOVE INDEXED-OUTPUT-DATA TO
                               MASTER-POSITION-REC
                           PERFORM WRITE-CURRENCY-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-BASE-TOTAL TO WS-BASE-DISPLAY.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           IF WS-NO-RATE-FOUND = 'Y'
               STRING "    TOTAL " WS-BASE-CURRENCY " EQUIVALENT "
                   WS-BASE-DISPLAY " (EXCLUDES UNRATED CURRENCIES)"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           ELSE
               STRING "    TOTAL " WS-BASE-CURRENCY " EQUIVALENT "
                   WS-BASE-DISPLAY
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           END-IF.
           WRITE INQUIRY-REPORT-LINE.

       WRITE-CURRENCY-BALANCE.
           IF POS-CURRENT-BALANCE NOT NUMERIC
               MOVE 0 TO POS-CURRENT-BALANCE
           END-IF.
           PERFORM FIND-POSITION-RATE.
           MOVE POS-CURRENT-BALANCE TO WS-BALANCE-DISPLAY.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           IF WS-RATE-KNOWN = 'N'
               MOVE 'Y' TO WS-NO-RATE-FOUND
               STRING "    BALANCE " POS-CURRENCY " "
                   WS-BALANCE-DISPLAY " - NO EXCHANGE RATE"
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BASE-BALANCE ROUNDED =
               POS-CURRENT-BALANCE * WS-RATE.
           ADD WS-BASE-BALANCE TO WS-BASE-TOTAL.
           MOVE WS-BASE-BALANCE TO WS-BASE-DISPLAY.
           STRING "    BALANCE " POS-CURRENCY " " WS-BALANCE-DISPLAY
               "  " WS-BASE-CURRENCY " EQUIVALENT " WS-BASE-DISPLAY
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.

       FIND-POSITION-RATE.
           MOVE 'N' TO WS-RATE-KNOWN.
           MOVE 0 TO WS-RATE.
           IF POS-CURRENCY = SPACES OR POS-CURRENCY = WS-BASE-CURRENCY
               MOVE 1 TO WS-RATE
               MOVE 'Y' TO WS-RATE-KNOWN
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-ENTRY-TOTAL
               IF RATE-ENTRY-CODE(RATE-IDX) = POS-CURRENCY
                   MOVE RATE-ENTRY-VALUE(RATE-IDX) TO WS-RATE
                   MOVE 'Y' TO WS-RATE-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-EXCHANGE-RATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR RATE-ENTRY-TOTAL >= 20
               READ EXCHANGE-RATE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF RATE-CURRENCY-CODE NOT = SPACES
                               AND RATE-TO-BASE NUMERIC
                           ADD 1 TO RATE-ENTRY-TOTAL
                           MOVE RATE-CURRENCY-CODE TO
                               RATE-ENTRY-CODE(RATE-ENTRY-TOTAL)
                           MOVE RATE-TO-BASE TO
                               RATE-ENTRY-VALUE(RATE-ENTRY-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCHANGE-RATE-FILE.
           MOVE 'N' TO EOF-FLAG.
