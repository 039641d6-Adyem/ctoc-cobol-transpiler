       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERCOMPANY-SETTLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT IC-CONTROL-FILE
               ASSIGN TO "intercompany_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-CONTROL-STATUS.
           SELECT IC-REGISTER-FILE
               ASSIGN TO "intercompany_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-REGISTER-STATUS.
           SELECT IC-POSTING-FILE
               ASSIGN TO "intercompany_gl_postings.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IC-BALANCE-FILE
               ASSIGN TO "intercompany_balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IC-REPORT-FILE
               ASSIGN TO "intercompany_balance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "intercompany_settle_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
       FD  IC-CONTROL-FILE.
       01  IC-CONTROL-LINE.
           05  ICC-DUE-FROM-ACCOUNT PIC 9(8).
           05  ICC-DUE-TO-ACCOUNT PIC 9(8).
       FD  IC-REGISTER-FILE.
       01  IC-REGISTER-LINE.
           05  ICR-TRANSACTION-ID PIC X(10).
           05  ICR-RUN-DATE PIC 9(8).
           05  ICR-AMOUNT PIC 9(11)V99.
       FD  IC-POSTING-FILE.
       01  IC-POSTING-RECORD PIC X(60).
       01  IC-HEADER-DETAIL REDEFINES IC-POSTING-RECORD.
           05  ICP-HDR-TYPE PIC X.
           05  ICP-HDR-BATCH-DATE PIC 9(8).
           05  ICP-HDR-BATCH-ID PIC X(14).
           05  FILLER PIC X(37).
       01  IC-POSTING-DETAIL REDEFINES IC-POSTING-RECORD.
           05  ICP-DTL-TYPE PIC X.
           05  ICP-DTL-COMPANY PIC X(3).
           05  ICP-DTL-ACCOUNT PIC 9(8).
           05  ICP-DTL-DC-FLAG PIC X.
           05  ICP-DTL-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  ICP-DTL-COUNTERPARTY PIC X(3).
           05  ICP-DTL-TRANSACTION-ID PIC X(10).
           05  FILLER PIC X(22).
       01  IC-TRAILER-DETAIL REDEFINES IC-POSTING-RECORD.
           05  ICP-TRL-TYPE PIC X.
           05  ICP-TRL-POSTING-COUNT PIC 9(9).
           05  ICP-TRL-TOTAL-DEBITS PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  ICP-TRL-TOTAL-CREDITS PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  FILLER PIC X(22).
       FD  IC-BALANCE-FILE.
       01  IC-BALANCE-LINE.
           COPY "INTERCOMPANY-BALANCE-RECORD.cpy".
       FD  IC-REPORT-FILE.
       01  IC-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-IC-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-IC-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "INTERCOMPANY SETTLED".
       01  WS-DUE-FROM-ACCOUNT PIC 9(8) VALUE 14000000.
       01  WS-DUE-TO-ACCOUNT PIC 9(8) VALUE 24000000.
       01  PROCESSED-TABLE.
           05  PROCESSED-ENTRY OCCURS 5000 TIMES INDEXED BY PRC-IDX.
               10  PRC-TRANSACTION-ID PIC X(10) VALUE SPACES.
       01  PROCESSED-TOTAL PIC 9(4) VALUE 0.
       01  LEG-TABLE.
           05  LEG-ENTRY OCCURS 5000 TIMES INDEXED BY LEG-IDX.
               10  LEG-TRANSACTION-ID PIC X(10) VALUE SPACES.
               10  LEG-COMPANY PIC X(3) VALUE SPACES.
               10  LEG-AMOUNT PIC S9(11)V99 VALUE 0.
               10  LEG-DONE PIC X VALUE 'N'.
       01  LEG-TOTAL PIC 9(4) VALUE 0.
       01  WORK-TABLE.
           05  WORK-ENTRY OCCURS 20 TIMES INDEXED BY WRK-IDX.
               10  WRK-COMPANY PIC X(3) VALUE SPACES.
               10  WRK-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WORK-TOTAL PIC 9(2) VALUE 0.
       01  WS-PAYER-IDX PIC 9(2) VALUE 0.
       01  WS-PAYEE-IDX PIC 9(2) VALUE 0.
       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 200 TIMES INDEXED BY PAIR-IDX.
               10  PAIR-COMPANY PIC X(3) VALUE SPACES.
               10  PAIR-COUNTERPARTY PIC X(3) VALUE SPACES.
               10  PAIR-DEBITS PIC S9(11)V99 VALUE 0.
               10  PAIR-CREDITS PIC S9(11)V99 VALUE 0.
       01  PAIR-TOTAL PIC 9(3) VALUE 0.
       01  WS-REVERSE-IDX PIC 9(3) VALUE 0.
       01  WS-SCAN-IDX PIC 9(4) VALUE 0.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-CURRENT-TXN PIC X(10) VALUE SPACES.
       01  WS-CURRENT-COMPANY PIC X(3) VALUE SPACES.
       01  WS-BOOK-COMPANY PIC X(3) VALUE SPACES.
       01  WS-BOOK-COUNTERPARTY PIC X(3) VALUE SPACES.
       01  WS-BOOK-DC-FLAG PIC X VALUE SPACE.
       01  WS-BOOK-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-SETTLE-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-TXN-NET PIC S9(11)V99 VALUE 0.
       01  WS-TXN-SETTLED PIC S9(11)V99 VALUE 0.
       01  WS-BOOK-NET PIC S9(11)V99 VALUE 0.
       01  WS-REVERSE-NET PIC S9(11)V99 VALUE 0.
       01  WS-PAIR-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-DEBITS PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS PIC S9(11)V99 VALUE 0.
       01  WS-NET-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-BATCH-STAMP PIC X(14) VALUE SPACES.
       01  WS-LINEAGE-READ PIC 9(9) VALUE 0.
       01  WS-LEGS-SKIPPED PIC 9(9) VALUE 0.
       01  WS-UNRESOLVED-COUNT PIC 9(9) VALUE 0.
       01  WS-CROSS-COUNT PIC 9(9) VALUE 0.
       01  WS-UNNETTED-COUNT PIC 9(9) VALUE 0.
       01  WS-POSTING-COUNT PIC 9(9) VALUE 0.
       01  WS-UNBALANCED-PAIRS PIC 9(5) VALUE 0.
       01  WS-REPORTED-PAIRS PIC 9(5) VALUE 0.
       01  WS-BALANCED PIC X VALUE 'Y'.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-3 PIC -(10)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-STAMP.
           PERFORM LOAD-IC-CONTROL.
           PERFORM LOAD-IC-REGISTER.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "INTERCOMPANY-SETTLE: UNABLE TO OPEN MASTER "
                   "FILE output.idx, FILE STATUS " WS-INDEXED-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COLLECT-POSTED-LEGS.
           CLOSE INDEXED-OUTPUT-FILE.
           OPEN OUTPUT IC-REPORT-FILE.
           MOVE "INTERCOMPANY BALANCING REPORT" TO IC-REPORT-LINE.
           WRITE IC-REPORT-LINE.
           MOVE SPACES TO IC-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO IC-REPORT-LINE.
           WRITE IC-REPORT-LINE.
           OPEN OUTPUT IC-POSTING-FILE.
           PERFORM WRITE-POSTING-HEADER.
           OPEN EXTEND IC-REGISTER-FILE.
           IF WS-IC-REGISTER-STATUS = "35"
               OPEN OUTPUT IC-REGISTER-FILE
           END-IF.
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > LEG-TOTAL
               IF LEG-DONE(LEG-IDX) = 'N'
                   PERFORM SETTLE-ONE-TRANSACTION
               END-IF
           END-PERFORM.
           IF WS-IC-REGISTER-STATUS = "00"
               CLOSE IC-REGISTER-FILE
           END-IF.
           PERFORM WRITE-POSTING-TRAILER.
           CLOSE IC-POSTING-FILE.
           MOVE "DUE-TO / DUE-FROM BY COMPANY PAIR" TO IC-REPORT-LINE.
           WRITE IC-REPORT-LINE.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-TOTAL
               PERFORM CHECK-PAIR-BALANCE
           END-PERFORM.
           COMPUTE WS-NET-DIFFERENCE =
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
           IF WS-NET-DIFFERENCE NOT = 0 OR WS-UNBALANCED-PAIRS > 0
                   OR WS-UNNETTED-COUNT > 0
               MOVE 'N' TO WS-BALANCED
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE IC-REPORT-FILE.
           PERFORM WRITE-BALANCE-CONTROL.
           IF WS-BALANCED = 'N'
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "INTERCOMPANY NOT BALANCED" TO WS-JOB-REASON
           ELSE
               IF WS-UNRESOLVED-COUNT > 0 OR WS-LEGS-SKIPPED > 0
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "POSTED LEGS NOT RESOLVED TO COMPANY" TO
                       WS-JOB-REASON
               END-IF
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "INTERCOMPANY-SETTLE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-IC-CONTROL.
           OPEN INPUT IC-CONTROL-FILE.
           IF WS-IC-CONTROL-STATUS = "00"
               READ IC-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ICC-DUE-FROM-ACCOUNT NUMERIC
                               AND ICC-DUE-FROM-ACCOUNT > 0
                           MOVE ICC-DUE-FROM-ACCOUNT TO
                               WS-DUE-FROM-ACCOUNT
                       END-IF
                       IF ICC-DUE-TO-ACCOUNT NUMERIC
                               AND ICC-DUE-TO-ACCOUNT > 0
                           MOVE ICC-DUE-TO-ACCOUNT TO
                               WS-DUE-TO-ACCOUNT
                       END-IF
               END-READ
               CLOSE IC-CONTROL-FILE
           END-IF.

       LOAD-IC-REGISTER.
           OPEN INPUT IC-REGISTER-FILE.
           IF WS-IC-REGISTER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR PROCESSED-TOTAL >= 5000
                   READ IC-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ICR-TRANSACTION-ID NOT = SPACES
                               ADD 1 TO PROCESSED-TOTAL
                               MOVE ICR-TRANSACTION-ID TO
                                   PRC-TRANSACTION-ID(PROCESSED-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IC-REGISTER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       COLLECT-POSTED-LEGS.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LINEAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ LINEAGE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF LIN-STAGE = "MASTER-UPDATE"
                               AND LIN-DISPOSITION = "POSTED TO MASTER"
                               AND LIN-TRANSACTION-ID NOT = SPACES
                               AND LIN-AMOUNT NUMERIC
                           ADD 1 TO WS-LINEAGE-READ
                           PERFORM NOTE-POSTED-LEG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LINEAGE-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-POSTED-LEG.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING PRC-IDX FROM 1 BY 1
                   UNTIL PRC-IDX > PROCESSED-TOTAL
               IF PRC-TRANSACTION-ID(PRC-IDX) = LIN-TRANSACTION-ID
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE LIN-ACCOUNT TO INDEXED-OUTPUT-KEY(1:10).
           MOVE SPACES TO WS-CURRENT-COMPANY.
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                   MOVE POS-COMPANY TO WS-CURRENT-COMPANY
           END-READ.
           IF WS-CURRENT-COMPANY = SPACES
               ADD 1 TO WS-UNRESOLVED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > LEG-TOTAL
               IF LEG-TRANSACTION-ID(LEG-IDX) = LIN-TRANSACTION-ID
                       AND LEG-COMPANY(LEG-IDX) = WS-CURRENT-COMPANY
                   ADD LIN-AMOUNT TO LEG-AMOUNT(LEG-IDX)
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF LEG-TOTAL >= 5000
               ADD 1 TO WS-LEGS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LEG-TOTAL.
           MOVE LIN-TRANSACTION-ID TO LEG-TRANSACTION-ID(LEG-TOTAL).
           MOVE WS-CURRENT-COMPANY TO LEG-COMPANY(LEG-TOTAL).
           MOVE LIN-AMOUNT TO LEG-AMOUNT(LEG-TOTAL).

       SETTLE-ONE-TRANSACTION.
           MOVE LEG-TRANSACTION-ID(LEG-IDX) TO WS-CURRENT-TXN.
           MOVE 0 TO WORK-TOTAL.
           MOVE 0 TO WS-TXN-NET.
           PERFORM VARYING WS-SCAN-IDX FROM LEG-IDX BY 1
                   UNTIL WS-SCAN-IDX > LEG-TOTAL
               IF LEG-TRANSACTION-ID(WS-SCAN-IDX) = WS-CURRENT-TXN
                   MOVE 'Y' TO LEG-DONE(WS-SCAN-IDX)
                   IF WORK-TOTAL < 20
                       ADD 1 TO WORK-TOTAL
                       MOVE LEG-COMPANY(WS-SCAN-IDX) TO
                           WRK-COMPANY(WORK-TOTAL)
                       MOVE LEG-AMOUNT(WS-SCAN-IDX) TO
                           WRK-AMOUNT(WORK-TOTAL)
                   END-IF
                   ADD LEG-AMOUNT(WS-SCAN-IDX) TO WS-TXN-NET
               END-IF
           END-PERFORM.
           IF WORK-TOTAL < 2
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CROSS-COUNT.
           IF WS-TXN-NET NOT = 0
               ADD 1 TO WS-UNNETTED-COUNT
               MOVE WS-TXN-NET TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO IC-REPORT-LINE
               STRING "TXN " WS-CURRENT-TXN
                   " LEGS DO NOT NET - HELD, NET " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO IC-REPORT-LINE
               WRITE IC-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TXN-SETTLED.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WORK-TOTAL
               IF WRK-AMOUNT(WRK-IDX) < 0
                   SET WS-PAYER-IDX TO WRK-IDX
                   PERFORM SETTLE-PAYER-OUTFLOW
               END-IF
           END-PERFORM.
           IF WS-IC-REGISTER-STATUS = "00"
               MOVE WS-CURRENT-TXN TO ICR-TRANSACTION-ID
               MOVE WS-RUN-DATE-NUM TO ICR-RUN-DATE
               MOVE WS-TXN-SETTLED TO ICR-AMOUNT
               WRITE IC-REGISTER-LINE
           END-IF.

       SETTLE-PAYER-OUTFLOW.
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                   UNTIL WS-PAYEE-IDX > WORK-TOTAL
                   OR WRK-AMOUNT(WS-PAYER-IDX) = 0
               IF WRK-AMOUNT(WS-PAYEE-IDX) > 0
                       AND WRK-COMPANY(WS-PAYEE-IDX) NOT =
                           WRK-COMPANY(WS-PAYER-IDX)
                   IF WRK-AMOUNT(WS-PAYEE-IDX) <
                           0 - WRK-AMOUNT(WS-PAYER-IDX)
                       MOVE WRK-AMOUNT(WS-PAYEE-IDX) TO
                           WS-SETTLE-AMOUNT
                   ELSE
                       COMPUTE WS-SETTLE-AMOUNT =
                           0 - WRK-AMOUNT(WS-PAYER-IDX)
                   END-IF
                   SUBTRACT WS-SETTLE-AMOUNT FROM
                       WRK-AMOUNT(WS-PAYEE-IDX)
                   ADD WS-SETTLE-AMOUNT TO WRK-AMOUNT(WS-PAYER-IDX)
                   ADD WS-SETTLE-AMOUNT TO WS-TXN-SETTLED
                   MOVE WRK-COMPANY(WS-PAYER-IDX) TO WS-BOOK-COMPANY
                   MOVE WRK-COMPANY(WS-PAYEE-IDX) TO
                       WS-BOOK-COUNTERPARTY
                   MOVE 'C' TO WS-BOOK-DC-FLAG
                   MOVE WS-DUE-TO-ACCOUNT TO WS-BOOK-ACCOUNT
                   PERFORM WRITE-IC-POSTING
                   MOVE WRK-COMPANY(WS-PAYEE-IDX) TO WS-BOOK-COMPANY
                   MOVE WRK-COMPANY(WS-PAYER-IDX) TO
                       WS-BOOK-COUNTERPARTY
                   MOVE 'D' TO WS-BOOK-DC-FLAG
                   MOVE WS-DUE-FROM-ACCOUNT TO WS-BOOK-ACCOUNT
                   PERFORM WRITE-IC-POSTING
               END-IF
           END-PERFORM.

       WRITE-IC-POSTING.
           MOVE SPACES TO IC-POSTING-RECORD.
           MOVE 'D' TO ICP-DTL-TYPE.
           MOVE WS-BOOK-COMPANY TO ICP-DTL-COMPANY.
           MOVE WS-BOOK-ACCOUNT TO ICP-DTL-ACCOUNT.
           MOVE WS-BOOK-DC-FLAG TO ICP-DTL-DC-FLAG.
           MOVE WS-SETTLE-AMOUNT TO ICP-DTL-AMOUNT.
           MOVE WS-BOOK-COUNTERPARTY TO ICP-DTL-COUNTERPARTY.
           MOVE WS-CURRENT-TXN TO ICP-DTL-TRANSACTION-ID.
           WRITE IC-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           IF WS-BOOK-DC-FLAG = 'D'
               ADD WS-SETTLE-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-SETTLE-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-TOTAL
               IF PAIR-COMPANY(PAIR-IDX) = WS-BOOK-COMPANY
                       AND PAIR-COUNTERPARTY(PAIR-IDX) =
                           WS-BOOK-COUNTERPARTY
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ENTRY-FOUND = 'N'
               IF PAIR-TOTAL >= 200
                   MOVE 'N' TO WS-BALANCED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PAIR-TOTAL
               SET PAIR-IDX TO PAIR-TOTAL
               MOVE WS-BOOK-COMPANY TO PAIR-COMPANY(PAIR-IDX)
               MOVE WS-BOOK-COUNTERPARTY TO PAIR-COUNTERPARTY(PAIR-IDX)
           END-IF.
           IF WS-BOOK-DC-FLAG = 'D'
               ADD WS-SETTLE-AMOUNT TO PAIR-DEBITS(PAIR-IDX)
           ELSE
               ADD WS-SETTLE-AMOUNT TO PAIR-CREDITS(PAIR-IDX)
           END-IF.

       CHECK-PAIR-BALANCE.
           MOVE 0 TO WS-REVERSE-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > PAIR-TOTAL
               IF PAIR-COMPANY(WS-SCAN-IDX) =
                           PAIR-COUNTERPARTY(PAIR-IDX)
                       AND PAIR-COUNTERPARTY(WS-SCAN-IDX) =
                           PAIR-COMPANY(PAIR-IDX)
                   SET WS-REVERSE-IDX TO WS-SCAN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-REVERSE-IDX > 0
                   AND PAIR-COMPANY(PAIR-IDX) >
                       PAIR-COUNTERPARTY(PAIR-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REPORTED-PAIRS.
           COMPUTE WS-BOOK-NET =
               PAIR-DEBITS(PAIR-IDX) - PAIR-CREDITS(PAIR-IDX).
           MOVE 0 TO WS-REVERSE-NET.
           IF WS-REVERSE-IDX > 0
               COMPUTE WS-REVERSE-NET =
                   PAIR-DEBITS(WS-REVERSE-IDX)
                   - PAIR-CREDITS(WS-REVERSE-IDX)
           END-IF.
           COMPUTE WS-PAIR-DIFFERENCE = WS-BOOK-NET + WS-REVERSE-NET.
           MOVE WS-BOOK-NET TO WS-AMOUNT-DISPLAY.
           MOVE WS-REVERSE-NET TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-PAIR-DIFFERENCE TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO IC-REPORT-LINE.
           STRING "PAIR " PAIR-COMPANY(PAIR-IDX)
               "/" PAIR-COUNTERPARTY(PAIR-IDX)
               " " PAIR-COMPANY(PAIR-IDX) " NET " WS-AMOUNT-DISPLAY
               " " PAIR-COUNTERPARTY(PAIR-IDX) " NET "
               WS-AMOUNT-DISPLAY-2
               " DIFF " WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO IC-REPORT-LINE.
           WRITE IC-REPORT-LINE.
           IF WS-PAIR-DIFFERENCE NOT = 0
               ADD 1 TO WS-UNBALANCED-PAIRS
               MOVE SPACES TO IC-REPORT-LINE
               STRING "PAIR " PAIR-COMPANY(PAIR-IDX)
                   "/" PAIR-COUNTERPARTY(PAIR-IDX)
                   " DOES NOT NET TO ZERO"
                   DELIMITED BY SIZE INTO IC-REPORT-LINE
               WRITE IC-REPORT-LINE
           END-IF.

       WRITE-POSTING-HEADER.
           MOVE SPACES TO IC-POSTING-RECORD.
           MOVE 'H' TO ICP-HDR-TYPE.
           MOVE WS-RUN-DATE-NUM TO ICP-HDR-BATCH-DATE.
           MOVE WS-BATCH-STAMP TO ICP-HDR-BATCH-ID.
           WRITE IC-POSTING-RECORD.

       WRITE-POSTING-TRAILER.
           MOVE SPACES TO IC-POSTING-RECORD.
           MOVE 'T' TO ICP-TRL-TYPE.
           MOVE WS-POSTING-COUNT TO ICP-TRL-POSTING-COUNT.
           MOVE WS-TOTAL-DEBITS TO ICP-TRL-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO ICP-TRL-TOTAL-CREDITS.
           WRITE IC-POSTING-RECORD.

       WRITE-BALANCE-CONTROL.
           OPEN OUTPUT IC-BALANCE-FILE.
           MOVE WS-RUN-DATE-NUM TO ICB-RUN-DATE.
           IF WS-BALANCED = 'Y'
               MOVE 'B' TO ICB-STATE
           ELSE
               MOVE 'U' TO ICB-STATE
           END-IF.
           MOVE WS-REPORTED-PAIRS TO ICB-PAIR-COUNT.
           MOVE WS-TOTAL-DEBITS TO ICB-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO ICB-TOTAL-CREDITS.
           MOVE WS-NET-DIFFERENCE TO ICB-NET-DIFFERENCE.
           WRITE IC-BALANCE-LINE.
           CLOSE IC-BALANCE-FILE.

       WRITE-REPORT-TOTALS.
           MOVE WS-LINEAGE-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO IC-REPORT-LINE.
           STRING "POSTED LEGS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO IC-REPORT-LINE.
           WRITE IC-REPORT-LINE.
           MOVE WS-UNRESOLVED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO IC-REPORT-LINE.
           STRING "LEGS WITHOUT COMPANY: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO IC-REPORT-LINE.
           WRITE IC-REPORT-LINE.
           MOVE WS-CROSS-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO IC-REPORT-LINE.
           STRING "CROSS-COMPANY TRANSACTIONS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO IC-REPORT-LINE.
           WRITE IC-REPORT-LINE.
           MOVE WS-UNNETTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO IC-REPORT-LINE.
           STRING "HELD - LEGS DO NOT NET: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO IC-REPORT-LINE.
           WRITE IC-REPORT-LINE.
           MOVE WS-POSTING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO IC-REPORT-LINE.
           STRING "GL POSTINGS WRITTEN: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO IC-REPORT-LINE.
           WRITE IC-REPORT-LINE.
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-DISPLAY.
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-NET-DIFFERENCE TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO IC-REPORT-LINE.
           STRING "DUE-FROM DEBITS " WS-AMOUNT-DISPLAY
               " DUE-TO CREDITS " WS-AMOUNT-DISPLAY-2
               " NET " WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO IC-REPORT-LINE.
           WRITE IC-REPORT-LINE.
           IF WS-BALANCED = 'Y'
               MOVE "INTERCOMPANY POSITION NETS TO ZERO" TO
                   IC-REPORT-LINE
           ELSE
               MOVE "INTERCOMPANY POSITION OUT OF BALANCE" TO
                   IC-REPORT-LINE
           END-IF.
           WRITE IC-REPORT-LINE.

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
               DISPLAY "INTERCOMPANY-SETTLE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
