       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOWCASE-BRIDGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT SHOWCASE-OUTPUT-FILE ASSIGN TO WS-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT POSTING-INPUT-FILE
               ASSIGN TO "master_update_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-INPUT-STATUS.
           SELECT POSTING-CONTROL-FILE
               ASSIGN TO "master_update_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-CONTROL-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "record_summary_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT BRIDGE-REPORT-FILE
               ASSIGN TO "showcase_bridge_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "showcase_bridge_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  SHOWCASE-OUTPUT-FILE.
       01  SHOWCASE-OUTPUT-LINE PIC X(72).
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  POSTING-INPUT-FILE.
       01  POSTING-INPUT-RECORD.
           COPY "FLAT-DETAIL-RECORD.cpy".
           05  POSTING-APPROVAL-FLAG PIC X.
           05  POSTING-TRANSACTION-ID PIC X(10).
       FD  POSTING-CONTROL-FILE.
       01  POSTING-CONTROL-LINE.
           COPY "POSTING-CONTROL-RECORD.cpy".
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE.
           COPY "SUSPENSE-RECORD.cpy".
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
       FD  BRIDGE-REPORT-FILE.
       01  BRIDGE-REPORT-LINE PIC X(80).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-SOURCE-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-POSTING-INPUT-STATUS PIC XX VALUE "00".
       01  WS-POSTING-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "SHOWCASE BRIDGE COMPLETE".
       01  WS-SOURCE-FILENAME PIC X(80) VALUE SPACES.
       01  WS-SOURCE-KIND PIC X VALUE SPACE.
       01  WS-EXPECTED-MARKER PIC X(14) VALUE SPACES.
       01  WS-SOURCES-FOUND PIC 9(1) VALUE 0.
       01  WS-MASTER-OPEN PIC X VALUE 'N'.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-LINE-VALID PIC X VALUE 'Y'.
       01  WS-REJECT-TEXT PIC X(30) VALUE SPACES.
       01  WS-TRANSACTION-ID PIC X(10) VALUE SPACES.
       01  WS-AMOUNT-TEXT PIC X(10) VALUE SPACES.
       01  WS-OLD-AMOUNT-TEXT PIC X(10) VALUE SPACES.
       01  WS-AMOUNT-IDX PIC 9(2) COMP VALUE 0.
       01  WS-AMOUNT-CHAR PIC X VALUE SPACE.
       01  WS-TEXT-VALID PIC X VALUE 'Y'.
       01  WS-LINE-AMOUNT PIC S9(7)V99 VALUE 0.
       01  WS-OLD-AMOUNT PIC S9(7)V99 VALUE 0.
       01  WS-TO-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-TRANSFER-REFERENCE PIC X(10) VALUE SPACES.
       01  WS-DAY-ALREADY-POSTED PIC X VALUE 'N'.
       01  WS-CREDIT-AMOUNT PIC S9(7)V99 VALUE 0.
       01  WS-KIND-READ PIC 9(6) VALUE 0.
       01  WS-KIND-BRIDGED PIC 9(6) VALUE 0.
       01  WS-KIND-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-BRIDGED-COUNT PIC 9(9) VALUE 0.
       01  WS-BRIDGED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01  WS-NO-CHANGE-COUNT PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM CHECK-DAY-POSTED.
           IF WS-DAY-ALREADY-POSTED = 'Y'
               DISPLAY "SHOWCASE-BRIDGE: POSTING FOR BUSINESS DATE "
                   WS-RUN-DATE-NUM " ALREADY DONE - NOTHING BRIDGED"
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "BUSINESS DATE ALREADY POSTED" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS = "00"
               MOVE 'Y' TO WS-MASTER-OPEN
           END-IF.
           OPEN OUTPUT POSTING-INPUT-FILE.
           IF WS-POSTING-INPUT-STATUS NOT = "00"
               DISPLAY "SHOWCASE-BRIDGE: UNABLE TO OPEN POSTING "
                   "FILE master_update_input.dat, FILE STATUS "
                   WS-POSTING-INPUT-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "POSTING INPUT OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND LINEAGE-FILE.
           IF WS-LINEAGE-STATUS = "35"
               OPEN OUTPUT LINEAGE-FILE
           END-IF.
           OPEN OUTPUT BRIDGE-REPORT-FILE.
           MOVE "SHOWCASE TO MASTER UPDATE BRIDGE" TO
               BRIDGE-REPORT-LINE.
           WRITE BRIDGE-REPORT-LINE.
           MOVE 'A' TO WS-SOURCE-KIND.
           MOVE "ACCEPTED ENTRY" TO WS-EXPECTED-MARKER.
           MOVE "showcase_success.txt" TO WS-SOURCE-FILENAME.
           PERFORM BRIDGE-ONE-SOURCE.
           MOVE 'R' TO WS-SOURCE-KIND.
           MOVE "REVERSAL ENTRY" TO WS-EXPECTED-MARKER.
           MOVE "showcase_reversals.txt" TO WS-SOURCE-FILENAME.
           PERFORM BRIDGE-ONE-SOURCE.
           MOVE 'J' TO WS-SOURCE-KIND.
           MOVE "ADJUSTED ENTRY" TO WS-EXPECTED-MARKER.
           MOVE "showcase_adjustments.txt" TO WS-SOURCE-FILENAME.
           PERFORM BRIDGE-ONE-SOURCE.
           MOVE 'X' TO WS-SOURCE-KIND.
           MOVE "TRANSFER ENTRY" TO WS-EXPECTED-MARKER.
           MOVE "showcase_transfers.txt" TO WS-SOURCE-FILENAME.
           PERFORM BRIDGE-ONE-SOURCE.
           CLOSE POSTING-INPUT-FILE.
           IF WS-MASTER-OPEN = 'Y'
               CLOSE INDEXED-OUTPUT-FILE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               CLOSE LINEAGE-FILE
           END-IF.
           PERFORM WRITE-POSTING-CONTROL.
           PERFORM WRITE-BRIDGE-TOTALS.
           CLOSE BRIDGE-REPORT-FILE.
           IF WS-SOURCES-FOUND = 0
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO SHOWCASE OUTPUT FILES FOUND" TO WS-JOB-REASON
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "SHOWCASE LINES SENT TO SUSPENSE" TO
                       WS-JOB-REASON
               END-IF
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "SHOWCASE-BRIDGE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       BRIDGE-ONE-SOURCE.
           MOVE 0 TO WS-KIND-READ.
           MOVE 0 TO WS-KIND-BRIDGED.
           MOVE 0 TO WS-KIND-AMOUNT.
           OPEN INPUT SHOWCASE-OUTPUT-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE SPACES TO BRIDGE-REPORT-LINE
               STRING WS-SOURCE-FILENAME(1:30) " NOT PRESENT"
                   DELIMITED BY SIZE INTO BRIDGE-REPORT-LINE
               WRITE BRIDGE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SOURCES-FOUND.
           MOVE 'N' TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SHOWCASE-OUTPUT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF SHOWCASE-OUTPUT-LINE NOT = SPACES
                           ADD 1 TO WS-KIND-READ
                           IF WS-SOURCE-KIND = 'X'
                               PERFORM BRIDGE-TRANSFER-LINE
                           ELSE
                               PERFORM BRIDGE-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHOWCASE-OUTPUT-FILE.
           MOVE 'N' TO EOF-FLAG.
           MOVE WS-KIND-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BRIDGE-REPORT-LINE.
           STRING WS-SOURCE-FILENAME(1:30) " READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BRIDGE-REPORT-LINE.
           WRITE BRIDGE-REPORT-LINE.
           MOVE WS-KIND-BRIDGED TO WS-COUNT-DISPLAY.
           MOVE WS-KIND-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO BRIDGE-REPORT-LINE.
           STRING "    BRIDGED: " WS-COUNT-DISPLAY
               " NET AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO BRIDGE-REPORT-LINE.
           WRITE BRIDGE-REPORT-LINE.

       BRIDGE-ONE-LINE.
           MOVE 'Y' TO WS-LINE-VALID.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE SPACES TO WS-TRANSACTION-ID.
           MOVE 0 TO WS-LINE-AMOUNT.
           IF SHOWCASE-OUTPUT-LINE(1:14) NOT = WS-EXPECTED-MARKER
               MOVE 'N' TO WS-LINE-VALID
               MOVE "UNRECOGNISED LINE" TO WS-REJECT-TEXT
           ELSE
               IF WS-SOURCE-KIND = 'J'
                   PERFORM PARSE-ADJUSTMENT-LINE
               ELSE
                   PERFORM PARSE-ENTRY-LINE
               END-IF
           END-IF.
           IF WS-LINE-VALID = 'Y' AND WS-TRANSACTION-ID = SPACES
               MOVE 'N' TO WS-LINE-VALID
               MOVE "NO TRANSACTION ID" TO WS-REJECT-TEXT
           END-IF.
           IF WS-LINE-VALID = 'N'
               PERFORM REJECT-SHOWCASE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-AMOUNT = 0
               ADD 1 TO WS-NO-CHANGE-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-POSTING-DETAIL.

       BRIDGE-TRANSFER-LINE.
           MOVE 'Y' TO WS-LINE-VALID.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE SHOWCASE-OUTPUT-LINE(21:10) TO WS-TRANSACTION-ID.
           MOVE SHOWCASE-OUTPUT-LINE(35:10) TO WS-TO-ACCOUNT.
           MOVE SPACES TO WS-TRANSFER-REFERENCE.
           MOVE 0 TO WS-LINE-AMOUNT.
           MOVE 0 TO WS-CREDIT-AMOUNT.
           IF SHOWCASE-OUTPUT-LINE(1:14) NOT = WS-EXPECTED-MARKER
               MOVE 'N' TO WS-LINE-VALID
               MOVE "UNRECOGNISED LINE" TO WS-REJECT-TEXT
           ELSE
               PERFORM PARSE-TRANSFER-LINE
           END-IF.
           IF WS-LINE-VALID = 'Y'
                   AND (WS-TRANSACTION-ID = SPACES
                       OR WS-TO-ACCOUNT = SPACES)
               MOVE 'N' TO WS-LINE-VALID
               MOVE "TRANSFER LEG MISSING" TO WS-REJECT-TEXT
           END-IF.
           IF WS-LINE-VALID = 'N'
               PERFORM REJECT-SHOWCASE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TRANSFER-REFERENCE.
           STRING WS-TRANSACTION-ID(5:6) WS-KIND-READ(3:4)
               DELIMITED BY SIZE INTO WS-TRANSFER-REFERENCE.
           PERFORM WRITE-POSTING-DETAIL.
           MOVE WS-TO-ACCOUNT TO WS-TRANSACTION-ID.
           MOVE WS-CREDIT-AMOUNT TO WS-LINE-AMOUNT.
           PERFORM WRITE-POSTING-DETAIL.
           MOVE SPACES TO WS-TRANSFER-REFERENCE.

       PARSE-TRANSFER-LINE.
           MOVE SHOWCASE-OUTPUT-LINE(49:10) TO WS-AMOUNT-TEXT.
           PERFORM CHECK-AMOUNT-TEXT.
           IF WS-TEXT-VALID = 'N'
               MOVE 'N' TO WS-LINE-VALID
               MOVE "DEBIT AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-AMOUNT =
               0 - FUNCTION NUMVAL(WS-AMOUNT-TEXT).
           MOVE SHOWCASE-OUTPUT-LINE(63:10) TO WS-AMOUNT-TEXT.
           PERFORM CHECK-AMOUNT-TEXT.
           IF WS-TEXT-VALID = 'N'
               MOVE 'N' TO WS-LINE-VALID
               MOVE "CREDIT AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CREDIT-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TEXT).

       PARSE-ENTRY-LINE.
           MOVE SHOWCASE-OUTPUT-LINE(46:10) TO WS-TRANSACTION-ID.
           MOVE SHOWCASE-OUTPUT-LINE(32:10) TO WS-AMOUNT-TEXT.
           PERFORM CHECK-AMOUNT-TEXT.
           IF WS-TEXT-VALID = 'N'
               MOVE 'N' TO WS-LINE-VALID
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TEXT).
           IF WS-SOURCE-KIND = 'R'
               COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
           END-IF.

       PARSE-ADJUSTMENT-LINE.
           MOVE SHOWCASE-OUTPUT-LINE(58:10) TO WS-TRANSACTION-ID.
           MOVE SHOWCASE-OUTPUT-LINE(29:10) TO WS-AMOUNT-TEXT.
           PERFORM CHECK-AMOUNT-TEXT.
           IF WS-TEXT-VALID = 'N'
               MOVE 'N' TO WS-LINE-VALID
               MOVE "OLD AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AMOUNT-TEXT TO WS-OLD-AMOUNT-TEXT.
           MOVE SHOWCASE-OUTPUT-LINE(44:10) TO WS-AMOUNT-TEXT.
           PERFORM CHECK-AMOUNT-TEXT.
           IF WS-TEXT-VALID = 'N'
               MOVE 'N' TO WS-LINE-VALID
               MOVE "NEW AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OLD-AMOUNT = FUNCTION NUMVAL(WS-OLD-AMOUNT-TEXT).
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL(WS-AMOUNT-TEXT) - WS-OLD-AMOUNT.

       CHECK-AMOUNT-TEXT.
           MOVE 'Y' TO WS-TEXT-VALID.
           IF WS-AMOUNT-TEXT = SPACES
               MOVE 'N' TO WS-TEXT-VALID
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-AMOUNT-IDX FROM 1 BY 1
                   UNTIL WS-AMOUNT-IDX > 10
               MOVE WS-AMOUNT-TEXT(WS-AMOUNT-IDX:1) TO WS-AMOUNT-CHAR
               IF (WS-AMOUNT-CHAR < "0" OR WS-AMOUNT-CHAR > "9")
                       AND WS-AMOUNT-CHAR NOT = SPACE
                       AND WS-AMOUNT-CHAR NOT = "."
                   MOVE 'N' TO WS-TEXT-VALID
               END-IF
           END-PERFORM.

       WRITE-POSTING-DETAIL.
           MOVE SPACES TO POSTING-INPUT-RECORD.
           IF WS-SOURCE-KIND = 'X'
               MOVE 'X' TO RECORD-STATUS
           ELSE
               MOVE SHOWCASE-OUTPUT-LINE(23:1) TO RECORD-STATUS
           END-IF.
           MOVE WS-LINE-AMOUNT TO RECORD-AMOUNT.
           MOVE WS-TRANSACTION-ID TO RECORD-ACCOUNT.
           MOVE WS-RUN-DATE-NUM TO RECORD-TRAN-DATE.
           IF WS-SOURCE-KIND = 'A'
                   AND SHOWCASE-OUTPUT-LINE(57:3) = "EFF"
                   AND SHOWCASE-OUTPUT-LINE(61:8) NUMERIC
                   AND SHOWCASE-OUTPUT-LINE(61:8) < WS-RUN-DATE-NUM
               MOVE SHOWCASE-OUTPUT-LINE(61:8) TO RECORD-TRAN-DATE
           END-IF.
           PERFORM LOOKUP-MASTER-POSITION.
           IF WS-TRANSFER-REFERENCE NOT = SPACES
               MOVE WS-TRANSFER-REFERENCE TO POSTING-TRANSACTION-ID
           ELSE
               MOVE WS-TRANSACTION-ID TO POSTING-TRANSACTION-ID
           END-IF.
           WRITE POSTING-INPUT-RECORD.
           ADD 1 TO WS-KIND-BRIDGED.
           ADD 1 TO WS-BRIDGED-COUNT.
           ADD WS-LINE-AMOUNT TO WS-KIND-AMOUNT.
           ADD WS-LINE-AMOUNT TO WS-BRIDGED-AMOUNT.
           MOVE "BRIDGED TO POSTING" TO LIN-DISPOSITION.
           PERFORM APPEND-LINEAGE-ENTRY.

       LOOKUP-MASTER-POSITION.
           IF WS-MASTER-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-TRANSACTION-ID TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC
                   MOVE POS-CURRENCY TO RECORD-CURRENCY
                   MOVE POS-COMPANY TO RECORD-COMPANY
           END-READ.

       REJECT-SHOWCASE-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-STATUS = "00"
               MOVE WS-RUN-DATE-NUM TO SUSPENSE-REJECT-DATE
               MOVE "BRDG" TO SUSPENSE-REASON-CODE
               MOVE SPACES TO SUSPENSE-ORIGINAL-IMAGE
               MOVE SHOWCASE-OUTPUT-LINE TO SUSPENSE-ORIGINAL-IMAGE
               WRITE SUSPENSE-LINE
               CLOSE SUSPENSE-FILE
           END-IF.
           MOVE SPACES TO BRIDGE-REPORT-LINE.
           STRING "REJECTED " WS-SOURCE-KIND " LINE "
               WS-KIND-READ " - " WS-REJECT-TEXT
               DELIMITED BY SIZE INTO BRIDGE-REPORT-LINE.
           WRITE BRIDGE-REPORT-LINE.
           MOVE "BRIDGE REJECTED" TO LIN-DISPOSITION.
           PERFORM APPEND-LINEAGE-ENTRY.

       APPEND-LINEAGE-ENTRY.
           IF WS-LINEAGE-STATUS = "00"
               MOVE 0 TO LIN-SEQUENCE
               MOVE "SHOWCASE-BRIDGE" TO LIN-STAGE
               MOVE WS-TRANSACTION-ID TO LIN-ACCOUNT
               MOVE WS-LINE-AMOUNT TO LIN-AMOUNT
               MOVE WS-RUN-DATE-NUM TO LIN-TRAN-DATE
               IF WS-TRANSFER-REFERENCE NOT = SPACES
                   MOVE WS-TRANSFER-REFERENCE TO LIN-TRANSACTION-ID
               ELSE
                   MOVE WS-TRANSACTION-ID TO LIN-TRANSACTION-ID
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO LIN-STAMP
               WRITE LINEAGE-LINE
           END-IF.

       CHECK-DAY-POSTED.
           MOVE 'N' TO WS-DAY-ALREADY-POSTED.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-POSTING-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ POSTING-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PCT-POSTED-FLAG = 'Y'
                           AND PCT-BUILD-DATE = WS-RUN-DATE-NUM
                       MOVE 'Y' TO WS-DAY-ALREADY-POSTED
                   END-IF
           END-READ.
           CLOSE POSTING-CONTROL-FILE.

       WRITE-POSTING-CONTROL.
           OPEN OUTPUT POSTING-CONTROL-FILE.
           MOVE "SHOWCASE-BRIDGE" TO PCT-BUILT-BY.
           MOVE WS-RUN-DATE-NUM TO PCT-BUILD-DATE.
           MOVE WS-BRIDGED-COUNT TO PCT-RECORD-COUNT.
           MOVE WS-BRIDGED-AMOUNT TO PCT-NET-AMOUNT.
           MOVE 'N' TO PCT-POSTED-FLAG.
           MOVE 0 TO PCT-POSTED-DATE.
           WRITE POSTING-CONTROL-LINE.
           CLOSE POSTING-CONTROL-FILE.

       WRITE-BRIDGE-TOTALS.
           MOVE WS-BRIDGED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BRIDGE-REPORT-LINE.
           STRING "DETAILS WRITTEN TO POSTING INPUT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BRIDGE-REPORT-LINE.
           WRITE BRIDGE-REPORT-LINE.
           MOVE WS-BRIDGED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO BRIDGE-REPORT-LINE.
           STRING "CONTROL NET AMOUNT: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO BRIDGE-REPORT-LINE.
           WRITE BRIDGE-REPORT-LINE.
           MOVE WS-NO-CHANGE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BRIDGE-REPORT-LINE.
           STRING "ADJUSTMENTS WITH NO NET CHANGE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BRIDGE-REPORT-LINE.
           WRITE BRIDGE-REPORT-LINE.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO BRIDGE-REPORT-LINE.
           STRING "SENT TO SUSPENSE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO BRIDGE-REPORT-LINE.
           WRITE BRIDGE-REPORT-LINE.

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
               DISPLAY "SHOWCASE-BRIDGE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
