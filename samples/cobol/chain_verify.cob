       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-VERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO "master_change_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "run_history_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT PARAM-HISTORY-FILE
               ASSIGN TO "param_change_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-HISTORY-STATUS.
           SELECT CHAIN-SEAL-FILE ASSIGN TO "chain_seals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-SEAL-STATUS.
           SELECT VERIFY-REPORT-FILE
               ASSIGN TO "chain_verify_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "chain_verify_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  CHANGE-JOURNAL-FILE.
       01  CHANGE-JOURNAL-LINE PIC X(300).
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE.
           COPY "AUDIT-LOG-LINE.cpy".
       FD  PARAM-HISTORY-FILE.
       01  PARAM-HISTORY-LINE PIC X(66).
       FD  CHAIN-SEAL-FILE.
       01  CHAIN-SEAL-LINE.
           COPY "CHAIN-SEAL-RECORD.cpy".
       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE PIC X(100).
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-LINE.
           COPY "ALERT-LOG-LINE.cpy".
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-AUDIT-LOG-STATUS PIC XX VALUE "00".
       01  WS-PARAM-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-CHAIN-SEAL-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "ALL CHAINS INTACT".
       01  WS-ALERT-SEVERITY PIC X VALUE 'F'.
       01  WS-ALERT-CODE PIC X(8) VALUE SPACES.
       01  WS-ALERT-TEXT PIC X(60) VALUE SPACES.
       01  WS-RUN-STAMP PIC X(14) VALUE SPACES.
       01  WS-VERIFY-LINE PIC X(300) VALUE SPACES.
       01  WS-VERIFY-FILE-ID PIC X(8) VALUE SPACES.
       01  WS-VERIFY-FILE-NAME PIC X(30) VALUE SPACES.
       01  WS-VERIFY-OPEN-STATUS PIC XX VALUE "00".
       01  WS-STAMP-POS PIC 9(4) VALUE 0.
       01  WS-HASH-POS PIC 9(4) VALUE 0.
       01  WS-RECORD-NUMBER PIC 9(9) VALUE 0.
       01  WS-CHAINED-COUNT PIC 9(9) VALUE 0.
       01  WS-LEGACY-COUNT PIC 9(9) VALUE 0.
       01  WS-SEALS-CHECKED PIC 9(4) VALUE 0.
       01  WS-SEALS-MATCHED PIC 9(4) VALUE 0.
       01  WS-FILES-BROKEN PIC 9(4) VALUE 0.
       01  WS-CHAIN-BROKEN PIC X VALUE 'N'.
       01  WS-BREAK-RECORD PIC 9(9) VALUE 0.
       01  WS-BREAK-REASON PIC X(40) VALUE SPACES.
       01  WS-BREAK-STAMP PIC X(14) VALUE SPACES.
       01  WS-BREAK-EXPECTED PIC 9(16) VALUE 0.
       01  WS-BREAK-FOUND PIC X(16) VALUE SPACES.
       01  WS-ANCHOR-DATE PIC 9(8) VALUE 0.
       01  WS-ANCHOR-HASH PIC 9(16) VALUE 0.
       01  WS-STORED-HASH-TEXT PIC X(16) VALUE SPACES.
       01  WS-STORED-HASH REDEFINES WS-STORED-HASH-TEXT PIC 9(16).
       01  WS-RECORD-DATE PIC X(8) VALUE SPACES.
       01  WS-CHAIN-HASH PIC 9(16) VALUE 0.
       01  WS-CHAIN-LANES REDEFINES WS-CHAIN-HASH.
           05  WS-CHAIN-LANE-A PIC 9(8).
           05  WS-CHAIN-LANE-B PIC 9(8).
       01  WS-CHAIN-TEXT PIC X(284) VALUE SPACES.
       01  WS-CHAIN-LENGTH PIC 9(4) VALUE 0.
       01  WS-CHAIN-POS PIC 9(4) VALUE 0.
       01  CHAIN-SEAL-TABLE.
           05  CHAIN-SEAL-ENTRY OCCURS 5000 TIMES INDEXED BY CSL-IDX.
               10  CSL-FILE-ID PIC X(8).
               10  CSL-TYPE PIC X.
               10  CSL-DATE PIC 9(8).
               10  CSL-RECORD-COUNT PIC 9(9).
               10  CSL-HASH PIC 9(16).
               10  CSL-STAMP PIC X(14).
               10  CSL-PROGRAM PIC X(20).
               10  CSL-MATCHED PIC X.
       01  CHAIN-SEAL-TOTAL PIC 9(4) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-LEGACY-DISPLAY PIC Z(8)9.
       01  WS-CHAINED-DISPLAY PIC Z(8)9.
       01  WS-SEALS-DISPLAY PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           PERFORM LOAD-CHAIN-SEALS.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "JOURNAL AND AUDIT CHAIN VERIFICATION  RUN "
               WS-RUN-STAMP
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           PERFORM VERIFY-CHANGE-JOURNAL.
           PERFORM VERIFY-AUDIT-LOG.
           PERFORM VERIFY-PARAM-HISTORY.
           MOVE WS-FILES-BROKEN TO WS-SEALS-DISPLAY.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "FILES WITH A BROKEN CHAIN: " WS-SEALS-DISPLAY
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           CLOSE VERIFY-REPORT-FILE.
           IF WS-FILES-BROKEN > 0
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "JOURNAL CHAIN BROKEN" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "CHAIN-VERIFY" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-CHAIN-SEALS.
           MOVE 0 TO CHAIN-SEAL-TOTAL.
           OPEN INPUT CHAIN-SEAL-FILE.
           IF WS-CHAIN-SEAL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR CHAIN-SEAL-TOTAL >= 5000
                   READ CHAIN-SEAL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CHAIN-SEAL-TOTAL
                           MOVE CHAIN-SEAL-LINE TO
                               CHAIN-SEAL-ENTRY(CHAIN-SEAL-TOTAL)
                   END-READ
               END-PERFORM
               CLOSE CHAIN-SEAL-FILE
           ELSE
               DISPLAY "CHAIN-VERIFY: NO SEAL FILE chain_seals.dat, "
                   "CHECKING LINKS ONLY"
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       VERIFY-CHANGE-JOURNAL.
           MOVE "CHGJRNL" TO WS-VERIFY-FILE-ID.
           MOVE "master_change_journal.dat" TO WS-VERIFY-FILE-NAME.
           MOVE 284 TO WS-CHAIN-LENGTH.
           MOVE 50 TO WS-STAMP-POS.
           MOVE 285 TO WS-HASH-POS.
           PERFORM BEGIN-FILE-VERIFY.
           OPEN INPUT CHANGE-JOURNAL-FILE.
           MOVE WS-JOURNAL-STATUS TO WS-VERIFY-OPEN-STATUS.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ CHANGE-JOURNAL-FILE INTO WS-VERIFY-LINE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-CHAIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM FINISH-FILE-VERIFY.

       VERIFY-AUDIT-LOG.
           MOVE "RUNAUDIT" TO WS-VERIFY-FILE-ID.
           MOVE "run_history_audit.dat" TO WS-VERIFY-FILE-NAME.
           MOVE 63 TO WS-CHAIN-LENGTH.
           MOVE 21 TO WS-STAMP-POS.
           MOVE 64 TO WS-HASH-POS.
           PERFORM BEGIN-FILE-VERIFY.
           OPEN INPUT AUDIT-LOG-FILE.
           MOVE WS-AUDIT-LOG-STATUS TO WS-VERIFY-OPEN-STATUS.
           IF WS-AUDIT-LOG-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ AUDIT-LOG-FILE INTO WS-VERIFY-LINE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-CHAIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM FINISH-FILE-VERIFY.

       VERIFY-PARAM-HISTORY.
           MOVE "PARMHIST" TO WS-VERIFY-FILE-ID.
           MOVE "param_change_history.dat" TO WS-VERIFY-FILE-NAME.
           MOVE 50 TO WS-CHAIN-LENGTH.
           MOVE 1 TO WS-STAMP-POS.
           MOVE 51 TO WS-HASH-POS.
           PERFORM BEGIN-FILE-VERIFY.
           OPEN INPUT PARAM-HISTORY-FILE.
           MOVE WS-PARAM-HISTORY-STATUS TO WS-VERIFY-OPEN-STATUS.
           IF WS-PARAM-HISTORY-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PARAM-HISTORY-FILE INTO WS-VERIFY-LINE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-CHAIN-RECORD
                   END-READ
               END-PERFORM
               CLOSE PARAM-HISTORY-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM FINISH-FILE-VERIFY.

       BEGIN-FILE-VERIFY.
           MOVE 0 TO WS-RECORD-NUMBER.
           MOVE 0 TO WS-CHAINED-COUNT.
           MOVE 0 TO WS-LEGACY-COUNT.
           MOVE 0 TO WS-SEALS-CHECKED.
           MOVE 0 TO WS-SEALS-MATCHED.
           MOVE 'N' TO WS-CHAIN-BROKEN.
           MOVE 0 TO WS-BREAK-RECORD.
           MOVE SPACES TO WS-BREAK-REASON.
           MOVE SPACES TO WS-BREAK-STAMP.
           MOVE 0 TO WS-BREAK-EXPECTED.
           MOVE SPACES TO WS-BREAK-FOUND.
           MOVE 0 TO WS-ANCHOR-DATE.
           MOVE 0 TO WS-ANCHOR-HASH.
           PERFORM VARYING CSL-IDX FROM 1 BY 1
                   UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
               MOVE 'N' TO CSL-MATCHED(CSL-IDX)
               IF CSL-FILE-ID(CSL-IDX) = WS-VERIFY-FILE-ID
                       AND CSL-TYPE(CSL-IDX) = 'A'
                   MOVE CSL-DATE(CSL-IDX) TO WS-ANCHOR-DATE
                   MOVE CSL-HASH(CSL-IDX) TO WS-ANCHOR-HASH
               END-IF
           END-PERFORM.
           MOVE WS-ANCHOR-HASH TO WS-CHAIN-HASH.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "FILE " WS-VERIFY-FILE-NAME
               " CHAIN " WS-VERIFY-FILE-ID
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           IF WS-ANCHOR-DATE > 0
               MOVE SPACES TO VERIFY-REPORT-LINE
               STRING "  STARTS FROM ARCHIVE ANCHOR " WS-ANCHOR-HASH
                   " CUTOFF " WS-ANCHOR-DATE
                   DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
               WRITE VERIFY-REPORT-LINE
           END-IF.

       CHECK-CHAIN-RECORD.
           ADD 1 TO WS-RECORD-NUMBER.
           IF WS-CHAIN-BROKEN = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VERIFY-LINE(WS-HASH-POS:16) TO WS-STORED-HASH-TEXT.
           MOVE WS-VERIFY-LINE(WS-STAMP-POS:8) TO WS-RECORD-DATE.
           IF WS-STORED-HASH-TEXT NOT NUMERIC
               IF WS-CHAINED-COUNT = 0
                   ADD 1 TO WS-LEGACY-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE "CHAIN HASH MISSING" TO WS-BREAK-REASON
               PERFORM NOTE-BROKEN-LINK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VERIFY-LINE(1:WS-CHAIN-LENGTH) TO WS-CHAIN-TEXT.
           PERFORM COMPUTE-CHAIN-HASH.
           IF WS-CHAIN-HASH NOT = WS-STORED-HASH
               MOVE "HASH DOES NOT FOLLOW PRIOR RECORD" TO
                   WS-BREAK-REASON
               PERFORM NOTE-BROKEN-LINK
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHAINED-COUNT.
           PERFORM VARYING CSL-IDX FROM 1 BY 1
                   UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
               IF CSL-FILE-ID(CSL-IDX) = WS-VERIFY-FILE-ID
                       AND CSL-TYPE(CSL-IDX) = 'D'
                       AND CSL-DATE(CSL-IDX) = WS-RECORD-DATE
                       AND CSL-HASH(CSL-IDX) = WS-STORED-HASH
                   MOVE 'Y' TO CSL-MATCHED(CSL-IDX)
               END-IF
           END-PERFORM.

       COMPUTE-CHAIN-HASH.
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > WS-CHAIN-LENGTH
               COMPUTE WS-CHAIN-LANE-A = FUNCTION MOD(
                   WS-CHAIN-LANE-A * 263
                   + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-POS:1)),
                   99999989)
               COMPUTE WS-CHAIN-LANE-B = FUNCTION MOD(
                   WS-CHAIN-LANE-B * 293
                   + FUNCTION ORD(WS-CHAIN-TEXT(WS-CHAIN-POS:1)),
                   99999971)
           END-PERFORM.

       NOTE-BROKEN-LINK.
           MOVE 'Y' TO WS-CHAIN-BROKEN.
           MOVE WS-RECORD-NUMBER TO WS-BREAK-RECORD.
           MOVE WS-VERIFY-LINE(WS-STAMP-POS:14) TO WS-BREAK-STAMP.
           MOVE WS-CHAIN-HASH TO WS-BREAK-EXPECTED.
           MOVE WS-STORED-HASH-TEXT TO WS-BREAK-FOUND.

       FINISH-FILE-VERIFY.
           IF WS-VERIFY-OPEN-STATUS NOT = "00"
               MOVE SPACES TO VERIFY-REPORT-LINE
               STRING "  FILE NOT PRESENT, STATUS "
                   WS-VERIFY-OPEN-STATUS
                   DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
               WRITE VERIFY-REPORT-LINE
           END-IF.
           PERFORM VARYING CSL-IDX FROM 1 BY 1
                   UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
               IF CSL-FILE-ID(CSL-IDX) = WS-VERIFY-FILE-ID
                       AND CSL-TYPE(CSL-IDX) = 'D'
                       AND CSL-DATE(CSL-IDX) >= WS-ANCHOR-DATE
                   PERFORM CHECK-DAY-SEAL
               END-IF
           END-PERFORM.
           MOVE WS-RECORD-NUMBER TO WS-COUNT-DISPLAY.
           MOVE WS-CHAINED-COUNT TO WS-CHAINED-DISPLAY.
           MOVE WS-LEGACY-COUNT TO WS-LEGACY-DISPLAY.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "  RECORDS " WS-COUNT-DISPLAY
               "  CHAINED " WS-CHAINED-DISPLAY
               "  UNCHAINED (BEFORE CHAINING) " WS-LEGACY-DISPLAY
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE WS-SEALS-CHECKED TO WS-SEALS-DISPLAY.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "  DAY SEALS CHECKED " WS-SEALS-DISPLAY
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           IF WS-CHAIN-BROKEN = 'N'
               MOVE SPACES TO VERIFY-REPORT-LINE
               STRING "  CHAIN INTACT, TIP HASH " WS-CHAIN-HASH
                   DELIMITED BY SIZE INTO VERIFY-REPORT-LINE
               WRITE VERIFY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FILES-BROKEN.
           MOVE WS-BREAK-RECORD TO WS-COUNT-DISPLAY.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "  FIRST BROKEN LINK AT RECORD " WS-COUNT-DISPLAY
               ": " WS-BREAK-REASON
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "  STAMP " WS-BREAK-STAMP
               " EXPECTED " WS-BREAK-EXPECTED
               " FOUND " WS-BREAK-FOUND
               DELIMITED BY SIZE INTO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
           MOVE 'F' TO WS-ALERT-SEVERITY.
           MOVE "CHAINBRK" TO WS-ALERT-CODE.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING WS-VERIFY-FILE-ID " CHAIN BROKEN AT RECORD "
               WS-BREAK-RECORD
               DELIMITED BY SIZE INTO WS-ALERT-TEXT.
           PERFORM WRITE-ALERT-RECORD.

       CHECK-DAY-SEAL.
           ADD 1 TO WS-SEALS-CHECKED.
           IF CSL-MATCHED(CSL-IDX) = 'Y'
               ADD 1 TO WS-SEALS-MATCHED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHAIN-BROKEN = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CHAIN-BROKEN.
           MOVE CSL-RECORD-COUNT(CSL-IDX) TO WS-BREAK-RECORD.
           MOVE SPACES TO WS-BREAK-REASON.
           STRING "DAY SEAL " CSL-DATE(CSL-IDX) " NOT IN CHAIN"
               DELIMITED BY SIZE INTO WS-BREAK-REASON.
           MOVE CSL-STAMP(CSL-IDX) TO WS-BREAK-STAMP.
           MOVE CSL-HASH(CSL-IDX) TO WS-BREAK-EXPECTED.
           MOVE "NO MATCH" TO WS-BREAK-FOUND.

       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           IF WS-ALERT-LOG-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-TIMESTAMP
               MOVE "CHAIN-VERIFY" TO ALERT-PROGRAM
               MOVE WS-ALERT-SEVERITY TO ALERT-SEVERITY
               MOVE WS-ALERT-CODE TO ALERT-CODE
               MOVE WS-ALERT-TEXT TO ALERT-TEXT
               WRITE ALERT-LOG-LINE
               CLOSE ALERT-LOG-FILE
           END-IF.

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
               DISPLAY "CHAIN-VERIFY: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
