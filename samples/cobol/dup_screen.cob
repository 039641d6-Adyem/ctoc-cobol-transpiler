       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP-SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT DUPLICATE-CONTROL-FILE
               ASSIGN TO "duplicate_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLICATE-CONTROL-STATUS.
           SELECT DUPLICATE-HOLD-FILE
               ASSIGN TO "duplicate_hold.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLICATE-HOLD-STATUS.
           SELECT RELEASE-ACTION-FILE
               ASSIGN TO "duplicate_release.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-ACTION-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
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
           SELECT REVIEW-REPORT-FILE
               ASSIGN TO "duplicate_review_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "dup_screen_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  DUPLICATE-CONTROL-FILE.
       01  DUPLICATE-CONTROL-LINE.
           05  DPC-WINDOW-DAYS PIC 9(3).
       FD  DUPLICATE-HOLD-FILE.
       01  DUPLICATE-HOLD-LINE.
           COPY "DUPLICATE-HOLD-RECORD.cpy".
       FD  RELEASE-ACTION-FILE.
       01  RELEASE-ACTION-LINE.
           05  DRL-HOLD-ID PIC 9(6).
           05  DRL-ACTION PIC X.
           05  DRL-OPERATOR PIC X(8).
       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-LINE.
           05  JOURNAL-ACCOUNT PIC X(10).
           05  JOURNAL-COMPANY PIC X(3).
           05  JOURNAL-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  JOURNAL-TRAN-DATE PIC 9(8).
           05  JOURNAL-SOURCE-STATUS PIC X.
           05  JOURNAL-SEQUENCE PIC 9(9).
           05  JOURNAL-STAMP PIC X(14).
           05  JOURNAL-BALANCE-CURRENCY PIC X(3).
           05  JOURNAL-POSTED-DATE PIC 9(8).
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
       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE PIC X(132).
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-LINE.
           COPY "ALERT-LOG-LINE.cpy".
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-DUPLICATE-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-DUPLICATE-HOLD-STATUS PIC XX VALUE "00".
       01  WS-RELEASE-ACTION-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-POSTING-INPUT-STATUS PIC XX VALUE "00".
       01  WS-POSTING-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "DUPLICATE SCREEN COMPLETE".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-WINDOW-DAYS PIC 9(3) VALUE 3.
       01  WS-EARLIEST-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-ITEM-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-DATE-GAP PIC S9(9) COMP VALUE 0.
       01  WS-ITEM-AGE PIC S9(5) COMP VALUE 0.
       01  WS-AGE-DISPLAY PIC ZZZZ9.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 3000 TIMES INDEXED BY HLD-IDX.
               10  HLE-HOLD-ID PIC 9(6) VALUE 0.
               10  HLE-HELD-DATE PIC 9(8) VALUE 0.
               10  HLE-MATCH-SOURCE PIC X(4) VALUE SPACES.
               10  HLE-MATCH-DATE PIC 9(8) VALUE 0.
               10  HLE-MATCH-REF PIC X(10) VALUE SPACES.
               10  HLE-STATUS PIC X VALUE SPACE.
               10  HLE-ACTION-DATE PIC 9(8) VALUE 0.
               10  HLE-OPERATOR PIC X(8) VALUE SPACES.
               10  HLE-IMAGE PIC X(46) VALUE SPACES.
               10  HLE-RELEASED-NOW PIC X VALUE 'N'.
       01  HOLD-TOTAL PIC 9(4) VALUE 0.
       01  WS-LAST-HOLD-ID PIC 9(6) VALUE 0.
       01  HISTORY-TABLE.
           05  HISTORY-ENTRY OCCURS 5000 TIMES INDEXED BY HIS-IDX.
               10  HIS-ACCOUNT PIC X(10) VALUE SPACES.
               10  HIS-AMOUNT PIC S9(11)V99 VALUE 0.
               10  HIS-TRAN-DATE PIC 9(8) VALUE 0.
               10  HIS-DATE-INT PIC S9(9) COMP VALUE 0.
               10  HIS-SEQUENCE PIC 9(9) VALUE 0.
       01  HISTORY-TOTAL PIC 9(4) VALUE 0.
       01  INPUT-TABLE.
           05  INPUT-ENTRY OCCURS 5000 TIMES INDEXED BY INP-IDX
                   CMP-IDX.
               10  INP-IMAGE PIC X(46) VALUE SPACES.
               10  INP-ACCOUNT PIC X(10) VALUE SPACES.
               10  INP-AMOUNT PIC S9(7)V99 VALUE 0.
               10  INP-TRAN-DATE PIC 9(8) VALUE 0.
               10  INP-DATE-INT PIC S9(9) COMP VALUE 0.
               10  INP-TRANSACTION-ID PIC X(10) VALUE SPACES.
               10  INP-HELD PIC X VALUE 'N'.
       01  INPUT-TOTAL PIC 9(4) VALUE 0.
       01  WS-INPUT-TRUNCATED PIC X VALUE 'N'.
       01  WS-MATCH-FOUND PIC X VALUE 'N'.
       01  WS-MATCH-SOURCE PIC X(4) VALUE SPACES.
       01  WS-MATCH-DATE PIC 9(8) VALUE 0.
       01  WS-MATCH-REF PIC X(10) VALUE SPACES.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-RESULT-TEXT PIC X(30) VALUE SPACES.
       01  WS-LIN-DISPOSITION PIC X(20) VALUE SPACES.
       01  WS-HELD-COUNT PIC 9(6) VALUE 0.
       01  WS-HELD-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-RELEASED-COUNT PIC 9(6) VALUE 0.
       01  WS-RELEASED-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-DISCARDED-COUNT PIC 9(6) VALUE 0.
       01  WS-ACTIONS-READ PIC 9(6) VALUE 0.
       01  WS-ACTIONS-FAILED PIC 9(6) VALUE 0.
       01  WS-STILL-HELD-COUNT PIC 9(6) VALUE 0.
       01  WS-SCREENED-COUNT PIC 9(6) VALUE 0.
       01  WS-HOLD-REGISTER-FULL PIC X VALUE 'N'.
       01  WS-CONTROL-BUILT-BY PIC X(20) VALUE SPACES.
       01  WS-CONTROL-POSTED PIC X VALUE 'N'.
       01  WS-CONTROL-POSTED-DATE PIC 9(8) VALUE 0.
       01  WS-CONTROL-COUNT PIC 9(9) VALUE 0.
       01  WS-CONTROL-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-CONTROL-OPEN PIC X VALUE 'N'.
       01  WS-RELEASES-WAITING PIC 9(9) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(7)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-DUPLICATE-CONTROL.
           COMPUTE WS-EARLIEST-DATE-INT =
               WS-RUN-DATE-INT - WS-WINDOW-DAYS.
           PERFORM LOAD-HOLD-REGISTER.
           PERFORM LOAD-RECENT-JOURNAL.
           PERFORM LOAD-POSTING-INPUT.
           PERFORM CHECK-POSTING-CONTROL.
           IF WS-CONTROL-OPEN NOT = 'Y'
               PERFORM COUNT-RELEASES-WAITING
               IF INPUT-TOTAL > 0 OR WS-RELEASES-WAITING > 0
                   DISPLAY "DUP-SCREEN: POSTING CONTROL IS "
                       "POSTED OR NOT FOR BUSINESS DATE - "
                       "POSTING INPUT AND HOLDS LEFT UNCHANGED"
                   MOVE RC-DISCREPANCY TO WS-JOB-CODE
                   MOVE "POSTING CONTROL CLOSED - ITEMS HELD" TO
                       WS-JOB-REASON
                   PERFORM WRITE-JOB-STATUS
                   MOVE RC-DISCREPANCY TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           MOVE "DUPLICATE PAYMENT REVIEW" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-WINDOW-DAYS TO WS-AGE-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               "  MATCH WINDOW " WS-AGE-DISPLAY " DAYS"
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           OPEN EXTEND LINEAGE-FILE.
           IF WS-LINEAGE-STATUS = "35"
               OPEN OUTPUT LINEAGE-FILE
           END-IF.
           PERFORM APPLY-RELEASE-ACTIONS.
           PERFORM SCREEN-POSTING-INPUT.
           IF WS-LINEAGE-STATUS = "00"
               CLOSE LINEAGE-FILE
           END-IF.
           PERFORM REWRITE-POSTING-INPUT.
           IF WS-HELD-COUNT > 0 OR WS-RELEASED-COUNT > 0
               PERFORM UPDATE-POSTING-CONTROL
           END-IF.
           PERFORM REWRITE-HOLD-REGISTER.
           PERFORM WRITE-HOLD-LISTING.
           PERFORM WRITE-REVIEW-TOTALS.
           CLOSE REVIEW-REPORT-FILE.
           IF WS-HELD-COUNT > 0
               PERFORM WRITE-HELD-ALERT
           END-IF.
           IF WS-STILL-HELD-COUNT > 0 OR WS-ACTIONS-FAILED > 0
                   OR WS-HOLD-REGISTER-FULL = 'Y'
                   OR WS-INPUT-TRUNCATED = 'Y'
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               EVALUATE TRUE
                   WHEN WS-INPUT-TRUNCATED = 'Y'
                       MOVE "POSTING INPUT EXCEEDS SCREEN TABLE" TO
                           WS-JOB-REASON
                   WHEN WS-HOLD-REGISTER-FULL = 'Y'
                       MOVE "DUPLICATE HOLD REGISTER FULL" TO
                           WS-JOB-REASON
                   WHEN WS-STILL-HELD-COUNT > 0
                       MOVE "SUSPECTED DUPLICATES AWAIT REVIEW" TO
                           WS-JOB-REASON
                   WHEN OTHER
                       MOVE "RELEASE ACTIONS REJECTED" TO
                           WS-JOB-REASON
               END-EVALUATE
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "DUP-SCREEN" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-DUPLICATE-CONTROL.
           OPEN INPUT DUPLICATE-CONTROL-FILE.
           IF WS-DUPLICATE-CONTROL-STATUS = "00"
               READ DUPLICATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DPC-WINDOW-DAYS NUMERIC
                           MOVE DPC-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE DUPLICATE-CONTROL-FILE
           END-IF.

       LOAD-HOLD-REGISTER.
           OPEN INPUT DUPLICATE-HOLD-FILE.
           IF WS-DUPLICATE-HOLD-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR HOLD-TOTAL >= 3000
                   READ DUPLICATE-HOLD-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF DPH-HOLD-ID NUMERIC
                                   AND DPH-IMAGE NOT = SPACES
                               ADD 1 TO HOLD-TOTAL
                               PERFORM NOTE-HOLD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPLICATE-HOLD-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-HOLD-ENTRY.
           MOVE DPH-HOLD-ID TO HLE-HOLD-ID(HOLD-TOTAL).
           IF DPH-HOLD-ID > WS-LAST-HOLD-ID
               MOVE DPH-HOLD-ID TO WS-LAST-HOLD-ID
           END-IF.
           IF DPH-HELD-DATE NUMERIC
               MOVE DPH-HELD-DATE TO HLE-HELD-DATE(HOLD-TOTAL)
           END-IF.
           MOVE DPH-MATCH-SOURCE TO HLE-MATCH-SOURCE(HOLD-TOTAL).
           IF DPH-MATCH-DATE NUMERIC
               MOVE DPH-MATCH-DATE TO HLE-MATCH-DATE(HOLD-TOTAL)
           END-IF.
           MOVE DPH-MATCH-REF TO HLE-MATCH-REF(HOLD-TOTAL).
           MOVE DPH-STATUS TO HLE-STATUS(HOLD-TOTAL).
           IF DPH-ACTION-DATE NUMERIC
               MOVE DPH-ACTION-DATE TO HLE-ACTION-DATE(HOLD-TOTAL)
           END-IF.
           MOVE DPH-OPERATOR TO HLE-OPERATOR(HOLD-TOTAL).
           MOVE DPH-IMAGE TO HLE-IMAGE(HOLD-TOTAL).

       LOAD-RECENT-JOURNAL.
           OPEN INPUT POSTING-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF JOURNAL-TRAN-DATE NUMERIC
                               AND JOURNAL-TRAN-DATE > 0
                               AND JOURNAL-AMOUNT NUMERIC
                           PERFORM NOTE-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-JOURNAL-ENTRY.
           COMPUTE WS-ITEM-DATE-INT =
               FUNCTION INTEGER-OF-DATE(JOURNAL-TRAN-DATE).
           IF WS-ITEM-DATE-INT < WS-EARLIEST-DATE-INT
               EXIT PARAGRAPH
           END-IF.
           IF HISTORY-TOTAL >= 5000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO HISTORY-TOTAL.
           MOVE JOURNAL-ACCOUNT TO HIS-ACCOUNT(HISTORY-TOTAL).
           MOVE JOURNAL-AMOUNT TO HIS-AMOUNT(HISTORY-TOTAL).
           MOVE JOURNAL-TRAN-DATE TO HIS-TRAN-DATE(HISTORY-TOTAL).
           MOVE WS-ITEM-DATE-INT TO HIS-DATE-INT(HISTORY-TOTAL).
           IF JOURNAL-SEQUENCE NUMERIC
               MOVE JOURNAL-SEQUENCE TO HIS-SEQUENCE(HISTORY-TOTAL)
           END-IF.

       LOAD-POSTING-INPUT.
           OPEN INPUT POSTING-INPUT-FILE.
           IF WS-POSTING-INPUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-INPUT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF INPUT-TOTAL >= 5000
                           MOVE 'Y' TO WS-INPUT-TRUNCATED
                           MOVE 'Y' TO EOF-FLAG
                       ELSE
                           ADD 1 TO INPUT-TOTAL
                           PERFORM NOTE-INPUT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-INPUT-FILE.
           MOVE 'N' TO EOF-FLAG.
           IF WS-INPUT-TRUNCATED = 'Y'
               DISPLAY "DUP-SCREEN: POSTING INPUT EXCEEDS 5000 "
                   "DETAILS - INPUT LEFT UNSCREENED"
               MOVE 0 TO INPUT-TOTAL
           END-IF.

       NOTE-INPUT-ENTRY.
           MOVE POSTING-INPUT-RECORD TO INP-IMAGE(INPUT-TOTAL).
           MOVE RECORD-ACCOUNT TO INP-ACCOUNT(INPUT-TOTAL).
           MOVE POSTING-TRANSACTION-ID TO
               INP-TRANSACTION-ID(INPUT-TOTAL).
           IF RECORD-AMOUNT NUMERIC
               MOVE RECORD-AMOUNT TO INP-AMOUNT(INPUT-TOTAL)
           END-IF.
           IF RECORD-TRAN-DATE NUMERIC AND RECORD-TRAN-DATE > 0
               MOVE RECORD-TRAN-DATE TO INP-TRAN-DATE(INPUT-TOTAL)
               COMPUTE INP-DATE-INT(INPUT-TOTAL) =
                   FUNCTION INTEGER-OF-DATE(RECORD-TRAN-DATE)
           ELSE
               MOVE WS-RUN-DATE-NUM TO INP-TRAN-DATE(INPUT-TOTAL)
               MOVE WS-RUN-DATE-INT TO INP-DATE-INT(INPUT-TOTAL)
           END-IF.

       APPLY-RELEASE-ACTIONS.
           OPEN INPUT RELEASE-ACTION-FILE.
           IF WS-RELEASE-ACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "RELEASE ACTIONS" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ RELEASE-ACTION-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF RELEASE-ACTION-LINE NOT = SPACES
                           ADD 1 TO WS-ACTIONS-READ
                           PERFORM APPLY-ONE-ACTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELEASE-ACTION-FILE.
           MOVE 'N' TO EOF-FLAG.

       APPLY-ONE-ACTION.
           MOVE 'N' TO WS-ENTRY-FOUND.
           IF DRL-HOLD-ID NUMERIC
               PERFORM VARYING HLD-IDX FROM 1 BY 1
                       UNTIL HLD-IDX > HOLD-TOTAL
                   IF HLE-HOLD-ID(HLD-IDX) = DRL-HOLD-ID
                       MOVE 'Y' TO WS-ENTRY-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ENTRY-FOUND = 'N'
               ADD 1 TO WS-ACTIONS-FAILED
               MOVE "HOLD NOT ON REGISTER" TO WS-RESULT-TEXT
               PERFORM WRITE-ACTION-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF HLE-STATUS(HLD-IDX) NOT = 'H'
               ADD 1 TO WS-ACTIONS-FAILED
               MOVE "HOLD ALREADY RESOLVED" TO WS-RESULT-TEXT
               PERFORM WRITE-ACTION-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF DRL-OPERATOR = SPACES
               ADD 1 TO WS-ACTIONS-FAILED
               MOVE "NO OPERATOR GIVEN" TO WS-RESULT-TEXT
               PERFORM WRITE-ACTION-RESULT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE DRL-ACTION
               WHEN 'R'
                   MOVE 'R' TO HLE-STATUS(HLD-IDX)
                   MOVE 'Y' TO HLE-RELEASED-NOW(HLD-IDX)
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE HLE-IMAGE(HLD-IDX) TO POSTING-INPUT-RECORD
                   IF RECORD-AMOUNT NUMERIC
                       ADD RECORD-AMOUNT TO WS-RELEASED-AMOUNT
                   END-IF
                   MOVE "RELEASED TO POSTING" TO WS-RESULT-TEXT
                   MOVE "DUPLICATE RELEASED" TO WS-LIN-DISPOSITION
               WHEN 'D'
                   MOVE 'D' TO HLE-STATUS(HLD-IDX)
                   ADD 1 TO WS-DISCARDED-COUNT
                   PERFORM DISCARD-HELD-ITEM
                   MOVE HLE-IMAGE(HLD-IDX) TO POSTING-INPUT-RECORD
                   MOVE "DISCARDED TO SUSPENSE" TO WS-RESULT-TEXT
                   MOVE "DUPLICATE DISCARDED" TO WS-LIN-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-ACTIONS-FAILED
                   MOVE "BAD ACTION CODE" TO WS-RESULT-TEXT
                   PERFORM WRITE-ACTION-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-RUN-DATE-NUM TO HLE-ACTION-DATE(HLD-IDX).
           MOVE DRL-OPERATOR TO HLE-OPERATOR(HLD-IDX).
           PERFORM APPEND-LINEAGE-ENTRY.
           PERFORM WRITE-ACTION-RESULT.

       WRITE-ACTION-RESULT.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "  HOLD " DRL-HOLD-ID " ACTION " DRL-ACTION
               " BY " DRL-OPERATOR " - " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       DISCARD-HELD-ITEM.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-STATUS = "00"
               MOVE WS-RUN-DATE-NUM TO SUSPENSE-REJECT-DATE
               MOVE "DUPL" TO SUSPENSE-REASON-CODE
               MOVE SPACES TO SUSPENSE-ORIGINAL-IMAGE
               MOVE HLE-IMAGE(HLD-IDX) TO SUSPENSE-ORIGINAL-IMAGE
               WRITE SUSPENSE-LINE
               CLOSE SUSPENSE-FILE
           END-IF.

       SCREEN-POSTING-INPUT.
           MOVE "SUSPECTED DUPLICATES HELD THIS RUN" TO
               REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           PERFORM VARYING INP-IDX FROM 1 BY 1
                   UNTIL INP-IDX > INPUT-TOTAL
               IF INP-AMOUNT(INP-IDX) NOT = 0
                       AND INP-ACCOUNT(INP-IDX) NOT = SPACES
                   ADD 1 TO WS-SCREENED-COUNT
                   PERFORM FIND-DUPLICATE-MATCH
                   IF WS-MATCH-FOUND = 'Y'
                       PERFORM CHECK-ALREADY-RELEASED
                   END-IF
                   IF WS-MATCH-FOUND = 'Y'
                       PERFORM HOLD-SUSPECTED-DUPLICATE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-DUPLICATE-MATCH.
           MOVE 'N' TO WS-MATCH-FOUND.
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX >= INP-IDX
               IF INP-HELD(CMP-IDX) = 'N'
                       AND INP-ACCOUNT(CMP-IDX) = INP-ACCOUNT(INP-IDX)
                       AND INP-AMOUNT(CMP-IDX) = INP-AMOUNT(INP-IDX)
                   COMPUTE WS-DATE-GAP = INP-DATE-INT(INP-IDX)
                       - INP-DATE-INT(CMP-IDX)
                   IF WS-DATE-GAP < 0
                       COMPUTE WS-DATE-GAP = 0 - WS-DATE-GAP
                   END-IF
                   IF WS-DATE-GAP <= WS-WINDOW-DAYS
                       MOVE 'Y' TO WS-MATCH-FOUND
                       MOVE "FEED" TO WS-MATCH-SOURCE
                       MOVE INP-TRAN-DATE(CMP-IDX) TO WS-MATCH-DATE
                       MOVE INP-TRANSACTION-ID(CMP-IDX) TO
                           WS-MATCH-REF
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING HIS-IDX FROM 1 BY 1
                   UNTIL HIS-IDX > HISTORY-TOTAL
               IF HIS-ACCOUNT(HIS-IDX) = INP-ACCOUNT(INP-IDX)
                       AND HIS-AMOUNT(HIS-IDX) = INP-AMOUNT(INP-IDX)
                   COMPUTE WS-DATE-GAP = INP-DATE-INT(INP-IDX)
                       - HIS-DATE-INT(HIS-IDX)
                   IF WS-DATE-GAP < 0
                       COMPUTE WS-DATE-GAP = 0 - WS-DATE-GAP
                   END-IF
                   IF WS-DATE-GAP <= WS-WINDOW-DAYS
                       MOVE 'Y' TO WS-MATCH-FOUND
                       MOVE "HIST" TO WS-MATCH-SOURCE
                       MOVE HIS-TRAN-DATE(HIS-IDX) TO WS-MATCH-DATE
                       MOVE HIS-SEQUENCE(HIS-IDX) TO WS-MATCH-REF
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ALREADY-RELEASED.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLD-TOTAL
               IF HLE-STATUS(HLD-IDX) = 'R'
                       AND HLE-IMAGE(HLD-IDX) = INP-IMAGE(INP-IDX)
                   MOVE 'N' TO WS-MATCH-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       HOLD-SUSPECTED-DUPLICATE.
           IF HOLD-TOTAL >= 3000
               MOVE 'Y' TO WS-HOLD-REGISTER-FULL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO INP-HELD(INP-IDX).
           ADD 1 TO WS-HELD-COUNT.
           ADD INP-AMOUNT(INP-IDX) TO WS-HELD-AMOUNT.
           ADD 1 TO HOLD-TOTAL.
           ADD 1 TO WS-LAST-HOLD-ID.
           SET HLD-IDX TO HOLD-TOTAL.
           MOVE WS-LAST-HOLD-ID TO HLE-HOLD-ID(HLD-IDX).
           MOVE WS-RUN-DATE-NUM TO HLE-HELD-DATE(HLD-IDX).
           MOVE WS-MATCH-SOURCE TO HLE-MATCH-SOURCE(HLD-IDX).
           MOVE WS-MATCH-DATE TO HLE-MATCH-DATE(HLD-IDX).
           MOVE WS-MATCH-REF TO HLE-MATCH-REF(HLD-IDX).
           MOVE 'H' TO HLE-STATUS(HLD-IDX).
           MOVE 0 TO HLE-ACTION-DATE(HLD-IDX).
           MOVE SPACES TO HLE-OPERATOR(HLD-IDX).
           MOVE INP-IMAGE(INP-IDX) TO HLE-IMAGE(HLD-IDX).
           MOVE INP-AMOUNT(INP-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "  HOLD " WS-LAST-HOLD-ID
               " ACCOUNT " INP-ACCOUNT(INP-IDX)
               " AMOUNT " WS-AMOUNT-DISPLAY
               " DATE " INP-TRAN-DATE(INP-IDX)
               " ID " INP-TRANSACTION-ID(INP-IDX)
               " MATCHES " WS-MATCH-SOURCE " " WS-MATCH-REF
               " OF " WS-MATCH-DATE
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE INP-IMAGE(INP-IDX) TO POSTING-INPUT-RECORD.
           MOVE "DUPLICATE HELD" TO WS-LIN-DISPOSITION.
           PERFORM APPEND-LINEAGE-ENTRY.

       REWRITE-POSTING-INPUT.
           IF WS-HELD-COUNT = 0 AND WS-RELEASED-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT POSTING-INPUT-FILE.
           IF WS-POSTING-INPUT-STATUS NOT = "00"
               DISPLAY "DUP-SCREEN: UNABLE TO OPEN POSTING "
                   "FILE master_update_input.dat, FILE STATUS "
                   WS-POSTING-INPUT-STATUS
               CLOSE REVIEW-REPORT-FILE
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "POSTING INPUT OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING INP-IDX FROM 1 BY 1
                   UNTIL INP-IDX > INPUT-TOTAL
               IF INP-HELD(INP-IDX) = 'N'
                   MOVE INP-IMAGE(INP-IDX) TO POSTING-INPUT-RECORD
                   WRITE POSTING-INPUT-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLD-TOTAL
               IF HLE-RELEASED-NOW(HLD-IDX) = 'Y'
                   MOVE HLE-IMAGE(HLD-IDX) TO POSTING-INPUT-RECORD
                   WRITE POSTING-INPUT-RECORD
               END-IF
           END-PERFORM.
           CLOSE POSTING-INPUT-FILE.

       CHECK-POSTING-CONTROL.
           MOVE 'N' TO WS-CONTROL-OPEN.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-POSTING-CONTROL-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-POSTED-FLAG NOT = 'Y'
                               AND PCT-BUILD-DATE = WS-RUN-DATE-NUM
                           MOVE 'Y' TO WS-CONTROL-OPEN
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF.

       COUNT-RELEASES-WAITING.
           MOVE 0 TO WS-RELEASES-WAITING.
           OPEN INPUT RELEASE-ACTION-FILE.
           IF WS-RELEASE-ACTION-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ RELEASE-ACTION-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF DRL-ACTION = 'R'
                               ADD 1 TO WS-RELEASES-WAITING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-ACTION-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       UPDATE-POSTING-CONTROL.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-POSTING-CONTROL-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PCT-BUILT-BY TO WS-CONTROL-BUILT-BY
                       IF PCT-POSTED-FLAG = 'Y'
                           MOVE 'Y' TO WS-CONTROL-POSTED
                           MOVE PCT-POSTED-DATE TO
                               WS-CONTROL-POSTED-DATE
                       END-IF
                       IF PCT-RECORD-COUNT NUMERIC
                               AND PCT-NET-AMOUNT NUMERIC
                           MOVE PCT-RECORD-COUNT TO WS-CONTROL-COUNT
                           MOVE PCT-NET-AMOUNT TO WS-CONTROL-AMOUNT
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-BUILT-BY = SPACES
               MOVE "DUP-SCREEN" TO WS-CONTROL-BUILT-BY
           END-IF.
           IF WS-CONTROL-COUNT >= WS-HELD-COUNT
               SUBTRACT WS-HELD-COUNT FROM WS-CONTROL-COUNT
           ELSE
               MOVE 0 TO WS-CONTROL-COUNT
           END-IF.
           SUBTRACT WS-HELD-AMOUNT FROM WS-CONTROL-AMOUNT.
           ADD WS-RELEASED-COUNT TO WS-CONTROL-COUNT.
           ADD WS-RELEASED-AMOUNT TO WS-CONTROL-AMOUNT.
           OPEN OUTPUT POSTING-CONTROL-FILE.
           MOVE WS-CONTROL-BUILT-BY TO PCT-BUILT-BY.
           MOVE WS-RUN-DATE-NUM TO PCT-BUILD-DATE.
           MOVE WS-CONTROL-COUNT TO PCT-RECORD-COUNT.
           MOVE WS-CONTROL-AMOUNT TO PCT-NET-AMOUNT.
           MOVE WS-CONTROL-POSTED TO PCT-POSTED-FLAG.
           MOVE WS-CONTROL-POSTED-DATE TO PCT-POSTED-DATE.
           WRITE POSTING-CONTROL-LINE.
           CLOSE POSTING-CONTROL-FILE.

       REWRITE-HOLD-REGISTER.
           OPEN OUTPUT DUPLICATE-HOLD-FILE.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLD-TOTAL
               MOVE HLE-HOLD-ID(HLD-IDX) TO DPH-HOLD-ID
               MOVE HLE-HELD-DATE(HLD-IDX) TO DPH-HELD-DATE
               MOVE HLE-MATCH-SOURCE(HLD-IDX) TO DPH-MATCH-SOURCE
               MOVE HLE-MATCH-DATE(HLD-IDX) TO DPH-MATCH-DATE
               MOVE HLE-MATCH-REF(HLD-IDX) TO DPH-MATCH-REF
               MOVE HLE-STATUS(HLD-IDX) TO DPH-STATUS
               MOVE HLE-ACTION-DATE(HLD-IDX) TO DPH-ACTION-DATE
               MOVE HLE-OPERATOR(HLD-IDX) TO DPH-OPERATOR
               MOVE HLE-IMAGE(HLD-IDX) TO DPH-IMAGE
               WRITE DUPLICATE-HOLD-LINE
           END-PERFORM.
           CLOSE DUPLICATE-HOLD-FILE.

       WRITE-HOLD-LISTING.
           MOVE "ITEMS AWAITING REVIEW" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLD-TOTAL
               IF HLE-STATUS(HLD-IDX) = 'H'
                   ADD 1 TO WS-STILL-HELD-COUNT
                   PERFORM WRITE-HELD-ITEM-LINE
               END-IF
           END-PERFORM.

       WRITE-HELD-ITEM-LINE.
           MOVE HLE-IMAGE(HLD-IDX) TO POSTING-INPUT-RECORD.
           IF HLE-HELD-DATE(HLD-IDX) > 0
               COMPUTE WS-ITEM-AGE = WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(HLE-HELD-DATE(HLD-IDX))
           ELSE
               MOVE 0 TO WS-ITEM-AGE
           END-IF.
           MOVE WS-ITEM-AGE TO WS-AGE-DISPLAY.
           IF RECORD-AMOUNT NUMERIC
               MOVE RECORD-AMOUNT TO WS-AMOUNT-DISPLAY
           ELSE
               MOVE 0 TO WS-AMOUNT-DISPLAY
           END-IF.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "  HOLD " HLE-HOLD-ID(HLD-IDX)
               " ACCOUNT " RECORD-ACCOUNT
               " AMOUNT " WS-AMOUNT-DISPLAY
               " ID " POSTING-TRANSACTION-ID
               " " HLE-MATCH-SOURCE(HLD-IDX)
               " " HLE-MATCH-REF(HLD-IDX)
               " HELD " HLE-HELD-DATE(HLD-IDX)
               " AGE " WS-AGE-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       WRITE-REVIEW-TOTALS.
           MOVE WS-SCREENED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "DETAILS SCREENED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "HELD THIS RUN: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "RELEASED TO POSTING INPUT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-DISCARDED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "DISCARDED TO SUSPENSE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-ACTIONS-FAILED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "RELEASE ACTIONS REJECTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-STILL-HELD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "AWAITING REVIEW: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       APPEND-LINEAGE-ENTRY.
           IF WS-LINEAGE-STATUS = "00"
               MOVE 0 TO LIN-SEQUENCE
               MOVE "DUP-SCREEN" TO LIN-STAGE
               MOVE WS-LIN-DISPOSITION TO LIN-DISPOSITION
               MOVE RECORD-ACCOUNT TO LIN-ACCOUNT
               IF RECORD-AMOUNT NUMERIC
                   MOVE RECORD-AMOUNT TO LIN-AMOUNT
               ELSE
                   MOVE 0 TO LIN-AMOUNT
               END-IF
               IF RECORD-TRAN-DATE NUMERIC
                   MOVE RECORD-TRAN-DATE TO LIN-TRAN-DATE
               ELSE
                   MOVE WS-RUN-DATE-NUM TO LIN-TRAN-DATE
               END-IF
               MOVE POSTING-TRANSACTION-ID TO LIN-TRANSACTION-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO LIN-STAMP
               WRITE LINEAGE-LINE
           END-IF.

       WRITE-HELD-ALERT.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           IF WS-ALERT-LOG-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-TIMESTAMP
               MOVE "DUP-SCREEN" TO ALERT-PROGRAM
               MOVE 'W' TO ALERT-SEVERITY
               MOVE "DUPHELD " TO ALERT-CODE
               MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO ALERT-TEXT
               STRING "SUSPECTED DUPLICATE PAYMENTS HELD: "
                   FUNCTION TRIM(WS-COUNT-DISPLAY)
                   DELIMITED BY SIZE INTO ALERT-TEXT
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
               DISPLAY "DUP-SCREEN: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
