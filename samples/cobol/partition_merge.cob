       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTITION-MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT PARTITION-RANGE-FILE
               ASSIGN TO "master_update_partitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-RANGE-STATUS.
           SELECT POSTING-CONTROL-FILE
               ASSIGN TO "master_update_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-CONTROL-STATUS.
           SELECT PARTITION-STATUS-FILE
               ASSIGN TO WS-PARTITION-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-STATUS-STATUS.
           SELECT PARTITION-CONTROL-FILE
               ASSIGN TO WS-PARTITION-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-CONTROL-STATUS.
           SELECT PARTITION-JOURNAL-FILE
               ASSIGN TO WS-PARTITION-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-JOURNAL-STATUS.
           SELECT PARTITION-LINEAGE-FILE
               ASSIGN TO WS-PARTITION-LINEAGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-LINEAGE-STATUS.
           SELECT PARTITION-SUSPENSE-FILE
               ASSIGN TO WS-PARTITION-SUSPENSE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-SUSPENSE-STATUS.
           SELECT PARTITION-NETTING-FILE
               ASSIGN TO WS-PARTITION-NETTING-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-NETTING-STATUS.
           SELECT PARTITION-CATCH-FILE
               ASSIGN TO WS-PARTITION-CATCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-CATCH-STATUS.
           SELECT PARTITION-BACK-VALUE-FILE
               ASSIGN TO WS-PARTITION-BACK-VALUE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-BACK-VALUE-STATUS.
           SELECT PARTITION-APPROVAL-FILE
               ASSIGN TO WS-PARTITION-APPROVAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-APPROVAL-STATUS.
           SELECT PARTITION-SUMMARY-FILE
               ASSIGN TO WS-PARTITION-SUMMARY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-SUMMARY-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO "record_summary_suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT BLOCK-CATCH-FILE
               ASSIGN TO "block_catches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-CATCH-STATUS.
           SELECT BACK-VALUE-FILE
               ASSIGN TO "back_value_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACK-VALUE-STATUS.
           SELECT POSTING-APPROVAL-FILE
               ASSIGN TO "posting_approval_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-APPROVAL-STATUS.
           SELECT NETTING-AUDIT-FILE
               ASSIGN TO "netting_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UPDATE-SUMMARY-FILE
               ASSIGN TO "master_update_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UPDATE-STATUS-FILE
               ASSIGN TO "master_update_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-SEQUENCE-FILE
               ASSIGN TO "journal_sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-SEQ-STATUS.
           SELECT MERGE-REPORT-FILE
               ASSIGN TO "partition_merge_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "partition_merge_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  PARTITION-RANGE-FILE.
       01  PARTITION-RANGE-LINE.
           COPY "PARTITION-RANGE-RECORD.cpy".
       FD  POSTING-CONTROL-FILE.
       01  POSTING-CONTROL-LINE.
           COPY "POSTING-CONTROL-RECORD.cpy".
       FD  PARTITION-STATUS-FILE.
       01  PARTITION-STATUS-LINE.
           05  PTS-PROGRAM PIC X(20).
           05  PTS-CODE PIC 9(4).
           05  PTS-REASON PIC X(40).
           05  PTS-DATE PIC 9(8).
       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-LINE.
           05  PTC-BUILT-BY PIC X(20).
           05  PTC-BUILD-DATE PIC 9(8).
           05  PTC-RECORD-COUNT PIC 9(9).
           05  PTC-NET-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
       FD  PARTITION-JOURNAL-FILE.
       01  PARTITION-JOURNAL-LINE PIC X(70).
       FD  PARTITION-LINEAGE-FILE.
       01  PARTITION-LINEAGE-LINE PIC X(101).
       FD  PARTITION-SUSPENSE-FILE.
       01  PARTITION-SUSPENSE-LINE PIC X(92).
       FD  PARTITION-NETTING-FILE.
       01  PARTITION-NETTING-LINE PIC X(40).
       FD  PARTITION-CATCH-FILE.
       01  PARTITION-CATCH-LINE PIC X(75).
       FD  PARTITION-BACK-VALUE-FILE.
       01  PARTITION-BACK-VALUE-LINE PIC X(81).
       FD  PARTITION-APPROVAL-FILE.
       01  PARTITION-APPROVAL-LINE PIC X(92).
       FD  PARTITION-SUMMARY-FILE.
       01  PARTITION-SUMMARY-LINE PIC X(64).
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
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE PIC X(101).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE PIC X(92).
       FD  BLOCK-CATCH-FILE.
       01  BLOCK-CATCH-LINE PIC X(75).
       FD  BACK-VALUE-FILE.
       01  BACK-VALUE-LINE PIC X(81).
       FD  POSTING-APPROVAL-FILE.
       01  POSTING-APPROVAL-LINE PIC X(92).
       FD  NETTING-AUDIT-FILE.
       01  NETTING-AUDIT-LINE PIC X(40).
       FD  UPDATE-SUMMARY-FILE.
       01  UPDATE-SUMMARY-LINE PIC X(64).
       FD  UPDATE-STATUS-FILE.
       01  UPDATE-STATUS-LINE.
           05  UPS-PROGRAM PIC X(20).
           05  UPS-CODE PIC 9(4).
           05  UPS-REASON PIC X(40).
           05  UPS-DATE PIC 9(8).
       FD  JOURNAL-SEQUENCE-FILE.
       01  JOURNAL-SEQUENCE-LINE.
           COPY "JOURNAL-SEQUENCE-RECORD.cpy".
       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-PARTITION-RANGE-STATUS PIC XX VALUE "00".
       01  WS-POSTING-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-STATUS-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-NETTING-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-SUMMARY-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-CATCH-STATUS PIC XX VALUE "00".
       01  WS-BLOCK-CATCH-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-BACK-VALUE-STATUS PIC XX VALUE "00".
       01  WS-BACK-VALUE-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-APPROVAL-STATUS PIC XX VALUE "00".
       01  WS-POSTING-APPROVAL-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-SUSPENSE-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "PARTITIONS MERGED".
       01  WS-PARTITION-STATUS-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-CONTROL-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-JOURNAL-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-LINEAGE-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-SUSPENSE-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-NETTING-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-SUMMARY-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-CATCH-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-BACK-VALUE-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-APPROVAL-NAME PIC X(60) VALUE SPACES.
       01  PARTITION-TABLE.
           05  PARTITION-ENTRY OCCURS 20 TIMES
                   INDEXED BY PTN-IDX.
               10  PTE-NUMBER PIC 9(2) VALUE 0.
               10  PTE-CODE PIC 9(4) VALUE 0.
               10  PTE-REASON PIC X(40) VALUE SPACES.
       01  PARTITION-TOTAL PIC 9(2) VALUE 0.
       01  WS-PARTITION-NO PIC 9(2) VALUE 0.
       01  WS-UNFINISHED-COUNT PIC 9(2) VALUE 0.
       01  WS-FAILED-COUNT PIC 9(2) VALUE 0.
       01  WS-MERGED-BEFORE PIC 9(2) VALUE 0.
       01  WS-WORST-CODE PIC 9(4) VALUE 0.
       01  WS-CONTROL-PRESENT PIC X VALUE 'N'.
       01  WS-CONTROL-COUNT PIC 9(9) VALUE 0.
       01  WS-CONTROL-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-CONTROL-BUILT-BY PIC X(20) VALUE SPACES.
       01  WS-CONTROL-BUILD-DATE PIC 9(8) VALUE 0.
       01  WS-CONTROL-POSTED PIC X VALUE 'N'.
       01  WS-PARTITION-COUNT PIC 9(9) VALUE 0.
       01  WS-PARTITION-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-NETTING-OPEN PIC X VALUE 'N'.
       01  WS-JOURNAL-COUNT PIC 9(9) VALUE 0.
       01  WS-LINEAGE-COUNT PIC 9(9) VALUE 0.
       01  WS-SUSPENSE-COUNT PIC 9(9) VALUE 0.
       01  WS-CATCH-COUNT PIC 9(9) VALUE 0.
       01  WS-BACK-VALUE-COUNT PIC 9(9) VALUE 0.
       01  WS-APPROVAL-COUNT PIC 9(9) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-COUNT-DISPLAY-2 PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(10)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN OUTPUT MERGE-REPORT-FILE.
           MOVE "MASTER UPDATE PARTITION MERGE" TO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           PERFORM LOAD-PARTITION-RANGES.
           IF PARTITION-TOTAL = 0
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "NO PARTITION RANGE CONTROL" TO WS-JOB-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           PERFORM VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTITION-TOTAL
               PERFORM CHECK-PARTITION-FINISHED
           END-PERFORM.
           IF WS-MERGED-BEFORE > 0
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "PARTITIONS ALREADY MERGED" TO WS-JOB-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           IF WS-UNFINISHED-COUNT > 0
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "PARTITIONS NOT FINISHED" TO WS-JOB-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           IF WS-FAILED-COUNT > 0
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "PARTITIONS FAILED" TO WS-JOB-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           PERFORM PROVE-PARTITION-TOTALS.
           PERFORM LOAD-JOURNAL-SEQUENCE.
           OPEN EXTEND POSTING-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTING-JOURNAL-FILE
           END-IF.
           OPEN OUTPUT UPDATE-SUMMARY-FILE.
           MOVE "MASTER UPDATE SUMMARY - PARTITIONED POSTING" TO
               UPDATE-SUMMARY-LINE.
           WRITE UPDATE-SUMMARY-LINE.
           PERFORM VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTITION-TOTAL
               PERFORM MERGE-ONE-PARTITION
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           CLOSE UPDATE-SUMMARY-FILE.
           IF WS-NETTING-OPEN = 'Y'
               CLOSE NETTING-AUDIT-FILE
           END-IF.
           PERFORM SAVE-JOURNAL-SEQUENCE.
           PERFORM MARK-CONTROL-POSTED.
           PERFORM WRITE-MERGE-TOTALS.
           PERFORM WRITE-UPDATE-STATUS.
           CLOSE MERGE-REPORT-FILE.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "PARTITION-MERGE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       REFUSE-MERGE.
           DISPLAY "PARTITION-MERGE: " WS-JOB-REASON " - NOT MERGED".
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "MERGE REFUSED: " WS-JOB-REASON
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           CLOSE MERGE-REPORT-FILE.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-PARTITION-RANGES.
           OPEN INPUT PARTITION-RANGE-FILE.
           IF WS-PARTITION-RANGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y' OR PARTITION-TOTAL >= 20
               READ PARTITION-RANGE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF PTN-NUMBER NUMERIC AND PTN-NUMBER > 0
                           ADD 1 TO PARTITION-TOTAL
                           MOVE PTN-NUMBER TO
                               PTE-NUMBER(PARTITION-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTITION-RANGE-FILE.
           MOVE 'N' TO EOF-FLAG.

       SET-PARTITION-NAMES.
           MOVE PTE-NUMBER(PTN-IDX) TO WS-PARTITION-NO.
           MOVE SPACES TO WS-PARTITION-STATUS-NAME.
           STRING "master_update_jobstatus_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-STATUS-NAME.
           MOVE SPACES TO WS-PARTITION-CONTROL-NAME.
           STRING "master_update_control_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-CONTROL-NAME.
           MOVE SPACES TO WS-PARTITION-JOURNAL-NAME.
           STRING "master_posting_journal_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-JOURNAL-NAME.
           MOVE SPACES TO WS-PARTITION-LINEAGE-NAME.
           STRING "record_lineage_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-LINEAGE-NAME.
           MOVE SPACES TO WS-PARTITION-SUSPENSE-NAME.
           STRING "record_summary_suspense_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-SUSPENSE-NAME.
           MOVE SPACES TO WS-PARTITION-NETTING-NAME.
           STRING "netting_audit_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-NETTING-NAME.
           MOVE SPACES TO WS-PARTITION-SUMMARY-NAME.
           STRING "master_update_summary_p" WS-PARTITION-NO ".txt"
               DELIMITED BY SIZE INTO WS-PARTITION-SUMMARY-NAME.
           MOVE SPACES TO WS-PARTITION-CATCH-NAME.
           STRING "block_catches_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-CATCH-NAME.
           MOVE SPACES TO WS-PARTITION-BACK-VALUE-NAME.
           STRING "back_value_items_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-BACK-VALUE-NAME.
           MOVE SPACES TO WS-PARTITION-APPROVAL-NAME.
           STRING "posting_approval_pending_p" WS-PARTITION-NO ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-APPROVAL-NAME.

       CHECK-PARTITION-FINISHED.
           PERFORM SET-PARTITION-NAMES.
           MOVE RC-RUN-IN-PROGRESS TO PTE-CODE(PTN-IDX).
           MOVE "PARTITION STATUS NOT FOUND" TO PTE-REASON(PTN-IDX).
           OPEN INPUT PARTITION-STATUS-FILE.
           IF WS-PARTITION-STATUS-STATUS = "00"
               READ PARTITION-STATUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PTS-CODE NUMERIC
                           MOVE PTS-CODE TO PTE-CODE(PTN-IDX)
                           MOVE PTS-REASON TO PTE-REASON(PTN-IDX)
                       END-IF
               END-READ
               CLOSE PARTITION-STATUS-FILE
           END-IF.
           EVALUATE TRUE
               WHEN PTE-REASON(PTN-IDX) = "PARTITION MERGED"
                   ADD 1 TO WS-MERGED-BEFORE
               WHEN PTE-CODE(PTN-IDX) = RC-RUN-IN-PROGRESS
                   ADD 1 TO WS-UNFINISHED-COUNT
               WHEN PTE-CODE(PTN-IDX) > RC-JOB-WARNING
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   IF PTE-CODE(PTN-IDX) > WS-WORST-CODE
                       MOVE PTE-CODE(PTN-IDX) TO WS-WORST-CODE
                   END-IF
           END-EVALUATE.
           MOVE PTE-CODE(PTN-IDX) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "PARTITION " WS-PARTITION-NO
               " CODE " WS-COUNT-DISPLAY
               " " PTE-REASON(PTN-IDX)
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.

       PROVE-PARTITION-TOTALS.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-POSTING-CONTROL-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-RECORD-COUNT NUMERIC
                               AND PCT-NET-AMOUNT NUMERIC
                           MOVE 'Y' TO WS-CONTROL-PRESENT
                           MOVE PCT-RECORD-COUNT TO WS-CONTROL-COUNT
                           MOVE PCT-NET-AMOUNT TO WS-CONTROL-AMOUNT
                       END-IF
                       MOVE PCT-BUILT-BY TO WS-CONTROL-BUILT-BY
                       IF PCT-BUILD-DATE NUMERIC
                           MOVE PCT-BUILD-DATE TO WS-CONTROL-BUILD-DATE
                       END-IF
                       IF PCT-POSTED-FLAG = 'Y'
                           MOVE 'Y' TO WS-CONTROL-POSTED
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-PRESENT = 'N'
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "POSTING CONTROL RECORD MISSING" TO WS-JOB-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           IF WS-CONTROL-POSTED = 'Y'
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "POSTING CONTROL ALREADY POSTED" TO WS-JOB-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           PERFORM VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTITION-TOTAL
               PERFORM SET-PARTITION-NAMES
               OPEN INPUT PARTITION-CONTROL-FILE
               IF WS-PARTITION-CONTROL-STATUS = "00"
                   READ PARTITION-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PTC-RECORD-COUNT NUMERIC
                                   AND PTC-NET-AMOUNT NUMERIC
                               ADD PTC-RECORD-COUNT TO
                                   WS-PARTITION-COUNT
                               ADD PTC-NET-AMOUNT TO
                                   WS-PARTITION-AMOUNT
                           END-IF
                   END-READ
                   CLOSE PARTITION-CONTROL-FILE
               END-IF
           END-PERFORM.
           MOVE WS-CONTROL-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-CONTROL-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "INPUT CONTROL    RECORDS " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE WS-PARTITION-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-PARTITION-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "PARTITION TOTAL  RECORDS " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           IF WS-PARTITION-COUNT NOT = WS-CONTROL-COUNT
                   OR WS-PARTITION-AMOUNT NOT = WS-CONTROL-AMOUNT
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "PARTITION TOTALS DISAGREE WITH INPUT" TO
                   WS-JOB-REASON
               PERFORM REFUSE-MERGE
           END-IF.
           MOVE "PARTITION CONTROL TOTALS AGREE WITH INPUT TOTAL" TO
               MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.

       LOAD-JOURNAL-SEQUENCE.
           MOVE 0 TO WS-JOURNAL-SEQUENCE.
           OPEN INPUT JOURNAL-SEQUENCE-FILE.
           IF WS-JOURNAL-SEQ-STATUS = "00"
               READ JOURNAL-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JSQ-LAST-SEQUENCE NUMERIC
                           MOVE JSQ-LAST-SEQUENCE TO
                               WS-JOURNAL-SEQUENCE
                       END-IF
               END-READ
               CLOSE JOURNAL-SEQUENCE-FILE
           END-IF.

       SAVE-JOURNAL-SEQUENCE.
           OPEN OUTPUT JOURNAL-SEQUENCE-FILE.
           MOVE WS-JOURNAL-SEQUENCE TO JSQ-LAST-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JSQ-LAST-STAMP.
           WRITE JOURNAL-SEQUENCE-LINE.
           CLOSE JOURNAL-SEQUENCE-FILE.

       MARK-CONTROL-POSTED.
           OPEN OUTPUT POSTING-CONTROL-FILE.
           MOVE WS-CONTROL-BUILT-BY TO PCT-BUILT-BY.
           MOVE WS-CONTROL-BUILD-DATE TO PCT-BUILD-DATE.
           MOVE WS-CONTROL-COUNT TO PCT-RECORD-COUNT.
           MOVE WS-CONTROL-AMOUNT TO PCT-NET-AMOUNT.
           MOVE 'Y' TO PCT-POSTED-FLAG.
           MOVE WS-RUN-DATE-NUM TO PCT-POSTED-DATE.
           WRITE POSTING-CONTROL-LINE.
           CLOSE POSTING-CONTROL-FILE.

       MERGE-ONE-PARTITION.
           PERFORM SET-PARTITION-NAMES.
           OPEN INPUT PARTITION-JOURNAL-FILE.
           IF WS-PARTITION-JOURNAL-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PARTITION-JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE PARTITION-JOURNAL-LINE TO
                               POSTING-JOURNAL-LINE
                           ADD 1 TO WS-JOURNAL-SEQUENCE
                           MOVE WS-JOURNAL-SEQUENCE TO
                               JOURNAL-SEQUENCE
                           WRITE POSTING-JOURNAL-LINE
                           ADD 1 TO WS-JOURNAL-COUNT
                   END-READ
               END-PERFORM
               CLOSE PARTITION-JOURNAL-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.
           OPEN INPUT PARTITION-LINEAGE-FILE.
           IF WS-PARTITION-LINEAGE-STATUS = "00"
               OPEN EXTEND LINEAGE-FILE
               IF WS-LINEAGE-STATUS = "35"
                   OPEN OUTPUT LINEAGE-FILE
               END-IF
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PARTITION-LINEAGE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE PARTITION-LINEAGE-LINE TO LINEAGE-LINE
                           WRITE LINEAGE-LINE
                           ADD 1 TO WS-LINEAGE-COUNT
                   END-READ
               END-PERFORM
               CLOSE LINEAGE-FILE
               CLOSE PARTITION-LINEAGE-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.
           OPEN INPUT PARTITION-SUSPENSE-FILE.
           IF WS-PARTITION-SUSPENSE-STATUS = "00"
               OPEN EXTEND SUSPENSE-FILE
               IF WS-SUSPENSE-STATUS = "35"
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PARTITION-SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE PARTITION-SUSPENSE-LINE TO
                               SUSPENSE-LINE
                           WRITE SUSPENSE-LINE
                           ADD 1 TO WS-SUSPENSE-COUNT
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               CLOSE PARTITION-SUSPENSE-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.
           OPEN INPUT PARTITION-CATCH-FILE.
           IF WS-PARTITION-CATCH-STATUS = "00"
               OPEN EXTEND BLOCK-CATCH-FILE
               IF WS-BLOCK-CATCH-STATUS = "35"
                   OPEN OUTPUT BLOCK-CATCH-FILE
               END-IF
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PARTITION-CATCH-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE PARTITION-CATCH-LINE TO
                               BLOCK-CATCH-LINE
                           WRITE BLOCK-CATCH-LINE
                           ADD 1 TO WS-CATCH-COUNT
                   END-READ
               END-PERFORM
               CLOSE BLOCK-CATCH-FILE
               CLOSE PARTITION-CATCH-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.
           OPEN INPUT PARTITION-BACK-VALUE-FILE.
           IF WS-PARTITION-BACK-VALUE-STATUS = "00"
               OPEN EXTEND BACK-VALUE-FILE
               IF WS-BACK-VALUE-STATUS = "35"
                   OPEN OUTPUT BACK-VALUE-FILE
               END-IF
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PARTITION-BACK-VALUE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE PARTITION-BACK-VALUE-LINE TO
                               BACK-VALUE-LINE
                           WRITE BACK-VALUE-LINE
                           ADD 1 TO WS-BACK-VALUE-COUNT
                   END-READ
               END-PERFORM
               CLOSE BACK-VALUE-FILE
               CLOSE PARTITION-BACK-VALUE-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.
           OPEN INPUT PARTITION-APPROVAL-FILE.
           IF WS-PARTITION-APPROVAL-STATUS = "00"
               OPEN EXTEND POSTING-APPROVAL-FILE
               IF WS-POSTING-APPROVAL-STATUS = "35"
                   OPEN OUTPUT POSTING-APPROVAL-FILE
               END-IF
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PARTITION-APPROVAL-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE PARTITION-APPROVAL-LINE TO
                               POSTING-APPROVAL-LINE
                           WRITE POSTING-APPROVAL-LINE
                           ADD 1 TO WS-APPROVAL-COUNT
                   END-READ
               END-PERFORM
               CLOSE POSTING-APPROVAL-FILE
               CLOSE PARTITION-APPROVAL-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.
           OPEN INPUT PARTITION-NETTING-FILE.
           IF WS-PARTITION-NETTING-STATUS = "00"
               IF WS-NETTING-OPEN = 'N'
                   OPEN OUTPUT NETTING-AUDIT-FILE
                   MOVE 'Y' TO WS-NETTING-OPEN
               END-IF
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PARTITION-NETTING-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE PARTITION-NETTING-LINE TO
                               NETTING-AUDIT-LINE
                           WRITE NETTING-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE PARTITION-NETTING-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.
           MOVE SPACES TO UPDATE-SUMMARY-LINE.
           STRING "PARTITION " WS-PARTITION-NO
               DELIMITED BY SIZE INTO UPDATE-SUMMARY-LINE.
           WRITE UPDATE-SUMMARY-LINE.
           OPEN INPUT PARTITION-SUMMARY-FILE.
           IF WS-PARTITION-SUMMARY-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                   READ PARTITION-SUMMARY-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE PARTITION-SUMMARY-LINE TO
                               UPDATE-SUMMARY-LINE
                           WRITE UPDATE-SUMMARY-LINE
                   END-READ
               END-PERFORM
               CLOSE PARTITION-SUMMARY-FILE
               MOVE 'N' TO EOF-FLAG
           END-IF.
           OPEN OUTPUT PARTITION-STATUS-FILE.
           MOVE "MASTER-UPDATE" TO PTS-PROGRAM.
           MOVE PTE-CODE(PTN-IDX) TO PTS-CODE.
           MOVE "PARTITION MERGED" TO PTS-REASON.
           MOVE WS-RUN-DATE-NUM TO PTS-DATE.
           WRITE PARTITION-STATUS-LINE.
           CLOSE PARTITION-STATUS-FILE.

       WRITE-MERGE-TOTALS.
           MOVE WS-JOURNAL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "JOURNAL ENTRIES MERGED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE WS-LINEAGE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "LINEAGE ENTRIES MERGED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "SUSPENSE ITEMS MERGED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE WS-CATCH-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "BLOCK CATCHES MERGED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE WS-BACK-VALUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "BACK-VALUED ITEMS MERGED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE WS-APPROVAL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "APPROVAL ITEMS MERGED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.
           MOVE WS-JOURNAL-SEQUENCE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MERGE-REPORT-LINE.
           STRING "JOURNAL SEQUENCE NOW AT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.

       WRITE-UPDATE-STATUS.
           OPEN OUTPUT UPDATE-STATUS-FILE.
           MOVE "MASTER-UPDATE" TO UPS-PROGRAM.
           MOVE WS-WORST-CODE TO UPS-CODE.
           MOVE "PARTITIONED POSTING COMPLETE" TO UPS-REASON.
           MOVE WS-RUN-DATE-NUM TO UPS-DATE.
           WRITE UPDATE-STATUS-LINE.
           CLOSE UPDATE-STATUS-FILE.
           IF WS-WORST-CODE > WS-JOB-CODE
               MOVE WS-WORST-CODE TO WS-JOB-CODE
               MOVE "PARTITIONS MERGED WITH WARNINGS" TO
                   WS-JOB-REASON
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
               DISPLAY "PARTITION-MERGE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
