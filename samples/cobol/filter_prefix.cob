           SELECT SOURCE-FILE ASSIGN TO "source.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT TARGET-FILE ASSIGN TO WS-TARGET-WORKNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT PREFIX-CONTROL-FILE
               ASSIGN TO WS-PREFIX-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFIX-CONTROL-STATUS.
           SELECT REJECTED-FILE ASSIGN TO WS-REJECTED-WORKNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTED-STATUS.
           SELECT SUMMARY-REPORT-FILE
               ASSIGN TO "filter_prefix_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUCKET-ALLOW-FILE
               ASSIGN TO "bucket_allow.dat.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUCKET-ALLOW-STATUS.
           SELECT BUCKET-DENY-FILE
               ASSIGN TO "bucket_deny.dat.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUCKET-DENY-STATUS.
           SELECT BUCKET-HOLD-FILE
               ASSIGN TO "bucket_hold.dat.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUCKET-HOLD-STATUS.
           SELECT DAILY-PARAMETER-FILE
               ASSIGN TO WS-DAILY-PARAM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT CHAIN-SEAL-FILE ASSIGN TO "chain_seals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-SEAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
       FD  CHAIN-SEAL-FILE.
       01  CHAIN-SEAL-LINE.
           COPY "CHAIN-SEAL-RECORD.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-TARGET-FILENAME PIC X(80) VALUE "target.dat".
       01  WS-PREFIX-CONTROL-FILENAME PIC X(80)
               VALUE "filter_prefix_control.dat".
       01  WS-REJECTED-FILENAME PIC X(80) VALUE "rejected.dat".
       01  WS-TARGET-WORKNAME PIC X(80) VALUE SPACES.
       01  WS-REJECTED-WORKNAME PIC X(80) VALUE SPACES.
       01  WS-TARGET-STATUS PIC XX VALUE "00".
       01  WS-REJECTED-STATUS PIC XX VALUE "00".
       01  WS-BUCKET-ALLOW-STATUS PIC XX VALUE "00".
       01  WS-BUCKET-DENY-STATUS PIC XX VALUE "00".
       01  WS-BUCKET-HOLD-STATUS PIC XX VALUE "00".
       01  WS-TARGET-WRITTEN PIC 9(9) VALUE 0.
       01  WS-REJECTED-WRITTEN PIC 9(9) VALUE 0.
       01  WS-OUTPUT-CHECK-FAILED PIC X VALUE 'N'.
       01  WS-COMMIT-TARGET-NAME PIC X(80) VALUE SPACES.
       01  WS-COMMIT-WORK-NAME PIC X(80) VALUE SPACES.
       01  WS-COMMIT-GENERATIONS PIC 9(2) VALUE 0.
       01  WS-COMMIT-STATUS PIC 9 VALUE 0.
       01  WS-DAILY-PARAM-FILENAME PIC X(80)
               VALUE "daily_parameters.dat".
       01  WS-RUN-COMPANY-STATUS PIC XX VALUE "00".
       01  FMT-LINE-WIDTH PIC 9(3) COMP VALUE 64.
       01  FMT-STATUS PIC 9 VALUE 0.
       01  WS-FMT-LABEL PIC X(40) VALUE SPACES.
       01  WS-CHAIN-SEAL-STATUS PIC XX VALUE "00".
       01  WS-CHAIN-EOF PIC X VALUE 'N'.
       01  WS-CHAIN-LOADED PIC X VALUE 'N'.
       01  WS-CHAIN-FILE-ID PIC X(8) VALUE "RUNAUDIT".
       01  WS-CHAIN-HASH PIC 9(16) VALUE 0.
       01  WS-CHAIN-LANES REDEFINES WS-CHAIN-HASH.
           05  WS-CHAIN-LANE-A PIC 9(8).
           05  WS-CHAIN-LANE-B PIC 9(8).
       01  WS-CHAIN-TEXT PIC X(63) VALUE SPACES.
       01  WS-CHAIN-LENGTH PIC 9(4) VALUE 63.
       01  WS-CHAIN-POS PIC 9(4) VALUE 0.
       01  WS-CHAIN-COUNT PIC 9(9) VALUE 0.
       01  WS-CHAIN-SEAL-DATE PIC 9(8) VALUE 0.
       01  WS-CHAIN-SLOT PIC 9(4) VALUE 0.
       01  CHAIN-SEAL-TABLE.
           05  CHAIN-SEAL-ENTRY OCCURS 5000 TIMES INDEXED BY CSL-IDX.
               10  CSL-FILE-ID PIC X(8).
               10  CSL-TYPE PIC X.
               10  CSL-DATE PIC 9(8).
               10  CSL-RECORD-COUNT PIC 9(9).
               10  CSL-HASH PIC 9(16).
               10  CSL-STAMP PIC X(14).
               10  CSL-PROGRAM PIC X(20).
       01  CHAIN-SEAL-TOTAL PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMING-START-STAMP.
               MOVE WS-JOB-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-OUTPUT-WORK-NAMES.
           OPEN INPUT SOURCE-FILE
                OUTPUT TARGET-FILE REJECTED-FILE
                OUTPUT BUCKET-ALLOW-FILE BUCKET-DENY-FILE
                           MOVE SOURCE-LINE-LENGTH TO
                               REJECTED-LINE-LENGTH
                           WRITE REJECTED-RECORD
                           ADD 1 TO WS-REJECTED-WRITTEN
                           MOVE "WRONG COMPANY" TO
                               WS-LIN-DISPOSITION
                           PERFORM APPEND-LINEAGE-ENTRY
                           MOVE SOURCE-LINE-LENGTH TO
                               REJECTED-LINE-LENGTH
                           WRITE REJECTED-RECORD
                           ADD 1 TO WS-REJECTED-WRITTEN
                           MOVE "DROPPED" TO WS-LIN-DISPOSITION
                           PERFORM APPEND-LINEAGE-ENTRY
                       END-IF
           IF WS-LINEAGE-STATUS = "00"
               CLOSE LINEAGE-FILE
           END-IF.
           PERFORM COMMIT-FILTER-OUTPUTS.
           PERFORM WRITE-SUMMARY-REPORT.
           IF WS-OTHER-COMPANY-COUNT > 0
               MOVE 'E' TO WS-ALERT-SEVERITY
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       SET-OUTPUT-WORK-NAMES.
           MOVE SPACES TO WS-TARGET-WORKNAME.
           STRING FUNCTION TRIM(WS-TARGET-FILENAME) ".work"
               DELIMITED BY SIZE INTO WS-TARGET-WORKNAME.
           MOVE SPACES TO WS-REJECTED-WORKNAME.
           STRING FUNCTION TRIM(WS-REJECTED-FILENAME) ".work"
               DELIMITED BY SIZE INTO WS-REJECTED-WORKNAME.

       COMMIT-FILTER-OUTPUTS.
           IF WS-TARGET-STATUS NOT = "00"
                   OR WS-REJECTED-STATUS NOT = "00"
                   OR WS-BUCKET-ALLOW-STATUS NOT = "00"
                   OR WS-BUCKET-DENY-STATUS NOT = "00"
                   OR WS-BUCKET-HOLD-STATUS NOT = "00"
               MOVE 'Y' TO WS-OUTPUT-CHECK-FAILED
           END-IF.
           IF WS-TARGET-WRITTEN + WS-BUCKET-ALLOW-COUNT
                   + WS-BUCKET-DENY-COUNT + WS-BUCKET-HOLD-COUNT
                   NOT = WS-MATCHED-COUNT
                   OR WS-REJECTED-WRITTEN NOT =
                       WS-DROPPED-COUNT + WS-OTHER-COMPANY-COUNT
               MOVE 'Y' TO WS-OUTPUT-CHECK-FAILED
           END-IF.
           IF WS-OUTPUT-CHECK-FAILED = 'Y'
               DISPLAY "FILTER-PREFIX: OUTPUT CONTROL CHECK FAILED - "
                   "PRIOR OUTPUT FILES LEFT IN PLACE"
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "OUTPUT CONTROL CHECK FAILED" TO WS-JOB-REASON
               MOVE 'E' TO WS-ALERT-SEVERITY
               MOVE "COMMIT  " TO WS-ALERT-CODE
               MOVE "FILTER OUTPUTS NOT COMMITTED - CONTROL CHECK"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               PERFORM REGISTER-RUN-END
               PERFORM WRITE-JOB-STATUS
               MOVE WS-JOB-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TARGET-FILENAME TO WS-COMMIT-TARGET-NAME.
           MOVE WS-TARGET-WORKNAME TO WS-COMMIT-WORK-NAME.
           PERFORM COMMIT-ONE-OUTPUT.
           MOVE WS-REJECTED-FILENAME TO WS-COMMIT-TARGET-NAME.
           MOVE WS-REJECTED-WORKNAME TO WS-COMMIT-WORK-NAME.
           PERFORM COMMIT-ONE-OUTPUT.
           MOVE "bucket_allow.dat" TO WS-COMMIT-TARGET-NAME.
           MOVE "bucket_allow.dat.work" TO WS-COMMIT-WORK-NAME.
           PERFORM COMMIT-ONE-OUTPUT.
           MOVE "bucket_deny.dat" TO WS-COMMIT-TARGET-NAME.
           MOVE "bucket_deny.dat.work" TO WS-COMMIT-WORK-NAME.
           PERFORM COMMIT-ONE-OUTPUT.
           MOVE "bucket_hold.dat" TO WS-COMMIT-TARGET-NAME.
           MOVE "bucket_hold.dat.work" TO WS-COMMIT-WORK-NAME.
           PERFORM COMMIT-ONE-OUTPUT.

       COMMIT-ONE-OUTPUT.
           CALL "CBLC-FILE-COMMIT" USING
                   BY REFERENCE WS-COMMIT-TARGET-NAME
                   BY REFERENCE WS-COMMIT-WORK-NAME
                   BY REFERENCE WS-COMMIT-GENERATIONS
                   BY REFERENCE WS-COMMIT-STATUS
           END-CALL.
           IF WS-COMMIT-STATUS NOT = 0
               DISPLAY "FILTER-PREFIX: UNABLE TO SWITCH "
                   WS-COMMIT-WORK-NAME(1:40) " INTO PLACE, STATUS "
                   WS-COMMIT-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "OUTPUT COMMIT FAILED" TO WS-JOB-REASON
               MOVE 'F' TO WS-ALERT-SEVERITY
               MOVE "COMMIT  " TO WS-ALERT-CODE
               MOVE "FILTER OUTPUT COULD NOT BE SWITCHED INTO PLACE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
               PERFORM REGISTER-RUN-END
               PERFORM WRITE-JOB-STATUS
               MOVE WS-JOB-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "FILTER-PREFIX" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       WRITE-AUDIT-LOG-ENTRY.
           PERFORM LOAD-CHAIN-TIP.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-LOG-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDIT-LOG-STATUS = "00"
               MOVE SPACES TO AUDIT-LOG-LINE
               MOVE "FILTER-PREFIX" TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-RUN-TIMESTAMP
               MOVE WS-READ-COUNT TO AUDIT-RECORDS-PROCESSED
               MOVE WS-MATCHED-COUNT TO AUDIT-RECORDS-ACCEPTED
               MOVE WS-DROPPED-COUNT TO AUDIT-RECORDS-REJECTED
               MOVE AUDIT-LOG-LINE(1:63) TO WS-CHAIN-TEXT
               PERFORM COMPUTE-CHAIN-HASH
               MOVE WS-CHAIN-HASH TO AUDIT-CHAIN-HASH
               WRITE AUDIT-LOG-LINE
               CLOSE AUDIT-LOG-FILE
               ADD 1 TO WS-CHAIN-COUNT
               MOVE AUDIT-RUN-TIMESTAMP(1:8) TO WS-CHAIN-SEAL-DATE
               PERFORM WRITE-CHAIN-SEAL
           END-IF.

       LOAD-CHAIN-TIP.
           IF WS-CHAIN-LOADED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CHAIN-LOADED.
           MOVE 0 TO WS-CHAIN-HASH.
           MOVE 0 TO WS-CHAIN-COUNT.
           MOVE 'N' TO WS-CHAIN-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-LOG-STATUS = "00"
               PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-CHAIN-EOF
                       NOT AT END
                           ADD 1 TO WS-CHAIN-COUNT
                           IF AUDIT-CHAIN-HASH NUMERIC
                               MOVE AUDIT-CHAIN-HASH TO WS-CHAIN-HASH
                           ELSE
                               MOVE 0 TO WS-CHAIN-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
           MOVE 0 TO CHAIN-SEAL-TOTAL.
           MOVE 'N' TO WS-CHAIN-EOF.
           OPEN INPUT CHAIN-SEAL-FILE.
           IF WS-CHAIN-SEAL-STATUS = "00"
               PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                       OR CHAIN-SEAL-TOTAL >= 5000
                   READ CHAIN-SEAL-FILE
                       AT END
                           MOVE 'Y' TO WS-CHAIN-EOF
                       NOT AT END
                           ADD 1 TO CHAIN-SEAL-TOTAL
                           MOVE CHAIN-SEAL-LINE TO
                               CHAIN-SEAL-ENTRY(CHAIN-SEAL-TOTAL)
                   END-READ
               END-PERFORM
               CLOSE CHAIN-SEAL-FILE
           END-IF.
           IF WS-CHAIN-COUNT = 0
               PERFORM VARYING CSL-IDX FROM 1 BY 1
                       UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
                   IF CSL-FILE-ID(CSL-IDX) = WS-CHAIN-FILE-ID
                           AND CSL-TYPE(CSL-IDX) = 'A'
                       MOVE CSL-HASH(CSL-IDX) TO WS-CHAIN-HASH
                   END-IF
               END-PERFORM
           END-IF.

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

       WRITE-CHAIN-SEAL.
           MOVE 0 TO WS-CHAIN-SLOT.
           PERFORM VARYING CSL-IDX FROM 1 BY 1
                   UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
               IF CSL-FILE-ID(CSL-IDX) = WS-CHAIN-FILE-ID
                       AND CSL-TYPE(CSL-IDX) = 'D'
                       AND CSL-DATE(CSL-IDX) = WS-CHAIN-SEAL-DATE
                   SET WS-CHAIN-SLOT TO CSL-IDX
               END-IF
           END-PERFORM.
           IF WS-CHAIN-SLOT = 0
               IF CHAIN-SEAL-TOTAL >= 5000
                   DISPLAY "FILTER-PREFIX: CHAIN SEAL TABLE FULL, "
                       "DAY SEAL NOT RECORDED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CHAIN-SEAL-TOTAL
               MOVE CHAIN-SEAL-TOTAL TO WS-CHAIN-SLOT
               MOVE WS-CHAIN-FILE-ID TO CSL-FILE-ID(WS-CHAIN-SLOT)
               MOVE 'D' TO CSL-TYPE(WS-CHAIN-SLOT)
               MOVE WS-CHAIN-SEAL-DATE TO CSL-DATE(WS-CHAIN-SLOT)
           END-IF.
           MOVE WS-CHAIN-COUNT TO CSL-RECORD-COUNT(WS-CHAIN-SLOT).
           MOVE WS-CHAIN-HASH TO CSL-HASH(WS-CHAIN-SLOT).
           MOVE FUNCTION CURRENT-DATE(1:14) TO CSL-STAMP(WS-CHAIN-SLOT).
           MOVE "FILTER-PREFIX" TO CSL-PROGRAM(WS-CHAIN-SLOT).
           OPEN OUTPUT CHAIN-SEAL-FILE.
           PERFORM VARYING CSL-IDX FROM 1 BY 1
                   UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
               MOVE CHAIN-SEAL-ENTRY(CSL-IDX) TO CHAIN-SEAL-LINE
               WRITE CHAIN-SEAL-LINE
           END-PERFORM.
           CLOSE CHAIN-SEAL-FILE.

       CHECK-SOURCE-STATUS.
           IF WS-SOURCE-STATUS NOT = "00"
                   MOVE SOURCE-RECORD TO TARGET-RECORD
                   MOVE SOURCE-LINE-LENGTH TO TARGET-LINE-LENGTH
                   WRITE TARGET-RECORD
                   ADD 1 TO WS-TARGET-WRITTEN
           END-EVALUATE.
           PERFORM APPEND-LINEAGE-ENTRY.

