           SELECT INPUT-FILE ASSIGN TO "input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "output.dat.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "copy_file.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT FIXED-INPUT-FILE ASSIGN TO "input.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIXED-INPUT-STATUS.
           SELECT FIXED-OUTPUT-FILE ASSIGN TO "output.dat.work"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIXED-OUTPUT-STATUS.
           SELECT SPLIT-OUTPUT-FILE ASSIGN TO WS-SPLIT-FILENAME
           SELECT STEP-TIMING-FILE ASSIGN TO "step_timing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-TIMING-STATUS.
           SELECT CHAIN-SEAL-FILE ASSIGN TO "chain_seals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-SEAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
           05  TIMING-START PIC X(14).
           05  TIMING-END PIC X(14).
           05  TIMING-ELAPSED-SECS PIC 9(6).
       FD  CHAIN-SEAL-FILE.
       01  CHAIN-SEAL-LINE.
           COPY "CHAIN-SEAL-RECORD.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  INPUT-RECORD-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-COPIED-COUNT PIC 9(9) VALUE 0.
       01  WS-TRAILER-COUNT-DISPLAY PIC Z(8)9.
       01  WS-INPUT-STATUS PIC XX VALUE "00".
       01  WS-OUTPUT-STATUS PIC XX VALUE "00".
       01  WS-COMMIT-TARGET-NAME PIC X(80) VALUE "output.dat".
       01  WS-COMMIT-WORK-NAME PIC X(80) VALUE "output.dat.work".
       01  WS-COMMIT-GENERATIONS PIC 9(2) VALUE 0.
       01  WS-COMMIT-STATUS PIC 9 VALUE 0.
       01  WS-CHECKPOINT-STATUS PIC XX VALUE "00".
       01  CHECKPOINT-INTERVAL PIC 9(4) VALUE 0100.
       01  RECORDS-READ PIC 9(9) VALUE 0.
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
           MOVE "COPY-FILE" TO JOB-STATUS-PROGRAM.
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
               MOVE "COPY-FILE" TO AUDIT-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-RUN-TIMESTAMP
               IF COPY-MODE-FLAG = 'I'
                   MOVE WS-COPIED-COUNT TO AUDIT-RECORDS-ACCEPTED
                   MOVE WS-DUPLICATE-COUNT TO AUDIT-RECORDS-REJECTED
               END-IF
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
                   DISPLAY "COPY-FILE: CHAIN SEAL TABLE FULL, "
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
           MOVE "COPY-FILE" TO CSL-PROGRAM(WS-CHAIN-SLOT).
           OPEN OUTPUT CHAIN-SEAL-FILE.
           PERFORM VARYING CSL-IDX FROM 1 BY 1
                   UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
               MOVE CHAIN-SEAL-ENTRY(CSL-IDX) TO CHAIN-SEAL-LINE
               WRITE CHAIN-SEAL-LINE
           END-PERFORM.
           CLOSE CHAIN-SEAL-FILE.

       LOAD-COPY-MODE-CONTROL.
           OPEN INPUT COPY-MODE-CONTROL-FILE.
           CLOSE DUPLICATES-FILE.
           PERFORM CLOSE-BADCHAR-REPORT.
           PERFORM VERIFY-CHECKSUM.
           PERFORM COMMIT-OUTPUT-FILE.

       SPLIT-COPY.
           IF WS-SPLIT-METHOD = 'B'
           CLOSE OUTPUT-FILE.
           PERFORM CLOSE-MERGE-INPUTS.
           PERFORM WRITE-MERGE-SUMMARY.
           PERFORM COMMIT-OUTPUT-FILE.

       LOAD-MERGE-LIST.
           OPEN INPUT MERGE-LIST-FILE.
           CLOSE DUPLICATES-FILE.
           PERFORM CLOSE-BADCHAR-REPORT.
           PERFORM VERIFY-CHECKSUM.
           PERFORM COMMIT-OUTPUT-FILE.

       READ-FIXED-RECORD.
           MOVE SPACES TO WS-FIXED-BUFFER.
               END-IF
           END-IF.

       COMMIT-OUTPUT-FILE.
           IF WS-JOB-CODE = RC-CHECKSUM-MISMATCH
                   OR (WS-RECORD-FORMAT = 'F'
                       AND WS-FIXED-OUTPUT-STATUS NOT = "00")
                   OR (WS-RECORD-FORMAT NOT = 'F'
                       AND WS-OUTPUT-STATUS NOT = "00")
               DISPLAY "COPY-FILE: OUTPUT FAILED CONTROL CHECK - "
                   "output.dat LEFT UNCHANGED"
               IF WS-JOB-CODE < RC-DISCREPANCY
                   MOVE RC-DISCREPANCY TO WS-JOB-CODE
                   MOVE "OUTPUT CONTROL CHECK FAILED" TO
                       WS-JOB-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF.
           CALL "CBLC-FILE-COMMIT" USING
                   BY REFERENCE WS-COMMIT-TARGET-NAME
                   BY REFERENCE WS-COMMIT-WORK-NAME
                   BY REFERENCE WS-COMMIT-GENERATIONS
                   BY REFERENCE WS-COMMIT-STATUS
           END-CALL.
           IF WS-COMMIT-STATUS NOT = 0
               DISPLAY "COPY-FILE: UNABLE TO SWITCH output.dat.work "
                   "INTO PLACE, STATUS " WS-COMMIT-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "OUTPUT COMMIT FAILED" TO WS-JOB-REASON
               MOVE 'F' TO WS-ALERT-SEVERITY
               MOVE "COMMIT  " TO WS-ALERT-CODE
               MOVE "COPY OUTPUT COULD NOT BE SWITCHED INTO PLACE"
                   TO WS-ALERT-TEXT
               PERFORM WRITE-ALERT-RECORD
           END-IF.

       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00"
