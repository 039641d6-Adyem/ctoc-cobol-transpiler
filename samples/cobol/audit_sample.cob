       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SAMPLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-REQUEST-FILE
               ASSIGN TO "audit_sample_request.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT DETAIL-INPUT-FILE ASSIGN TO "records.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-INPUT-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT SAMPLE-LOG-FILE ASSIGN TO "audit_sample_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-LOG-STATUS.
           SELECT WORKPAPER-FILE
               ASSIGN TO "audit_sample_workpaper.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "audit_sample_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-REQUEST-FILE.
       01  SAMPLE-REQUEST-LINE.
           05  ASR-DATE-FROM PIC 9(8).
           05  ASR-DATE-TO PIC 9(8).
           05  ASR-POPULATION PIC X.
           05  ASR-METHOD PIC X.
           05  ASR-SAMPLE-SIZE PIC 9(5).
           05  ASR-SEED PIC 9(9).
           05  ASR-BAND-LIMIT PIC 9(9)V99 OCCURS 4 TIMES.
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
       FD  DETAIL-INPUT-FILE.
       01  DETAIL-INPUT-RECORD.
           COPY "FLAT-DETAIL-RECORD.cpy".
       FD  LINEAGE-FILE.
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
       FD  SAMPLE-LOG-FILE.
       01  SAMPLE-LOG-LINE.
           05  ASL-RUN-STAMP PIC X(14).
           05  ASL-DATE-FROM PIC 9(8).
           05  ASL-DATE-TO PIC 9(8).
           05  ASL-POPULATION PIC X.
           05  ASL-METHOD PIC X.
           05  ASL-SAMPLE-SIZE PIC 9(5).
           05  ASL-SEED PIC 9(9).
           05  ASL-POPULATION-COUNT PIC 9(9).
           05  ASL-POPULATION-AMOUNT PIC S9(13)V99
               SIGN LEADING SEPARATE.
           05  ASL-SELECTED-COUNT PIC 9(5).
       FD  WORKPAPER-FILE.
       01  WORKPAPER-LINE PIC X(120).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-REQUEST-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-DETAIL-INPUT-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-SAMPLE-LOG-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-EOF PIC X VALUE 'N'.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "AUDIT SAMPLE COMPLETE".
       01  WS-DATE-FROM PIC 9(8) VALUE 0.
       01  WS-DATE-TO PIC 9(8) VALUE 0.
       01  WS-POPULATION-CODE PIC X VALUE 'B'.
       01  WS-METHOD PIC X VALUE 'S'.
       01  WS-METHOD-TEXT PIC X(30) VALUE SPACES.
       01  WS-SAMPLE-SIZE PIC 9(5) VALUE 0.
       01  WS-BAND-TABLE.
           05  WS-BAND-LIMIT PIC 9(9)V99 OCCURS 4 TIMES VALUE 0.
       01  WS-BAND-IDX PIC 9 VALUE 0.
       01  WS-SEED PIC 9(18) COMP VALUE 0.
       01  WS-RECORDED-SEED PIC 9(9) VALUE 0.
       01  WS-RANDOM-VALUE PIC 9(9) VALUE 0.
       01  POPULATION-TABLE.
           05  POPULATION-ENTRY OCCURS 20000 TIMES
                   INDEXED BY POP-IDX.
               10  POP-SOURCE PIC X VALUE SPACE.
               10  POP-REFERENCE PIC 9(9) VALUE 0.
               10  POP-ACCOUNT PIC X(10) VALUE SPACES.
               10  POP-COMPANY PIC X(3) VALUE SPACES.
               10  POP-AMOUNT PIC S9(11)V99 VALUE 0.
               10  POP-ABS-AMOUNT PIC 9(11)V99 VALUE 0.
               10  POP-TRAN-DATE PIC 9(8) VALUE 0.
               10  POP-STRATUM PIC 9(3) VALUE 0.
               10  POP-SELECTED PIC X VALUE 'N'.
               10  POP-HITS PIC 9(5) VALUE 0.
       01  POPULATION-TOTAL PIC 9(5) VALUE 0.
       01  WS-POPULATION-AMOUNT PIC S9(13)V99 VALUE 0.
       01  WS-POPULATION-ABS PIC 9(13)V99 VALUE 0.
       01  WS-POPULATION-FULL PIC 9(9) VALUE 0.
       01  PICK-TABLE.
           05  PICK-ENTRY OCCURS 20000 TIMES INDEXED BY PCK-IDX.
               10  PICK-POP-NO PIC 9(5) COMP VALUE 0.
       01  PICK-TOTAL PIC 9(5) VALUE 0.
       01  PICK-WANTED PIC 9(5) VALUE 0.
       01  WS-PICK-NO PIC 9(5) VALUE 0.
       01  WS-SWAP-NO PIC 9(5) VALUE 0.
       01  WS-SWAP-HOLD PIC 9(5) COMP VALUE 0.
       01  STRATUM-TABLE.
           05  STRATUM-ENTRY OCCURS 100 TIMES INDEXED BY STR-IDX.
               10  STR-KEY PIC X(3) VALUE SPACES.
               10  STR-POPULATION PIC 9(5) VALUE 0.
               10  STR-AMOUNT PIC S9(13)V99 VALUE 0.
               10  STR-ALLOCATED PIC 9(5) VALUE 0.
       01  STRATUM-TOTAL PIC 9(3) VALUE 0.
       01  WS-STRATUM-KEY PIC X(3) VALUE SPACES.
       01  WS-STRATUM-NO PIC 9(3) VALUE 0.
       01  WS-MUS-INTERVAL PIC 9(13)V99 VALUE 0.
       01  WS-MUS-INTERVAL-CENTS PIC 9(15) VALUE 0.
       01  WS-MUS-POINT PIC 9(13)V99 VALUE 0.
       01  WS-MUS-CUMULATIVE PIC 9(13)V99 VALUE 0.
       01  WS-SELECTED-COUNT PIC 9(5) VALUE 0.
       01  WS-SELECTED-AMOUNT PIC S9(13)V99 VALUE 0.
       01  WS-ITEM-NO PIC 9(9) VALUE 0.
       01  WS-TRACE-ID PIC X(10) VALUE SPACES.
       01  WS-TRACE-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-TRACE-DATE PIC 9(8) VALUE 0.
       01  WS-MATCH-COUNT PIC 9(6) VALUE 0.
       01  WS-SOURCE-TEXT PIC X(8) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-COUNT-DISPLAY-2 PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC -(12)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(12)9.99.
       01  WS-LINEAGE-AMOUNT-DISPLAY PIC -(6)9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-SAMPLE-REQUEST.
           OPEN OUTPUT WORKPAPER-FILE.
           MOVE "AUDIT SAMPLE WORKPAPER" TO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.
           PERFORM ECHO-SAMPLE-REQUEST.
           IF WS-POPULATION-CODE = 'J' OR WS-POPULATION-CODE = 'B'
               PERFORM LOAD-JOURNAL-POPULATION
           END-IF.
           IF WS-POPULATION-CODE = 'R' OR WS-POPULATION-CODE = 'B'
               PERFORM LOAD-DETAIL-POPULATION
           END-IF.
           IF POPULATION-TOTAL = 0
               MOVE "NO POSTED ITEMS IN DATE RANGE" TO WORKPAPER-LINE
               WRITE WORKPAPER-LINE
               CLOSE WORKPAPER-FILE
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "EMPTY SAMPLING POPULATION" TO WS-JOB-REASON
               PERFORM WRITE-SAMPLE-LOG
               PERFORM WRITE-JOB-STATUS
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-POPULATION-TOTALS.
           EVALUATE WS-METHOD
               WHEN 'S'
                   PERFORM SELECT-SIMPLE-RANDOM
               WHEN 'A'
                   PERFORM SELECT-STRATIFIED
               WHEN 'C'
                   PERFORM SELECT-STRATIFIED
               WHEN 'M'
                   PERFORM SELECT-MONETARY-UNIT
           END-EVALUATE.
           PERFORM WRITE-SAMPLE-ITEMS.
           PERFORM WRITE-SAMPLE-TOTALS.
           CLOSE WORKPAPER-FILE.
           PERFORM WRITE-SAMPLE-LOG.
           IF WS-POPULATION-FULL > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "POPULATION TRUNCATED AT TABLE LIMIT" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "AUDIT-SAMPLE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-SAMPLE-REQUEST.
           OPEN INPUT SAMPLE-REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "AUDIT-SAMPLE: NO SAMPLE REQUEST "
                   "audit_sample_request.dat, FILE STATUS "
                   WS-REQUEST-STATUS
               PERFORM REJECT-SAMPLE-REQUEST
           END-IF.
           READ SAMPLE-REQUEST-FILE
               AT END
                   MOVE SPACES TO SAMPLE-REQUEST-LINE
           END-READ.
           CLOSE SAMPLE-REQUEST-FILE.
           IF ASR-DATE-FROM NOT NUMERIC OR ASR-DATE-TO NOT NUMERIC
                   OR ASR-DATE-FROM > ASR-DATE-TO
               DISPLAY "AUDIT-SAMPLE: SAMPLE REQUEST DATE RANGE "
                   "MISSING OR INVALID"
               PERFORM REJECT-SAMPLE-REQUEST
           END-IF.
           IF ASR-SAMPLE-SIZE NOT NUMERIC OR ASR-SAMPLE-SIZE = 0
               DISPLAY "AUDIT-SAMPLE: SAMPLE SIZE MISSING"
               PERFORM REJECT-SAMPLE-REQUEST
           END-IF.
           IF ASR-METHOD NOT = 'S' AND ASR-METHOD NOT = 'A'
                   AND ASR-METHOD NOT = 'C' AND ASR-METHOD NOT = 'M'
               DISPLAY "AUDIT-SAMPLE: UNKNOWN SAMPLING METHOD "
                   ASR-METHOD
               PERFORM REJECT-SAMPLE-REQUEST
           END-IF.
           MOVE ASR-DATE-FROM TO WS-DATE-FROM.
           MOVE ASR-DATE-TO TO WS-DATE-TO.
           MOVE ASR-METHOD TO WS-METHOD.
           MOVE ASR-SAMPLE-SIZE TO WS-SAMPLE-SIZE.
           IF ASR-POPULATION = 'J' OR ASR-POPULATION = 'R'
               MOVE ASR-POPULATION TO WS-POPULATION-CODE
           END-IF.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               IF ASR-BAND-LIMIT(WS-BAND-IDX) NUMERIC
                   MOVE ASR-BAND-LIMIT(WS-BAND-IDX) TO
                       WS-BAND-LIMIT(WS-BAND-IDX)
               END-IF
           END-PERFORM.
           IF ASR-SEED NUMERIC AND ASR-SEED > 0
               MOVE ASR-SEED TO WS-RECORDED-SEED
           ELSE
               MOVE FUNCTION CURRENT-DATE(7:9) TO WS-RECORDED-SEED
               ADD 1 TO WS-RECORDED-SEED
           END-IF.
           MOVE WS-RECORDED-SEED TO WS-SEED.
           EVALUATE WS-METHOD
               WHEN 'S'
                   MOVE "SIMPLE RANDOM" TO WS-METHOD-TEXT
               WHEN 'A'
                   MOVE "STRATIFIED BY AMOUNT BAND" TO WS-METHOD-TEXT
               WHEN 'C'
                   MOVE "STRATIFIED BY COMPANY" TO WS-METHOD-TEXT
               WHEN 'M'
                   MOVE "MONETARY UNIT" TO WS-METHOD-TEXT
           END-EVALUATE.

       REJECT-SAMPLE-REQUEST.
           MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE.
           MOVE "SAMPLE REQUEST INVALID" TO WS-JOB-REASON.
           PERFORM WRITE-JOB-STATUS.
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE.
           STOP RUN.

       ECHO-SAMPLE-REQUEST.
           MOVE SPACES TO WORKPAPER-LINE.
           STRING "DATE RANGE " WS-DATE-FROM " TO " WS-DATE-TO
               " POPULATION " WS-POPULATION-CODE
               DELIMITED BY SIZE INTO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.
           MOVE WS-SAMPLE-SIZE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WORKPAPER-LINE.
           STRING "METHOD " WS-METHOD-TEXT
               " REQUESTED SIZE " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.
           MOVE SPACES TO WORKPAPER-LINE.
           STRING "SEED " WS-RECORDED-SEED
               " - RERUN WITH THIS SEED TO REPRODUCE THE SAMPLE"
               DELIMITED BY SIZE INTO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.

       LOAD-JOURNAL-POPULATION.
           OPEN INPUT POSTING-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE SPACES TO WORKPAPER-LINE
               STRING "POSTING JOURNAL master_posting_journal.dat "
                   "NOT AVAILABLE, FILE STATUS " WS-JOURNAL-STATUS
                   DELIMITED BY SIZE INTO WORKPAPER-LINE
               WRITE WORKPAPER-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ POSTING-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF JOURNAL-TRAN-DATE NUMERIC
                               AND JOURNAL-AMOUNT NUMERIC
                               AND JOURNAL-TRAN-DATE >= WS-DATE-FROM
                               AND JOURNAL-TRAN-DATE <= WS-DATE-TO
                           PERFORM NOTE-JOURNAL-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-JOURNAL-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-JOURNAL-ITEM.
           IF POPULATION-TOTAL >= 20000
               ADD 1 TO WS-POPULATION-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO POPULATION-TOTAL.
           SET POP-IDX TO POPULATION-TOTAL.
           MOVE 'J' TO POP-SOURCE(POP-IDX).
           IF JOURNAL-SEQUENCE NUMERIC
               MOVE JOURNAL-SEQUENCE TO POP-REFERENCE(POP-IDX)
           END-IF.
           MOVE JOURNAL-ACCOUNT TO POP-ACCOUNT(POP-IDX).
           MOVE JOURNAL-COMPANY TO POP-COMPANY(POP-IDX).
           MOVE JOURNAL-AMOUNT TO POP-AMOUNT(POP-IDX).
           MOVE JOURNAL-TRAN-DATE TO POP-TRAN-DATE(POP-IDX).
           PERFORM FINISH-POPULATION-ITEM.

       LOAD-DETAIL-POPULATION.
           OPEN INPUT DETAIL-INPUT-FILE.
           IF WS-DETAIL-INPUT-STATUS NOT = "00"
               MOVE SPACES TO WORKPAPER-LINE
               STRING "DETAIL FILE records.dat NOT AVAILABLE, "
                   "FILE STATUS " WS-DETAIL-INPUT-STATUS
                   DELIMITED BY SIZE INTO WORKPAPER-LINE
               WRITE WORKPAPER-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ITEM-NO.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DETAIL-INPUT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEM-NO
                       IF RECORD-TRAN-DATE NUMERIC
                               AND RECORD-AMOUNT NUMERIC
                               AND RECORD-TRAN-DATE >= WS-DATE-FROM
                               AND RECORD-TRAN-DATE <= WS-DATE-TO
                           PERFORM NOTE-DETAIL-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DETAIL-INPUT-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-DETAIL-ITEM.
           IF POPULATION-TOTAL >= 20000
               ADD 1 TO WS-POPULATION-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO POPULATION-TOTAL.
           SET POP-IDX TO POPULATION-TOTAL.
           MOVE 'R' TO POP-SOURCE(POP-IDX).
           MOVE WS-ITEM-NO TO POP-REFERENCE(POP-IDX).
           MOVE RECORD-ACCOUNT TO POP-ACCOUNT(POP-IDX).
           MOVE RECORD-COMPANY TO POP-COMPANY(POP-IDX).
           MOVE RECORD-AMOUNT TO POP-AMOUNT(POP-IDX).
           MOVE RECORD-TRAN-DATE TO POP-TRAN-DATE(POP-IDX).
           PERFORM FINISH-POPULATION-ITEM.

       FINISH-POPULATION-ITEM.
           IF POP-AMOUNT(POP-IDX) < 0
               COMPUTE POP-ABS-AMOUNT(POP-IDX) =
                   0 - POP-AMOUNT(POP-IDX)
           ELSE
               MOVE POP-AMOUNT(POP-IDX) TO POP-ABS-AMOUNT(POP-IDX)
           END-IF.
           ADD POP-AMOUNT(POP-IDX) TO WS-POPULATION-AMOUNT.
           ADD POP-ABS-AMOUNT(POP-IDX) TO WS-POPULATION-ABS.
           IF WS-METHOD = 'A' OR WS-METHOD = 'C'
               PERFORM ASSIGN-STRATUM
           END-IF.

       ASSIGN-STRATUM.
           IF WS-METHOD = 'C'
               MOVE POP-COMPANY(POP-IDX) TO WS-STRATUM-KEY
           ELSE
               MOVE 5 TO WS-BAND-IDX
               PERFORM VARYING WS-STRATUM-NO FROM 1 BY 1
                       UNTIL WS-STRATUM-NO > 4
                   IF WS-BAND-LIMIT(WS-STRATUM-NO) > 0
                           AND POP-ABS-AMOUNT(POP-IDX) <=
                               WS-BAND-LIMIT(WS-STRATUM-NO)
                       MOVE WS-STRATUM-NO TO WS-BAND-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-STRATUM-KEY
               STRING "B" WS-BAND-IDX
                   DELIMITED BY SIZE INTO WS-STRATUM-KEY
           END-IF.
           MOVE 0 TO WS-STRATUM-NO.
           PERFORM VARYING STR-IDX FROM 1 BY 1
                   UNTIL STR-IDX > STRATUM-TOTAL
               IF STR-KEY(STR-IDX) = WS-STRATUM-KEY
                   SET WS-STRATUM-NO TO STR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-STRATUM-NO = 0
               IF STRATUM-TOTAL < 100
                   ADD 1 TO STRATUM-TOTAL
                   MOVE STRATUM-TOTAL TO WS-STRATUM-NO
                   MOVE WS-STRATUM-KEY TO STR-KEY(WS-STRATUM-NO)
               ELSE
                   MOVE STRATUM-TOTAL TO WS-STRATUM-NO
               END-IF
           END-IF.
           MOVE WS-STRATUM-NO TO POP-STRATUM(POP-IDX).
           ADD 1 TO STR-POPULATION(WS-STRATUM-NO).
           ADD POP-AMOUNT(POP-IDX) TO STR-AMOUNT(WS-STRATUM-NO).

       WRITE-POPULATION-TOTALS.
           MOVE POPULATION-TOTAL TO WS-COUNT-DISPLAY.
           MOVE WS-POPULATION-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-POPULATION-ABS TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO WORKPAPER-LINE.
           STRING "POPULATION ITEMS " WS-COUNT-DISPLAY
               " NET " WS-AMOUNT-DISPLAY
               " ABSOLUTE " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.
           IF WS-POPULATION-FULL > 0
               MOVE WS-POPULATION-FULL TO WS-COUNT-DISPLAY
               MOVE SPACES TO WORKPAPER-LINE
               STRING "ITEMS BEYOND TABLE LIMIT NOT SAMPLED: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO WORKPAPER-LINE
               WRITE WORKPAPER-LINE
           END-IF.

       NEXT-RANDOM-VALUE.
           COMPUTE WS-SEED = FUNCTION MOD
               (WS-SEED * 1103515245 + 12345, 2147483648).
           COMPUTE WS-RANDOM-VALUE = FUNCTION MOD(WS-SEED, 1000000000).

       SELECT-SIMPLE-RANDOM.
           MOVE 0 TO PICK-TOTAL.
           PERFORM VARYING POP-IDX FROM 1 BY 1
                   UNTIL POP-IDX > POPULATION-TOTAL
               ADD 1 TO PICK-TOTAL
               SET PICK-POP-NO(PICK-TOTAL) TO POP-IDX
           END-PERFORM.
           MOVE WS-SAMPLE-SIZE TO PICK-WANTED.
           PERFORM PICK-FROM-LIST.

       SELECT-STRATIFIED.
           PERFORM VARYING STR-IDX FROM 1 BY 1
                   UNTIL STR-IDX > STRATUM-TOTAL
               COMPUTE STR-ALLOCATED(STR-IDX) ROUNDED =
                   WS-SAMPLE-SIZE * STR-POPULATION(STR-IDX)
                       / POPULATION-TOTAL
               IF STR-ALLOCATED(STR-IDX) = 0
                       AND STR-POPULATION(STR-IDX) > 0
                   MOVE 1 TO STR-ALLOCATED(STR-IDX)
               END-IF
               MOVE 0 TO PICK-TOTAL
               PERFORM VARYING POP-IDX FROM 1 BY 1
                       UNTIL POP-IDX > POPULATION-TOTAL
                   IF POP-STRATUM(POP-IDX) = STR-IDX
                       ADD 1 TO PICK-TOTAL
                       SET PICK-POP-NO(PICK-TOTAL) TO POP-IDX
                   END-IF
               END-PERFORM
               MOVE STR-ALLOCATED(STR-IDX) TO PICK-WANTED
               PERFORM PICK-FROM-LIST
               PERFORM WRITE-STRATUM-LINE
           END-PERFORM.

       WRITE-STRATUM-LINE.
           MOVE STR-POPULATION(STR-IDX) TO WS-COUNT-DISPLAY.
           MOVE PICK-WANTED TO WS-COUNT-DISPLAY-2.
           MOVE STR-AMOUNT(STR-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WORKPAPER-LINE.
           STRING "STRATUM " STR-KEY(STR-IDX)
               " ITEMS " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               " SAMPLED " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.

       PICK-FROM-LIST.
           IF PICK-WANTED > PICK-TOTAL
               MOVE PICK-TOTAL TO PICK-WANTED
           END-IF.
           PERFORM VARYING WS-PICK-NO FROM 1 BY 1
                   UNTIL WS-PICK-NO > PICK-WANTED
               PERFORM NEXT-RANDOM-VALUE
               COMPUTE WS-SWAP-NO = WS-PICK-NO + FUNCTION MOD
                   (WS-RANDOM-VALUE, PICK-TOTAL - WS-PICK-NO + 1)
               MOVE PICK-POP-NO(WS-SWAP-NO) TO WS-SWAP-HOLD
               MOVE PICK-POP-NO(WS-PICK-NO) TO PICK-POP-NO(WS-SWAP-NO)
               MOVE WS-SWAP-HOLD TO PICK-POP-NO(WS-PICK-NO)
               SET POP-IDX TO WS-SWAP-HOLD
               MOVE 'Y' TO POP-SELECTED(POP-IDX)
               MOVE 1 TO POP-HITS(POP-IDX)
           END-PERFORM.

       SELECT-MONETARY-UNIT.
           COMPUTE WS-MUS-INTERVAL =
               WS-POPULATION-ABS / WS-SAMPLE-SIZE.
           IF WS-MUS-INTERVAL = 0
               MOVE "POPULATION HAS NO MONETARY VALUE TO SAMPLE" TO
                   WORKPAPER-LINE
               WRITE WORKPAPER-LINE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MUS-INTERVAL-CENTS = WS-MUS-INTERVAL * 100.
           PERFORM NEXT-RANDOM-VALUE.
           COMPUTE WS-MUS-POINT = FUNCTION MOD
               (WS-RANDOM-VALUE, WS-MUS-INTERVAL-CENTS) / 100.
           MOVE WS-MUS-INTERVAL TO WS-AMOUNT-DISPLAY.
           MOVE WS-MUS-POINT TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO WORKPAPER-LINE.
           STRING "SAMPLING INTERVAL " WS-AMOUNT-DISPLAY
               " RANDOM START " WS-AMOUNT-DISPLAY-2
               DELIMITED BY SIZE INTO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.
           MOVE 0 TO WS-MUS-CUMULATIVE.
           PERFORM VARYING POP-IDX FROM 1 BY 1
                   UNTIL POP-IDX > POPULATION-TOTAL
               ADD POP-ABS-AMOUNT(POP-IDX) TO WS-MUS-CUMULATIVE
               PERFORM UNTIL WS-MUS-POINT >= WS-MUS-CUMULATIVE
                   MOVE 'Y' TO POP-SELECTED(POP-IDX)
                   ADD 1 TO POP-HITS(POP-IDX)
                   ADD WS-MUS-INTERVAL TO WS-MUS-POINT
               END-PERFORM
           END-PERFORM.

       WRITE-SAMPLE-ITEMS.
           MOVE "SAMPLED ITEMS WITH LINEAGE TRAIL" TO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.
           PERFORM VARYING POP-IDX FROM 1 BY 1
                   UNTIL POP-IDX > POPULATION-TOTAL
               IF POP-SELECTED(POP-IDX) = 'Y'
                   PERFORM WRITE-ONE-SAMPLE-ITEM
               END-IF
           END-PERFORM.

       WRITE-ONE-SAMPLE-ITEM.
           ADD 1 TO WS-SELECTED-COUNT.
           ADD POP-AMOUNT(POP-IDX) TO WS-SELECTED-AMOUNT.
           IF POP-SOURCE(POP-IDX) = 'J'
               MOVE "JOURNAL" TO WS-SOURCE-TEXT
           ELSE
               MOVE "DETAIL" TO WS-SOURCE-TEXT
           END-IF.
           MOVE WS-SELECTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE POP-AMOUNT(POP-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WORKPAPER-LINE.
           STRING "ITEM " WS-COUNT-DISPLAY
               " " WS-SOURCE-TEXT
               " REF " POP-REFERENCE(POP-IDX)
               " ACCOUNT " POP-ACCOUNT(POP-IDX)
               " CO " POP-COMPANY(POP-IDX)
               " DATE " POP-TRAN-DATE(POP-IDX)
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.
           IF POP-HITS(POP-IDX) > 1
               MOVE POP-HITS(POP-IDX) TO WS-COUNT-DISPLAY-2
               MOVE SPACES TO WORKPAPER-LINE
               STRING "  EXCEEDS SAMPLING INTERVAL - SELECTION HITS "
                   WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE INTO WORKPAPER-LINE
               WRITE WORKPAPER-LINE
           END-IF.
           MOVE POP-ACCOUNT(POP-IDX) TO WS-TRACE-ID.
           MOVE POP-AMOUNT(POP-IDX) TO WS-TRACE-AMOUNT.
           MOVE POP-TRAN-DATE(POP-IDX) TO WS-TRACE-DATE.
           MOVE 0 TO WS-MATCH-COUNT.
           PERFORM SCAN-LINEAGE-FOR-ITEM.
           IF WS-MATCH-COUNT = 0
               MOVE "  NO LINEAGE ENTRIES FOUND" TO WORKPAPER-LINE
               WRITE WORKPAPER-LINE
           END-IF.

       SCAN-LINEAGE-FOR-ITEM.
           MOVE 'N' TO WS-LINEAGE-EOF.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LINEAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LINEAGE-EOF = 'Y'
               READ LINEAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-LINEAGE-EOF
                   NOT AT END
                       IF (LIN-TRANSACTION-ID = WS-TRACE-ID
                               OR LIN-ACCOUNT = WS-TRACE-ID)
                               AND LIN-AMOUNT NUMERIC
                               AND LIN-AMOUNT = WS-TRACE-AMOUNT
                           PERFORM CHECK-LINEAGE-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LINEAGE-FILE.

       CHECK-LINEAGE-DATE.
           IF LIN-TRAN-DATE NUMERIC
                   AND LIN-TRAN-DATE > 0
                   AND LIN-TRAN-DATE NOT = WS-TRACE-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE LIN-AMOUNT TO WS-LINEAGE-AMOUNT-DISPLAY.
           MOVE SPACES TO WORKPAPER-LINE.
           STRING "  " LIN-STAMP
               " " LIN-STAGE
               " " LIN-DISPOSITION
               " AMT " WS-LINEAGE-AMOUNT-DISPLAY
               " DATE " LIN-TRAN-DATE
               DELIMITED BY SIZE INTO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.

       WRITE-SAMPLE-TOTALS.
           MOVE WS-SELECTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-SELECTED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WORKPAPER-LINE.
           STRING "ITEMS SAMPLED: " WS-COUNT-DISPLAY
               " SAMPLED AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.
           MOVE SPACES TO WORKPAPER-LINE.
           STRING "SEED " WS-RECORDED-SEED
               " RECORDED IN audit_sample_log.dat"
               DELIMITED BY SIZE INTO WORKPAPER-LINE.
           WRITE WORKPAPER-LINE.

       WRITE-SAMPLE-LOG.
           OPEN EXTEND SAMPLE-LOG-FILE.
           IF WS-SAMPLE-LOG-STATUS = "35"
               OPEN OUTPUT SAMPLE-LOG-FILE
           END-IF.
           IF WS-SAMPLE-LOG-STATUS NOT = "00"
               DISPLAY "AUDIT-SAMPLE: UNABLE TO RECORD SAMPLE IN "
                   "audit_sample_log.dat, FILE STATUS "
                   WS-SAMPLE-LOG-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ASL-RUN-STAMP.
           MOVE WS-DATE-FROM TO ASL-DATE-FROM.
           MOVE WS-DATE-TO TO ASL-DATE-TO.
           MOVE WS-POPULATION-CODE TO ASL-POPULATION.
           MOVE WS-METHOD TO ASL-METHOD.
           MOVE WS-SAMPLE-SIZE TO ASL-SAMPLE-SIZE.
           MOVE WS-RECORDED-SEED TO ASL-SEED.
           MOVE POPULATION-TOTAL TO ASL-POPULATION-COUNT.
           MOVE WS-POPULATION-AMOUNT TO ASL-POPULATION-AMOUNT.
           MOVE WS-SELECTED-COUNT TO ASL-SELECTED-COUNT.
           WRITE SAMPLE-LOG-LINE.
           CLOSE SAMPLE-LOG-FILE.
