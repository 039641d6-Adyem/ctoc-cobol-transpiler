       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTITION-SPLIT.
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
           SELECT DETAIL-INPUT-FILE ASSIGN TO "master_update_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-INPUT-STATUS.
           SELECT POSTING-CONTROL-FILE
               ASSIGN TO "master_update_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-CONTROL-STATUS.
           SELECT PARTITION-INPUT-FILE ASSIGN TO WS-PARTITION-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-CONTROL-FILE
               ASSIGN TO WS-PARTITION-CONTROL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-CONTROL-STATUS.
           SELECT PARTITION-STATUS-FILE
               ASSIGN TO WS-PARTITION-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-STATUS-STATUS.
           SELECT SPLIT-REPORT-FILE
               ASSIGN TO "partition_split_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "partition_split_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  PARTITION-RANGE-FILE.
       01  PARTITION-RANGE-LINE.
           COPY "PARTITION-RANGE-RECORD.cpy".
       FD  DETAIL-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
           DEPENDING ON DETAIL-INPUT-LENGTH.
       01  DETAIL-INPUT-RECORD PIC X(4096).
       01  DETAIL-INPUT-FIELDS REDEFINES DETAIL-INPUT-RECORD.
           COPY "FLAT-DETAIL-RECORD.cpy".
           05  FILLER PIC X(4061).
       FD  POSTING-CONTROL-FILE.
       01  POSTING-CONTROL-LINE.
           COPY "POSTING-CONTROL-RECORD.cpy".
       FD  PARTITION-INPUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
           DEPENDING ON PARTITION-INPUT-LENGTH.
       01  PARTITION-INPUT-RECORD PIC X(4096).
       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-LINE.
           COPY "POSTING-CONTROL-RECORD.cpy".
       FD  PARTITION-STATUS-FILE.
       01  PARTITION-STATUS-LINE.
           05  PTS-PROGRAM PIC X(20).
           05  PTS-CODE PIC 9(4).
           05  PTS-REASON PIC X(40).
           05  PTS-DATE PIC 9(8).
       FD  SPLIT-REPORT-FILE.
       01  SPLIT-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-PARTITION-RANGE-STATUS PIC XX VALUE "00".
       01  WS-DETAIL-INPUT-STATUS PIC XX VALUE "00".
       01  WS-POSTING-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-STATUS-STATUS PIC XX VALUE "00".
       01  WS-UNMERGED-COUNT PIC 9(2) VALUE 0.
       01  WS-PARTITION-POSTED PIC X VALUE 'N'.
       01  DETAIL-INPUT-LENGTH PIC 9(4) COMP VALUE 0.
       01  PARTITION-INPUT-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "POSTING INPUT PARTITIONED".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-PARTITION-INPUT-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-CONTROL-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-STATUS-NAME PIC X(60) VALUE SPACES.
       01  PARTITION-TABLE.
           05  PARTITION-ENTRY OCCURS 20 TIMES
                   INDEXED BY PTN-IDX PTN-IDX-2.
               10  PTE-NUMBER PIC 9(2) VALUE 0.
               10  PTE-LOW-KEY PIC X(10) VALUE SPACES.
               10  PTE-HIGH-KEY PIC X(10) VALUE SPACES.
               10  PTE-RECORD-COUNT PIC 9(9) VALUE 0.
               10  PTE-NET-AMOUNT PIC S9(11)V99 VALUE 0.
       01  PARTITION-TOTAL PIC 9(2) VALUE 0.
       01  WS-RANGE-ERROR PIC X VALUE 'N'.
       01  WS-RANGE-ERROR-TEXT PIC X(60) VALUE SPACES.
       01  WS-CONTROL-PRESENT PIC X VALUE 'N'.
       01  WS-CONTROL-COUNT PIC 9(9) VALUE 0.
       01  WS-CONTROL-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-CONTROL-BUILD-DATE PIC 9(8) VALUE 0.
       01  WS-CONTROL-POSTED PIC X VALUE 'N'.
       01  WS-INPUT-COUNT PIC 9(9) VALUE 0.
       01  WS-INPUT-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-UNROUTED-COUNT PIC 9(9) VALUE 0.
       01  WS-ROUTED-PARTITION PIC 9(2) VALUE 0.
       01  WS-SPLIT-COUNT PIC 9(9) VALUE 0.
       01  WS-SPLIT-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC -(10)9.99.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN OUTPUT SPLIT-REPORT-FILE.
           MOVE "MASTER UPDATE PARTITION SPLIT" TO SPLIT-REPORT-LINE.
           WRITE SPLIT-REPORT-LINE.
           PERFORM LOAD-PARTITION-RANGES.
           IF WS-RANGE-ERROR = 'Y'
               MOVE WS-RANGE-ERROR-TEXT TO SPLIT-REPORT-LINE
               WRITE SPLIT-REPORT-LINE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "PARTITION RANGE CONTROL INVALID" TO WS-JOB-REASON
               PERFORM REFUSE-SPLIT
           END-IF.
           PERFORM VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTITION-TOTAL
               PERFORM CHECK-PARTITION-MERGED
           END-PERFORM.
           IF WS-UNMERGED-COUNT > 0
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "POSTED PARTITIONS NOT YET MERGED" TO WS-JOB-REASON
               PERFORM REFUSE-SPLIT
           END-IF.
           PERFORM LOAD-POSTING-CONTROL.
           PERFORM TALLY-DETAIL-INPUT.
           IF WS-INPUT-COUNT NOT = WS-CONTROL-COUNT
                   OR WS-INPUT-AMOUNT NOT = WS-CONTROL-AMOUNT
               MOVE "INPUT DOES NOT AGREE WITH POSTING CONTROL" TO
                   SPLIT-REPORT-LINE
               WRITE SPLIT-REPORT-LINE
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "INPUT DISAGREES WITH POSTING CONTROL" TO
                   WS-JOB-REASON
               PERFORM REFUSE-SPLIT
           END-IF.
           IF WS-UNROUTED-COUNT > 0
               MOVE WS-UNROUTED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO SPLIT-REPORT-LINE
               STRING "DETAIL RECORDS OUTSIDE EVERY PARTITION RANGE: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO SPLIT-REPORT-LINE
               WRITE SPLIT-REPORT-LINE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "ACCOUNTS OUTSIDE PARTITION RANGES" TO
                   WS-JOB-REASON
               PERFORM REFUSE-SPLIT
           END-IF.
           PERFORM VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTITION-TOTAL
               PERFORM WRITE-ONE-PARTITION
           END-PERFORM.
           PERFORM WRITE-SPLIT-TOTALS.
           CLOSE SPLIT-REPORT-FILE.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "PARTITION-SPLIT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       REFUSE-SPLIT.
           DISPLAY "PARTITION-SPLIT: " WS-JOB-REASON " - NOT SPLIT".
           MOVE "INPUT NOT PARTITIONED" TO SPLIT-REPORT-LINE.
           WRITE SPLIT-REPORT-LINE.
           CLOSE SPLIT-REPORT-FILE.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-PARTITION-RANGES.
           OPEN INPUT PARTITION-RANGE-FILE.
           IF WS-PARTITION-RANGE-STATUS NOT = "00"
               MOVE 'Y' TO WS-RANGE-ERROR
               MOVE "NO PARTITION RANGE CONTROL FILE" TO
                   WS-RANGE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ PARTITION-RANGE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM ADD-PARTITION-RANGE
               END-READ
           END-PERFORM.
           CLOSE PARTITION-RANGE-FILE.
           MOVE 'N' TO EOF-FLAG.
           IF PARTITION-TOTAL = 0 AND WS-RANGE-ERROR = 'N'
               MOVE 'Y' TO WS-RANGE-ERROR
               MOVE "PARTITION RANGE CONTROL IS EMPTY" TO
                   WS-RANGE-ERROR-TEXT
           END-IF.
           PERFORM VARYING PTN-IDX FROM 1 BY 1
                   UNTIL PTN-IDX > PARTITION-TOTAL
               PERFORM VARYING PTN-IDX-2 FROM 1 BY 1
                       UNTIL PTN-IDX-2 > PARTITION-TOTAL
                   PERFORM CHECK-RANGE-PAIR
               END-PERFORM
           END-PERFORM.

       ADD-PARTITION-RANGE.
           IF PARTITION-RANGE-LINE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF PTN-NUMBER NOT NUMERIC OR PTN-NUMBER = 0
                   OR PTN-LOW-KEY > PTN-HIGH-KEY
               MOVE 'Y' TO WS-RANGE-ERROR
               MOVE SPACES TO WS-RANGE-ERROR-TEXT
               STRING "BAD PARTITION RANGE LINE: "
                   PARTITION-RANGE-LINE
                   DELIMITED BY SIZE INTO WS-RANGE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PARTITION-TOTAL >= 20
               MOVE 'Y' TO WS-RANGE-ERROR
               MOVE "MORE THAN 20 PARTITIONS REQUESTED" TO
                   WS-RANGE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PARTITION-TOTAL.
           MOVE PTN-NUMBER TO PTE-NUMBER(PARTITION-TOTAL).
           MOVE PTN-LOW-KEY TO PTE-LOW-KEY(PARTITION-TOTAL).
           MOVE PTN-HIGH-KEY TO PTE-HIGH-KEY(PARTITION-TOTAL).

       CHECK-RANGE-PAIR.
           IF PTN-IDX-2 NOT > PTN-IDX
               EXIT PARAGRAPH
           END-IF.
           IF PTE-NUMBER(PTN-IDX) = PTE-NUMBER(PTN-IDX-2)
               MOVE 'Y' TO WS-RANGE-ERROR
               MOVE SPACES TO WS-RANGE-ERROR-TEXT
               STRING "PARTITION NUMBER USED TWICE: "
                   PTE-NUMBER(PTN-IDX)
                   DELIMITED BY SIZE INTO WS-RANGE-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF PTE-LOW-KEY(PTN-IDX) NOT > PTE-HIGH-KEY(PTN-IDX-2)
                   AND PTE-LOW-KEY(PTN-IDX-2) NOT >
                       PTE-HIGH-KEY(PTN-IDX)
               MOVE 'Y' TO WS-RANGE-ERROR
               MOVE SPACES TO WS-RANGE-ERROR-TEXT
               STRING "PARTITION RANGES OVERLAP: "
                   PTE-NUMBER(PTN-IDX) " AND " PTE-NUMBER(PTN-IDX-2)
                   DELIMITED BY SIZE INTO WS-RANGE-ERROR-TEXT
           END-IF.

       LOAD-POSTING-CONTROL.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-POSTING-CONTROL-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-RECORD-COUNT OF POSTING-CONTROL-LINE
                               NUMERIC
                               AND PCT-NET-AMOUNT
                                   OF POSTING-CONTROL-LINE NUMERIC
                           MOVE 'Y' TO WS-CONTROL-PRESENT
                           MOVE PCT-RECORD-COUNT OF POSTING-CONTROL-LINE
                               TO WS-CONTROL-COUNT
                           MOVE PCT-NET-AMOUNT OF POSTING-CONTROL-LINE
                               TO WS-CONTROL-AMOUNT
                       END-IF
                       IF PCT-BUILD-DATE OF POSTING-CONTROL-LINE
                               NUMERIC
                           MOVE PCT-BUILD-DATE OF POSTING-CONTROL-LINE
                               TO WS-CONTROL-BUILD-DATE
                       END-IF
                       IF PCT-POSTED-FLAG OF POSTING-CONTROL-LINE = 'Y'
                           MOVE 'Y' TO WS-CONTROL-POSTED
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-PRESENT = 'N'
               MOVE "NO POSTING CONTROL RECORD" TO SPLIT-REPORT-LINE
               WRITE SPLIT-REPORT-LINE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "POSTING CONTROL RECORD MISSING" TO WS-JOB-REASON
               PERFORM REFUSE-SPLIT
           END-IF.
           IF WS-CONTROL-POSTED = 'Y'
               MOVE "POSTING CONTROL ALREADY POSTED" TO
                   SPLIT-REPORT-LINE
               WRITE SPLIT-REPORT-LINE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "POSTING CONTROL ALREADY POSTED" TO WS-JOB-REASON
               PERFORM REFUSE-SPLIT
           END-IF.
           IF WS-CONTROL-BUILD-DATE NOT = WS-RUN-DATE-NUM
               MOVE "POSTING CONTROL NOT BUILT FOR BUSINESS DATE" TO
                   SPLIT-REPORT-LINE
               WRITE SPLIT-REPORT-LINE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "POSTING CONTROL DATE IS STALE" TO WS-JOB-REASON
               PERFORM REFUSE-SPLIT
           END-IF.

       TALLY-DETAIL-INPUT.
           OPEN INPUT DETAIL-INPUT-FILE.
           IF WS-DETAIL-INPUT-STATUS NOT = "00"
               DISPLAY "PARTITION-SPLIT: UNABLE TO OPEN "
                   "master_update_input.dat, FILE STATUS "
                   WS-DETAIL-INPUT-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "POSTING INPUT OPEN FAILURE" TO WS-JOB-REASON
               PERFORM REFUSE-SPLIT
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DETAIL-INPUT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-INPUT-COUNT
                       IF RECORD-AMOUNT NUMERIC
                           ADD RECORD-AMOUNT TO WS-INPUT-AMOUNT
                       END-IF
                       PERFORM FIND-RECORD-PARTITION
                       IF WS-ROUTED-PARTITION = 0
                           ADD 1 TO WS-UNROUTED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DETAIL-INPUT-FILE.
           MOVE 'N' TO EOF-FLAG.

       FIND-RECORD-PARTITION.
           MOVE 0 TO WS-ROUTED-PARTITION.
           PERFORM VARYING PTN-IDX-2 FROM 1 BY 1
                   UNTIL PTN-IDX-2 > PARTITION-TOTAL
               IF RECORD-ACCOUNT NOT < PTE-LOW-KEY(PTN-IDX-2)
                       AND RECORD-ACCOUNT NOT >
                           PTE-HIGH-KEY(PTN-IDX-2)
                   MOVE PTE-NUMBER(PTN-IDX-2) TO WS-ROUTED-PARTITION
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       SET-PARTITION-NAMES.
           MOVE SPACES TO WS-PARTITION-INPUT-NAME.
           STRING "master_update_input_p" PTE-NUMBER(PTN-IDX) ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-INPUT-NAME.
           MOVE SPACES TO WS-PARTITION-CONTROL-NAME.
           STRING "master_update_control_p" PTE-NUMBER(PTN-IDX) ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-CONTROL-NAME.
           MOVE SPACES TO WS-PARTITION-STATUS-NAME.
           STRING "master_update_jobstatus_p" PTE-NUMBER(PTN-IDX)
               ".dat"
               DELIMITED BY SIZE INTO WS-PARTITION-STATUS-NAME.

       CHECK-PARTITION-MERGED.
           PERFORM SET-PARTITION-NAMES.
           MOVE 'N' TO WS-PARTITION-POSTED.
           OPEN INPUT PARTITION-CONTROL-FILE.
           IF WS-PARTITION-CONTROL-STATUS = "00"
               READ PARTITION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-POSTED-FLAG OF PARTITION-CONTROL-LINE
                               = 'Y'
                           MOVE 'Y' TO WS-PARTITION-POSTED
                       END-IF
               END-READ
               CLOSE PARTITION-CONTROL-FILE
           END-IF.
           IF WS-PARTITION-POSTED = 'N'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PARTITION-STATUS-FILE.
           IF WS-PARTITION-STATUS-STATUS = "00"
               READ PARTITION-STATUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PTS-REASON = "PARTITION MERGED"
                           MOVE 'N' TO WS-PARTITION-POSTED
                       END-IF
               END-READ
               CLOSE PARTITION-STATUS-FILE
           END-IF.
           IF WS-PARTITION-POSTED = 'Y'
               ADD 1 TO WS-UNMERGED-COUNT
               MOVE SPACES TO SPLIT-REPORT-LINE
               STRING "PARTITION " PTE-NUMBER(PTN-IDX)
                   " POSTED BUT NOT MERGED"
                   DELIMITED BY SIZE INTO SPLIT-REPORT-LINE
               WRITE SPLIT-REPORT-LINE
           END-IF.

       WRITE-ONE-PARTITION.
           PERFORM SET-PARTITION-NAMES.
           OPEN INPUT DETAIL-INPUT-FILE.
           OPEN OUTPUT PARTITION-INPUT-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DETAIL-INPUT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM FIND-RECORD-PARTITION
                       IF WS-ROUTED-PARTITION = PTE-NUMBER(PTN-IDX)
                           MOVE DETAIL-INPUT-LENGTH TO
                               PARTITION-INPUT-LENGTH
                           MOVE DETAIL-INPUT-RECORD TO
                               PARTITION-INPUT-RECORD
                           WRITE PARTITION-INPUT-RECORD
                           ADD 1 TO PTE-RECORD-COUNT(PTN-IDX)
                           IF RECORD-AMOUNT NUMERIC
                               ADD RECORD-AMOUNT TO
                                   PTE-NET-AMOUNT(PTN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTITION-INPUT-FILE.
           CLOSE DETAIL-INPUT-FILE.
           MOVE 'N' TO EOF-FLAG.
           OPEN OUTPUT PARTITION-CONTROL-FILE.
           MOVE "PARTITION-SPLIT" TO
               PCT-BUILT-BY OF PARTITION-CONTROL-LINE.
           MOVE WS-RUN-DATE-NUM TO
               PCT-BUILD-DATE OF PARTITION-CONTROL-LINE.
           MOVE PTE-RECORD-COUNT(PTN-IDX) TO
               PCT-RECORD-COUNT OF PARTITION-CONTROL-LINE.
           MOVE PTE-NET-AMOUNT(PTN-IDX) TO
               PCT-NET-AMOUNT OF PARTITION-CONTROL-LINE.
           MOVE 'N' TO PCT-POSTED-FLAG OF PARTITION-CONTROL-LINE.
           MOVE 0 TO PCT-POSTED-DATE OF PARTITION-CONTROL-LINE.
           WRITE PARTITION-CONTROL-LINE.
           CLOSE PARTITION-CONTROL-FILE.
           OPEN OUTPUT PARTITION-STATUS-FILE.
           MOVE "MASTER-UPDATE" TO PTS-PROGRAM.
           MOVE RC-RUN-IN-PROGRESS TO PTS-CODE.
           MOVE "PARTITION NOT YET POSTED" TO PTS-REASON.
           MOVE WS-RUN-DATE-NUM TO PTS-DATE.
           WRITE PARTITION-STATUS-LINE.
           CLOSE PARTITION-STATUS-FILE.
           ADD PTE-RECORD-COUNT(PTN-IDX) TO WS-SPLIT-COUNT.
           ADD PTE-NET-AMOUNT(PTN-IDX) TO WS-SPLIT-AMOUNT.
           MOVE PTE-RECORD-COUNT(PTN-IDX) TO WS-COUNT-DISPLAY.
           MOVE PTE-NET-AMOUNT(PTN-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SPLIT-REPORT-LINE.
           STRING "PARTITION " PTE-NUMBER(PTN-IDX)
               " KEYS " PTE-LOW-KEY(PTN-IDX)
               " TO " PTE-HIGH-KEY(PTN-IDX)
               " RECORDS " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SPLIT-REPORT-LINE.
           WRITE SPLIT-REPORT-LINE.

       WRITE-SPLIT-TOTALS.
           MOVE WS-INPUT-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-INPUT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SPLIT-REPORT-LINE.
           STRING "INPUT TOTAL      RECORDS " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SPLIT-REPORT-LINE.
           WRITE SPLIT-REPORT-LINE.
           MOVE WS-SPLIT-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-SPLIT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SPLIT-REPORT-LINE.
           STRING "PARTITION TOTAL  RECORDS " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SPLIT-REPORT-LINE.
           WRITE SPLIT-REPORT-LINE.
           IF WS-SPLIT-COUNT NOT = WS-INPUT-COUNT
                   OR WS-SPLIT-AMOUNT NOT = WS-INPUT-AMOUNT
               MOVE "PARTITION TOTALS DO NOT AGREE WITH INPUT" TO
                   SPLIT-REPORT-LINE
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "PARTITION TOTALS DISAGREE WITH INPUT" TO
                   WS-JOB-REASON
           ELSE
               MOVE "PARTITION TOTALS AGREE WITH INPUT" TO
                   SPLIT-REPORT-LINE
           END-IF.
           WRITE SPLIT-REPORT-LINE.

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
               DISPLAY "PARTITION-SPLIT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
