       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "run_history_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
               ASSIGN TO "audit_archive_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-CONTROL-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "legal_hold_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.
           SELECT ARCHIVE-SUMMARY-FILE
               ASSIGN TO "audit_archive_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHAIN-SEAL-FILE ASSIGN TO "chain_seals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-SEAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-LINE.
           COPY "AUDIT-LOG-LINE.cpy".
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD PIC X(79).
       FD  RETAINED-WORK-FILE.
       01  RETAINED-WORK-RECORD PIC X(79).
       FD  ARCHIVE-CONTROL-FILE.
       01  ARCHIVE-CONTROL-LINE.
           05  ARCHIVE-CTL-RETENTION-DAYS PIC 9(4).
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-LINE.
           COPY "LEGAL-HOLD-RECORD.cpy".
       FD  ARCHIVE-SUMMARY-FILE.
       01  ARCHIVE-SUMMARY-LINE PIC X(80).
       FD  CHAIN-SEAL-FILE.
       01  CHAIN-SEAL-LINE.
           COPY "CHAIN-SEAL-RECORD.cpy".
       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-AUDIT-LOG-STATUS PIC XX VALUE "00".
       01  WS-ARCHIVE-STATUS PIC XX VALUE "00".
       01  WS-ARCHIVE-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-LEGAL-HOLD-STATUS PIC XX VALUE "00".
       01  WS-ARCHIVE-FILENAME PIC X(80) VALUE SPACES.
       01  WS-RETENTION-DAYS PIC 9(4) VALUE 0090.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-ENTRIES-READ PIC 9(9) VALUE 0.
       01  WS-ARCHIVED-COUNT PIC 9(9) VALUE 0.
       01  WS-RETAINED-COUNT PIC 9(9) VALUE 0.
       01  WS-HELD-COUNT PIC 9(9) VALUE 0.
       01  LEGAL-HOLD-TABLE.
           05  LEGAL-HOLD-ENTRY OCCURS 2000 TIMES INDEXED BY LGH-IDX.
               10  LGH-MATTER PIC X(12) VALUE SPACES.
               10  LGH-TYPE PIC X VALUE SPACE.
               10  LGH-SUBJECT PIC X(10) VALUE SPACES.
       01  LEGAL-HOLD-TOTAL PIC 9(4) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-CHAIN-SEAL-STATUS PIC XX VALUE "00".
       01  WS-CHAIN-ANCHOR-HASH PIC 9(16) VALUE 0.
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
           PERFORM LOAD-ARCHIVE-CONTROL.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM LOAD-LEGAL-HOLDS.
           PERFORM SPLIT-AUDIT-LOG.
           PERFORM REWRITE-LIVE-LOG.
           IF WS-ARCHIVED-COUNT > 0
               PERFORM WRITE-CHAIN-ANCHOR
           END-IF.
           PERFORM WRITE-ARCHIVE-SUMMARY.
           STOP RUN.


       COMPUTE-CUTOFF-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           COMPUTE WS-CUTOFF-DATE-INT =
                       ADD 1 TO WS-ENTRIES-READ
                       IF AUDIT-RUN-TIMESTAMP(1:8) <
                               WS-CUTOFF-DATE-TEXT
                               AND LEGAL-HOLD-TOTAL > 0
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
                       IF AUDIT-RUN-TIMESTAMP(1:8) <
                               WS-CUTOFF-DATE-TEXT
                               AND LEGAL-HOLD-TOTAL = 0
                           ADD 1 TO WS-ARCHIVED-COUNT
                           IF AUDIT-CHAIN-HASH NUMERIC
                               MOVE AUDIT-CHAIN-HASH TO
                                   WS-CHAIN-ANCHOR-HASH
                           ELSE
                               MOVE 0 TO WS-CHAIN-ANCHOR-HASH
                           END-IF
                           MOVE AUDIT-LOG-LINE TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                       ELSE
           CLOSE ARCHIVE-FILE.
           CLOSE RETAINED-WORK-FILE.

       LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LEGAL-HOLD-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR LEGAL-HOLD-TOTAL >= 2000
                   READ LEGAL-HOLD-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM NOTE-ACTIVE-LEGAL-HOLD
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-ACTIVE-LEGAL-HOLD.
           IF LEGAL-HOLD-SUBJECT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF LEGAL-HOLD-RELEASED-DATE NUMERIC
                   AND LEGAL-HOLD-RELEASED-DATE > 0
                   AND LEGAL-HOLD-RELEASED-DATE <= WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LEGAL-HOLD-TOTAL.
           MOVE LEGAL-HOLD-MATTER TO LGH-MATTER(LEGAL-HOLD-TOTAL).
           MOVE LEGAL-HOLD-TYPE TO LGH-TYPE(LEGAL-HOLD-TOTAL).
           MOVE LEGAL-HOLD-SUBJECT TO LGH-SUBJECT(LEGAL-HOLD-TOTAL).

       REWRITE-LIVE-LOG.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT RETAINED-WORK-FILE.
           CLOSE RETAINED-WORK-FILE.
           CLOSE AUDIT-LOG-FILE.

       WRITE-CHAIN-ANCHOR.
           MOVE 0 TO CHAIN-SEAL-TOTAL.
           MOVE 'N' TO EOF-FLAG.
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
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-CHAIN-SLOT.
           PERFORM VARYING CSL-IDX FROM 1 BY 1
                   UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
               IF CSL-FILE-ID(CSL-IDX) = "RUNAUDIT"
                       AND CSL-TYPE(CSL-IDX) = 'A'
                   SET WS-CHAIN-SLOT TO CSL-IDX
               END-IF
           END-PERFORM.
           IF WS-CHAIN-SLOT = 0
               IF CHAIN-SEAL-TOTAL >= 5000
                   DISPLAY "AUDIT-ARCHIVE: CHAIN SEAL TABLE FULL, "
                       "ARCHIVE ANCHOR NOT RECORDED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CHAIN-SEAL-TOTAL
               MOVE CHAIN-SEAL-TOTAL TO WS-CHAIN-SLOT
               MOVE "RUNAUDIT" TO CSL-FILE-ID(WS-CHAIN-SLOT)
               MOVE 'A' TO CSL-TYPE(WS-CHAIN-SLOT)
           END-IF.
           MOVE WS-CUTOFF-DATE-NUM TO CSL-DATE(WS-CHAIN-SLOT).
           MOVE WS-ARCHIVED-COUNT TO CSL-RECORD-COUNT(WS-CHAIN-SLOT).
           MOVE WS-CHAIN-ANCHOR-HASH TO CSL-HASH(WS-CHAIN-SLOT).
           MOVE FUNCTION CURRENT-DATE(1:14) TO CSL-STAMP(WS-CHAIN-SLOT).
           MOVE "AUDIT-ARCHIVE" TO CSL-PROGRAM(WS-CHAIN-SLOT).
           OPEN OUTPUT CHAIN-SEAL-FILE.
           PERFORM VARYING CSL-IDX FROM 1 BY 1
                   UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
               MOVE CHAIN-SEAL-ENTRY(CSL-IDX) TO CHAIN-SEAL-LINE
               WRITE CHAIN-SEAL-LINE
           END-PERFORM.
           CLOSE CHAIN-SEAL-FILE.

       WRITE-ARCHIVE-SUMMARY.
           OPEN OUTPUT ARCHIVE-SUMMARY-FILE.
           MOVE "AUDIT ARCHIVE SUMMARY" TO ARCHIVE-SUMMARY-LINE.
           STRING "ENTRIES RETAINED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ARCHIVE-SUMMARY-LINE.
           WRITE ARCHIVE-SUMMARY-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ARCHIVE-SUMMARY-LINE.
           STRING "PAST CUTOFF BUT HELD (LEGAL HOLD): " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ARCHIVE-SUMMARY-LINE.
           WRITE ARCHIVE-SUMMARY-LINE.
           IF WS-ARCHIVED-COUNT > 0
               MOVE SPACES TO ARCHIVE-SUMMARY-LINE
               STRING "CHAIN ANCHOR HASH: " WS-CHAIN-ANCHOR-HASH
                   DELIMITED BY SIZE INTO ARCHIVE-SUMMARY-LINE
               WRITE ARCHIVE-SUMMARY-LINE
           END-IF.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               MOVE SPACES TO ARCHIVE-SUMMARY-LINE
               STRING "    LEGAL HOLD MATTER " LGH-MATTER(LGH-IDX)
                   " " LGH-TYPE(LGH-IDX) " " LGH-SUBJECT(LGH-IDX)
                   DELIMITED BY SIZE INTO ARCHIVE-SUMMARY-LINE
               WRITE ARCHIVE-SUMMARY-LINE
           END-PERFORM.
           CLOSE ARCHIVE-SUMMARY-FILE.

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
               DISPLAY "AUDIT-ARCHIVE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
