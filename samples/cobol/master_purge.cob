       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "legal_hold_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT PURGE-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-CATALOG-FILE
               ASSIGN TO "archive_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO "master_change_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-SEQUENCE-FILE
               ASSIGN TO "journal_sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-SEQ-STATUS.
           SELECT PURGE-REPORT-FILE
               ASSIGN TO "master_purge_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "master_purge_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHAIN-SEAL-FILE ASSIGN TO "chain_seals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-SEAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-LINE.
           COPY "LEGAL-HOLD-RECORD.cpy".
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
       FD  PURGE-ARCHIVE-FILE.
       01  PURGE-ARCHIVE-RECORD PIC X(120).
       FD  ARCHIVE-CATALOG-FILE.
           05  CATALOG-RUN-DATE PIC 9(8).
           05  CATALOG-ARCHIVE-NAME PIC X(60).
           05  CATALOG-RECORD-COUNT PIC 9(9).
       FD  CHANGE-JOURNAL-FILE.
       01  CHANGE-JOURNAL-LINE.
           05  JRNL-KEY PIC X(40).
           05  JRNL-ACTION PIC X.
           05  JRNL-OPERATOR PIC X(8).
           05  JRNL-STAMP PIC X(14).
           05  JRNL-BEFORE-IMAGE PIC X(106).
           05  JRNL-AFTER-IMAGE PIC X(106).
           05  JRNL-SEQUENCE PIC 9(9).
           05  JRNL-CHAIN-HASH PIC 9(16).
       FD  JOURNAL-SEQUENCE-FILE.
       01  JOURNAL-SEQUENCE-LINE.
           COPY "JOURNAL-SEQUENCE-RECORD.cpy".
       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       FD  CHAIN-SEAL-FILE.
       01  CHAIN-SEAL-LINE.
           COPY "CHAIN-SEAL-RECORD.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-PURGE-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-LEGAL-HOLD-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-JOURNAL-STAMP PIC X(14) VALUE SPACES.
       01  WS-PURGE-KEY PIC X(40) VALUE SPACES.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "PURGE COMPLETE".
       01  WS-ARCHIVE-FILENAME PIC X(80) VALUE SPACES.
               10  REF-ENTRY-STATUS PIC X VALUE SPACE.
               10  REF-ENTRY-CLOSE-DATE PIC 9(8) VALUE 0.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10  XRF-ACCOUNT PIC X(10) VALUE SPACES.
               10  XRF-CUSTOMER PIC X(8) VALUE SPACES.
       01  XREF-TOTAL PIC 9(4) VALUE 0.
       01  LEGAL-HOLD-TABLE.
           05  LEGAL-HOLD-ENTRY OCCURS 2000 TIMES INDEXED BY LGH-IDX.
               10  LGH-MATTER PIC X(12) VALUE SPACES.
               10  LGH-TYPE PIC X VALUE SPACE.
               10  LGH-SUBJECT PIC X(10) VALUE SPACES.
       01  LEGAL-HOLD-TOTAL PIC 9(4) VALUE 0.
       01  WS-HELD-FLAG PIC X VALUE 'N'.
       01  WS-HELD-MATTER PIC X(12) VALUE SPACES.
       01  WS-HELD-SUBJECT PIC X(10) VALUE SPACES.
       01  PURGE-HELD-TABLE.
           05  PURGE-HELD-ENTRY OCCURS 500 TIMES INDEXED BY PHL-IDX.
               10  PHL-ACCOUNT PIC X(10) VALUE SPACES.
               10  PHL-MATTER PIC X(12) VALUE SPACES.
       01  WS-HELD-COUNT PIC 9(9) VALUE 0.
       01  WS-PURGE-THIS PIC X VALUE 'N'.
       01  WS-STARTING-COUNT PIC 9(9) VALUE 0.
       01  WS-PURGED-COUNT PIC 9(9) VALUE 0.
       01  WS-PURGED-AMOUNT PIC S9(13)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01  WS-CHAIN-SEAL-STATUS PIC XX VALUE "00".
       01  WS-CHAIN-EOF PIC X VALUE 'N'.
       01  WS-CHAIN-LOADED PIC X VALUE 'N'.
       01  WS-CHAIN-FILE-ID PIC X(8) VALUE "CHGJRNL".
       01  WS-CHAIN-HASH PIC 9(16) VALUE 0.
       01  WS-CHAIN-LANES REDEFINES WS-CHAIN-HASH.
           05  WS-CHAIN-LANE-A PIC 9(8).
           05  WS-CHAIN-LANE-B PIC 9(8).
       01  WS-CHAIN-TEXT PIC X(284) VALUE SPACES.
       01  WS-CHAIN-LENGTH PIC 9(4) VALUE 284.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-PURGE-CONTROL.
               STOP RUN
           END-IF.
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-LEGAL-HOLDS.
           IF LEGAL-HOLD-TOTAL > 0
               PERFORM LOAD-ACCOUNT-XREF
           END-IF.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING "master_purge_" WS-RUN-DATE-NUM ".arc"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME.
           MOVE "MASTER-PURGE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

           IF WS-PURGE-THIS = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF LEGAL-HOLD-TOTAL > 0
               MOVE POS-ACCOUNT TO WS-HELD-SUBJECT
               PERFORM CHECK-ACCOUNT-LEGAL-HOLD
               IF WS-HELD-FLAG = 'Y'
                   ADD 1 TO WS-HELD-COUNT
                   IF WS-HELD-COUNT <= 500
                       MOVE POS-ACCOUNT TO PHL-ACCOUNT(WS-HELD-COUNT)
                       MOVE WS-HELD-MATTER TO PHL-MATTER(WS-HELD-COUNT)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO PURGE-ARCHIVE-RECORD.
           MOVE MASTER-POSITION-REC TO PURGE-ARCHIVE-RECORD.
           WRITE PURGE-ARCHIVE-RECORD.
           MOVE INDEXED-OUTPUT-KEY TO WS-PURGE-KEY.
           DELETE INDEXED-OUTPUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
                   PERFORM WRITE-JOURNAL-ENTRY
                   IF POS-CURRENT-BALANCE NUMERIC
                       ADD POS-CURRENT-BALANCE TO WS-PURGED-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-ACCOUNT-XREF.
           OPEN INPUT ACCOUNT-XREF-FILE.
           IF WS-ACCOUNT-XREF-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR XREF-TOTAL >= 1000
                   READ ACCOUNT-XREF-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF XREF-ACCOUNT NOT = SPACES
                               ADD 1 TO XREF-TOTAL
                               MOVE XREF-ACCOUNT TO
                                   XRF-ACCOUNT(XREF-TOTAL)
                               MOVE XREF-CUSTOMER TO
                                   XRF-CUSTOMER(XREF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-XREF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

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

       CHECK-ACCOUNT-LEGAL-HOLD.
           MOVE 'N' TO WS-HELD-FLAG.
           MOVE SPACES TO WS-HELD-MATTER.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               IF LGH-TYPE(LGH-IDX) = 'A'
                       AND LGH-SUBJECT(LGH-IDX) = WS-HELD-SUBJECT
                   MOVE 'Y' TO WS-HELD-FLAG
                   MOVE LGH-MATTER(LGH-IDX) TO WS-HELD-MATTER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-ACCOUNT(XRF-IDX) = WS-HELD-SUBJECT
                   PERFORM CHECK-CUSTOMER-LEGAL-HOLD
                   IF WS-HELD-FLAG = 'Y'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-CUSTOMER-LEGAL-HOLD.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               IF LGH-TYPE(LGH-IDX) = 'C'
                       AND LGH-SUBJECT(LGH-IDX) = XRF-CUSTOMER(XRF-IDX)
                   MOVE 'Y' TO WS-HELD-FLAG
                   MOVE LGH-MATTER(LGH-IDX) TO WS-HELD-MATTER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       WRITE-JOURNAL-ENTRY.
           PERFORM LOAD-CHAIN-TIP.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS = "00"
               MOVE WS-PURGE-KEY TO JRNL-KEY
               MOVE 'D' TO JRNL-ACTION
               MOVE "MSTPURGE" TO JRNL-OPERATOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-STAMP
               MOVE MASTER-POSITION-REC TO JRNL-BEFORE-IMAGE
               MOVE SPACES TO JRNL-AFTER-IMAGE
               PERFORM NEXT-JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-SEQUENCE TO JRNL-SEQUENCE
               MOVE CHANGE-JOURNAL-LINE(1:284) TO WS-CHAIN-TEXT
               PERFORM COMPUTE-CHAIN-HASH
               MOVE WS-CHAIN-HASH TO JRNL-CHAIN-HASH
               WRITE CHANGE-JOURNAL-LINE
               CLOSE CHANGE-JOURNAL-FILE
               ADD 1 TO WS-CHAIN-COUNT
               MOVE JRNL-STAMP(1:8) TO WS-CHAIN-SEAL-DATE
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
           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-CHAIN-EOF = 'Y'
                   READ CHANGE-JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WS-CHAIN-EOF
                       NOT AT END
                           ADD 1 TO WS-CHAIN-COUNT
                           IF JRNL-CHAIN-HASH NUMERIC
                               MOVE JRNL-CHAIN-HASH TO WS-CHAIN-HASH
                           ELSE
                               MOVE 0 TO WS-CHAIN-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL-FILE
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
                   DISPLAY "MASTER-PURGE: CHAIN SEAL TABLE FULL, "
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
           MOVE "MASTER-PURGE" TO CSL-PROGRAM(WS-CHAIN-SLOT).
           OPEN OUTPUT CHAIN-SEAL-FILE.
           PERFORM VARYING CSL-IDX FROM 1 BY 1
                   UNTIL CSL-IDX > CHAIN-SEAL-TOTAL
               MOVE CHAIN-SEAL-ENTRY(CSL-IDX) TO CHAIN-SEAL-LINE
               WRITE CHAIN-SEAL-LINE
           END-PERFORM.
           CLOSE CHAIN-SEAL-FILE.

       NEXT-JOURNAL-SEQUENCE.
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
           ADD 1 TO WS-JOURNAL-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JOURNAL-STAMP.
           OPEN OUTPUT JOURNAL-SEQUENCE-FILE.
           MOVE WS-JOURNAL-SEQUENCE TO JSQ-LAST-SEQUENCE.
           MOVE WS-JOURNAL-STAMP TO JSQ-LAST-STAMP.
           WRITE JOURNAL-SEQUENCE-LINE.
           CLOSE JOURNAL-SEQUENCE-FILE.

       APPEND-CATALOG-ENTRY.
           OPEN EXTEND ARCHIVE-CATALOG-FILE.
           IF WS-CATALOG-STATUS = "35"
           STRING "RECORDS REMAINING: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PURGE-REPORT-LINE.
           STRING "ELIGIBLE BUT HELD (LEGAL HOLD): " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           PERFORM VARYING PHL-IDX FROM 1 BY 1
                   UNTIL PHL-IDX > WS-HELD-COUNT OR PHL-IDX > 500
               MOVE SPACES TO PURGE-REPORT-LINE
               STRING "    HELD ACCOUNT " PHL-ACCOUNT(PHL-IDX)
                   " MATTER " PHL-MATTER(PHL-IDX)
                   DELIMITED BY SIZE INTO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-LINE
           END-PERFORM.
           IF WS-PURGED-COUNT + WS-REMAINING-COUNT =
                   WS-STARTING-COUNT
               MOVE "CONTROL TOTAL PROVES: ARCHIVE + REMAINING = "
               DELIMITED BY SIZE INTO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           CLOSE PURGE-REPORT-FILE.

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
               DISPLAY "MASTER-PURGE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
