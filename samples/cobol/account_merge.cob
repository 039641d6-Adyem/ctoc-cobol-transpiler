       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT MERGE-TRANS-FILE
               ASSIGN TO "account_merge_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "account_merge_redirect.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECT-WORK-STATUS.
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO "master_change_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-SEQUENCE-FILE
               ASSIGN TO "journal_sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-SEQ-STATUS.
           SELECT MERGE-REPORT-FILE
               ASSIGN TO "account_merge_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "account_merge_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHAIN-SEAL-FILE ASSIGN TO "chain_seals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-SEAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  MERGE-TRANS-FILE.
       01  MERGE-TRANS-LINE.
           05  MRG-SURVIVOR PIC X(10).
           05  MXR-MERGE-DATE PIC 9(8).
       FD  REDIRECT-WORK-FILE.
       01  REDIRECT-WORK-LINE PIC X(92).
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
       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-LINE PIC X(120).
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
       01  WS-MERGE-TRANS-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-FEE-DETAIL-STATUS PIC XX VALUE "00".
       01  WS-MERGE-XREF-STATUS PIC XX VALUE "00".
       01  WS-REDIRECT-WORK-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-JOURNAL-STAMP PIC X(14) VALUE SPACES.
       01  WS-JOURNAL-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-JOURNAL-ACTION PIC X VALUE SPACE.
       01  WS-BEFORE-IMAGE PIC X(106) VALUE SPACES.
       01  WS-AFTER-IMAGE PIC X(106) VALUE SPACES.
       01  WS-SURVIVOR-IMAGE PIC X(106) VALUE SPACES.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "ACCOUNT MERGES APPLIED".
       01  MASTER-POSITION-REC.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01  WS-AMOUNT-DISPLAY-2 PIC -(11)9.99.
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
           OPEN INPUT MERGE-TRANS-FILE.
           IF WS-MERGE-TRANS-STATUS NOT = "00"
               DISPLAY "ACCOUNT-MERGE: NO MERGE INSTRUCTIONS "
           MOVE "ACCOUNT-MERGE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       READ-SURVIVOR-POSITION.
           MOVE 'N' TO WS-SURVIVOR-FOUND.
           MOVE 0 TO WS-BEFORE-SURVIVOR.
           MOVE SPACES TO WS-SURVIVOR-IMAGE.
           MOVE SPACES TO INDEXED-OUTPUT-KEY.
           MOVE WS-SURVIVOR TO INDEXED-OUTPUT-KEY(1:10).
           READ INDEXED-OUTPUT-FILE
                   IF POS-CURRENT-BALANCE OF
                           SURVIVOR-POSITION-REC NUMERIC
                       MOVE 'Y' TO WS-SURVIVOR-FOUND
                       MOVE SURVIVOR-POSITION-REC TO
                           WS-SURVIVOR-IMAGE
                       MOVE POS-CURRENT-BALANCE OF
                           SURVIVOR-POSITION-REC TO
                           WS-BEFORE-SURVIVOR
           MOVE WS-SURVIVOR TO INDEXED-OUTPUT-KEY(1:10).
           MOVE SPACES TO INDEXED-OUTPUT-DATA.
           MOVE SURVIVOR-POSITION-REC TO INDEXED-OUTPUT-DATA.
           MOVE WS-SURVIVOR TO WS-JOURNAL-ACCOUNT.
           MOVE WS-SURVIVOR-IMAGE TO WS-BEFORE-IMAGE.
           MOVE SURVIVOR-POSITION-REC TO WS-AFTER-IMAGE.
           IF WS-SURVIVOR-FOUND = 'Y'
               MOVE 'R' TO WS-JOURNAL-ACTION
               REWRITE INDEXED-OUTPUT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WRITE-JOURNAL-ENTRY
               END-REWRITE
           ELSE
               MOVE 'A' TO WS-JOURNAL-ACTION
               WRITE INDEXED-OUTPUT-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WRITE-JOURNAL-ENTRY
               END-WRITE
           END-IF.

           DELETE INDEXED-OUTPUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-MERGING TO WS-JOURNAL-ACCOUNT
                   MOVE 'D' TO WS-JOURNAL-ACTION
                   MOVE MASTER-POSITION-REC TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-ENTRY
           END-DELETE.

       WRITE-JOURNAL-ENTRY.
           PERFORM LOAD-CHAIN-TIP.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS = "00"
               MOVE SPACES TO JRNL-KEY
               MOVE WS-JOURNAL-ACCOUNT TO JRNL-KEY(1:10)
               MOVE WS-JOURNAL-ACTION TO JRNL-ACTION
               MOVE "ACCTMRGE" TO JRNL-OPERATOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-STAMP
               MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO JRNL-AFTER-IMAGE
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
                   DISPLAY "ACCOUNT-MERGE: CHAIN SEAL TABLE FULL, "
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
           MOVE "ACCOUNT-MERGE" TO CSL-PROGRAM(WS-CHAIN-SLOT).
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

       APPEND-MERGE-XREF.
           OPEN EXTEND MERGE-XREF-FILE.
           IF WS-MERGE-XREF-STATUS = "35"
           STRING "HISTORY ITEMS REDIRECTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MERGE-REPORT-LINE.
           WRITE MERGE-REPORT-LINE.

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
               DISPLAY "ACCOUNT-MERGE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
