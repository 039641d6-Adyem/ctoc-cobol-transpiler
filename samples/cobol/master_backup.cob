               ASSIGN TO "backup_generation_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-CATALOG-STATUS.
           SELECT JOURNAL-SEQUENCE-FILE
               ASSIGN TO "journal_sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-SEQ-STATUS.
           SELECT BACKUP-REPORT-FILE
               ASSIGN TO "master_backup_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  GEN-CAT-CHECKSUM PIC 9(12).
           05  GEN-CAT-FILENAME PIC X(60).
           05  GEN-CAT-STATE PIC X.
           05  GEN-CAT-JOURNAL-SEQ PIC 9(9).
       FD  JOURNAL-SEQUENCE-FILE.
       01  JOURNAL-SEQUENCE-LINE.
           COPY "JOURNAL-SEQUENCE-RECORD.cpy".
       FD  BACKUP-REPORT-FILE.
       01  BACKUP-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  WS-BACKUP-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-GENERATION-STATUS PIC XX VALUE "00".
       01  WS-GEN-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "BACKUP COMPLETE".
       01  WS-GENERATION-FILENAME PIC X(80) VALUE SPACES.
               10  CAT-CHECKSUM PIC 9(12) VALUE 0.
               10  CAT-FILENAME PIC X(60) VALUE SPACES.
               10  CAT-STATE PIC X VALUE 'A'.
               10  CAT-JOURNAL-SEQ PIC 9(9) VALUE 0.
       01  CATALOG-TOTAL PIC 9(3) VALUE 0.
       01  WS-NEXT-GENERATION PIC 9(4) VALUE 0.
       01  WS-ACTIVE-COUNT PIC 9(3) VALUE 0.
           MOVE "MASTER-BACKUP" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

                                   CAT-FILENAME(CATALOG-TOTAL)
                               MOVE GEN-CAT-STATE TO
                                   CAT-STATE(CATALOG-TOTAL)
                               IF GEN-CAT-JOURNAL-SEQ NUMERIC
                                   MOVE GEN-CAT-JOURNAL-SEQ TO
                                       CAT-JOURNAL-SEQ(CATALOG-TOTAL)
                               END-IF
                               IF GEN-CAT-NUMBER >
                                       WS-NEXT-GENERATION
                                   MOVE GEN-CAT-NUMBER TO
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-JOURNAL-SEQUENCE.
           MOVE SPACES TO WS-GENERATION-FILENAME.
           STRING "master_backup_g" WS-NEXT-GENERATION ".dat"
               DELIMITED BY SIZE INTO WS-GENERATION-FILENAME.
               MOVE WS-GENERATION-FILENAME(1:60) TO
                   CAT-FILENAME(CATALOG-TOTAL)
               MOVE 'A' TO CAT-STATE(CATALOG-TOTAL)
               MOVE WS-JOURNAL-SEQUENCE TO
                   CAT-JOURNAL-SEQ(CATALOG-TOTAL)
           END-IF.
           MOVE WS-NEXT-GENERATION TO WS-GEN-DISPLAY.
           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY.
               DELIMITED BY SIZE INTO BACKUP-REPORT-LINE.
           WRITE BACKUP-REPORT-LINE.

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

       EXPIRE-OLD-GENERATIONS.
           MOVE 0 TO WS-ACTIVE-COUNT.
           PERFORM VARYING CAT-IDX FROM CATALOG-TOTAL BY -1
               MOVE CAT-CHECKSUM(CAT-IDX) TO GEN-CAT-CHECKSUM
               MOVE CAT-FILENAME(CAT-IDX) TO GEN-CAT-FILENAME
               MOVE CAT-STATE(CAT-IDX) TO GEN-CAT-STATE
               MOVE CAT-JOURNAL-SEQ(CAT-IDX) TO GEN-CAT-JOURNAL-SEQ
               WRITE GENERATION-CATALOG-LINE
           END-PERFORM.
           CLOSE GENERATION-CATALOG-FILE.
