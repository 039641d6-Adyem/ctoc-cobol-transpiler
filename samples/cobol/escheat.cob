       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT ESCHEAT-CONTROL-FILE
               ASSIGN TO "escheat_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-CONTROL-STATUS.
           SELECT ESCHEAT-PERIOD-FILE
               ASSIGN TO "escheat_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-PERIOD-STATUS.
           SELECT ESCHEAT-REGISTER-FILE
               ASSIGN TO "escheat_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-REGISTER-STATUS.
           SELECT ESCHEAT-CLAIM-FILE
               ASSIGN TO "escheat_claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-CLAIM-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT WHA-ACCOUNT-FILE
               ASSIGN TO "withholding_accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHA-ACCOUNT-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "master_posting_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO "record_lineage.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINEAGE-STATUS.
           SELECT GL-POSTING-FILE ASSIGN TO "gl_escheat_posting.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BATCH-REGISTER-FILE
               ASSIGN TO "gl_batch_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-REGISTER-STATUS.
           SELECT REMITTANCE-FILE
               ASSIGN TO "escheat_remittance.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUE-DILIGENCE-NOTICE-FILE
               ASSIGN TO "escheat_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-REPORT-FILE
               ASSIGN TO "escheat_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "escheat_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-SEQUENCE-FILE
               ASSIGN TO "journal_sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-SEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  ESCHEAT-CONTROL-FILE.
       01  ESCHEAT-CONTROL-LINE.
           05  ECT-HOLDER-ID PIC X(10).
           05  ECT-HOLDER-STATE PIC X(2).
           05  ECT-LIABILITY-ACCOUNT PIC 9(8).
           05  ECT-DEPOSIT-ACCOUNT PIC 9(8).
           05  ECT-DORMANT-YEARS PIC 9(2).
           05  ECT-NOTICE-FROM-DAYS PIC 9(3).
           05  ECT-NOTICE-TO-DAYS PIC 9(3).
       FD  ESCHEAT-PERIOD-FILE.
       01  ESCHEAT-PERIOD-LINE.
           05  EPR-JURISDICTION PIC X(2).
           05  EPR-DORMANT-YEARS PIC 9(2).
           05  EPR-NOTICE-FROM-DAYS PIC 9(3).
           05  EPR-NOTICE-TO-DAYS PIC 9(3).
       FD  ESCHEAT-REGISTER-FILE.
       01  ESCHEAT-REGISTER-LINE.
           COPY "ESCHEAT-RECORD.cpy".
       FD  ESCHEAT-CLAIM-FILE.
       01  ESCHEAT-CLAIM-LINE.
           05  ECL-ACCOUNT PIC X(10).
           05  ECL-CURRENCY PIC X(3).
           05  ECL-REFERENCE PIC X(10).
           05  ECL-OPERATOR PIC X(8).
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  WHA-ACCOUNT-FILE.
       01  WHA-ACCOUNT-LINE.
           05  WHA-ACCOUNT PIC X(10).
           05  WHA-JURISDICTION PIC X(2).
           05  WHA-FLAG PIC X.
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-LINE.
           05  CUST-ID PIC X(8).
           05  CUST-NAME PIC X(30).
           05  CUST-ADDR1 PIC X(30).
           05  CUST-ADDR2 PIC X(30).
           05  CUST-ADDR3 PIC X(30).
           05  CUST-CHANNEL PIC X.
           05  CUST-POSTAL-CODE PIC X(10).
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
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
       01  LINEAGE-LINE.
           COPY "LINEAGE-RECORD.cpy".
       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD PIC X(60).
       01  GL-HEADER-DETAIL REDEFINES GL-POSTING-RECORD.
           05  GL-HDR-TYPE PIC X.
           05  GL-HDR-BATCH-DATE PIC 9(8).
           05  GL-HDR-BATCH-ID PIC X(14).
           05  FILLER PIC X(37).
       01  GL-POSTING-DETAIL REDEFINES GL-POSTING-RECORD.
           05  GL-DTL-TYPE PIC X.
           05  GL-DTL-ACCOUNT PIC 9(8).
           05  GL-DTL-DC-FLAG PIC X.
           05  GL-DTL-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  GL-DTL-SOURCE-STATUS PIC X.
           05  GL-DTL-SOURCE-ACCOUNT PIC X(10).
           05  GL-DTL-SEGMENTS.
               10  GL-SEG-COMPANY PIC X(3).
               10  GL-SEG-COST-CENTER PIC X(4).
               10  GL-SEG-NATURAL PIC 9(8).
               10  GL-SEG-PRODUCT PIC X(4).
           05  FILLER PIC X(8).
       01  GL-TRAILER-DETAIL REDEFINES GL-POSTING-RECORD.
           05  GL-TRL-TYPE PIC X.
           05  GL-TRL-POSTING-COUNT PIC 9(9).
           05  GL-TRL-TOTAL-DEBITS PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  GL-TRL-TOTAL-CREDITS PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  FILLER PIC X(22).
       FD  BATCH-REGISTER-FILE.
       01  BATCH-REGISTER-LINE.
           05  REGISTER-BATCH-ID PIC X(14).
           05  REGISTER-BATCH-DATE PIC 9(8).
           05  REGISTER-STATE PIC X.
           05  REGISTER-ACK-DATE PIC 9(8).
           05  REGISTER-REASON PIC X(30).
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD PIC X(120).
       01  REMITTANCE-HEADER REDEFINES REMITTANCE-RECORD.
           05  RMH-TYPE PIC X.
           05  RMH-HOLDER-ID PIC X(10).
           05  RMH-JURISDICTION PIC X(2).
           05  RMH-CURRENCY PIC X(3).
           05  RMH-REPORT-DATE PIC 9(8).
           05  FILLER PIC X(96).
       01  REMITTANCE-DETAIL REDEFINES REMITTANCE-RECORD.
           05  RMD-TYPE PIC X.
           05  RMD-REMIT-ID PIC X(10).
           05  RMD-JURISDICTION PIC X(2).
           05  RMD-ACCOUNT PIC X(10).
           05  RMD-CURRENCY PIC X(3).
           05  RMD-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  RMD-LAST-ACTIVITY PIC 9(8).
           05  RMD-NOTICE-DATE PIC 9(8).
           05  RMD-PROPERTY-TYPE PIC X(4).
           05  RMD-OWNER-ID PIC X(8).
           05  RMD-OWNER-NAME PIC X(30).
           05  RMD-OWNER-POSTAL PIC X(10).
           05  FILLER PIC X(12).
       01  REMITTANCE-TRAILER REDEFINES REMITTANCE-RECORD.
           05  RMT-TYPE PIC X.
           05  RMT-JURISDICTION PIC X(2).
           05  RMT-CURRENCY PIC X(3).
           05  RMT-ITEM-COUNT PIC 9(9).
           05  RMT-TOTAL-AMOUNT PIC S9(13)V99 SIGN LEADING
               SEPARATE.
           05  FILLER PIC X(89).
       FD  DUE-DILIGENCE-NOTICE-FILE.
       01  DUE-DILIGENCE-NOTICE-LINE PIC X(72).
       FD  ESCHEAT-REPORT-FILE.
       01  ESCHEAT-REPORT-LINE PIC X(120).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       FD  JOURNAL-SEQUENCE-FILE.
       01  JOURNAL-SEQUENCE-LINE.
           COPY "JOURNAL-SEQUENCE-RECORD.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-ESCHEAT-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ESCHEAT-PERIOD-STATUS PIC XX VALUE "00".
       01  WS-ESCHEAT-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-ESCHEAT-CLAIM-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-WHA-ACCOUNT-STATUS PIC XX VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-STATUS PIC XX VALUE "00".
       01  WS-LINEAGE-STATUS PIC XX VALUE "00".
       01  WS-BATCH-REGISTER-STATUS PIC XX VALUE "00".
       01  WS-JOURNAL-SEQ-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40)
               VALUE "UNCLAIMED PROPERTY REVIEW COMPLETE".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  WS-HOLDER-ID PIC X(10) VALUE SPACES.
       01  WS-HOLDER-STATE PIC X(2) VALUE SPACES.
       01  WS-LIABILITY-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-DEPOSIT-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-DORMANT-YEARS PIC 9(2) VALUE 03.
       01  WS-NOTICE-FROM-DAYS PIC 9(3) VALUE 120.
       01  WS-NOTICE-TO-DAYS PIC 9(3) VALUE 060.
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 60 TIMES INDEXED BY PER-IDX.
               10  PER-JURISDICTION PIC X(2) VALUE SPACES.
               10  PER-DORMANT-YEARS PIC 9(2) VALUE 0.
               10  PER-NOTICE-FROM-DAYS PIC 9(3) VALUE 0.
               10  PER-NOTICE-TO-DAYS PIC 9(3) VALUE 0.
       01  PERIOD-TOTAL PIC 9(2) VALUE 0.
       01  ESCHEAT-TABLE.
           05  ESCHEAT-ENTRY OCCURS 2000 TIMES INDEXED BY ESH-IDX.
               10  ESE-ACCOUNT PIC X(10) VALUE SPACES.
               10  ESE-BALANCE-CURRENCY PIC X(3) VALUE SPACES.
               10  ESE-JURISDICTION PIC X(2) VALUE SPACES.
               10  ESE-COMPANY PIC X(3) VALUE SPACES.
               10  ESE-CURRENCY PIC X(3) VALUE SPACES.
               10  ESE-LAST-ACTIVITY PIC 9(8) VALUE 0.
               10  ESE-DEADLINE PIC 9(8) VALUE 0.
               10  ESE-NOTICE-DATE PIC 9(8) VALUE 0.
               10  ESE-STATE PIC X VALUE SPACE.
               10  ESE-REMIT-ID PIC X(10) VALUE SPACES.
               10  ESE-REMIT-DATE PIC 9(8) VALUE 0.
               10  ESE-AMOUNT PIC S9(11)V99 VALUE 0.
               10  ESE-CLAIM-DATE PIC 9(8) VALUE 0.
               10  ESE-CLAIM-REFERENCE PIC X(10) VALUE SPACES.
               10  ESE-LATE-NOTICE PIC X VALUE 'N'.
               10  ESE-OWNER-ID PIC X(8) VALUE SPACES.
               10  ESE-PROPERTY-TYPE PIC X(4) VALUE SPACES.
       01  ESCHEAT-TOTAL PIC 9(4) VALUE 0.
       01  WS-FOUND-ESH-IDX PIC 9(4) VALUE 0.
       01  CLAIM-TABLE.
           05  CLAIM-ENTRY OCCURS 200 TIMES INDEXED BY CLM-IDX.
               10  CLM-ACCOUNT PIC X(10) VALUE SPACES.
               10  CLM-CURRENCY PIC X(3) VALUE SPACES.
               10  CLM-REFERENCE PIC X(10) VALUE SPACES.
               10  CLM-OPERATOR PIC X(8) VALUE SPACES.
               10  CLM-MATCH PIC 9(4) VALUE 0.
               10  CLM-RESULT PIC X VALUE SPACE.
       01  CLAIM-TOTAL PIC 9(3) VALUE 0.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-STATUS PIC X VALUE SPACE.
               10  REF-ENTRY-PRODUCT PIC X(4) VALUE SPACES.
               10  REF-ENTRY-COST-CENTER PIC X(4) VALUE SPACES.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  WS-FOUND-REF-IDX PIC 9(4) VALUE 0.
       01  WHA-TABLE.
           05  WHA-ENTRY OCCURS 500 TIMES INDEXED BY WHA-IDX.
               10  WHA-TAB-ACCOUNT PIC X(10) VALUE SPACES.
               10  WHA-TAB-JURISDICTION PIC X(2) VALUE SPACES.
       01  WHA-TOTAL PIC 9(3) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                   INDEXED BY CUS-IDX.
               10  CUS-ID PIC X(8) VALUE SPACES.
               10  CUS-NAME PIC X(30) VALUE SPACES.
               10  CUS-POSTAL-CODE PIC X(10) VALUE SPACES.
       01  CUSTOMER-TOTAL PIC 9(3) VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10  XRF-ACCOUNT PIC X(10) VALUE SPACES.
               10  XRF-CUSTOMER PIC X(8) VALUE SPACES.
       01  XREF-TOTAL PIC 9(4) VALUE 0.
       01  JURISDICTION-TOTAL-TABLE.
           05  JURISDICTION-TOTAL-ENTRY OCCURS 100 TIMES
                   INDEXED BY JTL-IDX.
               10  JTL-JURISDICTION PIC X(2) VALUE SPACES.
               10  JTL-CURRENCY PIC X(3) VALUE SPACES.
               10  JTL-COUNT PIC 9(6) VALUE 0.
               10  JTL-AMOUNT PIC S9(13)V99 VALUE 0.
       01  JURISDICTION-TOTAL-COUNT PIC 9(3) VALUE 0.
       01  COMPANY-PROOF-TABLE.
           05  COMPANY-PROOF-ENTRY OCCURS 50 TIMES
                   INDEXED BY CPF-IDX.
               10  CPF-COMPANY PIC X(3) VALUE SPACES.
               10  CPF-DEBITS PIC S9(11)V99 VALUE 0.
               10  CPF-CREDITS PIC S9(11)V99 VALUE 0.
       01  COMPANY-PROOF-TOTAL PIC 9(2) VALUE 0.
       01  WS-COMPANY-UNBALANCED PIC 9(2) VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-BATCH-STAMP PIC X(14) VALUE SPACES.
       01  WS-ESCHEAT-REFERENCE PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-JURISDICTION PIC X(2) VALUE SPACES.
       01  WS-APPLY-YEARS PIC 9(2) VALUE 0.
       01  WS-APPLY-FROM-DAYS PIC 9(3) VALUE 0.
       01  WS-APPLY-TO-DAYS PIC 9(3) VALUE 0.
       01  WS-DEADLINE-DATE PIC 9(8) VALUE 0.
       01  WS-DEADLINE-INT PIC S9(9) COMP VALUE 0.
       01  WS-NOTICE-INT PIC S9(9) COMP VALUE 0.
       01  WS-DAYS-TO-DEADLINE PIC S9(7) COMP VALUE 0.
       01  WS-DAYS-SINCE-NOTICE PIC S9(7) COMP VALUE 0.
       01  WS-REMIT-SEQ PIC 9(3) VALUE 0.
       01  WS-REMIT-ID PIC X(10) VALUE SPACES.
       01  WS-REMIT-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-POST-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-GL-AMOUNT PIC S9(9)V99 VALUE 0.
       01  WS-GL-LEG-ACCOUNT PIC 9(8) VALUE 0.
       01  WS-GL-LEG-FLAG PIC X VALUE SPACE.
       01  WS-POSTING-COUNT PIC 9(9) VALUE 0.
       01  WS-TOTAL-DEBITS PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS PIC S9(11)V99 VALUE 0.
       01  WS-LIST-JURISDICTION PIC X(2) VALUE SPACES.
       01  WS-LIST-CURRENCY PIC X(3) VALUE SPACES.
       01  WS-POSITIONS-READ PIC 9(9) VALUE 0.
       01  WS-CANDIDATE-COUNT PIC 9(6) VALUE 0.
       01  WS-NOTICE-COUNT PIC 9(6) VALUE 0.
       01  WS-LATE-NOTICE-COUNT PIC 9(6) VALUE 0.
       01  WS-AWAITING-COUNT PIC 9(6) VALUE 0.
       01  WS-REACTIVATED-COUNT PIC 9(6) VALUE 0.
       01  WS-REMITTED-COUNT PIC 9(6) VALUE 0.
       01  WS-REMIT-HELD-COUNT PIC 9(6) VALUE 0.
       01  WS-NO-JURISDICTION-COUNT PIC 9(6) VALUE 0.
       01  WS-CLAIMS-TRACED PIC 9(6) VALUE 0.
       01  WS-CLAIMS-UNMATCHED PIC 9(6) VALUE 0.
       01  WS-TOTAL-REMITTED PIC S9(13)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(12)9.99.
       01  WS-NOTICE-AMOUNT PIC Z(6)9.99.
       01  WS-JOURNAL-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-JOURNAL-STAMP PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-STAMP.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-BATCH-STAMP(1:8) TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           MOVE SPACES TO WS-ESCHEAT-REFERENCE.
           STRING "ESC" WS-RUN-DATE-NUM(3:6)
               DELIMITED BY SIZE INTO WS-ESCHEAT-REFERENCE.
           PERFORM LOAD-ESCHEAT-CONTROL.
           PERFORM LOAD-ESCHEAT-PERIODS.
           PERFORM LOAD-ESCHEAT-REGISTER.
           PERFORM LOAD-ESCHEAT-CLAIMS.
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-WITHHOLDING-ACCOUNTS.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-ACCOUNT-XREF.
           OPEN I-O INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "ESCHEAT: UNABLE TO OPEN MASTER FILE "
                   "output.idx, FILE STATUS " WS-INDEXED-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND POSTING-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT POSTING-JOURNAL-FILE
           END-IF.
           OPEN EXTEND LINEAGE-FILE.
           IF WS-LINEAGE-STATUS = "35"
               OPEN OUTPUT LINEAGE-FILE
           END-IF.
           OPEN OUTPUT GL-POSTING-FILE.
           PERFORM WRITE-BATCH-HEADER.
           OPEN OUTPUT DUE-DILIGENCE-NOTICE-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INDEXED-OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-POSITIONS-READ
                       PERFORM REVIEW-ONE-POSITION
               END-READ
           END-PERFORM.
           MOVE 'N' TO EOF-FLAG.
           CLOSE INDEXED-OUTPUT-FILE.
           CLOSE DUE-DILIGENCE-NOTICE-FILE.
           IF WS-JOURNAL-STATUS = "00"
               CLOSE POSTING-JOURNAL-FILE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               CLOSE LINEAGE-FILE
           END-IF.
           PERFORM WRITE-BATCH-TRAILER.
           CLOSE GL-POSTING-FILE.
           IF WS-COMPANY-UNBALANCED > 0
               DISPLAY "ESCHEAT: COMPANY SEGMENT OUT OF "
                   "BALANCE - NOT RELEASED"
               OPEN OUTPUT GL-POSTING-FILE
               CLOSE GL-POSTING-FILE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "GL COMPANY SEGMENT OUT OF BALANCE" TO
                   WS-JOB-REASON
           ELSE
               IF WS-POSTING-COUNT > 0
                   PERFORM REGISTER-RELEASED-BATCH
               END-IF
           END-IF.
           PERFORM WRITE-REMITTANCE-FILE.
           PERFORM VARYING CLM-IDX FROM 1 BY 1
                   UNTIL CLM-IDX > CLAIM-TOTAL
               PERFORM TRACE-ONE-CLAIM
           END-PERFORM.
           PERFORM SAVE-ESCHEAT-REGISTER.
           PERFORM WRITE-ESCHEAT-REPORT.
           IF WS-JOB-CODE = 0
                   AND (WS-CLAIMS-UNMATCHED > 0
                       OR WS-REMIT-HELD-COUNT > 0
                       OR WS-LATE-NOTICE-COUNT > 0
                       OR WS-NO-JURISDICTION-COUNT > 0)
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "UNCLAIMED PROPERTY EXCEPTIONS" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "ESCHEAT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-ESCHEAT-CONTROL.
           OPEN INPUT ESCHEAT-CONTROL-FILE.
           IF WS-ESCHEAT-CONTROL-STATUS = "00"
               READ ESCHEAT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ECT-HOLDER-ID TO WS-HOLDER-ID
                       MOVE ECT-HOLDER-STATE TO WS-HOLDER-STATE
                       IF ECT-LIABILITY-ACCOUNT NUMERIC
                           MOVE ECT-LIABILITY-ACCOUNT TO
                               WS-LIABILITY-ACCOUNT
                       END-IF
                       IF ECT-DEPOSIT-ACCOUNT NUMERIC
                           MOVE ECT-DEPOSIT-ACCOUNT TO
                               WS-DEPOSIT-ACCOUNT
                       END-IF
                       IF ECT-DORMANT-YEARS NUMERIC
                               AND ECT-DORMANT-YEARS > 0
                           MOVE ECT-DORMANT-YEARS TO WS-DORMANT-YEARS
                       END-IF
                       IF ECT-NOTICE-FROM-DAYS NUMERIC
                               AND ECT-NOTICE-FROM-DAYS > 0
                           MOVE ECT-NOTICE-FROM-DAYS TO
                               WS-NOTICE-FROM-DAYS
                       END-IF
                       IF ECT-NOTICE-TO-DAYS NUMERIC
                           MOVE ECT-NOTICE-TO-DAYS TO
                               WS-NOTICE-TO-DAYS
                       END-IF
               END-READ
               CLOSE ESCHEAT-CONTROL-FILE
           END-IF.

       LOAD-ESCHEAT-PERIODS.
           OPEN INPUT ESCHEAT-PERIOD-FILE.
           IF WS-ESCHEAT-PERIOD-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR PERIOD-TOTAL >= 60
                   READ ESCHEAT-PERIOD-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF EPR-JURISDICTION NOT = SPACES
                                   AND EPR-DORMANT-YEARS NUMERIC
                                   AND EPR-DORMANT-YEARS > 0
                               ADD 1 TO PERIOD-TOTAL
                               PERFORM NOTE-ESCHEAT-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCHEAT-PERIOD-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-ESCHEAT-PERIOD.
           SET PER-IDX TO PERIOD-TOTAL.
           MOVE EPR-JURISDICTION TO PER-JURISDICTION(PER-IDX).
           MOVE EPR-DORMANT-YEARS TO PER-DORMANT-YEARS(PER-IDX).
           MOVE WS-NOTICE-FROM-DAYS TO PER-NOTICE-FROM-DAYS(PER-IDX).
           MOVE WS-NOTICE-TO-DAYS TO PER-NOTICE-TO-DAYS(PER-IDX).
           IF EPR-NOTICE-FROM-DAYS NUMERIC
                   AND EPR-NOTICE-FROM-DAYS > 0
               MOVE EPR-NOTICE-FROM-DAYS TO
                   PER-NOTICE-FROM-DAYS(PER-IDX)
           END-IF.
           IF EPR-NOTICE-TO-DAYS NUMERIC
               MOVE EPR-NOTICE-TO-DAYS TO PER-NOTICE-TO-DAYS(PER-IDX)
           END-IF.

       LOAD-ESCHEAT-REGISTER.
           OPEN INPUT ESCHEAT-REGISTER-FILE.
           IF WS-ESCHEAT-REGISTER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR ESCHEAT-TOTAL >= 2000
                   READ ESCHEAT-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ESH-ACCOUNT NOT = SPACES
                               ADD 1 TO ESCHEAT-TOTAL
                               PERFORM NOTE-ESCHEAT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCHEAT-REGISTER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-ESCHEAT-ENTRY.
           SET ESH-IDX TO ESCHEAT-TOTAL.
           MOVE ESH-ACCOUNT TO ESE-ACCOUNT(ESH-IDX).
           MOVE ESH-BALANCE-CURRENCY TO ESE-BALANCE-CURRENCY(ESH-IDX).
           MOVE ESH-JURISDICTION TO ESE-JURISDICTION(ESH-IDX).
           MOVE ESH-COMPANY TO ESE-COMPANY(ESH-IDX).
           MOVE ESH-CURRENCY TO ESE-CURRENCY(ESH-IDX).
           MOVE ESH-STATE TO ESE-STATE(ESH-IDX).
           MOVE ESH-REMIT-ID TO ESE-REMIT-ID(ESH-IDX).
           MOVE ESH-CLAIM-REFERENCE TO ESE-CLAIM-REFERENCE(ESH-IDX).
           IF ESH-LAST-ACTIVITY NUMERIC
               MOVE ESH-LAST-ACTIVITY TO ESE-LAST-ACTIVITY(ESH-IDX)
           END-IF.
           IF ESH-DEADLINE NUMERIC
               MOVE ESH-DEADLINE TO ESE-DEADLINE(ESH-IDX)
           END-IF.
           IF ESH-NOTICE-DATE NUMERIC
               MOVE ESH-NOTICE-DATE TO ESE-NOTICE-DATE(ESH-IDX)
           END-IF.
           IF ESH-REMIT-DATE NUMERIC
               MOVE ESH-REMIT-DATE TO ESE-REMIT-DATE(ESH-IDX)
           END-IF.
           IF ESH-AMOUNT NUMERIC
               MOVE ESH-AMOUNT TO ESE-AMOUNT(ESH-IDX)
           END-IF.
           IF ESH-CLAIM-DATE NUMERIC
               MOVE ESH-CLAIM-DATE TO ESE-CLAIM-DATE(ESH-IDX)
           END-IF.
           IF ESE-REMIT-DATE(ESH-IDX) = WS-RUN-DATE-NUM
                   AND ESE-REMIT-ID(ESH-IDX)(8:3) NUMERIC
               IF ESE-REMIT-ID(ESH-IDX)(8:3) > WS-REMIT-SEQ
                   MOVE ESE-REMIT-ID(ESH-IDX)(8:3) TO WS-REMIT-SEQ
               END-IF
           END-IF.

       SAVE-ESCHEAT-REGISTER.
           IF ESCHEAT-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ESCHEAT-REGISTER-FILE.
           PERFORM VARYING ESH-IDX FROM 1 BY 1
                   UNTIL ESH-IDX > ESCHEAT-TOTAL
               MOVE ESE-ACCOUNT(ESH-IDX) TO ESH-ACCOUNT
               MOVE ESE-BALANCE-CURRENCY(ESH-IDX) TO
                   ESH-BALANCE-CURRENCY
               MOVE ESE-JURISDICTION(ESH-IDX) TO ESH-JURISDICTION
               MOVE ESE-COMPANY(ESH-IDX) TO ESH-COMPANY
               MOVE ESE-CURRENCY(ESH-IDX) TO ESH-CURRENCY
               MOVE ESE-LAST-ACTIVITY(ESH-IDX) TO ESH-LAST-ACTIVITY
               MOVE ESE-DEADLINE(ESH-IDX) TO ESH-DEADLINE
               MOVE ESE-NOTICE-DATE(ESH-IDX) TO ESH-NOTICE-DATE
               MOVE ESE-STATE(ESH-IDX) TO ESH-STATE
               MOVE ESE-REMIT-ID(ESH-IDX) TO ESH-REMIT-ID
               MOVE ESE-REMIT-DATE(ESH-IDX) TO ESH-REMIT-DATE
               MOVE ESE-AMOUNT(ESH-IDX) TO ESH-AMOUNT
               MOVE ESE-CLAIM-DATE(ESH-IDX) TO ESH-CLAIM-DATE
               MOVE ESE-CLAIM-REFERENCE(ESH-IDX) TO
                   ESH-CLAIM-REFERENCE
               WRITE ESCHEAT-REGISTER-LINE
           END-PERFORM.
           CLOSE ESCHEAT-REGISTER-FILE.

       LOAD-ESCHEAT-CLAIMS.
           OPEN INPUT ESCHEAT-CLAIM-FILE.
           IF WS-ESCHEAT-CLAIM-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR CLAIM-TOTAL >= 200
                   READ ESCHEAT-CLAIM-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ECL-ACCOUNT NOT = SPACES
                               ADD 1 TO CLAIM-TOTAL
                               MOVE ECL-ACCOUNT TO
                                   CLM-ACCOUNT(CLAIM-TOTAL)
                               MOVE ECL-CURRENCY TO
                                   CLM-CURRENCY(CLAIM-TOTAL)
                               MOVE ECL-REFERENCE TO
                                   CLM-REFERENCE(CLAIM-TOTAL)
                               MOVE ECL-OPERATOR TO
                                   CLM-OPERATOR(CLAIM-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCHEAT-CLAIM-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-ACCOUNT-REFERENCE.
           OPEN INPUT ACCOUNT-REF-FILE.
           IF WS-ACCOUNT-REF-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR ACCOUNT-REF-TOTAL >= 1000
                   READ ACCOUNT-REF-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF ACCT-REF-ID NOT = SPACES
                               ADD 1 TO ACCOUNT-REF-TOTAL
                               MOVE ACCT-REF-ID TO
                                   REF-ENTRY-ID(ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-STATUS TO
                                   REF-ENTRY-STATUS(ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-PRODUCT TO
                                   REF-ENTRY-PRODUCT(ACCOUNT-REF-TOTAL)
                               MOVE ACCT-REF-COST-CENTER TO
                                   REF-ENTRY-COST-CENTER
                                       (ACCOUNT-REF-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REF-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-WITHHOLDING-ACCOUNTS.
           OPEN INPUT WHA-ACCOUNT-FILE.
           IF WS-WHA-ACCOUNT-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR WHA-TOTAL >= 500
                   READ WHA-ACCOUNT-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF WHA-ACCOUNT NOT = SPACES
                                   AND WHA-JURISDICTION NOT = SPACES
                               ADD 1 TO WHA-TOTAL
                               MOVE WHA-ACCOUNT TO
                                   WHA-TAB-ACCOUNT(WHA-TOTAL)
                               MOVE WHA-JURISDICTION TO
                                   WHA-TAB-JURISDICTION(WHA-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WHA-ACCOUNT-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR CUSTOMER-TOTAL >= 500
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF CUST-ID NOT = SPACES
                               ADD 1 TO CUSTOMER-TOTAL
                               MOVE CUST-ID TO
                                   CUS-ID(CUSTOMER-TOTAL)
                               MOVE CUST-NAME TO
                                   CUS-NAME(CUSTOMER-TOTAL)
                               MOVE CUST-POSTAL-CODE TO
                                   CUS-POSTAL-CODE(CUSTOMER-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

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

       REVIEW-ONE-POSITION.
           MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC.
           IF POS-ACCOUNT = SPACES
                   OR POS-LAST-TRAN-DATE NOT NUMERIC
                   OR POS-LAST-TRAN-DATE = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OPEN-ESCHEAT-ENTRY.
           IF WS-FOUND-ESH-IDX > 0
               IF ESE-LAST-ACTIVITY(WS-FOUND-ESH-IDX) NOT =
                       POS-LAST-TRAN-DATE
                   MOVE 'V' TO ESE-STATE(WS-FOUND-ESH-IDX)
                   ADD 1 TO WS-REACTIVATED-COUNT
                   MOVE 0 TO WS-FOUND-ESH-IDX
               END-IF
           END-IF.
           IF POS-DORMANCY-STAGE NOT = 'D'
               EXIT PARAGRAPH
           END-IF.
           IF POS-CURRENT-BALANCE NOT NUMERIC
                   OR POS-CURRENT-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-REFERENCE-ENTRY.
           IF WS-FOUND-REF-IDX > 0
               IF REF-ENTRY-STATUS(WS-FOUND-REF-IDX) = 'C'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM FIND-STATUTORY-PERIOD.
           IF WS-ACCOUNT-JURISDICTION = SPACES
               ADD 1 TO WS-NO-JURISDICTION-COUNT
               DISPLAY "ESCHEAT: NO JURISDICTION FOR ACCOUNT "
                   POS-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DEADLINE-DATE =
               POS-LAST-TRAN-DATE + WS-APPLY-YEARS * 10000.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEADLINE-DATE) NOT = 0
               SUBTRACT 1 FROM WS-DEADLINE-DATE
           END-IF.
           COMPUTE WS-DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DEADLINE-DATE).
           COMPUTE WS-DAYS-TO-DEADLINE =
               WS-DEADLINE-INT - WS-RUN-DATE-INT.
           IF WS-DAYS-TO-DEADLINE > WS-APPLY-FROM-DAYS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CANDIDATE-COUNT.
           IF WS-FOUND-ESH-IDX = 0
               PERFORM SEND-DUE-DILIGENCE-NOTICE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NOTICE-INT = FUNCTION INTEGER-OF-DATE
               (ESE-NOTICE-DATE(WS-FOUND-ESH-IDX)).
           COMPUTE WS-DAYS-SINCE-NOTICE =
               WS-RUN-DATE-INT - WS-NOTICE-INT.
           IF WS-DAYS-TO-DEADLINE > 0
                   OR WS-DAYS-SINCE-NOTICE < WS-APPLY-TO-DAYS
               ADD 1 TO WS-AWAITING-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIABILITY-ACCOUNT = 0 OR WS-DEPOSIT-ACCOUNT = 0
               ADD 1 TO WS-REMIT-HELD-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM REMIT-UNCLAIMED-BALANCE.

       FIND-OPEN-ESCHEAT-ENTRY.
           MOVE 0 TO WS-FOUND-ESH-IDX.
           PERFORM VARYING ESH-IDX FROM 1 BY 1
                   UNTIL ESH-IDX > ESCHEAT-TOTAL
               IF ESE-ACCOUNT(ESH-IDX) = POS-ACCOUNT
                       AND ESE-BALANCE-CURRENCY(ESH-IDX) =
                           POS-BALANCE-CURRENCY
                       AND ESE-STATE(ESH-IDX) = 'N'
                   SET WS-FOUND-ESH-IDX TO ESH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-REFERENCE-ENTRY.
           MOVE 0 TO WS-FOUND-REF-IDX.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = POS-ACCOUNT
                   SET WS-FOUND-REF-IDX TO REF-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-STATUTORY-PERIOD.
           MOVE WS-HOLDER-STATE TO WS-ACCOUNT-JURISDICTION.
           PERFORM VARYING WHA-IDX FROM 1 BY 1
                   UNTIL WHA-IDX > WHA-TOTAL
               IF WHA-TAB-ACCOUNT(WHA-IDX) = POS-ACCOUNT
                   MOVE WHA-TAB-JURISDICTION(WHA-IDX) TO
                       WS-ACCOUNT-JURISDICTION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-DORMANT-YEARS TO WS-APPLY-YEARS.
           MOVE WS-NOTICE-FROM-DAYS TO WS-APPLY-FROM-DAYS.
           MOVE WS-NOTICE-TO-DAYS TO WS-APPLY-TO-DAYS.
           PERFORM VARYING PER-IDX FROM 1 BY 1
                   UNTIL PER-IDX > PERIOD-TOTAL
               IF PER-JURISDICTION(PER-IDX) = WS-ACCOUNT-JURISDICTION
                   MOVE PER-DORMANT-YEARS(PER-IDX) TO WS-APPLY-YEARS
                   MOVE PER-NOTICE-FROM-DAYS(PER-IDX) TO
                       WS-APPLY-FROM-DAYS
                   MOVE PER-NOTICE-TO-DAYS(PER-IDX) TO
                       WS-APPLY-TO-DAYS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SEND-DUE-DILIGENCE-NOTICE.
           IF ESCHEAT-TOTAL >= 2000
               DISPLAY "ESCHEAT: REGISTER FULL, NO NOTICE FOR "
                   POS-ACCOUNT
               ADD 1 TO WS-REMIT-HELD-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ESCHEAT-TOTAL.
           SET ESH-IDX TO ESCHEAT-TOTAL.
           MOVE POS-ACCOUNT TO ESE-ACCOUNT(ESH-IDX).
           MOVE POS-BALANCE-CURRENCY TO ESE-BALANCE-CURRENCY(ESH-IDX).
           MOVE WS-ACCOUNT-JURISDICTION TO ESE-JURISDICTION(ESH-IDX).
           MOVE POS-COMPANY TO ESE-COMPANY(ESH-IDX).
           MOVE POS-CURRENCY TO ESE-CURRENCY(ESH-IDX).
           MOVE POS-LAST-TRAN-DATE TO ESE-LAST-ACTIVITY(ESH-IDX).
           MOVE WS-DEADLINE-DATE TO ESE-DEADLINE(ESH-IDX).
           MOVE WS-RUN-DATE-NUM TO ESE-NOTICE-DATE(ESH-IDX).
           MOVE 'N' TO ESE-STATE(ESH-IDX).
           MOVE POS-CURRENT-BALANCE TO ESE-AMOUNT(ESH-IDX).
           IF WS-DAYS-TO-DEADLINE < WS-APPLY-TO-DAYS
               MOVE 'Y' TO ESE-LATE-NOTICE(ESH-IDX)
               ADD 1 TO WS-LATE-NOTICE-COUNT
           END-IF.
           MOVE POS-CURRENT-BALANCE TO WS-NOTICE-AMOUNT.
           MOVE SPACES TO DUE-DILIGENCE-NOTICE-LINE.
           STRING "UNCLAIMED PROP NOTICE U AMOUNT " WS-NOTICE-AMOUNT
               " ID " POS-ACCOUNT
               " DUE " WS-DEADLINE-DATE
               DELIMITED BY SIZE INTO DUE-DILIGENCE-NOTICE-LINE.
           WRITE DUE-DILIGENCE-NOTICE-LINE.
           ADD 1 TO WS-NOTICE-COUNT.

       REMIT-UNCLAIMED-BALANCE.
           MOVE POS-CURRENT-BALANCE TO WS-REMIT-AMOUNT.
           IF POS-MTD-AMOUNT NOT NUMERIC
               MOVE 0 TO POS-MTD-AMOUNT
           END-IF.
           IF POS-YTD-AMOUNT NOT NUMERIC
               MOVE 0 TO POS-YTD-AMOUNT
           END-IF.
           IF POS-RECORD-COUNT NOT NUMERIC
               MOVE 0 TO POS-RECORD-COUNT
           END-IF.
           IF WS-RUN-DATE-NUM(1:6) NOT = POS-LAST-TRAN-DATE(1:6)
               MOVE 0 TO POS-MTD-AMOUNT
           END-IF.
           IF WS-RUN-DATE-NUM(1:4) NOT = POS-LAST-TRAN-DATE(1:4)
               MOVE 0 TO POS-YTD-AMOUNT
           END-IF.
           COMPUTE WS-POST-AMOUNT = 0 - WS-REMIT-AMOUNT.
           ADD WS-POST-AMOUNT TO POS-CURRENT-BALANCE.
           ADD WS-POST-AMOUNT TO POS-MTD-AMOUNT.
           ADD WS-POST-AMOUNT TO POS-YTD-AMOUNT.
           ADD 1 TO POS-RECORD-COUNT.
           MOVE SPACES TO INDEXED-OUTPUT-DATA.
           MOVE MASTER-POSITION-REC TO INDEXED-OUTPUT-DATA.
           REWRITE INDEXED-OUTPUT-RECORD
               INVALID KEY
                   DISPLAY "ESCHEAT: MASTER REWRITE FAILED FOR "
                       POS-ACCOUNT
                   ADD 1 TO WS-REMIT-HELD-COUNT
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-REMIT-SEQ.
           MOVE SPACES TO WS-REMIT-ID.
           STRING "E" WS-RUN-DATE-NUM(3:6) WS-REMIT-SEQ
               DELIMITED BY SIZE INTO WS-REMIT-ID.
           PERFORM WRITE-JOURNAL-ENTRY.
           PERFORM WRITE-ESCHEAT-GL-POSTINGS.
           MOVE 'R' TO ESE-STATE(WS-FOUND-ESH-IDX).
           MOVE WS-REMIT-ID TO ESE-REMIT-ID(WS-FOUND-ESH-IDX).
           MOVE WS-RUN-DATE-NUM TO ESE-REMIT-DATE(WS-FOUND-ESH-IDX).
           MOVE WS-REMIT-AMOUNT TO ESE-AMOUNT(WS-FOUND-ESH-IDX).
           MOVE POS-CURRENCY TO ESE-CURRENCY(WS-FOUND-ESH-IDX).
           IF WS-FOUND-REF-IDX > 0
               MOVE REF-ENTRY-PRODUCT(WS-FOUND-REF-IDX) TO
                   ESE-PROPERTY-TYPE(WS-FOUND-ESH-IDX)
           END-IF.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-ACCOUNT(XRF-IDX) = POS-ACCOUNT
                   MOVE XRF-CUSTOMER(XRF-IDX) TO
                       ESE-OWNER-ID(WS-FOUND-ESH-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM TALLY-JURISDICTION-TOTAL.
           ADD 1 TO WS-REMITTED-COUNT.
           ADD WS-REMIT-AMOUNT TO WS-TOTAL-REMITTED.

       WRITE-JOURNAL-ENTRY.
           IF WS-JOURNAL-STATUS = "00"
               MOVE POS-ACCOUNT TO JOURNAL-ACCOUNT
               MOVE POS-COMPANY TO JOURNAL-COMPANY
               MOVE WS-POST-AMOUNT TO JOURNAL-AMOUNT
               MOVE WS-RUN-DATE-NUM TO JOURNAL-TRAN-DATE
               MOVE 'U' TO JOURNAL-SOURCE-STATUS
               PERFORM NEXT-JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-SEQUENCE TO JOURNAL-SEQUENCE
               MOVE WS-JOURNAL-STAMP TO JOURNAL-STAMP
               MOVE POS-BALANCE-CURRENCY TO JOURNAL-BALANCE-CURRENCY
               MOVE WS-RUN-DATE-NUM TO JOURNAL-POSTED-DATE
               WRITE POSTING-JOURNAL-LINE
           END-IF.
           IF WS-LINEAGE-STATUS = "00"
               MOVE 0 TO LIN-SEQUENCE
               MOVE "ESCHEAT" TO LIN-STAGE
               MOVE "REMITTED TO STATE" TO LIN-DISPOSITION
               MOVE POS-ACCOUNT TO LIN-ACCOUNT
               MOVE WS-POST-AMOUNT TO LIN-AMOUNT
               MOVE WS-RUN-DATE-NUM TO LIN-TRAN-DATE
               MOVE WS-REMIT-ID TO LIN-TRANSACTION-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO LIN-STAMP
               WRITE LINEAGE-LINE
           END-IF.

       WRITE-ESCHEAT-GL-POSTINGS.
           MOVE WS-REMIT-AMOUNT TO WS-GL-AMOUNT.
           MOVE WS-DEPOSIT-ACCOUNT TO WS-GL-LEG-ACCOUNT.
           MOVE 'D' TO WS-GL-LEG-FLAG.
           PERFORM WRITE-GL-LEG.
           MOVE WS-LIABILITY-ACCOUNT TO WS-GL-LEG-ACCOUNT.
           MOVE 'C' TO WS-GL-LEG-FLAG.
           PERFORM WRITE-GL-LEG.

       WRITE-GL-LEG.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'D' TO GL-DTL-TYPE.
           MOVE WS-GL-LEG-ACCOUNT TO GL-DTL-ACCOUNT.
           MOVE WS-GL-LEG-FLAG TO GL-DTL-DC-FLAG.
           MOVE WS-GL-AMOUNT TO GL-DTL-AMOUNT.
           MOVE 'U' TO GL-DTL-SOURCE-STATUS.
           MOVE POS-ACCOUNT TO GL-DTL-SOURCE-ACCOUNT.
           PERFORM FILL-GL-SEGMENTS.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTING-COUNT.
           IF WS-GL-LEG-FLAG = 'D'
               ADD WS-GL-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-GL-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

       FILL-GL-SEGMENTS.
           MOVE POS-COMPANY TO GL-SEG-COMPANY.
           IF GL-SEG-COMPANY = SPACES
               MOVE "000" TO GL-SEG-COMPANY
           END-IF.
           MOVE SPACES TO GL-SEG-COST-CENTER.
           MOVE SPACES TO GL-SEG-PRODUCT.
           IF WS-FOUND-REF-IDX > 0
               MOVE REF-ENTRY-COST-CENTER(WS-FOUND-REF-IDX) TO
                   GL-SEG-COST-CENTER
               MOVE REF-ENTRY-PRODUCT(WS-FOUND-REF-IDX) TO
                   GL-SEG-PRODUCT
           END-IF.
           IF GL-SEG-COST-CENTER = SPACES
               MOVE "0000" TO GL-SEG-COST-CENTER
           END-IF.
           MOVE GL-DTL-ACCOUNT TO GL-SEG-NATURAL.
           IF GL-SEG-PRODUCT = SPACES
               MOVE "0000" TO GL-SEG-PRODUCT
           END-IF.
           PERFORM VARYING CPF-IDX FROM 1 BY 1
                   UNTIL CPF-IDX > COMPANY-PROOF-TOTAL
               IF CPF-COMPANY(CPF-IDX) = GL-SEG-COMPANY
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CPF-IDX > COMPANY-PROOF-TOTAL
               IF COMPANY-PROOF-TOTAL >= 50
                   ADD 1 TO WS-COMPANY-UNBALANCED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COMPANY-PROOF-TOTAL
               SET CPF-IDX TO COMPANY-PROOF-TOTAL
               MOVE GL-SEG-COMPANY TO CPF-COMPANY(CPF-IDX)
           END-IF.
           IF GL-DTL-DC-FLAG = 'C'
               ADD GL-DTL-AMOUNT TO CPF-CREDITS(CPF-IDX)
           ELSE
               ADD GL-DTL-AMOUNT TO CPF-DEBITS(CPF-IDX)
           END-IF.

       PROVE-COMPANY-SEGMENTS.
           PERFORM VARYING CPF-IDX FROM 1 BY 1
                   UNTIL CPF-IDX > COMPANY-PROOF-TOTAL
               IF CPF-DEBITS(CPF-IDX) NOT = CPF-CREDITS(CPF-IDX)
                   ADD 1 TO WS-COMPANY-UNBALANCED
                   DISPLAY "ESCHEAT: COMPANY "
                       CPF-COMPANY(CPF-IDX) " OUT OF BALANCE"
               END-IF
           END-PERFORM.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'H' TO GL-HDR-TYPE.
           MOVE WS-BATCH-STAMP(1:8) TO GL-HDR-BATCH-DATE.
           MOVE WS-BATCH-STAMP TO GL-HDR-BATCH-ID.
           WRITE GL-POSTING-RECORD.

       WRITE-BATCH-TRAILER.
           PERFORM PROVE-COMPANY-SEGMENTS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'T' TO GL-TRL-TYPE.
           MOVE WS-POSTING-COUNT TO GL-TRL-POSTING-COUNT.
           MOVE WS-TOTAL-DEBITS TO GL-TRL-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS TO GL-TRL-TOTAL-CREDITS.
           WRITE GL-POSTING-RECORD.

       REGISTER-RELEASED-BATCH.
           OPEN EXTEND BATCH-REGISTER-FILE.
           IF WS-BATCH-REGISTER-STATUS = "35"
               OPEN OUTPUT BATCH-REGISTER-FILE
           END-IF.
           IF WS-BATCH-REGISTER-STATUS = "00"
               MOVE WS-BATCH-STAMP TO REGISTER-BATCH-ID
               MOVE WS-BATCH-STAMP(1:8) TO REGISTER-BATCH-DATE
               MOVE 'P' TO REGISTER-STATE
               MOVE 0 TO REGISTER-ACK-DATE
               MOVE "UNCLAIMED PROPERTY" TO REGISTER-REASON
               WRITE BATCH-REGISTER-LINE
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       TALLY-JURISDICTION-TOTAL.
           PERFORM VARYING JTL-IDX FROM 1 BY 1
                   UNTIL JTL-IDX > JURISDICTION-TOTAL-COUNT
               IF JTL-JURISDICTION(JTL-IDX) = WS-ACCOUNT-JURISDICTION
                       AND JTL-CURRENCY(JTL-IDX) = POS-CURRENCY
                   ADD 1 TO JTL-COUNT(JTL-IDX)
                   ADD WS-REMIT-AMOUNT TO JTL-AMOUNT(JTL-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF JURISDICTION-TOTAL-COUNT < 100
               ADD 1 TO JURISDICTION-TOTAL-COUNT
               SET JTL-IDX TO JURISDICTION-TOTAL-COUNT
               MOVE WS-ACCOUNT-JURISDICTION TO
                   JTL-JURISDICTION(JTL-IDX)
               MOVE POS-CURRENCY TO JTL-CURRENCY(JTL-IDX)
               MOVE 1 TO JTL-COUNT(JTL-IDX)
               MOVE WS-REMIT-AMOUNT TO JTL-AMOUNT(JTL-IDX)
           END-IF.

       WRITE-REMITTANCE-FILE.
           OPEN OUTPUT REMITTANCE-FILE.
           PERFORM VARYING JTL-IDX FROM 1 BY 1
                   UNTIL JTL-IDX > JURISDICTION-TOTAL-COUNT
               MOVE JTL-JURISDICTION(JTL-IDX) TO WS-LIST-JURISDICTION
               MOVE JTL-CURRENCY(JTL-IDX) TO WS-LIST-CURRENCY
               MOVE SPACES TO REMITTANCE-RECORD
               MOVE 'H' TO RMH-TYPE
               MOVE WS-HOLDER-ID TO RMH-HOLDER-ID
               MOVE WS-LIST-JURISDICTION TO RMH-JURISDICTION
               MOVE WS-LIST-CURRENCY TO RMH-CURRENCY
               MOVE WS-RUN-DATE-NUM TO RMH-REPORT-DATE
               WRITE REMITTANCE-RECORD
               PERFORM VARYING ESH-IDX FROM 1 BY 1
                       UNTIL ESH-IDX > ESCHEAT-TOTAL
                   IF ESE-STATE(ESH-IDX) = 'R'
                           AND ESE-REMIT-DATE(ESH-IDX) =
                               WS-RUN-DATE-NUM
                           AND ESE-JURISDICTION(ESH-IDX) =
                               WS-LIST-JURISDICTION
                           AND ESE-CURRENCY(ESH-IDX) =
                               WS-LIST-CURRENCY
                       PERFORM WRITE-REMITTANCE-DETAIL
                   END-IF
               END-PERFORM
               MOVE SPACES TO REMITTANCE-RECORD
               MOVE 'T' TO RMT-TYPE
               MOVE WS-LIST-JURISDICTION TO RMT-JURISDICTION
               MOVE WS-LIST-CURRENCY TO RMT-CURRENCY
               MOVE JTL-COUNT(JTL-IDX) TO RMT-ITEM-COUNT
               MOVE JTL-AMOUNT(JTL-IDX) TO RMT-TOTAL-AMOUNT
               WRITE REMITTANCE-RECORD
           END-PERFORM.
           CLOSE REMITTANCE-FILE.

       WRITE-REMITTANCE-DETAIL.
           MOVE SPACES TO REMITTANCE-RECORD.
           MOVE 'D' TO RMD-TYPE.
           MOVE ESE-REMIT-ID(ESH-IDX) TO RMD-REMIT-ID.
           MOVE ESE-JURISDICTION(ESH-IDX) TO RMD-JURISDICTION.
           MOVE ESE-ACCOUNT(ESH-IDX) TO RMD-ACCOUNT.
           MOVE ESE-CURRENCY(ESH-IDX) TO RMD-CURRENCY.
           MOVE ESE-AMOUNT(ESH-IDX) TO RMD-AMOUNT.
           MOVE ESE-LAST-ACTIVITY(ESH-IDX) TO RMD-LAST-ACTIVITY.
           MOVE ESE-NOTICE-DATE(ESH-IDX) TO RMD-NOTICE-DATE.
           MOVE ESE-PROPERTY-TYPE(ESH-IDX) TO RMD-PROPERTY-TYPE.
           MOVE ESE-OWNER-ID(ESH-IDX) TO RMD-OWNER-ID.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
               IF CUS-ID(CUS-IDX) = ESE-OWNER-ID(ESH-IDX)
                       AND ESE-OWNER-ID(ESH-IDX) NOT = SPACES
                   MOVE CUS-NAME(CUS-IDX) TO RMD-OWNER-NAME
                   MOVE CUS-POSTAL-CODE(CUS-IDX) TO RMD-OWNER-POSTAL
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           WRITE REMITTANCE-RECORD.

       TRACE-ONE-CLAIM.
           MOVE 'U' TO CLM-RESULT(CLM-IDX).
           MOVE 0 TO CLM-MATCH(CLM-IDX).
           PERFORM VARYING ESH-IDX FROM 1 BY 1
                   UNTIL ESH-IDX > ESCHEAT-TOTAL
               IF ESE-ACCOUNT(ESH-IDX) = CLM-ACCOUNT(CLM-IDX)
                       AND (CLM-CURRENCY(CLM-IDX) = SPACES
                           OR ESE-BALANCE-CURRENCY(ESH-IDX) =
                               CLM-CURRENCY(CLM-IDX))
                   IF ESE-STATE(ESH-IDX) = 'R'
                       SET CLM-MATCH(CLM-IDX) TO ESH-IDX
                       MOVE 'C' TO ESE-STATE(ESH-IDX)
                       MOVE WS-RUN-DATE-NUM TO ESE-CLAIM-DATE(ESH-IDX)
                       MOVE CLM-REFERENCE(CLM-IDX) TO
                           ESE-CLAIM-REFERENCE(ESH-IDX)
                       MOVE 'T' TO CLM-RESULT(CLM-IDX)
                       EXIT PERFORM
                   END-IF
                   IF ESE-STATE(ESH-IDX) = 'C'
                           AND ESE-CLAIM-REFERENCE(ESH-IDX) =
                               CLM-REFERENCE(CLM-IDX)
                       SET CLM-MATCH(CLM-IDX) TO ESH-IDX
                       MOVE 'T' TO CLM-RESULT(CLM-IDX)
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF CLM-RESULT(CLM-IDX) = 'T'
               ADD 1 TO WS-CLAIMS-TRACED
           ELSE
               ADD 1 TO WS-CLAIMS-UNMATCHED
           END-IF.

       WRITE-ESCHEAT-REPORT.
           OPEN OUTPUT ESCHEAT-REPORT-FILE.
           MOVE "UNCLAIMED PROPERTY (ESCHEATMENT) REPORT" TO
               ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               " HOLDER " WS-HOLDER-ID
               " REFERENCE " WS-ESCHEAT-REFERENCE
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE "DUE DILIGENCE LETTERS SENT" TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           PERFORM VARYING ESH-IDX FROM 1 BY 1
                   UNTIL ESH-IDX > ESCHEAT-TOTAL
               IF ESE-STATE(ESH-IDX) = 'N'
                       AND ESE-NOTICE-DATE(ESH-IDX) = WS-RUN-DATE-NUM
                   PERFORM WRITE-NOTICE-DETAIL
               END-IF
           END-PERFORM.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE "BALANCES REMITTED" TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           PERFORM VARYING ESH-IDX FROM 1 BY 1
                   UNTIL ESH-IDX > ESCHEAT-TOTAL
               IF ESE-STATE(ESH-IDX) = 'R'
                       AND ESE-REMIT-DATE(ESH-IDX) = WS-RUN-DATE-NUM
                   MOVE ESE-AMOUNT(ESH-IDX) TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO ESCHEAT-REPORT-LINE
                   STRING "  REMIT " ESE-REMIT-ID(ESH-IDX)
                       " ACCOUNT " ESE-ACCOUNT(ESH-IDX)
                       " JUR " ESE-JURISDICTION(ESH-IDX)
                       " CCY " ESE-CURRENCY(ESH-IDX)
                       " AMOUNT " WS-AMOUNT-DISPLAY
                       " LAST ACTIVITY " ESE-LAST-ACTIVITY(ESH-IDX)
                       DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
                   WRITE ESCHEAT-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE "REMITTANCE BY JURISDICTION" TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           PERFORM VARYING JTL-IDX FROM 1 BY 1
                   UNTIL JTL-IDX > JURISDICTION-TOTAL-COUNT
               MOVE JTL-COUNT(JTL-IDX) TO WS-COUNT-DISPLAY
               MOVE JTL-AMOUNT(JTL-IDX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO ESCHEAT-REPORT-LINE
               STRING "  JURISDICTION " JTL-JURISDICTION(JTL-IDX)
                   " CCY " JTL-CURRENCY(JTL-IDX)
                   " ITEMS " WS-COUNT-DISPLAY
                   " AMOUNT " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
               WRITE ESCHEAT-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE "OWNER CLAIMS TRACED TO REMITTANCE" TO
               ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           PERFORM VARYING CLM-IDX FROM 1 BY 1
                   UNTIL CLM-IDX > CLAIM-TOTAL
               PERFORM WRITE-CLAIM-DETAIL
           END-PERFORM.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-POSITIONS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "POSITIONS REVIEWED:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-CANDIDATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "IN STATUTORY WINDOW:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "DUE DILIGENCE LETTERS:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-LATE-NOTICE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "LETTERS OUTSIDE WINDOW:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-AWAITING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "AWAITING OWNER RESPONSE:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-REACTIVATED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "REACTIVATED BY OWNER:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-REMITTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-REMITTED TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "BALANCES REMITTED:         " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-REMIT-HELD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "REMITTANCES HELD:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-NO-JURISDICTION-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "NO JURISDICTION:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-CLAIMS-TRACED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "CLAIMS TRACED:             " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           MOVE WS-CLAIMS-UNMATCHED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "CLAIMS WITHOUT REMITTANCE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.
           CLOSE ESCHEAT-REPORT-FILE.

       WRITE-NOTICE-DETAIL.
           MOVE ESE-AMOUNT(ESH-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           STRING "  ACCOUNT " ESE-ACCOUNT(ESH-IDX)
               " CCY " ESE-CURRENCY(ESH-IDX)
               " JUR " ESE-JURISDICTION(ESH-IDX)
               " LAST ACTIVITY " ESE-LAST-ACTIVITY(ESH-IDX)
               " DEADLINE " ESE-DEADLINE(ESH-IDX)
               " BALANCE " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           IF ESE-LATE-NOTICE(ESH-IDX) = 'Y'
               MOVE "LATE" TO ESCHEAT-REPORT-LINE(113:4)
           END-IF.
           WRITE ESCHEAT-REPORT-LINE.

       WRITE-CLAIM-DETAIL.
           MOVE SPACES TO ESCHEAT-REPORT-LINE.
           IF CLM-RESULT(CLM-IDX) NOT = 'T'
               STRING "  CLAIM " CLM-REFERENCE(CLM-IDX)
                   " ACCOUNT " CLM-ACCOUNT(CLM-IDX)
                   " OPERATOR " CLM-OPERATOR(CLM-IDX)
                   " NO REMITTANCE ON RECORD"
                   DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE
               WRITE ESCHEAT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           SET ESH-IDX TO CLM-MATCH(CLM-IDX).
           MOVE ESE-AMOUNT(ESH-IDX) TO WS-AMOUNT-DISPLAY.
           STRING "  CLAIM " CLM-REFERENCE(CLM-IDX)
               " ACCOUNT " CLM-ACCOUNT(CLM-IDX)
               " REMIT " ESE-REMIT-ID(ESH-IDX)
               " ON " ESE-REMIT-DATE(ESH-IDX)
               " TO " ESE-JURISDICTION(ESH-IDX)
               " " ESE-CURRENCY(ESH-IDX)
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ESCHEAT-REPORT-LINE.
           WRITE ESCHEAT-REPORT-LINE.

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
               MOVE BDC-CURRENT-DATE TO WS-BATCH-STAMP(1:8)
           ELSE
               DISPLAY "ESCHEAT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.

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
