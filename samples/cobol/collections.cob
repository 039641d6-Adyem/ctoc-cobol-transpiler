       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT COLLECTIONS-CONTROL-FILE
               ASSIGN TO "collections_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT LATE-FEE-FILE
               ASSIGN TO "collections_late_fees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-FEE-STATUS.
           SELECT COLLECTOR-FILE
               ASSIGN TO "collections_collectors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTOR-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT COLLECTION-ITEM-FILE
               ASSIGN TO "collections_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT INDEXED-OUTPUT-FILE ASSIGN TO "output.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INDEXED-OUTPUT-KEY
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "fee_invoices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "fee_open_items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT FEE-DETAIL-FILE ASSIGN TO "fee_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-DETAIL-STATUS.
           SELECT STAGE-1-NOTICE-FILE
               ASSIGN TO "collections_stage1_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAGE-2-NOTICE-FILE
               ASSIGN TO "collections_stage2_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAGE-3-NOTICE-FILE
               ASSIGN TO "collections_stage3_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRITEOFF-FILE
               ASSIGN TO "collections_writeoff_recommend.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKLIST-FILE
               ASSIGN TO "collections_worklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "collections_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  COLLECTIONS-CONTROL-FILE.
       01  COLLECTIONS-CONTROL-LINE.
           05  COLL-CTL-STAGE-1-DAYS PIC 9(3).
           05  COLL-CTL-STAGE-2-DAYS PIC 9(3).
           05  COLL-CTL-STAGE-3-DAYS PIC 9(3).
           05  COLL-CTL-WRITEOFF-DAYS PIC 9(3).
           05  COLL-CTL-DEFAULT-COLLECTOR PIC X(8).
       FD  LATE-FEE-FILE.
       01  LATE-FEE-LINE.
           05  CLF-PRODUCT PIC X(4).
           05  CLF-STAGE PIC 9.
           05  CLF-FEE PIC 9(5)V99.
       FD  COLLECTOR-FILE.
       01  COLLECTOR-LINE.
           05  CCL-COST-CENTER PIC X(4).
           05  CCL-COLLECTOR PIC X(8).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  COLLECTION-ITEM-FILE.
       01  COLLECTION-ITEM-LINE.
           COPY "COLLECTION-ITEM-RECORD.cpy".
       FD  INDEXED-OUTPUT-FILE.
       01  INDEXED-OUTPUT-RECORD.
           05  INDEXED-OUTPUT-KEY PIC X(40).
           05  INDEXED-OUTPUT-DATA PIC X(4096).
       FD  INVOICE-FILE.
       01  INVOICE-LINE.
           05  INV-ACCOUNT PIC X(10).
           05  INV-PERIOD PIC 9(6).
           05  INV-GROSS-FEES PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  INV-BILLED PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  INV-WAIVER-CODE PIC X(4).
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-LINE.
           COPY "OPEN-ITEM-RECORD.cpy".
       FD  FEE-DETAIL-FILE.
       01  FEE-DETAIL-LINE.
           05  FEE-DETAIL-STATUS PIC X.
           05  FEE-DETAIL-ACCOUNT PIC X(10).
           05  FEE-DETAIL-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  FEE-DETAIL-FEE PIC S9(7)V99 SIGN LEADING SEPARATE.
       FD  STAGE-1-NOTICE-FILE.
       01  STAGE-1-NOTICE-LINE PIC X(72).
       FD  STAGE-2-NOTICE-FILE.
       01  STAGE-2-NOTICE-LINE PIC X(72).
       FD  STAGE-3-NOTICE-FILE.
       01  STAGE-3-NOTICE-LINE PIC X(72).
       FD  WRITEOFF-FILE.
       01  WRITEOFF-LINE PIC X(100).
       FD  WORKLIST-FILE.
       01  WORKLIST-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-LATE-FEE-STATUS PIC XX VALUE "00".
       01  WS-COLLECTOR-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-ITEM-STATUS PIC XX VALUE "00".
       01  WS-INDEXED-STATUS PIC XX VALUE "00".
       01  WS-INVOICE-STATUS PIC XX VALUE "00".
       01  WS-OPEN-ITEM-STATUS PIC XX VALUE "00".
       01  WS-FEE-DETAIL-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "COLLECTIONS CYCLE COMPLETE".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-FIRST-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-ITEM-AGE PIC S9(6) COMP VALUE 0.
       01  WS-STAGE-1-DAYS PIC 9(3) VALUE 30.
       01  WS-STAGE-2-DAYS PIC 9(3) VALUE 60.
       01  WS-STAGE-3-DAYS PIC 9(3) VALUE 90.
       01  WS-WRITEOFF-DAYS PIC 9(3) VALUE 120.
       01  WS-DEFAULT-COLLECTOR PIC X(8) VALUE "UNASSIGN".
       01  MASTER-POSITION-REC.
           COPY "MASTER-POSITION-RECORD.cpy".
       01  LATE-FEE-TABLE.
           05  LATE-FEE-ENTRY OCCURS 100 TIMES INDEXED BY CLF-IDX.
               10  LFE-PRODUCT PIC X(4) VALUE SPACES.
               10  LFE-STAGE PIC 9 VALUE 0.
               10  LFE-FEE PIC 9(5)V99 VALUE 0.
       01  LATE-FEE-TOTAL PIC 9(4) VALUE 0.
       01  COLLECTOR-TABLE.
           05  COLLECTOR-ENTRY OCCURS 100 TIMES INDEXED BY CCL-IDX.
               10  CCE-COST-CENTER PIC X(4) VALUE SPACES.
               10  CCE-COLLECTOR PIC X(8) VALUE SPACES.
       01  COLLECTOR-TOTAL PIC 9(4) VALUE 0.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-PRODUCT PIC X(4) VALUE SPACES.
               10  REF-ENTRY-COST-CENTER PIC X(4) VALUE SPACES.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  COLLECTION-ITEM-TABLE.
           05  COLLECTION-ITEM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CIT-IDX.
               10  CIT-TYPE PIC X VALUE SPACE.
               10  CIT-ACCOUNT PIC X(10) VALUE SPACES.
               10  CIT-PERIOD PIC 9(6) VALUE 0.
               10  CIT-AMOUNT PIC S9(11)V99 VALUE 0.
               10  CIT-FIRST-DATE PIC 9(8) VALUE 0.
               10  CIT-LAST-SEEN PIC 9(8) VALUE 0.
               10  CIT-STAGE PIC 9 VALUE 0.
               10  CIT-NOTICE-STAGE PIC 9 VALUE 0.
               10  CIT-FEE-STAGE PIC 9 VALUE 0.
               10  CIT-COLLECTOR PIC X(8) VALUE SPACES.
               10  CIT-STATUS PIC X VALUE SPACE.
               10  CIT-SEEN PIC X VALUE 'N'.
               10  CIT-AGE PIC 9(6) VALUE 0.
               10  CIT-PAID PIC X VALUE 'N'.
               10  CIT-NEW PIC X VALUE 'N'.
       01  COLLECTION-ITEM-TOTAL PIC 9(4) VALUE 0.
       01  WORKLIST-COLLECTOR-TABLE.
           05  WORKLIST-COLLECTOR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WCL-IDX.
               10  WCL-COLLECTOR PIC X(8) VALUE SPACES.
       01  WORKLIST-COLLECTOR-TOTAL PIC 9(4) VALUE 0.
       01  WS-ITEM-FOUND PIC X VALUE 'N'.
       01  WS-FIND-TYPE PIC X VALUE SPACE.
       01  WS-FIND-ACCOUNT PIC X(10) VALUE SPACES.
       01  WS-FIND-PERIOD PIC 9(6) VALUE 0.
       01  WS-NEW-AMOUNT PIC S9(11)V99 VALUE 0.
       01  WS-ITEM-PRODUCT PIC X(4) VALUE SPACES.
       01  WS-ITEM-COST-CENTER PIC X(4) VALUE SPACES.
       01  WS-ITEM-FEE PIC 9(5)V99 VALUE 0.
       01  WS-ABS-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-NOTICE-AMOUNT PIC Z(6)9.99.
       01  WS-NOTICE-TEXT PIC X(72) VALUE SPACES.
       01  WS-LIST-STAGE PIC 9 VALUE 0.
       01  WS-LIST-COUNT PIC 9(6) VALUE 0.
       01  WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.
       01  WS-OVERDRAFTS-FOUND PIC 9(6) VALUE 0.
       01  WS-INVOICES-FOUND PIC 9(6) VALUE 0.
       01  WS-NEW-ITEMS PIC 9(6) VALUE 0.
       01  WS-CURED-ITEMS PIC 9(6) VALUE 0.
       01  WS-CURED-AMOUNT PIC S9(13)V99 VALUE 0.
       01  WS-NOTICES-QUEUED PIC 9(6) VALUE 0.
       01  WS-FEES-CHARGED PIC 9(6) VALUE 0.
       01  WS-TOTAL-FEES PIC S9(11)V99 VALUE 0.
       01  WS-WRITEOFF-COUNT PIC 9(6) VALUE 0.
       01  WS-NEW-WRITEOFFS PIC 9(6) VALUE 0.
       01  WS-WRITEOFF-AMOUNT PIC S9(13)V99 VALUE 0.
       01  STAGE-SUMMARY-TABLE.
           05  STAGE-SUMMARY-ENTRY OCCURS 5 TIMES
                   INDEXED BY STG-IDX.
               10  STG-COUNT PIC 9(6) VALUE 0.
               10  STG-AMOUNT PIC S9(13)V99 VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-AGE-DISPLAY PIC Z(5)9.
       01  WS-AMOUNT-DISPLAY PIC -(11)9.99.
       01  WS-DAYS-DISPLAY PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-COLLECTIONS-CONTROL.
           PERFORM LOAD-LATE-FEES.
           PERFORM LOAD-COLLECTORS.
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-COLLECTION-ITEMS.
           OPEN INPUT INDEXED-OUTPUT-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               DISPLAY "COLLECTIONS: UNABLE TO OPEN MASTER FILE "
                   "output.idx, FILE STATUS " WS-INDEXED-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INDEXED-OUTPUT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM NOTE-OVERDRAWN-POSITION
               END-READ
           END-PERFORM.
           CLOSE INDEXED-OUTPUT-FILE.
           MOVE 'N' TO EOF-FLAG.
           PERFORM LOAD-UNPAID-INVOICES.
           PERFORM LOAD-INVOICE-PAYMENTS.
           OPEN EXTEND FEE-DETAIL-FILE.
           IF WS-FEE-DETAIL-STATUS = "35"
               OPEN OUTPUT FEE-DETAIL-FILE
           END-IF.
           OPEN OUTPUT STAGE-1-NOTICE-FILE.
           OPEN OUTPUT STAGE-2-NOTICE-FILE.
           OPEN OUTPUT STAGE-3-NOTICE-FILE.
           PERFORM VARYING CIT-IDX FROM 1 BY 1
                   UNTIL CIT-IDX > COLLECTION-ITEM-TOTAL
               PERFORM AGE-ONE-ITEM
           END-PERFORM.
           IF WS-FEE-DETAIL-STATUS = "00"
               CLOSE FEE-DETAIL-FILE
           END-IF.
           CLOSE STAGE-1-NOTICE-FILE.
           CLOSE STAGE-2-NOTICE-FILE.
           CLOSE STAGE-3-NOTICE-FILE.
           PERFORM SAVE-COLLECTION-ITEMS.
           PERFORM WRITE-WRITEOFF-RECOMMENDATIONS.
           PERFORM WRITE-COLLECTIONS-WORKLIST.
           IF WS-WRITEOFF-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "ITEMS RECOMMENDED FOR WRITE-OFF" TO
                   WS-JOB-REASON
           END-IF.
           IF WS-OVERFLOW-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "COLLECTION ITEM TABLE FULL" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "COLLECTIONS" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

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
               DISPLAY "COLLECTIONS: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.

       LOAD-COLLECTIONS-CONTROL.
           OPEN INPUT COLLECTIONS-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ COLLECTIONS-CONTROL-FILE
               AT END
                   MOVE SPACES TO COLLECTIONS-CONTROL-LINE
           END-READ.
           CLOSE COLLECTIONS-CONTROL-FILE.
           IF COLL-CTL-STAGE-1-DAYS NUMERIC
                   AND COLL-CTL-STAGE-1-DAYS > 0
               MOVE COLL-CTL-STAGE-1-DAYS TO WS-STAGE-1-DAYS
           END-IF.
           IF COLL-CTL-STAGE-2-DAYS NUMERIC
                   AND COLL-CTL-STAGE-2-DAYS > WS-STAGE-1-DAYS
               MOVE COLL-CTL-STAGE-2-DAYS TO WS-STAGE-2-DAYS
           END-IF.
           IF COLL-CTL-STAGE-3-DAYS NUMERIC
                   AND COLL-CTL-STAGE-3-DAYS > WS-STAGE-2-DAYS
               MOVE COLL-CTL-STAGE-3-DAYS TO WS-STAGE-3-DAYS
           END-IF.
           IF COLL-CTL-WRITEOFF-DAYS NUMERIC
                   AND COLL-CTL-WRITEOFF-DAYS > WS-STAGE-3-DAYS
               MOVE COLL-CTL-WRITEOFF-DAYS TO WS-WRITEOFF-DAYS
           END-IF.
           IF WS-WRITEOFF-DAYS <= WS-STAGE-3-DAYS
               MOVE WS-STAGE-3-DAYS TO WS-WRITEOFF-DAYS
               ADD 30 TO WS-WRITEOFF-DAYS
           END-IF.
           IF COLL-CTL-DEFAULT-COLLECTOR NOT = SPACES
               MOVE COLL-CTL-DEFAULT-COLLECTOR TO WS-DEFAULT-COLLECTOR
           END-IF.

       LOAD-LATE-FEES.
           OPEN INPUT LATE-FEE-FILE.
           IF WS-LATE-FEE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR LATE-FEE-TOTAL >= 100
                   READ LATE-FEE-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF CLF-PRODUCT NOT = SPACES
                                   AND CLF-STAGE NUMERIC
                                   AND CLF-FEE NUMERIC
                               ADD 1 TO LATE-FEE-TOTAL
                               MOVE CLF-PRODUCT TO
                                   LFE-PRODUCT(LATE-FEE-TOTAL)
                               MOVE CLF-STAGE TO
                                   LFE-STAGE(LATE-FEE-TOTAL)
                               MOVE CLF-FEE TO
                                   LFE-FEE(LATE-FEE-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LATE-FEE-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       LOAD-COLLECTORS.
           OPEN INPUT COLLECTOR-FILE.
           IF WS-COLLECTOR-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR COLLECTOR-TOTAL >= 100
                   READ COLLECTOR-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF CCL-COST-CENTER NOT = SPACES
                                   AND CCL-COLLECTOR NOT = SPACES
                               ADD 1 TO COLLECTOR-TOTAL
                               MOVE CCL-COST-CENTER TO
                                   CCE-COST-CENTER(COLLECTOR-TOTAL)
                               MOVE CCL-COLLECTOR TO
                                   CCE-COLLECTOR(COLLECTOR-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTOR-FILE
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

       LOAD-COLLECTION-ITEMS.
           OPEN INPUT COLLECTION-ITEM-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ COLLECTION-ITEM-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF COLL-ITEM-ACCOUNT NOT = SPACES
                           PERFORM CARRY-COLLECTION-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COLLECTION-ITEM-FILE.
           MOVE 'N' TO EOF-FLAG.

       CARRY-COLLECTION-ITEM.
           IF COLLECTION-ITEM-TOTAL >= 2000
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO COLLECTION-ITEM-TOTAL.
           SET CIT-IDX TO COLLECTION-ITEM-TOTAL.
           MOVE COLL-ITEM-TYPE TO CIT-TYPE(CIT-IDX).
           MOVE COLL-ITEM-ACCOUNT TO CIT-ACCOUNT(CIT-IDX).
           MOVE COLL-ITEM-PERIOD TO CIT-PERIOD(CIT-IDX).
           MOVE COLL-ITEM-AMOUNT TO CIT-AMOUNT(CIT-IDX).
           MOVE COLL-ITEM-FIRST-DATE TO CIT-FIRST-DATE(CIT-IDX).
           MOVE COLL-ITEM-LAST-SEEN TO CIT-LAST-SEEN(CIT-IDX).
           MOVE COLL-ITEM-STAGE TO CIT-STAGE(CIT-IDX).
           MOVE COLL-ITEM-NOTICE-STAGE TO CIT-NOTICE-STAGE(CIT-IDX).
           MOVE COLL-ITEM-FEE-STAGE TO CIT-FEE-STAGE(CIT-IDX).
           MOVE COLL-ITEM-COLLECTOR TO CIT-COLLECTOR(CIT-IDX).
           MOVE COLL-ITEM-STATUS TO CIT-STATUS(CIT-IDX).
           MOVE 'N' TO CIT-SEEN(CIT-IDX).

       NOTE-OVERDRAWN-POSITION.
           MOVE INDEXED-OUTPUT-DATA TO MASTER-POSITION-REC.
           IF POS-ACCOUNT = SPACES
                   OR POS-CURRENT-BALANCE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF POS-CURRENT-BALANCE NOT < 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OVERDRAFTS-FOUND.
           MOVE 'O' TO WS-FIND-TYPE.
           MOVE POS-ACCOUNT TO WS-FIND-ACCOUNT.
           MOVE 0 TO WS-FIND-PERIOD.
           COMPUTE WS-NEW-AMOUNT = 0 - POS-CURRENT-BALANCE.
           PERFORM NOTE-COLLECTION-ITEM.

       LOAD-UNPAID-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INVOICE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF INV-ACCOUNT NOT = SPACES
                               AND INV-BILLED NUMERIC
                               AND INV-BILLED > 0
                           ADD 1 TO WS-INVOICES-FOUND
                           MOVE 'I' TO WS-FIND-TYPE
                           MOVE INV-ACCOUNT TO WS-FIND-ACCOUNT
                           MOVE INV-PERIOD TO WS-FIND-PERIOD
                           MOVE INV-BILLED TO WS-NEW-AMOUNT
                           PERFORM NOTE-COLLECTION-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
           MOVE 'N' TO EOF-FLAG.

       LOAD-INVOICE-PAYMENTS.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF OPEN-ITEM-STATUS = 'S' OR 'P'
                           PERFORM NOTE-INVOICE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-INVOICE-PAYMENT.
           PERFORM VARYING CIT-IDX FROM 1 BY 1
                   UNTIL CIT-IDX > COLLECTION-ITEM-TOTAL
               IF CIT-TYPE(CIT-IDX) = 'I'
                       AND CIT-ACCOUNT(CIT-IDX) = OPEN-ITEM-ACCOUNT
                       AND CIT-PERIOD(CIT-IDX) = OPEN-ITEM-PERIOD
                   IF OPEN-ITEM-STATUS = 'S'
                       IF CIT-NEW(CIT-IDX) = 'Y'
                           MOVE 'X' TO CIT-PAID(CIT-IDX)
                           SUBTRACT 1 FROM WS-NEW-ITEMS
                       ELSE
                           MOVE 'Y' TO CIT-PAID(CIT-IDX)
                       END-IF
                   ELSE
                       MOVE OPEN-ITEM-BALANCE TO CIT-AMOUNT(CIT-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       NOTE-COLLECTION-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND.
           PERFORM VARYING CIT-IDX FROM 1 BY 1
                   UNTIL CIT-IDX > COLLECTION-ITEM-TOTAL
               IF CIT-TYPE(CIT-IDX) = WS-FIND-TYPE
                       AND CIT-ACCOUNT(CIT-IDX) = WS-FIND-ACCOUNT
                       AND CIT-PERIOD(CIT-IDX) = WS-FIND-PERIOD
                   MOVE 'Y' TO WS-ITEM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND = 'N'
               IF COLLECTION-ITEM-TOTAL >= 2000
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COLLECTION-ITEM-TOTAL
               SET CIT-IDX TO COLLECTION-ITEM-TOTAL
               MOVE WS-FIND-TYPE TO CIT-TYPE(CIT-IDX)
               MOVE WS-FIND-ACCOUNT TO CIT-ACCOUNT(CIT-IDX)
               MOVE WS-FIND-PERIOD TO CIT-PERIOD(CIT-IDX)
               MOVE WS-RUN-DATE-NUM TO CIT-FIRST-DATE(CIT-IDX)
               MOVE 0 TO CIT-STAGE(CIT-IDX)
               MOVE 0 TO CIT-NOTICE-STAGE(CIT-IDX)
               MOVE 0 TO CIT-FEE-STAGE(CIT-IDX)
               MOVE 'O' TO CIT-STATUS(CIT-IDX)
               MOVE 'Y' TO CIT-NEW(CIT-IDX)
               ADD 1 TO WS-NEW-ITEMS
           END-IF.
           MOVE WS-NEW-AMOUNT TO CIT-AMOUNT(CIT-IDX).
           MOVE WS-RUN-DATE-NUM TO CIT-LAST-SEEN(CIT-IDX).
           MOVE 'Y' TO CIT-SEEN(CIT-IDX).

       AGE-ONE-ITEM.
           IF CIT-PAID(CIT-IDX) = 'X'
               MOVE 'C' TO CIT-STATUS(CIT-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF (CIT-TYPE(CIT-IDX) = 'O' AND CIT-SEEN(CIT-IDX) = 'N')
                   OR CIT-PAID(CIT-IDX) = 'Y'
               MOVE 'C' TO CIT-STATUS(CIT-IDX)
               ADD 1 TO WS-CURED-ITEMS
               ADD CIT-AMOUNT(CIT-IDX) TO WS-CURED-AMOUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ITEM-ACCOUNT.
           COMPUTE WS-FIRST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CIT-FIRST-DATE(CIT-IDX)).
           COMPUTE WS-ITEM-AGE = WS-RUN-DATE-INT - WS-FIRST-DATE-INT.
           IF WS-ITEM-AGE < 0
               MOVE 0 TO WS-ITEM-AGE
           END-IF.
           MOVE WS-ITEM-AGE TO CIT-AGE(CIT-IDX).
           EVALUATE TRUE
               WHEN WS-ITEM-AGE >= WS-STAGE-3-DAYS
                   MOVE 3 TO CIT-STAGE(CIT-IDX)
               WHEN WS-ITEM-AGE >= WS-STAGE-2-DAYS
                   MOVE 2 TO CIT-STAGE(CIT-IDX)
               WHEN WS-ITEM-AGE >= WS-STAGE-1-DAYS
                   MOVE 1 TO CIT-STAGE(CIT-IDX)
               WHEN OTHER
                   MOVE 0 TO CIT-STAGE(CIT-IDX)
           END-EVALUATE.
           IF CIT-STAGE(CIT-IDX) > CIT-NOTICE-STAGE(CIT-IDX)
               PERFORM QUEUE-DUNNING-NOTICE
               MOVE CIT-STAGE(CIT-IDX) TO CIT-NOTICE-STAGE(CIT-IDX)
           END-IF.
           IF CIT-STAGE(CIT-IDX) > CIT-FEE-STAGE(CIT-IDX)
               PERFORM APPLY-LATE-FEE
               MOVE CIT-STAGE(CIT-IDX) TO CIT-FEE-STAGE(CIT-IDX)
           END-IF.
           IF WS-ITEM-AGE > WS-WRITEOFF-DAYS
               IF CIT-STATUS(CIT-IDX) NOT = 'W'
                   ADD 1 TO WS-NEW-WRITEOFFS
               END-IF
               MOVE 'W' TO CIT-STATUS(CIT-IDX)
               ADD 1 TO WS-WRITEOFF-COUNT
               ADD CIT-AMOUNT(CIT-IDX) TO WS-WRITEOFF-AMOUNT
               SET STG-IDX TO 5
           ELSE
               MOVE 'O' TO CIT-STATUS(CIT-IDX)
               SET STG-IDX TO CIT-STAGE(CIT-IDX)
               SET STG-IDX UP BY 1
           END-IF.
           ADD 1 TO STG-COUNT(STG-IDX).
           ADD CIT-AMOUNT(CIT-IDX) TO STG-AMOUNT(STG-IDX).

       FIND-ITEM-ACCOUNT.
           MOVE SPACES TO WS-ITEM-PRODUCT.
           MOVE SPACES TO WS-ITEM-COST-CENTER.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = CIT-ACCOUNT(CIT-IDX)
                   MOVE REF-ENTRY-PRODUCT(REF-IDX) TO WS-ITEM-PRODUCT
                   MOVE REF-ENTRY-COST-CENTER(REF-IDX) TO
                       WS-ITEM-COST-CENTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-DEFAULT-COLLECTOR TO CIT-COLLECTOR(CIT-IDX).
           IF WS-ITEM-COST-CENTER = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CCL-IDX FROM 1 BY 1
                   UNTIL CCL-IDX > COLLECTOR-TOTAL
               IF CCE-COST-CENTER(CCL-IDX) = WS-ITEM-COST-CENTER
                   MOVE CCE-COLLECTOR(CCL-IDX) TO
                       CIT-COLLECTOR(CIT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       QUEUE-DUNNING-NOTICE.
           MOVE CIT-AMOUNT(CIT-IDX) TO WS-ABS-AMOUNT.
           MOVE WS-ABS-AMOUNT TO WS-NOTICE-AMOUNT.
           MOVE SPACES TO WS-NOTICE-TEXT.
           STRING "COLLECTION NOTICE STG " CIT-STAGE(CIT-IDX)
               " AMOUNT " WS-NOTICE-AMOUNT
               " ID " CIT-ACCOUNT(CIT-IDX)
               " TYPE " CIT-TYPE(CIT-IDX)
               " " CIT-PERIOD(CIT-IDX)
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT.
           EVALUATE CIT-STAGE(CIT-IDX)
               WHEN 1
                   MOVE WS-NOTICE-TEXT TO STAGE-1-NOTICE-LINE
                   WRITE STAGE-1-NOTICE-LINE
               WHEN 2
                   MOVE WS-NOTICE-TEXT TO STAGE-2-NOTICE-LINE
                   WRITE STAGE-2-NOTICE-LINE
               WHEN OTHER
                   MOVE WS-NOTICE-TEXT TO STAGE-3-NOTICE-LINE
                   WRITE STAGE-3-NOTICE-LINE
           END-EVALUATE.
           ADD 1 TO WS-NOTICES-QUEUED.

       APPLY-LATE-FEE.
           IF WS-ITEM-PRODUCT = SPACES
                   OR WS-FEE-DETAIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ITEM-FEE.
           PERFORM VARYING CLF-IDX FROM 1 BY 1
                   UNTIL CLF-IDX > LATE-FEE-TOTAL
               IF LFE-PRODUCT(CLF-IDX) = WS-ITEM-PRODUCT
                       AND LFE-STAGE(CLF-IDX) = CIT-STAGE(CIT-IDX)
                   MOVE LFE-FEE(CLF-IDX) TO WS-ITEM-FEE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ITEM-FEE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE CIT-AMOUNT(CIT-IDX) TO WS-ABS-AMOUNT.
           MOVE 'A' TO FEE-DETAIL-STATUS.
           MOVE CIT-ACCOUNT(CIT-IDX) TO FEE-DETAIL-ACCOUNT.
           MOVE WS-ABS-AMOUNT TO FEE-DETAIL-AMOUNT.
           MOVE WS-ITEM-FEE TO FEE-DETAIL-FEE.
           WRITE FEE-DETAIL-LINE.
           ADD 1 TO WS-FEES-CHARGED.
           ADD WS-ITEM-FEE TO WS-TOTAL-FEES.

       SAVE-COLLECTION-ITEMS.
           OPEN OUTPUT COLLECTION-ITEM-FILE.
           PERFORM VARYING CIT-IDX FROM 1 BY 1
                   UNTIL CIT-IDX > COLLECTION-ITEM-TOTAL
               IF CIT-STATUS(CIT-IDX) NOT = 'C'
                   MOVE CIT-TYPE(CIT-IDX) TO COLL-ITEM-TYPE
                   MOVE CIT-ACCOUNT(CIT-IDX) TO COLL-ITEM-ACCOUNT
                   MOVE CIT-PERIOD(CIT-IDX) TO COLL-ITEM-PERIOD
                   MOVE CIT-AMOUNT(CIT-IDX) TO COLL-ITEM-AMOUNT
                   MOVE CIT-FIRST-DATE(CIT-IDX) TO COLL-ITEM-FIRST-DATE
                   MOVE CIT-LAST-SEEN(CIT-IDX) TO COLL-ITEM-LAST-SEEN
                   MOVE CIT-STAGE(CIT-IDX) TO COLL-ITEM-STAGE
                   MOVE CIT-NOTICE-STAGE(CIT-IDX) TO
                       COLL-ITEM-NOTICE-STAGE
                   MOVE CIT-FEE-STAGE(CIT-IDX) TO COLL-ITEM-FEE-STAGE
                   MOVE CIT-COLLECTOR(CIT-IDX) TO COLL-ITEM-COLLECTOR
                   MOVE CIT-STATUS(CIT-IDX) TO COLL-ITEM-STATUS
                   WRITE COLLECTION-ITEM-LINE
               END-IF
           END-PERFORM.
           CLOSE COLLECTION-ITEM-FILE.

       WRITE-WRITEOFF-RECOMMENDATIONS.
           OPEN OUTPUT WRITEOFF-FILE.
           MOVE "COLLECTIONS WRITE-OFF RECOMMENDATIONS" TO
               WRITEOFF-LINE.
           WRITE WRITEOFF-LINE.
           MOVE WS-WRITEOFF-DAYS TO WS-DAYS-DISPLAY.
           MOVE SPACES TO WRITEOFF-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               " ITEMS PAST FINAL STAGE - OVER " WS-DAYS-DISPLAY
               " DAYS"
               DELIMITED BY SIZE INTO WRITEOFF-LINE.
           WRITE WRITEOFF-LINE.
           MOVE SPACES TO WRITEOFF-LINE.
           WRITE WRITEOFF-LINE.
           PERFORM VARYING CIT-IDX FROM 1 BY 1
                   UNTIL CIT-IDX > COLLECTION-ITEM-TOTAL
               IF CIT-STATUS(CIT-IDX) = 'W'
                   MOVE CIT-AMOUNT(CIT-IDX) TO WS-AMOUNT-DISPLAY
                   MOVE CIT-AGE(CIT-IDX) TO WS-AGE-DISPLAY
                   MOVE SPACES TO WRITEOFF-LINE
                   STRING "  " CIT-ACCOUNT(CIT-IDX)
                       " TYPE " CIT-TYPE(CIT-IDX)
                       " PERIOD " CIT-PERIOD(CIT-IDX)
                       " AMOUNT " WS-AMOUNT-DISPLAY
                       " SINCE " CIT-FIRST-DATE(CIT-IDX)
                       " DAYS " WS-AGE-DISPLAY
                       " COLLECTOR " CIT-COLLECTOR(CIT-IDX)
                       DELIMITED BY SIZE INTO WRITEOFF-LINE
                   WRITE WRITEOFF-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRITEOFF-LINE.
           WRITE WRITEOFF-LINE.
           MOVE WS-WRITEOFF-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-WRITEOFF-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WRITEOFF-LINE.
           STRING "ITEMS RECOMMENDED: " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WRITEOFF-LINE.
           WRITE WRITEOFF-LINE.
           MOVE WS-NEW-WRITEOFFS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WRITEOFF-LINE.
           STRING "NEW THIS RUN:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WRITEOFF-LINE.
           WRITE WRITEOFF-LINE.
           CLOSE WRITEOFF-FILE.

       WRITE-COLLECTIONS-WORKLIST.
           PERFORM VARYING CIT-IDX FROM 1 BY 1
                   UNTIL CIT-IDX > COLLECTION-ITEM-TOTAL
               IF CIT-STATUS(CIT-IDX) NOT = 'C'
                       AND CIT-STAGE(CIT-IDX) > 0
                   PERFORM NOTE-WORKLIST-COLLECTOR
               END-IF
           END-PERFORM.
           OPEN OUTPUT WORKLIST-FILE.
           MOVE "COLLECTIONS WORKLIST" TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           PERFORM VARYING WCL-IDX FROM 1 BY 1
                   UNTIL WCL-IDX > WORKLIST-COLLECTOR-TOTAL
               MOVE SPACES TO WORKLIST-LINE
               WRITE WORKLIST-LINE
               MOVE SPACES TO WORKLIST-LINE
               STRING "COLLECTOR " WCL-COLLECTOR(WCL-IDX)
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
               PERFORM VARYING WS-LIST-STAGE FROM 3 BY -1
                       UNTIL WS-LIST-STAGE < 1
                   PERFORM WRITE-WORKLIST-STAGE
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE "ITEMS BY STAGE" TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           PERFORM VARYING STG-IDX FROM 1 BY 1 UNTIL STG-IDX > 5
               PERFORM WRITE-STAGE-SUMMARY
           END-PERFORM.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE WS-OVERDRAFTS-FOUND TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "OVERDRAWN ACCOUNTS:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE WS-INVOICES-FOUND TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "BILLED INVOICES:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE WS-NEW-ITEMS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "NEW ITEMS:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE WS-CURED-ITEMS TO WS-COUNT-DISPLAY.
           MOVE WS-CURED-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "CURED ITEMS:         " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE WS-NOTICES-QUEUED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "REMINDERS QUEUED:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE WS-FEES-CHARGED TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-FEES TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "LATE FEES CHARGED:   " WS-COUNT-DISPLAY
               " AMOUNT " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WORKLIST-LINE
               STRING "ITEMS NOT TRACKED:   " WS-COUNT-DISPLAY
                   " - ITEM TABLE FULL"
                   DELIMITED BY SIZE INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-IF.
           CLOSE WORKLIST-FILE.

       NOTE-WORKLIST-COLLECTOR.
           PERFORM VARYING WCL-IDX FROM 1 BY 1
                   UNTIL WCL-IDX > WORKLIST-COLLECTOR-TOTAL
               IF WCL-COLLECTOR(WCL-IDX) = CIT-COLLECTOR(CIT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WORKLIST-COLLECTOR-TOTAL < 100
               ADD 1 TO WORKLIST-COLLECTOR-TOTAL
               MOVE CIT-COLLECTOR(CIT-IDX) TO
                   WCL-COLLECTOR(WORKLIST-COLLECTOR-TOTAL)
           END-IF.

       WRITE-WORKLIST-STAGE.
           MOVE 0 TO WS-LIST-COUNT.
           PERFORM VARYING CIT-IDX FROM 1 BY 1
                   UNTIL CIT-IDX > COLLECTION-ITEM-TOTAL
               IF CIT-STATUS(CIT-IDX) NOT = 'C'
                       AND CIT-STAGE(CIT-IDX) = WS-LIST-STAGE
                       AND CIT-COLLECTOR(CIT-IDX) =
                           WCL-COLLECTOR(WCL-IDX)
                   IF WS-LIST-COUNT = 0
                       PERFORM WRITE-WORKLIST-STAGE-HEADING
                   END-IF
                   ADD 1 TO WS-LIST-COUNT
                   MOVE CIT-AMOUNT(CIT-IDX) TO WS-AMOUNT-DISPLAY
                   MOVE CIT-AGE(CIT-IDX) TO WS-AGE-DISPLAY
                   MOVE SPACES TO WORKLIST-LINE
                   STRING "    " CIT-ACCOUNT(CIT-IDX)
                       " TYPE " CIT-TYPE(CIT-IDX)
                       " PERIOD " CIT-PERIOD(CIT-IDX)
                       " AMOUNT " WS-AMOUNT-DISPLAY
                       " DAYS " WS-AGE-DISPLAY
                       DELIMITED BY SIZE INTO WORKLIST-LINE
                   IF CIT-STATUS(CIT-IDX) = 'W'
                       MOVE "WRITE-OFF" TO WORKLIST-LINE(72:9)
                   END-IF
                   WRITE WORKLIST-LINE
               END-IF
           END-PERFORM.

       WRITE-WORKLIST-STAGE-HEADING.
           EVALUATE WS-LIST-STAGE
               WHEN 1
                   MOVE WS-STAGE-1-DAYS TO WS-DAYS-DISPLAY
               WHEN 2
                   MOVE WS-STAGE-2-DAYS TO WS-DAYS-DISPLAY
               WHEN OTHER
                   MOVE WS-STAGE-3-DAYS TO WS-DAYS-DISPLAY
           END-EVALUATE.
           MOVE SPACES TO WORKLIST-LINE.
           STRING "  STAGE " WS-LIST-STAGE " - " WS-DAYS-DISPLAY
               " DAYS OR MORE"
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

       WRITE-STAGE-SUMMARY.
           MOVE STG-COUNT(STG-IDX) TO WS-COUNT-DISPLAY.
           MOVE STG-AMOUNT(STG-IDX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WORKLIST-LINE.
           EVALUATE STG-IDX
               WHEN 1
                   STRING "  NOT YET DUE FOR REMINDER " WS-COUNT-DISPLAY
                       " AMOUNT " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO WORKLIST-LINE
               WHEN 5
                   STRING "  PAST FINAL STAGE         " WS-COUNT-DISPLAY
                       " AMOUNT " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO WORKLIST-LINE
               WHEN OTHER
                   SET WS-LIST-STAGE TO STG-IDX
                   SUBTRACT 1 FROM WS-LIST-STAGE
                   STRING "  STAGE " WS-LIST-STAGE
                       "                  " WS-COUNT-DISPLAY
                       " AMOUNT " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO WORKLIST-LINE
           END-EVALUATE.
           WRITE WORKLIST-LINE.
