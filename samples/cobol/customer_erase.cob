       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ERASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT ERASURE-CONTROL-FILE
               ASSIGN TO "erasure_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-CONTROL-STATUS.
           SELECT ERASURE-SEQUENCE-FILE
               ASSIGN TO "erasure_sequence.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-SEQ-STATUS.
           SELECT ACCOUNT-REF-FILE
               ASSIGN TO "account_reference.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-REF-STATUS.
           SELECT ACCOUNT-XREF-FILE
               ASSIGN TO "account_customer_xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-XREF-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "legal_hold_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT ARCHIVE-CATALOG-FILE
               ASSIGN TO "archive_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCHIVE-SOURCE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHIVE-WORK-FILE
               ASSIGN TO "customer_erase.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO WS-CERTIFICATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "customer_erase_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  ERASURE-CONTROL-FILE.
       01  ERASURE-CONTROL-LINE.
           05  ERASE-CTL-RETENTION-DAYS PIC 9(4).
       FD  ERASURE-SEQUENCE-FILE.
       01  ERASURE-SEQUENCE-LINE.
           05  ESQ-LAST-SURROGATE PIC 9(6).
           05  ESQ-LAST-STAMP PIC X(14).
       FD  ACCOUNT-REF-FILE.
       01  ACCOUNT-REF-LINE.
           COPY "ACCOUNT-REFERENCE.cpy".
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05  XREF-ACCOUNT PIC X(10).
           05  XREF-CUSTOMER PIC X(8).
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-LINE.
           COPY "LEGAL-HOLD-RECORD.cpy".
       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-LINE.
           05  CUST-ID PIC X(8).
           05  CUST-NAME PIC X(30).
           05  CUST-ADDR1 PIC X(30).
           05  CUST-ADDR2 PIC X(30).
           05  CUST-ADDR3 PIC X(30).
           05  CUST-CHANNEL PIC X.
           05  CUST-POSTAL-CODE PIC X(10).
           05  CUST-MAIL-STATUS PIC X.
           05  CUST-LANGUAGE PIC X(2).
           05  CUST-RISK-TIER PIC X.
           05  CUST-RISK-SCORE PIC 9(3).
           05  CUST-RISK-DATE PIC 9(8).
           05  CUST-KYC-REVIEW-DATE PIC 9(8).
           05  CUST-KYC-NEXT-DUE PIC 9(8).
           05  CUST-KYC-DOC-EXPIRY PIC 9(8).
           05  CUST-KYC-FREQUENCY PIC 9(3).
       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-LINE.
           05  CATALOG-OUTPUT-NAME PIC X(30).
           05  CATALOG-RUN-DATE PIC 9(8).
           05  CATALOG-ARCHIVE-NAME PIC X(60).
           05  CATALOG-RECORD-COUNT PIC 9(9).
       FD  ARCHIVE-SOURCE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
           DEPENDING ON WS-ARCHIVE-LENGTH.
       01  ARCHIVE-SOURCE-LINE PIC X(4096).
       FD  ARCHIVE-WORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
           DEPENDING ON WS-WORK-LENGTH.
       01  ARCHIVE-WORK-LINE PIC X(4096).
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-ERASURE-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-ERASURE-SEQ-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-REF-STATUS PIC XX VALUE "00".
       01  WS-ACCOUNT-XREF-STATUS PIC XX VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  WS-LEGAL-HOLD-STATUS PIC XX VALUE "00".
       01  WS-CATALOG-STATUS PIC XX VALUE "00".
       01  WS-ARCHIVE-STATUS PIC XX VALUE "00".
       01  WS-WORK-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "CUSTOMER ERASURE COMPLETE".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-CLOSE-DATE-INT PIC S9(9) COMP VALUE 0.
       01  WS-CLOSED-AGE PIC S9(6) COMP VALUE 0.
       01  WS-RETENTION-DAYS PIC 9(4) VALUE 0.
       01  WS-LAST-SURROGATE PIC 9(6) VALUE 0.
       01  WS-SURROGATE-ID.
           05  WS-SURROGATE-PREFIX PIC X(2) VALUE "AN".
           05  WS-SURROGATE-NUMBER PIC 9(6) VALUE 0.
       01  WS-ERASED-NAME PIC X(30) VALUE "ERASED CUSTOMER".
       01  WS-ERASE-MASK PIC X(30) VALUE ALL "*".
       01  WS-CERTIFICATE-FILENAME PIC X(80) VALUE SPACES.
       01  WS-ARCHIVE-FILENAME PIC X(80) VALUE SPACES.
       01  WS-ARCHIVE-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-WORK-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-BEFORE-LINE PIC X(4096) VALUE SPACES.
       01  WS-FIELD-TEXT PIC X(30) VALUE SPACES.
       01  WS-FIELD-LENGTH PIC 9(2) COMP VALUE 0.
       01  WS-MIN-SCRUB-LENGTH PIC 9(2) COMP VALUE 4.
       01  ACCOUNT-REF-TABLE.
           05  ACCOUNT-REF-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REF-IDX.
               10  REF-ENTRY-ID PIC X(10) VALUE SPACES.
               10  REF-ENTRY-STATUS PIC X VALUE SPACE.
               10  REF-ENTRY-CLOSE-DATE PIC 9(8) VALUE 0.
       01  ACCOUNT-REF-TOTAL PIC 9(4) VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
               10  XRF-ACCOUNT PIC X(10) VALUE SPACES.
               10  XRF-CUSTOMER PIC X(8) VALUE SPACES.
       01  XREF-TOTAL PIC 9(4) VALUE 0.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-ENTRY OCCURS 500 TIMES
                   INDEXED BY CUS-IDX.
               10  CUS-ID PIC X(8) VALUE SPACES.
               10  CUS-NAME PIC X(30) VALUE SPACES.
               10  CUS-ADDR1 PIC X(30) VALUE SPACES.
               10  CUS-ADDR2 PIC X(30) VALUE SPACES.
               10  CUS-ADDR3 PIC X(30) VALUE SPACES.
               10  CUS-CHANNEL PIC X VALUE SPACE.
               10  CUS-POSTAL-CODE PIC X(10) VALUE SPACES.
               10  CUS-MAIL-STATUS PIC X VALUE SPACE.
               10  CUS-LANGUAGE PIC X(2) VALUE SPACES.
               10  CUS-RISK-TIER PIC X VALUE SPACE.
               10  CUS-RISK-SCORE PIC 9(3) VALUE 0.
               10  CUS-RISK-DATE PIC 9(8) VALUE 0.
               10  CUS-KYC-REVIEW-DATE PIC 9(8) VALUE 0.
               10  CUS-KYC-NEXT-DUE PIC 9(8) VALUE 0.
               10  CUS-KYC-DOC-EXPIRY PIC 9(8) VALUE 0.
               10  CUS-KYC-FREQUENCY PIC 9(3) VALUE 0.
       01  CUSTOMER-TOTAL PIC 9(3) VALUE 0.
       01  ERASURE-TABLE.
           05  ERASURE-ENTRY OCCURS 500 TIMES INDEXED BY ERS-IDX.
               10  ERS-OLD-ID PIC X(8) VALUE SPACES.
               10  ERS-SURROGATE PIC X(8) VALUE SPACES.
               10  ERS-ACCOUNTS PIC 9(4) VALUE 0.
               10  ERS-LAST-CLOSE PIC 9(8) VALUE 0.
               10  ERS-FIELD OCCURS 5 TIMES.
                   15  ERS-FIELD-TEXT PIC X(30) VALUE SPACES.
                   15  ERS-FIELD-LENGTH PIC 9(2) VALUE 0.
               10  ERS-LINES-MASKED PIC 9(6) VALUE 0.
       01  ERASURE-TOTAL PIC 9(3) VALUE 0.
       01  WS-FLD-IDX PIC 9(2) COMP VALUE 0.
       01  LEGAL-HOLD-TABLE.
           05  LEGAL-HOLD-ENTRY OCCURS 2000 TIMES INDEXED BY LGH-IDX.
               10  LGH-MATTER PIC X(12) VALUE SPACES.
               10  LGH-TYPE PIC X VALUE SPACE.
               10  LGH-SUBJECT PIC X(10) VALUE SPACES.
       01  LEGAL-HOLD-TOTAL PIC 9(4) VALUE 0.
       01  WS-HELD-FLAG PIC X VALUE 'N'.
       01  WS-HELD-MATTER PIC X(12) VALUE SPACES.
       01  ERASE-HELD-TABLE.
           05  ERASE-HELD-ENTRY OCCURS 500 TIMES INDEXED BY EHL-IDX.
               10  EHL-CUSTOMER PIC X(8) VALUE SPACES.
               10  EHL-MATTER PIC X(12) VALUE SPACES.
       01  WS-HELD-COUNT PIC 9(6) VALUE 0.
       01  ARCHIVE-SCRUB-TABLE.
           05  ARCHIVE-SCRUB-ENTRY OCCURS 200 TIMES
                   INDEXED BY ASC-IDX.
               10  ASC-OUTPUT-NAME PIC X(30) VALUE SPACES.
               10  ASC-ARCHIVE-NAME PIC X(60) VALUE SPACES.
       01  ARCHIVE-SCRUB-TOTAL PIC 9(3) VALUE 0.
       01  WS-ELIGIBLE PIC X VALUE 'N'.
       01  WS-ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01  WS-LAST-CLOSE-DATE PIC 9(8) VALUE 0.
       01  WS-REF-FOUND PIC X VALUE 'N'.
       01  WS-ALREADY-ERASED PIC 9(6) VALUE 0.
       01  WS-STILL-ACTIVE PIC 9(6) VALUE 0.
       01  WS-NO-ACCOUNTS PIC 9(6) VALUE 0.
       01  WS-ARCHIVE-LINES PIC 9(9) VALUE 0.
       01  WS-ARCHIVE-MASKED PIC 9(9) VALUE 0.
       01  WS-ARCHIVES-SCRUBBED PIC 9(4) VALUE 0.
       01  WS-ARCHIVES-MISSING PIC 9(4) VALUE 0.
       01  WS-LINE-CHANGED PIC X VALUE 'N'.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-ERASURE-CONTROL.
           IF WS-RETENTION-DAYS = 0
               DISPLAY "CUSTOMER-ERASE: NO RETENTION CONTROL - "
                   "NOTHING ERASED"
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO ERASURE RETENTION CONTROL" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "CUSTOMER-ERASE: UNABLE TO OPEN CUSTOMER "
                   "MASTER customer_master.dat, FILE STATUS "
                   WS-CUSTOMER-MASTER-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "CUSTOMER MASTER OPEN FAILURE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ACCOUNT-REFERENCE.
           PERFORM LOAD-ACCOUNT-XREF.
           PERFORM LOAD-ERASURE-SEQUENCE.
           PERFORM LOAD-LEGAL-HOLDS.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
               PERFORM REVIEW-ONE-CUSTOMER
           END-PERFORM.
           IF ERASURE-TOTAL > 0
               PERFORM REWRITE-CUSTOMER-MASTER
               PERFORM REWRITE-ACCOUNT-XREF
               PERFORM SAVE-ERASURE-SEQUENCE
               PERFORM LOAD-ARCHIVE-CATALOG
               PERFORM VARYING ASC-IDX FROM 1 BY 1
                       UNTIL ASC-IDX > ARCHIVE-SCRUB-TOTAL
                   PERFORM SCRUB-ONE-ARCHIVE
               END-PERFORM
           END-IF.
           PERFORM WRITE-ERASURE-CERTIFICATE.
           IF ERASURE-TOTAL > 0 AND WS-ARCHIVES-MISSING > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "CATALOGUED ARCHIVE NOT FOUND" TO WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "CUSTOMER-ERASE" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-ERASURE-CONTROL.
           OPEN INPUT ERASURE-CONTROL-FILE.
           IF WS-ERASURE-CONTROL-STATUS = "00"
               READ ERASURE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ERASE-CTL-RETENTION-DAYS NUMERIC
                           MOVE ERASE-CTL-RETENTION-DAYS TO
                               WS-RETENTION-DAYS
                       END-IF
               END-READ
               CLOSE ERASURE-CONTROL-FILE
           END-IF.

       LOAD-ERASURE-SEQUENCE.
           MOVE 0 TO WS-LAST-SURROGATE.
           OPEN INPUT ERASURE-SEQUENCE-FILE.
           IF WS-ERASURE-SEQ-STATUS = "00"
               READ ERASURE-SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ESQ-LAST-SURROGATE NUMERIC
                           MOVE ESQ-LAST-SURROGATE TO
                               WS-LAST-SURROGATE
                       END-IF
               END-READ
               CLOSE ERASURE-SEQUENCE-FILE
           END-IF.

       SAVE-ERASURE-SEQUENCE.
           OPEN OUTPUT ERASURE-SEQUENCE-FILE.
           MOVE WS-LAST-SURROGATE TO ESQ-LAST-SURROGATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ESQ-LAST-STAMP.
           WRITE ERASURE-SEQUENCE-LINE.
           CLOSE ERASURE-SEQUENCE-FILE.

       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR CUSTOMER-TOTAL >= 500
               READ CUSTOMER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CUST-ID NOT = SPACES
                           ADD 1 TO CUSTOMER-TOTAL
                           MOVE CUST-ID TO CUS-ID(CUSTOMER-TOTAL)
                           MOVE CUST-NAME TO CUS-NAME(CUSTOMER-TOTAL)
                           MOVE CUST-ADDR1 TO
                               CUS-ADDR1(CUSTOMER-TOTAL)
                           MOVE CUST-ADDR2 TO
                               CUS-ADDR2(CUSTOMER-TOTAL)
                           MOVE CUST-ADDR3 TO
                               CUS-ADDR3(CUSTOMER-TOTAL)
                           MOVE CUST-CHANNEL TO
                               CUS-CHANNEL(CUSTOMER-TOTAL)
                           MOVE CUST-POSTAL-CODE TO
                               CUS-POSTAL-CODE(CUSTOMER-TOTAL)
                           MOVE CUST-MAIL-STATUS TO
                               CUS-MAIL-STATUS(CUSTOMER-TOTAL)
                           MOVE CUST-LANGUAGE TO
                               CUS-LANGUAGE(CUSTOMER-TOTAL)
                           MOVE CUST-RISK-TIER TO
                               CUS-RISK-TIER(CUSTOMER-TOTAL)
                           MOVE CUST-RISK-SCORE TO
                               CUS-RISK-SCORE(CUSTOMER-TOTAL)
                           MOVE CUST-RISK-DATE TO
                               CUS-RISK-DATE(CUSTOMER-TOTAL)
                           MOVE CUST-KYC-REVIEW-DATE TO
                               CUS-KYC-REVIEW-DATE(CUSTOMER-TOTAL)
                           MOVE CUST-KYC-NEXT-DUE TO
                               CUS-KYC-NEXT-DUE(CUSTOMER-TOTAL)
                           MOVE CUST-KYC-DOC-EXPIRY TO
                               CUS-KYC-DOC-EXPIRY(CUSTOMER-TOTAL)
                           MOVE CUST-KYC-FREQUENCY TO
                               CUS-KYC-FREQUENCY(CUSTOMER-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.
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
                               IF ACCT-REF-CLOSE-DATE NUMERIC
                                   MOVE ACCT-REF-CLOSE-DATE TO
                                       REF-ENTRY-CLOSE-DATE
                                           (ACCOUNT-REF-TOTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-REF-FILE
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

       REVIEW-ONE-CUSTOMER.
           IF CUS-NAME(CUS-IDX) = WS-ERASED-NAME
               ADD 1 TO WS-ALREADY-ERASED
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ERASURE-ELIGIBLE.
           IF WS-ACCOUNT-COUNT = 0
               ADD 1 TO WS-NO-ACCOUNTS
               EXIT PARAGRAPH
           END-IF.
           IF WS-ELIGIBLE = 'N'
               ADD 1 TO WS-STILL-ACTIVE
               EXIT PARAGRAPH
           END-IF.
           IF LEGAL-HOLD-TOTAL > 0
               PERFORM CHECK-CUSTOMER-LEGAL-HOLD
               IF WS-HELD-FLAG = 'Y'
                   ADD 1 TO WS-HELD-COUNT
                   IF WS-HELD-COUNT <= 500
                       MOVE CUS-ID(CUS-IDX) TO
                           EHL-CUSTOMER(WS-HELD-COUNT)
                       MOVE WS-HELD-MATTER TO EHL-MATTER(WS-HELD-COUNT)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ERASURE-TOTAL >= 500
               EXIT PARAGRAPH
           END-IF.
           PERFORM ERASE-ONE-CUSTOMER.

       CHECK-ERASURE-ELIGIBLE.
           MOVE 'Y' TO WS-ELIGIBLE.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE 0 TO WS-LAST-CLOSE-DATE.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-CUSTOMER(XRF-IDX) = CUS-ID(CUS-IDX)
                   ADD 1 TO WS-ACCOUNT-COUNT
                   PERFORM CHECK-ACCOUNT-PAST-RETENTION
               END-IF
           END-PERFORM.

       CHECK-ACCOUNT-PAST-RETENTION.
           MOVE 'N' TO WS-REF-FOUND.
           PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX > ACCOUNT-REF-TOTAL
               IF REF-ENTRY-ID(REF-IDX) = XRF-ACCOUNT(XRF-IDX)
                   MOVE 'Y' TO WS-REF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-REF-FOUND = 'N'
               MOVE 'N' TO WS-ELIGIBLE
               EXIT PARAGRAPH
           END-IF.
           IF REF-ENTRY-STATUS(REF-IDX) NOT = 'C'
                   OR REF-ENTRY-CLOSE-DATE(REF-IDX) = 0
               MOVE 'N' TO WS-ELIGIBLE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CLOSE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(REF-ENTRY-CLOSE-DATE(REF-IDX)).
           COMPUTE WS-CLOSED-AGE = WS-RUN-DATE-INT - WS-CLOSE-DATE-INT.
           IF WS-CLOSED-AGE NOT > WS-RETENTION-DAYS
               MOVE 'N' TO WS-ELIGIBLE
           END-IF.
           IF REF-ENTRY-CLOSE-DATE(REF-IDX) > WS-LAST-CLOSE-DATE
               MOVE REF-ENTRY-CLOSE-DATE(REF-IDX) TO
                   WS-LAST-CLOSE-DATE
           END-IF.

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

       CHECK-CUSTOMER-LEGAL-HOLD.
           MOVE 'N' TO WS-HELD-FLAG.
           MOVE SPACES TO WS-HELD-MATTER.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               IF LGH-TYPE(LGH-IDX) = 'C'
                       AND LGH-SUBJECT(LGH-IDX) = CUS-ID(CUS-IDX)
                   MOVE 'Y' TO WS-HELD-FLAG
                   MOVE LGH-MATTER(LGH-IDX) TO WS-HELD-MATTER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-CUSTOMER(XRF-IDX) = CUS-ID(CUS-IDX)
                   PERFORM CHECK-ACCOUNT-LEGAL-HOLD
                   IF WS-HELD-FLAG = 'Y'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ACCOUNT-LEGAL-HOLD.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               IF LGH-TYPE(LGH-IDX) = 'A'
                       AND LGH-SUBJECT(LGH-IDX) = XRF-ACCOUNT(XRF-IDX)
                   MOVE 'Y' TO WS-HELD-FLAG
                   MOVE LGH-MATTER(LGH-IDX) TO WS-HELD-MATTER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       ERASE-ONE-CUSTOMER.
           ADD 1 TO WS-LAST-SURROGATE.
           MOVE WS-LAST-SURROGATE TO WS-SURROGATE-NUMBER.
           ADD 1 TO ERASURE-TOTAL.
           SET ERS-IDX TO ERASURE-TOTAL.
           MOVE CUS-ID(CUS-IDX) TO ERS-OLD-ID(ERS-IDX).
           MOVE WS-SURROGATE-ID TO ERS-SURROGATE(ERS-IDX).
           MOVE WS-ACCOUNT-COUNT TO ERS-ACCOUNTS(ERS-IDX).
           MOVE WS-LAST-CLOSE-DATE TO ERS-LAST-CLOSE(ERS-IDX).
           MOVE CUS-NAME(CUS-IDX) TO ERS-FIELD-TEXT(ERS-IDX, 1).
           MOVE CUS-ADDR1(CUS-IDX) TO ERS-FIELD-TEXT(ERS-IDX, 2).
           MOVE CUS-ADDR2(CUS-IDX) TO ERS-FIELD-TEXT(ERS-IDX, 3).
           MOVE CUS-ADDR3(CUS-IDX) TO ERS-FIELD-TEXT(ERS-IDX, 4).
           MOVE CUS-POSTAL-CODE(CUS-IDX) TO
               ERS-FIELD-TEXT(ERS-IDX, 5).
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > 5
               MOVE ERS-FIELD-TEXT(ERS-IDX, WS-FLD-IDX) TO
                   WS-FIELD-TEXT
               PERFORM MEASURE-FIELD-TEXT
               MOVE WS-FIELD-LENGTH TO
                   ERS-FIELD-LENGTH(ERS-IDX, WS-FLD-IDX)
           END-PERFORM.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               IF XRF-CUSTOMER(XRF-IDX) = CUS-ID(CUS-IDX)
                   MOVE WS-SURROGATE-ID TO XRF-CUSTOMER(XRF-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-SURROGATE-ID TO CUS-ID(CUS-IDX).
           MOVE WS-ERASED-NAME TO CUS-NAME(CUS-IDX).
           MOVE SPACES TO CUS-ADDR1(CUS-IDX).
           MOVE SPACES TO CUS-ADDR2(CUS-IDX).
           MOVE SPACES TO CUS-ADDR3(CUS-IDX).
           MOVE SPACES TO CUS-POSTAL-CODE(CUS-IDX).
           MOVE 'P' TO CUS-CHANNEL(CUS-IDX).
           MOVE 'R' TO CUS-MAIL-STATUS(CUS-IDX).

       MEASURE-FIELD-TEXT.
           MOVE 30 TO WS-FIELD-LENGTH.
           PERFORM UNTIL WS-FIELD-LENGTH = 0
                   OR WS-FIELD-TEXT(WS-FIELD-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-FIELD-LENGTH
           END-PERFORM.
           IF WS-FIELD-LENGTH < WS-MIN-SCRUB-LENGTH
               MOVE 0 TO WS-FIELD-LENGTH
           END-IF.

       REWRITE-CUSTOMER-MASTER.
           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           PERFORM VARYING CUS-IDX FROM 1 BY 1
                   UNTIL CUS-IDX > CUSTOMER-TOTAL
               MOVE CUS-ID(CUS-IDX) TO CUST-ID
               MOVE CUS-NAME(CUS-IDX) TO CUST-NAME
               MOVE CUS-ADDR1(CUS-IDX) TO CUST-ADDR1
               MOVE CUS-ADDR2(CUS-IDX) TO CUST-ADDR2
               MOVE CUS-ADDR3(CUS-IDX) TO CUST-ADDR3
               MOVE CUS-CHANNEL(CUS-IDX) TO CUST-CHANNEL
               MOVE CUS-POSTAL-CODE(CUS-IDX) TO CUST-POSTAL-CODE
               MOVE CUS-MAIL-STATUS(CUS-IDX) TO CUST-MAIL-STATUS
               MOVE CUS-LANGUAGE(CUS-IDX) TO CUST-LANGUAGE
               MOVE CUS-RISK-TIER(CUS-IDX) TO CUST-RISK-TIER
               MOVE CUS-RISK-SCORE(CUS-IDX) TO CUST-RISK-SCORE
               MOVE CUS-RISK-DATE(CUS-IDX) TO CUST-RISK-DATE
               MOVE CUS-KYC-REVIEW-DATE(CUS-IDX) TO CUST-KYC-REVIEW-DATE
               MOVE CUS-KYC-NEXT-DUE(CUS-IDX) TO CUST-KYC-NEXT-DUE
               MOVE CUS-KYC-DOC-EXPIRY(CUS-IDX) TO CUST-KYC-DOC-EXPIRY
               MOVE CUS-KYC-FREQUENCY(CUS-IDX) TO CUST-KYC-FREQUENCY
               WRITE CUSTOMER-MASTER-LINE
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.

       REWRITE-ACCOUNT-XREF.
           OPEN OUTPUT ACCOUNT-XREF-FILE.
           PERFORM VARYING XRF-IDX FROM 1 BY 1
                   UNTIL XRF-IDX > XREF-TOTAL
               MOVE XRF-ACCOUNT(XRF-IDX) TO XREF-ACCOUNT
               MOVE XRF-CUSTOMER(XRF-IDX) TO XREF-CUSTOMER
               WRITE ACCOUNT-XREF-LINE
           END-PERFORM.
           CLOSE ACCOUNT-XREF-FILE.

       LOAD-ARCHIVE-CATALOG.
           OPEN INPUT ARCHIVE-CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR ARCHIVE-SCRUB-TOTAL >= 200
               READ ARCHIVE-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF (CATALOG-OUTPUT-NAME = "showcase_notices.txt"
                               OR CATALOG-OUTPUT-NAME =
                                   "monthly_statements.txt")
                               AND CATALOG-ARCHIVE-NAME NOT = SPACES
                           ADD 1 TO ARCHIVE-SCRUB-TOTAL
                           MOVE CATALOG-OUTPUT-NAME TO
                               ASC-OUTPUT-NAME(ARCHIVE-SCRUB-TOTAL)
                           MOVE CATALOG-ARCHIVE-NAME TO
                               ASC-ARCHIVE-NAME(ARCHIVE-SCRUB-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-CATALOG-FILE.
           MOVE 'N' TO EOF-FLAG.

       SCRUB-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           MOVE ASC-ARCHIVE-NAME(ASC-IDX) TO WS-ARCHIVE-FILENAME.
           OPEN INPUT ARCHIVE-SOURCE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               ADD 1 TO WS-ARCHIVES-MISSING
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ARCHIVE-SOURCE-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-LINES
                       MOVE SPACES TO ARCHIVE-WORK-LINE
                       MOVE ARCHIVE-SOURCE-LINE(1:WS-ARCHIVE-LENGTH)
                           TO ARCHIVE-WORK-LINE
                       MOVE WS-ARCHIVE-LENGTH TO WS-WORK-LENGTH
                       PERFORM SCRUB-ONE-LINE
                       WRITE ARCHIVE-WORK-LINE
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-SOURCE-FILE.
           CLOSE ARCHIVE-WORK-FILE.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT ARCHIVE-SOURCE-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ARCHIVE-WORK-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE ARCHIVE-WORK-LINE TO ARCHIVE-SOURCE-LINE
                       MOVE WS-WORK-LENGTH TO WS-ARCHIVE-LENGTH
                       WRITE ARCHIVE-SOURCE-LINE
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-WORK-FILE.
           CLOSE ARCHIVE-SOURCE-FILE.
           MOVE 'N' TO EOF-FLAG.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           CLOSE ARCHIVE-WORK-FILE.
           ADD 1 TO WS-ARCHIVES-SCRUBBED.

       SCRUB-ONE-LINE.
           MOVE 'N' TO WS-LINE-CHANGED.
           PERFORM VARYING ERS-IDX FROM 1 BY 1
                   UNTIL ERS-IDX > ERASURE-TOTAL
               MOVE ARCHIVE-WORK-LINE TO WS-BEFORE-LINE
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > 5
                   IF ERS-FIELD-LENGTH(ERS-IDX, WS-FLD-IDX) > 0
                       INSPECT ARCHIVE-WORK-LINE(1:WS-WORK-LENGTH)
                           REPLACING ALL
                           ERS-FIELD-TEXT(ERS-IDX, WS-FLD-IDX)
                           (1:ERS-FIELD-LENGTH(ERS-IDX, WS-FLD-IDX))
                           BY WS-ERASE-MASK
                           (1:ERS-FIELD-LENGTH(ERS-IDX, WS-FLD-IDX))
                   END-IF
               END-PERFORM
               INSPECT ARCHIVE-WORK-LINE(1:WS-WORK-LENGTH)
                   REPLACING ALL ERS-OLD-ID(ERS-IDX)
                   BY ERS-SURROGATE(ERS-IDX)
               IF ARCHIVE-WORK-LINE NOT = WS-BEFORE-LINE
                   ADD 1 TO ERS-LINES-MASKED(ERS-IDX)
                   MOVE 'Y' TO WS-LINE-CHANGED
               END-IF
           END-PERFORM.
           IF WS-LINE-CHANGED = 'Y'
               ADD 1 TO WS-ARCHIVE-MASKED
           END-IF.

       WRITE-ERASURE-CERTIFICATE.
           MOVE SPACES TO WS-CERTIFICATE-FILENAME.
           STRING "erasure_certificate_" WS-RUN-DATE-NUM ".txt"
               DELIMITED BY SIZE INTO WS-CERTIFICATE-FILENAME.
           OPEN OUTPUT CERTIFICATE-FILE.
           MOVE "CUSTOMER DATA ERASURE CERTIFICATE" TO
               CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               "  RETENTION AFTER CLOSE (DAYS) " WS-RETENTION-DAYS
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           PERFORM VARYING ERS-IDX FROM 1 BY 1
                   UNTIL ERS-IDX > ERASURE-TOTAL
               MOVE ERS-ACCOUNTS(ERS-IDX) TO WS-COUNT-DISPLAY
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "CUSTOMER " ERS-OLD-ID(ERS-IDX)
                   " ERASED AS " ERS-SURROGATE(ERS-IDX)
                   " ACCOUNTS " WS-COUNT-DISPLAY
                   " LAST CLOSED " ERS-LAST-CLOSE(ERS-IDX)
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               MOVE ERS-LINES-MASKED(ERS-IDX) TO WS-COUNT-DISPLAY
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "    NAME, ADDRESS AND POSTAL CODE REPLACED; "
                   "ARCHIVE LINES MASKED " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-PERFORM.
           PERFORM VARYING EHL-IDX FROM 1 BY 1
                   UNTIL EHL-IDX > WS-HELD-COUNT OR EHL-IDX > 500
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "CUSTOMER " EHL-CUSTOMER(EHL-IDX)
                   " NOT ERASED - UNDER LEGAL HOLD MATTER "
                   EHL-MATTER(EHL-IDX)
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-PERFORM.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           PERFORM VARYING ASC-IDX FROM 1 BY 1
                   UNTIL ASC-IDX > ARCHIVE-SCRUB-TOTAL
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "ARCHIVE REVIEWED: " ASC-ARCHIVE-NAME(ASC-IDX)
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-PERFORM.
           MOVE ERASURE-TOTAL TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "CUSTOMERS ERASED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-ALREADY-ERASED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "PREVIOUSLY ERASED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-STILL-ACTIVE TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "NOT YET ELIGIBLE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "ELIGIBLE BUT HELD (LEGAL HOLD): " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-NO-ACCOUNTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "NO LINKED ACCOUNTS (NOT ERASED): " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-ARCHIVES-SCRUBBED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "ARCHIVES SCRUBBED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-ARCHIVE-LINES TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "ARCHIVE LINES READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-ARCHIVE-MASKED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "ARCHIVE LINES MASKED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           IF WS-ARCHIVES-MISSING > 0
               MOVE WS-ARCHIVES-MISSING TO WS-COUNT-DISPLAY
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "CATALOGUED ARCHIVES NOT FOUND: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF.
           MOVE "FINANCIAL HISTORY RETAINED; ACCOUNTS NOW LINK TO THE "
               TO CERTIFICATE-LINE.
           MOVE "SURROGATE ID" TO CERTIFICATE-LINE(54:12).
           WRITE CERTIFICATE-LINE.
           CLOSE CERTIFICATE-FILE.

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
               DISPLAY "CUSTOMER-ERASE: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
