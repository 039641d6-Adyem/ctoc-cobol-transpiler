       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT CLASSIFIED-FILE ASSIGN TO WS-CLASSIFIED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASSIFIED-STATUS.
           SELECT NOTICE-EXCEPTION-FILE
               ASSIGN TO "notice_exception_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-EDELIVERY-FILE
               ASSIGN TO "notice_edelivery.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-SUPPRESSION-FILE
               ASSIGN TO "notice_suppression.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANNEL-REPORT-FILE
               ASSIGN TO "notice_channel_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTACT-HISTORY-FILE
               ASSIGN TO "contact_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-HISTORY-STATUS.
           SELECT NOTICE-REPEAT-CONTROL-FILE
               ASSIGN TO "notice_repeat_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPEAT-CONTROL-STATUS.
           SELECT NOTICE-SORT-FILE ASSIGN TO "notice_writer.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  CLASSIFIED-FILE.
       01  CLASSIFIED-LINE PIC X(90).
       FD  CATALOG-FILE.
           05 CAT-FILE-NOTE PIC X(40).
           05 CAT-FILE-EFF-DATE PIC 9(8).
           05 CAT-FILE-STATUS PIC X.
           05 CAT-FILE-LANGUAGE PIC X(2).
       FD  NOTICE-CODES-FILE.
       01  NOTICE-CODES-LINE.
           05 NOTICE-SUCCESS-CODE PIC X(4).
           05 NOTICE-FAILURE-CODE PIC X(4).
           05 NOTICE-PENDING-CODE PIC X(4).
           05 NOTICE-RETURN-CODE PIC X(4).
           05 NOTICE-CLOSURE-CODE PIC X(4).
           05 NOTICE-DUNNING-1-CODE PIC X(4).
           05 NOTICE-DUNNING-2-CODE PIC X(4).
           05 NOTICE-DUNNING-3-CODE PIC X(4).
           05 NOTICE-ESCHEAT-CODE PIC X(4).
           05 NOTICE-MATURITY-CODE PIC X(4).
           05 NOTICE-KYC-RENEWAL-CODE PIC X(4).
       FD  NOTICE-OUTPUT-FILE.
       01  NOTICE-OUTPUT-LINE PIC X(90).
       FD  CUSTOMER-MASTER-FILE.
           05 CUST-ADDR2 PIC X(30).
           05 CUST-ADDR3 PIC X(30).
           05 CUST-CHANNEL PIC X.
           05 CUST-POSTAL-CODE PIC X(10).
           05 CUST-MAIL-STATUS PIC X.
           05 CUST-LANGUAGE PIC X(2).
           05 CUST-RISK-TIER PIC X.
           05 CUST-RISK-SCORE PIC 9(3).
           05 CUST-RISK-DATE PIC 9(8).
           05 CUST-KYC-REVIEW-DATE PIC 9(8).
           05 CUST-KYC-NEXT-DUE PIC 9(8).
           05 CUST-KYC-DOC-EXPIRY PIC 9(8).
           05 CUST-KYC-FREQUENCY PIC 9(3).
       FD  ACCOUNT-XREF-FILE.
       01  ACCOUNT-XREF-LINE.
           05 XREF-ACCOUNT PIC X(10).
           05 XREF-CUSTOMER PIC X(8).
       FD  NOTICE-EXCEPTION-FILE.
       01  NOTICE-EXCEPTION-LINE PIC X(90).
       FD  NOTICE-EDELIVERY-FILE.
       01  NOTICE-EDELIVERY-LINE.
           05 EDL-CUSTOMER PIC X(8).
           05 EDL-DOC-REF PIC X(12).
           05 EDL-ACCOUNT PIC X(10).
           05 EDL-LINE-NO PIC 9(2).
           05 EDL-TEXT PIC X(90).
       FD  NOTICE-SUPPRESSION-FILE.
       01  NOTICE-SUPPRESSION-LINE.
           05 SUP-CUSTOMER PIC X(8).
           05 SUP-DOC-REF PIC X(12).
           05 SUP-ACCOUNT PIC X(10).
           05 SUP-REASON PIC X(20).
           05 SUP-TEXT PIC X(90).
       FD  CHANNEL-REPORT-FILE.
       01  CHANNEL-REPORT-LINE PIC X(80).
       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-LINE.
           COPY "CONTACT-HISTORY-RECORD.cpy".
       FD  NOTICE-REPEAT-CONTROL-FILE.
       01  NOTICE-REPEAT-CONTROL-LINE.
           05 NRC-REPEAT-DAYS PIC 9(3).
       SD  NOTICE-SORT-FILE.
       01  NOTICE-SORT-RECORD.
           05 NSR-POSTAL-CODE PIC X(10).
           05 NSR-SEQUENCE PIC 9(6).
           05 NSR-LINE-NO PIC 9(2).
           05 NSR-TEXT PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-CLASSIFIED-FILENAME PIC X(80) VALUE SPACES.
       01  WS-CLASSIFIED-STATUS PIC XX VALUE "00".
       01  WS-SUCCESS-CODE PIC X(4) VALUE "2000".
       01  WS-FAILURE-CODE PIC X(4) VALUE "3000".
       01  WS-PENDING-CODE PIC X(4) VALUE "1000".
       01  WS-RETURN-CODE PIC X(4) VALUE "4000".
       01  WS-CLOSURE-CODE PIC X(4) VALUE "5000".
       01  WS-DUNNING-1-CODE PIC X(4) VALUE "6100".
       01  WS-DUNNING-2-CODE PIC X(4) VALUE "6200".
       01  WS-DUNNING-3-CODE PIC X(4) VALUE "6300".
       01  WS-ESCHEAT-CODE PIC X(4) VALUE "7100".
       01  WS-MATURITY-CODE PIC X(4) VALUE "7200".
       01  WS-KYC-RENEWAL-CODE PIC X(4) VALUE "7300".
       01  CATALOG-TABLE.
           05  CATALOG-ENTRY OCCURS 200 TIMES INDEXED BY CAT-IDX.
               10  CAT-ENTRY-CODE PIC X(4) VALUE SPACES.
               10  CAT-ENTRY-LANGUAGE PIC X(2) VALUE SPACES.
               10  CAT-ENTRY-TITLE PIC X(40) VALUE SPACES.
               10  CAT-ENTRY-NOTE PIC X(40) VALUE SPACES.
       01  CATALOG-TOTAL PIC 9(3) VALUE 0.
       01  WS-DEFAULT-LANGUAGE PIC X(2) VALUE "EN".
       01  WS-NOTICE-LANGUAGE PIC X(2) VALUE SPACES.
       01  WS-OUTCOME-CODE PIC X(4) VALUE SPACES.
       01  WS-TRAN-STATUS PIC X VALUE SPACE.
       01  WS-TRAN-AMOUNT-TEXT PIC X(10) VALUE SPACES.
               10  CUS-ADDR2 PIC X(30) VALUE SPACES.
               10  CUS-ADDR3 PIC X(30) VALUE SPACES.
               10  CUS-CHANNEL PIC X VALUE SPACE.
               10  CUS-POSTAL-CODE PIC X(10) VALUE SPACES.
               10  CUS-MAIL-STATUS PIC X VALUE SPACE.
               10  CUS-LANGUAGE PIC X(2) VALUE SPACES.
       01  CUSTOMER-TOTAL PIC 9(3) VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRF-IDX.
       01  WS-FAILURE-FILE-MODE PIC X VALUE 'N'.
       01  WS-RESOLVED-CUSTOMER PIC 9(3) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-NOTICE-CHANNEL PIC X VALUE 'P'.
       01  WS-NOTICE-POSTAL PIC X(10) VALUE SPACES.
       01  WS-NOTICE-CUSTOMER PIC X(8) VALUE SPACES.
       01  WS-DOC-REF PIC X(12) VALUE SPACES.
       01  WS-DOC-SEQ PIC 9(5) VALUE 0.
       01  WS-LINE-NO PIC 9(2) VALUE 0.
       01  WS-SORT-EOF PIC X VALUE 'N'.
       01  WS-PRINT-COUNT PIC 9(6) VALUE 0.
       01  WS-PRINT-LINES PIC 9(6) VALUE 0.
       01  WS-EDELIVERY-COUNT PIC 9(6) VALUE 0.
       01  WS-SUPPRESSED-COUNT PIC 9(6) VALUE 0.
       01  WS-CONTACT-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-REPEAT-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-REPEAT-DAYS PIC 9(3) VALUE 30.
       01  WS-REPEAT-FROM-INT PIC S9(9) COMP VALUE 0.
       01  WS-REPEAT-NOTICE PIC X VALUE 'N'.
       01  WS-REPEAT-COUNT PIC 9(6) VALUE 0.
       01  WS-CONTACT-LOCATION PIC X(40) VALUE SPACES.
       01  RECENT-CONTACT-TABLE.
           05  RECENT-CONTACT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RCT-IDX.
               10  RCT-CUSTOMER PIC X(8) VALUE SPACES.
               10  RCT-ACCOUNT PIC X(10) VALUE SPACES.
               10  RCT-CODE PIC X(4) VALUE SPACES.
       01  RECENT-CONTACT-TOTAL PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-NOTICE-CODES.
           PERFORM LOAD-CATALOG-TABLE.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-ACCOUNT-XREF.
           PERFORM LOAD-REPEAT-CONTROL.
           PERFORM LOAD-RECENT-CONTACTS.
           OPEN EXTEND CONTACT-HISTORY-FILE.
           IF WS-CONTACT-HISTORY-STATUS = "35"
               OPEN OUTPUT CONTACT-HISTORY-FILE
           END-IF.
           OPEN OUTPUT NOTICE-EXCEPTION-FILE.
           MOVE "UNADDRESSED NOTICE EXCEPTIONS" TO
               NOTICE-EXCEPTION-LINE.
           WRITE NOTICE-EXCEPTION-LINE.
           OPEN OUTPUT NOTICE-OUTPUT-FILE.
           OPEN OUTPUT NOTICE-EDELIVERY-FILE.
           OPEN OUTPUT NOTICE-SUPPRESSION-FILE.
           SORT NOTICE-SORT-FILE
               ON ASCENDING KEY NSR-POSTAL-CODE
                                NSR-SEQUENCE
                                NSR-LINE-NO
               INPUT PROCEDURE IS GENERATE-ALL-NOTICES
               OUTPUT PROCEDURE IS WRITE-PRINT-NOTICES.
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO NOTICE-OUTPUT-LINE.
           STRING "NOTICES PRODUCED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-OUTPUT-LINE.
           WRITE NOTICE-OUTPUT-LINE.
           CLOSE NOTICE-OUTPUT-FILE.
           CLOSE NOTICE-EDELIVERY-FILE.
           CLOSE NOTICE-SUPPRESSION-FILE.
           CLOSE CONTACT-HISTORY-FILE.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO NOTICE-EXCEPTION-LINE.
           STRING "UNMATCHED ACCOUNTS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-EXCEPTION-LINE.
           WRITE NOTICE-EXCEPTION-LINE.
           CLOSE NOTICE-EXCEPTION-FILE.
           PERFORM WRITE-CHANNEL-REPORT.
           STOP RUN.

       GENERATE-ALL-NOTICES.
           MOVE "showcase_success.txt" TO WS-CLASSIFIED-FILENAME.
           MOVE WS-SUCCESS-CODE TO WS-OUTCOME-CODE.
           MOVE 'N' TO WS-FAILURE-FILE-MODE.
           PERFORM WRITE-NOTICES-FOR-FILE.
           MOVE "showcase_failure.txt" TO WS-CLASSIFIED-FILENAME.
           MOVE WS-FAILURE-CODE TO WS-OUTCOME-CODE.
           MOVE 'Y' TO WS-FAILURE-FILE-MODE.
           PERFORM WRITE-NOTICES-FOR-FILE.
           MOVE "showcase_pending.txt" TO WS-CLASSIFIED-FILENAME.
           MOVE WS-PENDING-CODE TO WS-OUTCOME-CODE.
           MOVE 'N' TO WS-FAILURE-FILE-MODE.
           PERFORM WRITE-NOTICES-FOR-FILE.
           MOVE "returned_item_notices.txt" TO WS-CLASSIFIED-FILENAME.
           MOVE WS-RETURN-CODE TO WS-OUTCOME-CODE.
           MOVE 'N' TO WS-FAILURE-FILE-MODE.
           PERFORM WRITE-NOTICES-FOR-FILE.
           MOVE "account_closure_notices.txt" TO
               WS-CLASSIFIED-FILENAME.
           MOVE WS-CLOSURE-CODE TO WS-OUTCOME-CODE.
           MOVE 'N' TO WS-FAILURE-FILE-MODE.
           PERFORM WRITE-NOTICES-FOR-FILE.
           MOVE "collections_stage1_notices.txt" TO
               WS-CLASSIFIED-FILENAME.
           MOVE WS-DUNNING-1-CODE TO WS-OUTCOME-CODE.
           MOVE 'N' TO WS-FAILURE-FILE-MODE.
           PERFORM WRITE-NOTICES-FOR-FILE.
           MOVE "collections_stage2_notices.txt" TO
               WS-CLASSIFIED-FILENAME.
           MOVE WS-DUNNING-2-CODE TO WS-OUTCOME-CODE.
           MOVE 'N' TO WS-FAILURE-FILE-MODE.
           PERFORM WRITE-NOTICES-FOR-FILE.
           MOVE "collections_stage3_notices.txt" TO
               WS-CLASSIFIED-FILENAME.
           MOVE WS-DUNNING-3-CODE TO WS-OUTCOME-CODE.
           MOVE 'N' TO WS-FAILURE-FILE-MODE.
           PERFORM WRITE-NOTICES-FOR-FILE.
           MOVE "escheat_notices.txt" TO WS-CLASSIFIED-FILENAME.
           MOVE WS-ESCHEAT-CODE TO WS-OUTCOME-CODE.
           MOVE 'N' TO WS-FAILURE-FILE-MODE.
           PERFORM WRITE-NOTICES-FOR-FILE.
           MOVE "term_deposit_notices.txt" TO WS-CLASSIFIED-FILENAME.
           MOVE WS-MATURITY-CODE TO WS-OUTCOME-CODE.
           MOVE 'N' TO WS-FAILURE-FILE-MODE.
           PERFORM WRITE-NOTICES-FOR-FILE.
           MOVE "kyc_renewal_notices.txt" TO WS-CLASSIFIED-FILENAME.
           MOVE WS-KYC-RENEWAL-CODE TO WS-OUTCOME-CODE.
           MOVE 'N' TO WS-FAILURE-FILE-MODE.
           PERFORM WRITE-NOTICES-FOR-FILE.

       WRITE-PRINT-NOTICES.
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN NOTICE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       MOVE NSR-TEXT TO NOTICE-OUTPUT-LINE
                       WRITE NOTICE-OUTPUT-LINE
                       ADD 1 TO WS-PRINT-LINES
               END-RETURN
           END-PERFORM.

       SET-NOTICE-CHANNEL.
           MOVE 'P' TO WS-NOTICE-CHANNEL.
           MOVE SPACES TO WS-NOTICE-POSTAL.
           MOVE SPACES TO WS-NOTICE-CUSTOMER.
           IF WS-RESOLVED-CUSTOMER = 0
               EXIT PARAGRAPH
           END-IF.
           SET CUS-IDX TO WS-RESOLVED-CUSTOMER.
           MOVE CUS-ID(CUS-IDX) TO WS-NOTICE-CUSTOMER.
           MOVE CUS-POSTAL-CODE(CUS-IDX) TO WS-NOTICE-POSTAL.
           IF CUS-CHANNEL(CUS-IDX) = 'E'
               MOVE 'E' TO WS-NOTICE-CHANNEL
           ELSE
               IF CUS-MAIL-STATUS(CUS-IDX) = 'R'
                   MOVE 'S' TO WS-NOTICE-CHANNEL
               END-IF
           END-IF.

       EMIT-NOTICE-LINE.
           ADD 1 TO WS-LINE-NO.
           EVALUATE WS-NOTICE-CHANNEL
               WHEN 'P'
                   MOVE WS-NOTICE-POSTAL TO NSR-POSTAL-CODE
                   MOVE WS-NOTICE-COUNT TO NSR-SEQUENCE
                   MOVE WS-LINE-NO TO NSR-LINE-NO
                   MOVE NOTICE-OUTPUT-LINE TO NSR-TEXT
                   RELEASE NOTICE-SORT-RECORD
               WHEN 'E'
                   IF NOTICE-OUTPUT-LINE NOT = SPACES
                       MOVE WS-NOTICE-CUSTOMER TO EDL-CUSTOMER
                       MOVE WS-DOC-REF TO EDL-DOC-REF
                       MOVE WS-TRAN-ACCOUNT TO EDL-ACCOUNT
                       MOVE WS-LINE-NO TO EDL-LINE-NO
                       MOVE NOTICE-OUTPUT-LINE TO EDL-TEXT
                       WRITE NOTICE-EDELIVERY-LINE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-SUPPRESSED-NOTICE.
           MOVE WS-NOTICE-CUSTOMER TO SUP-CUSTOMER.
           MOVE WS-DOC-REF TO SUP-DOC-REF.
           MOVE WS-TRAN-ACCOUNT TO SUP-ACCOUNT.
           MOVE "RETURNED MAIL" TO SUP-REASON.
           MOVE WS-NOTICE-TEXT TO SUP-TEXT.
           WRITE NOTICE-SUPPRESSION-LINE.

       WRITE-REPEAT-SUPPRESSED.
           MOVE WS-NOTICE-CUSTOMER TO SUP-CUSTOMER.
           MOVE WS-DOC-REF TO SUP-DOC-REF.
           MOVE WS-TRAN-ACCOUNT TO SUP-ACCOUNT.
           MOVE SPACES TO SUP-REASON.
           STRING "SENT WITHIN " WS-REPEAT-DAYS " DAYS"
               DELIMITED BY SIZE INTO SUP-REASON.
           MOVE WS-NOTICE-TEXT TO SUP-TEXT.
           WRITE NOTICE-SUPPRESSION-LINE.

       WRITE-CONTACT-HISTORY.
           MOVE SPACES TO CONTACT-HISTORY-LINE.
           MOVE WS-NOTICE-CUSTOMER TO CTH-CUSTOMER.
           MOVE WS-TRAN-ACCOUNT TO CTH-ACCOUNT.
           MOVE "NOTC" TO CTH-DOC-TYPE.
           MOVE WS-OUTCOME-CODE TO CTH-CATALOG-CODE.
           MOVE WS-NOTICE-CHANNEL TO CTH-CHANNEL.
           MOVE WS-RUN-DATE-NUM TO CTH-BUSINESS-DATE.
           MOVE WS-DOC-REF TO CTH-DOC-REF.
           MOVE SPACES TO WS-CONTACT-LOCATION.
           EVALUATE WS-NOTICE-CHANNEL
               WHEN 'P'
                   STRING "showcase_notices_" WS-RUN-DATE-NUM ".arc"
                       DELIMITED BY SIZE INTO WS-CONTACT-LOCATION
               WHEN 'E'
                   MOVE "notice_edelivery.dat" TO WS-CONTACT-LOCATION
               WHEN OTHER
                   MOVE "notice_suppression.dat" TO
                       WS-CONTACT-LOCATION
           END-EVALUATE.
           MOVE WS-CONTACT-LOCATION TO CTH-LOCATION.
           MOVE "NOTICE-WRITER" TO CTH-PROGRAM.
           WRITE CONTACT-HISTORY-LINE.

       LOAD-REPEAT-CONTROL.
           OPEN INPUT NOTICE-REPEAT-CONTROL-FILE.
           IF WS-REPEAT-CONTROL-STATUS = "00"
               READ NOTICE-REPEAT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NRC-REPEAT-DAYS NUMERIC
                           MOVE NRC-REPEAT-DAYS TO WS-REPEAT-DAYS
                       END-IF
               END-READ
               CLOSE NOTICE-REPEAT-CONTROL-FILE
           END-IF.

       LOAD-RECENT-CONTACTS.
           IF WS-REPEAT-DAYS = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-REPEAT-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-REPEAT-DAYS.
           OPEN INPUT CONTACT-HISTORY-FILE.
           IF WS-CONTACT-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR RECENT-CONTACT-TOTAL >= 2000
               READ CONTACT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       PERFORM NOTE-RECENT-CONTACT
               END-READ
           END-PERFORM.
           CLOSE CONTACT-HISTORY-FILE.
           MOVE 'N' TO EOF-FLAG.

       NOTE-RECENT-CONTACT.
           IF CTH-DOC-TYPE NOT = "NOTC"
                   OR (CTH-CHANNEL NOT = 'P' AND CTH-CHANNEL NOT = 'E')
                   OR CTH-BUSINESS-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF CTH-BUSINESS-DATE >= WS-RUN-DATE-NUM
                   OR FUNCTION TEST-DATE-YYYYMMDD(CTH-BUSINESS-DATE)
                       NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION INTEGER-OF-DATE(CTH-BUSINESS-DATE) <
                   WS-REPEAT-FROM-INT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RECENT-CONTACT-TOTAL.
           MOVE CTH-CUSTOMER TO RCT-CUSTOMER(RECENT-CONTACT-TOTAL).
           MOVE CTH-ACCOUNT TO RCT-ACCOUNT(RECENT-CONTACT-TOTAL).
           MOVE CTH-CATALOG-CODE TO RCT-CODE(RECENT-CONTACT-TOTAL).

       CHECK-REPEAT-NOTICE.
           MOVE 'N' TO WS-REPEAT-NOTICE.
           PERFORM VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX > RECENT-CONTACT-TOTAL
               IF RCT-CODE(RCT-IDX) = WS-OUTCOME-CODE
                       AND RCT-ACCOUNT(RCT-IDX) = WS-TRAN-ACCOUNT
                       AND RCT-CUSTOMER(RCT-IDX) = WS-NOTICE-CUSTOMER
                   MOVE 'Y' TO WS-REPEAT-NOTICE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-CHANNEL-REPORT.
           OPEN OUTPUT CHANNEL-REPORT-FILE.
           MOVE "NOTICE DELIVERY CHANNEL CONTROL REPORT" TO
               CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-PRINT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "PRINTED MAIL NOTICES:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-PRINT-LINES TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "PRINT FILE LINES:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-EDELIVERY-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "ELECTRONIC NOTICES:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "SUPPRESSED (RETURNED MAIL):" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "SUPPRESSED (REPEAT NOTICE):" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "UNADDRESSED EXCEPTIONS:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHANNEL-REPORT-LINE.
           STRING "TOTAL NOTICES PRODUCED:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHANNEL-REPORT-LINE.
           WRITE CHANNEL-REPORT-LINE.
           CLOSE CHANNEL-REPORT-FILE.

       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
                                   CUS-ADDR3(CUSTOMER-TOTAL)
                               MOVE CUST-CHANNEL TO
                                   CUS-CHANNEL(CUSTOMER-TOTAL)
                               MOVE CUST-POSTAL-CODE TO
                                   CUS-POSTAL-CODE(CUSTOMER-TOTAL)
                               MOVE CUST-MAIL-STATUS TO
                                   CUS-MAIL-STATUS(CUSTOMER-TOTAL)
                               MOVE CUST-LANGUAGE TO
                                   CUS-LANGUAGE(CUSTOMER-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
           STRING "TO: " CUS-NAME(CUS-IDX)
               "  CHANNEL " CUS-CHANNEL(CUS-IDX)
               DELIMITED BY SIZE INTO NOTICE-OUTPUT-LINE.
           PERFORM EMIT-NOTICE-LINE.
           MOVE SPACES TO NOTICE-OUTPUT-LINE.
           STRING "    " CUS-ADDR1(CUS-IDX)
               DELIMITED BY SIZE INTO NOTICE-OUTPUT-LINE.
           PERFORM EMIT-NOTICE-LINE.
           IF CUS-ADDR2(CUS-IDX) NOT = SPACES
               MOVE SPACES TO NOTICE-OUTPUT-LINE
               STRING "    " CUS-ADDR2(CUS-IDX)
                   DELIMITED BY SIZE INTO NOTICE-OUTPUT-LINE
               PERFORM EMIT-NOTICE-LINE
           END-IF.
           IF CUS-ADDR3(CUS-IDX) NOT = SPACES
               MOVE SPACES TO NOTICE-OUTPUT-LINE
               STRING "    " CUS-ADDR3(CUS-IDX)
                   DELIMITED BY SIZE INTO NOTICE-OUTPUT-LINE
               PERFORM EMIT-NOTICE-LINE
           END-IF.

       WRITE-NOTICE-EXCEPTION.
                           MOVE NOTICE-PENDING-CODE TO
                               WS-PENDING-CODE
                       END-IF
                       IF NOTICE-RETURN-CODE NOT = SPACES
                           MOVE NOTICE-RETURN-CODE TO
                               WS-RETURN-CODE
                       END-IF
                       IF NOTICE-CLOSURE-CODE NOT = SPACES
                           MOVE NOTICE-CLOSURE-CODE TO
                               WS-CLOSURE-CODE
                       END-IF
                       IF NOTICE-DUNNING-1-CODE NOT = SPACES
                           MOVE NOTICE-DUNNING-1-CODE TO
                               WS-DUNNING-1-CODE
                       END-IF
                       IF NOTICE-DUNNING-2-CODE NOT = SPACES
                           MOVE NOTICE-DUNNING-2-CODE TO
                               WS-DUNNING-2-CODE
                       END-IF
                       IF NOTICE-DUNNING-3-CODE NOT = SPACES
                           MOVE NOTICE-DUNNING-3-CODE TO
                               WS-DUNNING-3-CODE
                       END-IF
                       IF NOTICE-ESCHEAT-CODE NOT = SPACES
                           MOVE NOTICE-ESCHEAT-CODE TO
                               WS-ESCHEAT-CODE
                       END-IF
                       IF NOTICE-MATURITY-CODE NOT = SPACES
                           MOVE NOTICE-MATURITY-CODE TO
                               WS-MATURITY-CODE
                       END-IF
                       IF NOTICE-KYC-RENEWAL-CODE NOT = SPACES
                           MOVE NOTICE-KYC-RENEWAL-CODE TO
                               WS-KYC-RENEWAL-CODE
                       END-IF
               END-READ
               CLOSE NOTICE-CODES-FILE
           END-IF.
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR CATALOG-TOTAL >= 200
               READ CATALOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                               CAT-ENTRY-TITLE(CATALOG-TOTAL)
                           MOVE CAT-FILE-NOTE TO
                               CAT-ENTRY-NOTE(CATALOG-TOTAL)
                           IF CAT-FILE-LANGUAGE = SPACES
                               MOVE WS-DEFAULT-LANGUAGE TO
                                   CAT-ENTRY-LANGUAGE(CATALOG-TOTAL)
                           ELSE
                               MOVE CAT-FILE-LANGUAGE TO
                                   CAT-ENTRY-LANGUAGE(CATALOG-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CLASSIFIED-LINE(23:1) TO WS-TRAN-STATUS.
           MOVE CLASSIFIED-LINE(32:10) TO WS-TRAN-AMOUNT-TEXT.
           PERFORM TRIM-AMOUNT-TEXT.
           MOVE WS-DEFAULT-LANGUAGE TO WS-NOTICE-LANGUAGE.
           PERFORM FIND-CATALOG-MESSAGE.
           IF WS-ENTRY-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RESOLVED-CUSTOMER.
           IF WS-ADDRESSING-MODE = 'Y'
               PERFORM RESOLVE-NOTICE-CUSTOMER
               IF WS-RESOLVED-CUSTOMER = 0
                   PERFORM WRITE-NOTICE-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-FAILURE-FILE-MODE = 'Y'
                   MOVE CLASSIFIED-LINE(74:10) TO WS-TRAN-ACCOUNT
               ELSE
                   MOVE CLASSIFIED-LINE(46:10) TO WS-TRAN-ACCOUNT
               END-IF
           END-IF.
           ADD 1 TO WS-NOTICE-COUNT.
           ADD 1 TO WS-DOC-SEQ.
           MOVE SPACES TO WS-DOC-REF.
           STRING "N" WS-RUN-DATE-NUM(3:6) WS-DOC-SEQ
               DELIMITED BY SIZE INTO WS-DOC-REF.
           MOVE 0 TO WS-LINE-NO.
           PERFORM SET-NOTICE-CHANNEL.
           IF WS-RESOLVED-CUSTOMER > 0
               IF CUS-LANGUAGE(WS-RESOLVED-CUSTOMER) NOT = SPACES
                   MOVE CUS-LANGUAGE(WS-RESOLVED-CUSTOMER) TO
                       WS-NOTICE-LANGUAGE
                   PERFORM FIND-CATALOG-MESSAGE
               END-IF
           END-IF.
           PERFORM CHECK-REPEAT-NOTICE.
           IF WS-REPEAT-NOTICE = 'Y'
               ADD 1 TO WS-REPEAT-COUNT
               MOVE 'D' TO WS-NOTICE-CHANNEL
               MOVE CAT-ENTRY-TITLE(CAT-IDX) TO WS-TEMPLATE
               PERFORM EXPAND-NOTICE-TEMPLATE
               PERFORM WRITE-REPEAT-SUPPRESSED
               PERFORM WRITE-CONTACT-HISTORY
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-CONTACT-HISTORY.
           EVALUATE WS-NOTICE-CHANNEL
               WHEN 'P'
                   ADD 1 TO WS-PRINT-COUNT
               WHEN 'E'
                   ADD 1 TO WS-EDELIVERY-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SUPPRESSED-COUNT
           END-EVALUATE.
           IF WS-RESOLVED-CUSTOMER > 0 AND WS-NOTICE-CHANNEL = 'P'
               PERFORM WRITE-NOTICE-ADDRESS
           END-IF.
           MOVE CAT-ENTRY-TITLE(CAT-IDX) TO WS-TEMPLATE.
           PERFORM EXPAND-NOTICE-TEMPLATE.
           IF WS-NOTICE-CHANNEL = 'S'
               PERFORM WRITE-SUPPRESSED-NOTICE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NOTICE-TEXT TO NOTICE-OUTPUT-LINE.
           PERFORM EMIT-NOTICE-LINE.
           MOVE CAT-ENTRY-NOTE(CAT-IDX) TO WS-TEMPLATE.
           PERFORM EXPAND-NOTICE-TEMPLATE.
           MOVE WS-NOTICE-TEXT TO NOTICE-OUTPUT-LINE.
           PERFORM EMIT-NOTICE-LINE.
           MOVE SPACES TO NOTICE-OUTPUT-LINE.
           PERFORM EMIT-NOTICE-LINE.

       FIND-CATALOG-MESSAGE.
           PERFORM FIND-CATALOG-IN-LANGUAGE.
           IF WS-ENTRY-FOUND = 'N'
                   AND WS-NOTICE-LANGUAGE NOT = WS-DEFAULT-LANGUAGE
               MOVE WS-DEFAULT-LANGUAGE TO WS-NOTICE-LANGUAGE
               PERFORM FIND-CATALOG-IN-LANGUAGE
           END-IF.

       FIND-CATALOG-IN-LANGUAGE.
           MOVE 'N' TO WS-ENTRY-FOUND.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-TOTAL
               IF CAT-ENTRY-CODE(CAT-IDX) = WS-OUTCOME-CODE
                       AND CAT-ENTRY-LANGUAGE(CAT-IDX) =
                           WS-NOTICE-LANGUAGE
                   MOVE 'Y' TO WS-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
                   END-IF
               END-IF
           END-PERFORM.

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
               DISPLAY "NOTICE-WRITER: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
