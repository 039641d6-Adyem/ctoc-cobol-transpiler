       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "watch_list.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-LIST-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "customer_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT SCREEN-CONTROL-FILE
               ASSIGN TO "sanctions_screen_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-CONTROL-STATUS.
           SELECT SCREENED-FILE ASSIGN TO "sanctions_screened.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREENED-STATUS.
           SELECT SANCTIONS-HIT-FILE ASSIGN TO "sanctions_hits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANCTIONS-HIT-STATUS.
           SELECT DECISION-FILE ASSIGN TO "sanctions_decisions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT REVIEW-REPORT-FILE
               ASSIGN TO "sanctions_review_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "sanctions_screen_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD PIC X(92).
       01  WATCH-LIST-DETAIL REDEFINES WATCH-LIST-RECORD.
           05  WLD-RECORD-TYPE PIC X.
           05  WLD-ENTRY-ID PIC X(10).
           05  WLD-ENTRY-TYPE PIC X.
           05  WLD-NAME PIC X(40).
           05  WLD-ADDRESS PIC X(40).
       01  WATCH-LIST-HEADER REDEFINES WATCH-LIST-RECORD.
           05  WLH-RECORD-TYPE PIC X.
           05  WLH-LIST-VERSION PIC X(12).
           05  WLH-LIST-DATE PIC 9(8).
           05  FILLER PIC X(71).
       01  WATCH-LIST-TRAILER REDEFINES WATCH-LIST-RECORD.
           05  WLT-RECORD-TYPE PIC X.
           05  WLT-ENTRY-COUNT PIC 9(6).
           05  FILLER PIC X(85).
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
       FD  SCREEN-CONTROL-FILE.
       01  SCREEN-CONTROL-LINE.
           05  SSC-LIST-VERSION PIC X(12).
           05  SSC-LAST-RUN-DATE PIC 9(8).
       FD  SCREENED-FILE.
       01  SCREENED-LINE.
           05  SCR-CUSTOMER PIC X(8).
           05  SCR-IMAGE PIC X(120).
       FD  SANCTIONS-HIT-FILE.
       01  SANCTIONS-HIT-LINE.
           COPY "SANCTIONS-HIT-RECORD.cpy".
       FD  DECISION-FILE.
       01  DECISION-LINE.
           05  SDC-CUSTOMER PIC X(8).
           05  SDC-ENTRY-ID PIC X(10).
           05  SDC-DECISION PIC X.
           05  SDC-ANALYST PIC X(8).
       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE PIC X(132).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "SANCTIONS SCREENING COMPLETE".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-WATCH-LIST-STATUS PIC XX VALUE "00".
       01  WS-CUSTOMER-MASTER-STATUS PIC XX VALUE "00".
       01  WS-SCREEN-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-SCREENED-STATUS PIC XX VALUE "00".
       01  WS-SANCTIONS-HIT-STATUS PIC XX VALUE "00".
       01  WS-DECISION-STATUS PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-LIST-VERSION PIC X(12) VALUE SPACES.
       01  WS-LIST-DATE PIC 9(8) VALUE 0.
       01  WS-LAST-VERSION PIC X(12) VALUE SPACES.
       01  WS-HEADER-SEEN PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN PIC X VALUE 'N'.
       01  WS-TRAILER-COUNT PIC 9(6) VALUE 0.
       01  WS-DETAIL-COUNT PIC 9(6) VALUE 0.
       01  WS-FULL-RESCREEN PIC X VALUE 'N'.
       01  WATCH-TABLE.
           05  WATCH-ENTRY OCCURS 2000 TIMES INDEXED BY WL-IDX.
               10  WTE-ENTRY-ID PIC X(10) VALUE SPACES.
               10  WTE-NAME PIC X(40) VALUE SPACES.
               10  WTE-NAME-NORM PIC X(40) VALUE SPACES.
               10  WTE-NAME-NORM-LEN PIC 9(2) COMP VALUE 0.
               10  WTE-NAME-SKEL PIC X(40) VALUE SPACES.
               10  WTE-NAME-SKEL-LEN PIC 9(2) COMP VALUE 0.
               10  WTE-ADDR-NORM PIC X(40) VALUE SPACES.
               10  WTE-ADDR-NORM-LEN PIC 9(2) COMP VALUE 0.
       01  WATCH-TOTAL PIC 9(4) VALUE 0.
       01  HIT-TABLE.
           05  HIT-ENTRY OCCURS 3000 TIMES INDEXED BY HIT-IDX.
               10  HTE-CUSTOMER PIC X(8) VALUE SPACES.
               10  HTE-ENTRY-ID PIC X(10) VALUE SPACES.
               10  HTE-WATCH-NAME PIC X(40) VALUE SPACES.
               10  HTE-MATCH-FIELD PIC X(5) VALUE SPACES.
               10  HTE-SCORE PIC 9(3) VALUE 0.
               10  HTE-STATUS PIC X VALUE SPACE.
               10  HTE-FOUND-DATE PIC 9(8) VALUE 0.
               10  HTE-DECISION-DATE PIC 9(8) VALUE 0.
               10  HTE-ANALYST PIC X(8) VALUE SPACES.
               10  HTE-CUSTOMER-NAME PIC X(30) VALUE SPACES.
               10  HTE-SEEN PIC X VALUE 'N'.
       01  HIT-TOTAL PIC 9(4) VALUE 0.
       01  SCREENED-TABLE.
           05  SCREENED-ENTRY OCCURS 500 TIMES INDEXED BY SCR-IDX.
               10  SCE-CUSTOMER PIC X(8) VALUE SPACES.
               10  SCE-IMAGE PIC X(120) VALUE SPACES.
       01  SCREENED-TOTAL PIC 9(3) VALUE 0.
       01  WS-CUSTOMER-IMAGE PIC X(120) VALUE SPACES.
       01  WS-SCREEN-THIS PIC X VALUE 'N'.
       01  WS-NORM-INPUT PIC X(40) VALUE SPACES.
       01  WS-NORM-TEXT PIC X(40) VALUE SPACES.
       01  WS-NORM-LEN PIC 9(2) COMP VALUE 0.
       01  WS-SKEL-TEXT PIC X(40) VALUE SPACES.
       01  WS-SKEL-LEN PIC 9(2) COMP VALUE 0.
       01  WS-SKEL-CODE PIC X VALUE SPACE.
       01  WS-LAST-CODE PIC X VALUE SPACE.
       01  WS-CHAR PIC X VALUE SPACE.
       01  WS-CHAR-IDX PIC 9(2) COMP VALUE 0.
       01  WS-CUST-NAME-NORM PIC X(40) VALUE SPACES.
       01  WS-CUST-NAME-SKEL PIC X(40) VALUE SPACES.
       01  WS-CUST-NAME-SKEL-LEN PIC 9(2) COMP VALUE 0.
       01  CUSTOMER-ADDRESS-TABLE.
           05  CUSTOMER-ADDRESS-ENTRY OCCURS 3 TIMES
                   INDEXED BY ADR-IDX.
               10  CAD-NORM PIC X(40) VALUE SPACES.
       01  WS-ADDR-LINE-NO PIC 9 VALUE 0.
       01  WS-TALLY PIC 9(4) COMP VALUE 0.
       01  WS-BEST-SCORE PIC 9(3) VALUE 0.
       01  WS-BEST-FIELD PIC X(5) VALUE SPACES.
       01  WS-FIELD-SCORE PIC 9(3) VALUE 0.
       01  WS-ENTRY-FOUND PIC X VALUE 'N'.
       01  WS-CUSTOMERS-READ PIC 9(6) VALUE 0.
       01  WS-CUSTOMERS-SCREENED PIC 9(6) VALUE 0.
       01  WS-NEW-HITS PIC 9(6) VALUE 0.
       01  WS-SUPPRESSED-HITS PIC 9(6) VALUE 0.
       01  WS-CLEARED-HITS PIC 9(6) VALUE 0.
       01  WS-OPEN-HITS PIC 9(6) VALUE 0.
       01  WS-CONFIRMED-HITS PIC 9(6) VALUE 0.
       01  WS-DECISIONS-APPLIED PIC 9(6) VALUE 0.
       01  WS-DECISIONS-REJECTED PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       01  WS-SCORE-DISPLAY PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-WATCH-LIST.
           PERFORM LOAD-SCREEN-CONTROL.
           PERFORM LOAD-HIT-REGISTER.
           PERFORM LOAD-SCREENED-CUSTOMERS.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM APPLY-ANALYST-DECISIONS.
           PERFORM SCREEN-CUSTOMERS.
           PERFORM REWRITE-HIT-REGISTER.
           PERFORM WRITE-SCREEN-CONTROL.
           PERFORM WRITE-HIT-LISTING.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REVIEW-REPORT-FILE.
           IF WS-OPEN-HITS > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "OPEN SANCTIONS HITS AWAIT REVIEW" TO
                   WS-JOB-REASON
           ELSE
               IF WS-DECISIONS-REJECTED > 0
                   MOVE RC-JOB-WARNING TO WS-JOB-CODE
                   MOVE "ANALYST DECISIONS REJECTED" TO WS-JOB-REASON
               END-IF
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "SANCTIONS-SCREEN" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE.
           IF WS-WATCH-LIST-STATUS NOT = "00"
               DISPLAY "SANCTIONS-SCREEN: UNABLE TO OPEN WATCH LIST "
                   "watch_list.dat, FILE STATUS " WS-WATCH-LIST-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "WATCH LIST NOT AVAILABLE" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ WATCH-LIST-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       EVALUATE WLD-RECORD-TYPE
                           WHEN 'H'
                               MOVE 'Y' TO WS-HEADER-SEEN
                               MOVE WLH-LIST-VERSION TO WS-LIST-VERSION
                               IF WLH-LIST-DATE NUMERIC
                                   MOVE WLH-LIST-DATE TO WS-LIST-DATE
                               END-IF
                           WHEN 'D'
                               ADD 1 TO WS-DETAIL-COUNT
                               PERFORM ADD-WATCH-ENTRY
                           WHEN 'T'
                               MOVE 'Y' TO WS-TRAILER-SEEN
                               IF WLT-ENTRY-COUNT NUMERIC
                                   MOVE WLT-ENTRY-COUNT TO
                                       WS-TRAILER-COUNT
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE WATCH-LIST-FILE.
           MOVE 'N' TO EOF-FLAG.
           IF WS-HEADER-SEEN = 'N' OR WS-TRAILER-SEEN = 'N'
                   OR WS-LIST-VERSION = SPACES
                   OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   OR WS-DETAIL-COUNT > 2000
               DISPLAY "SANCTIONS-SCREEN: WATCH LIST FAILED HEADER/"
                   "TRAILER CONTROL - NOTHING SCREENED"
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "WATCH LIST FAILED CONTROL CHECK" TO
                   WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-WATCH-ENTRY.
           IF WATCH-TOTAL >= 2000 OR WLD-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WATCH-TOTAL.
           SET WL-IDX TO WATCH-TOTAL.
           MOVE WLD-ENTRY-ID TO WTE-ENTRY-ID(WL-IDX).
           MOVE WLD-NAME TO WTE-NAME(WL-IDX).
           MOVE WLD-NAME TO WS-NORM-INPUT.
           PERFORM NORMALIZE-TEXT.
           MOVE WS-NORM-TEXT TO WTE-NAME-NORM(WL-IDX).
           MOVE WS-NORM-LEN TO WTE-NAME-NORM-LEN(WL-IDX).
           MOVE WS-SKEL-TEXT TO WTE-NAME-SKEL(WL-IDX).
           MOVE WS-SKEL-LEN TO WTE-NAME-SKEL-LEN(WL-IDX).
           MOVE WLD-ADDRESS TO WS-NORM-INPUT.
           PERFORM NORMALIZE-TEXT.
           MOVE WS-NORM-TEXT TO WTE-ADDR-NORM(WL-IDX).
           MOVE WS-NORM-LEN TO WTE-ADDR-NORM-LEN(WL-IDX).

       LOAD-SCREEN-CONTROL.
           OPEN INPUT SCREEN-CONTROL-FILE.
           IF WS-SCREEN-CONTROL-STATUS = "00"
               READ SCREEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SSC-LIST-VERSION TO WS-LAST-VERSION
               END-READ
               CLOSE SCREEN-CONTROL-FILE
           END-IF.
           IF WS-LAST-VERSION NOT = WS-LIST-VERSION
               MOVE 'Y' TO WS-FULL-RESCREEN
           END-IF.

       WRITE-SCREEN-CONTROL.
           OPEN OUTPUT SCREEN-CONTROL-FILE.
           MOVE WS-LIST-VERSION TO SSC-LIST-VERSION.
           MOVE WS-RUN-DATE-NUM TO SSC-LAST-RUN-DATE.
           WRITE SCREEN-CONTROL-LINE.
           CLOSE SCREEN-CONTROL-FILE.

       LOAD-HIT-REGISTER.
           OPEN INPUT SANCTIONS-HIT-FILE.
           IF WS-SANCTIONS-HIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR HIT-TOTAL >= 3000
               READ SANCTIONS-HIT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF SNH-CUSTOMER NOT = SPACES
                           ADD 1 TO HIT-TOTAL
                           SET HIT-IDX TO HIT-TOTAL
                           MOVE SNH-CUSTOMER TO HTE-CUSTOMER(HIT-IDX)
                           MOVE SNH-ENTRY-ID TO HTE-ENTRY-ID(HIT-IDX)
                           MOVE SNH-WATCH-NAME TO
                               HTE-WATCH-NAME(HIT-IDX)
                           MOVE SNH-MATCH-FIELD TO
                               HTE-MATCH-FIELD(HIT-IDX)
                           MOVE SNH-SCORE TO HTE-SCORE(HIT-IDX)
                           MOVE SNH-STATUS TO HTE-STATUS(HIT-IDX)
                           MOVE SNH-FOUND-DATE TO
                               HTE-FOUND-DATE(HIT-IDX)
                           MOVE SNH-DECISION-DATE TO
                               HTE-DECISION-DATE(HIT-IDX)
                           MOVE SNH-ANALYST TO HTE-ANALYST(HIT-IDX)
                           MOVE SNH-CUSTOMER-NAME TO
                               HTE-CUSTOMER-NAME(HIT-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SANCTIONS-HIT-FILE.
           MOVE 'N' TO EOF-FLAG.

       REWRITE-HIT-REGISTER.
           OPEN OUTPUT SANCTIONS-HIT-FILE.
           PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > HIT-TOTAL
               MOVE HTE-CUSTOMER(HIT-IDX) TO SNH-CUSTOMER
               MOVE HTE-ENTRY-ID(HIT-IDX) TO SNH-ENTRY-ID
               MOVE HTE-WATCH-NAME(HIT-IDX) TO SNH-WATCH-NAME
               MOVE HTE-MATCH-FIELD(HIT-IDX) TO SNH-MATCH-FIELD
               MOVE HTE-SCORE(HIT-IDX) TO SNH-SCORE
               MOVE HTE-STATUS(HIT-IDX) TO SNH-STATUS
               MOVE HTE-FOUND-DATE(HIT-IDX) TO SNH-FOUND-DATE
               MOVE HTE-DECISION-DATE(HIT-IDX) TO SNH-DECISION-DATE
               MOVE HTE-ANALYST(HIT-IDX) TO SNH-ANALYST
               MOVE HTE-CUSTOMER-NAME(HIT-IDX) TO SNH-CUSTOMER-NAME
               WRITE SANCTIONS-HIT-LINE
           END-PERFORM.
           CLOSE SANCTIONS-HIT-FILE.

       LOAD-SCREENED-CUSTOMERS.
           OPEN INPUT SCREENED-FILE.
           IF WS-SCREENED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR SCREENED-TOTAL >= 500
               READ SCREENED-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF SCR-CUSTOMER NOT = SPACES
                           ADD 1 TO SCREENED-TOTAL
                           MOVE SCR-CUSTOMER TO
                               SCE-CUSTOMER(SCREENED-TOTAL)
                           MOVE SCR-IMAGE TO SCE-IMAGE(SCREENED-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCREENED-FILE.
           MOVE 'N' TO EOF-FLAG.

       APPLY-ANALYST-DECISIONS.
           OPEN INPUT DECISION-FILE.
           IF WS-DECISION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "ANALYST DECISIONS:" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ DECISION-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF SDC-CUSTOMER NOT = SPACES
                           PERFORM APPLY-ONE-DECISION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECISION-FILE.
           MOVE 'N' TO EOF-FLAG.

       APPLY-ONE-DECISION.
           MOVE 'N' TO WS-ENTRY-FOUND.
           IF SDC-DECISION = 'F' OR SDC-DECISION = 'C'
               PERFORM VARYING HIT-IDX FROM 1 BY 1
                       UNTIL HIT-IDX > HIT-TOTAL
                   IF HTE-CUSTOMER(HIT-IDX) = SDC-CUSTOMER
                           AND HTE-ENTRY-ID(HIT-IDX) = SDC-ENTRY-ID
                           AND HTE-STATUS(HIT-IDX) NOT = 'X'
                       MOVE 'Y' TO WS-ENTRY-FOUND
                       MOVE SDC-DECISION TO HTE-STATUS(HIT-IDX)
                       MOVE WS-RUN-DATE-NUM TO
                           HTE-DECISION-DATE(HIT-IDX)
                       MOVE SDC-ANALYST TO HTE-ANALYST(HIT-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           IF WS-ENTRY-FOUND = 'Y'
               ADD 1 TO WS-DECISIONS-APPLIED
               IF SDC-DECISION = 'F'
                   STRING "  CUSTOMER " SDC-CUSTOMER
                       " ENTRY " SDC-ENTRY-ID
                       " FALSE POSITIVE - " SDC-ANALYST
                       DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
               ELSE
                   STRING "  CUSTOMER " SDC-CUSTOMER
                       " ENTRY " SDC-ENTRY-ID
                       " CONFIRMED - " SDC-ANALYST
                       DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-DECISIONS-REJECTED
               STRING "  CUSTOMER " SDC-CUSTOMER
                   " ENTRY " SDC-ENTRY-ID
                   " DECISION " SDC-DECISION
                   " REJECTED - NO MATCHING HIT OR BAD CODE"
                   DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
           END-IF.
           WRITE REVIEW-REPORT-LINE.

       SCREEN-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               DISPLAY "SANCTIONS-SCREEN: NO CUSTOMER MASTER "
                   "customer_master.dat, FILE STATUS "
                   WS-CUSTOMER-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SCREENED-FILE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CUSTOMER-MASTER-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CUST-ID NOT = SPACES
                           ADD 1 TO WS-CUSTOMERS-READ
                           PERFORM SCREEN-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCREENED-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           MOVE 'N' TO EOF-FLAG.

       SCREEN-ONE-CUSTOMER.
           MOVE SPACES TO WS-CUSTOMER-IMAGE.
           STRING CUST-NAME CUST-ADDR1 CUST-ADDR2 CUST-ADDR3
               DELIMITED BY SIZE INTO WS-CUSTOMER-IMAGE.
           MOVE WS-FULL-RESCREEN TO WS-SCREEN-THIS.
           IF WS-SCREEN-THIS = 'N'
               MOVE 'Y' TO WS-SCREEN-THIS
               PERFORM VARYING SCR-IDX FROM 1 BY 1
                       UNTIL SCR-IDX > SCREENED-TOTAL
                   IF SCE-CUSTOMER(SCR-IDX) = CUST-ID
                       IF SCE-IMAGE(SCR-IDX) = WS-CUSTOMER-IMAGE
                           MOVE 'N' TO WS-SCREEN-THIS
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE CUST-ID TO SCR-CUSTOMER.
           MOVE WS-CUSTOMER-IMAGE TO SCR-IMAGE.
           WRITE SCREENED-LINE.
           IF WS-SCREEN-THIS = 'N'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUSTOMERS-SCREENED.
           PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > HIT-TOTAL
               IF HTE-CUSTOMER(HIT-IDX) = CUST-ID
                   MOVE 'N' TO HTE-SEEN(HIT-IDX)
               END-IF
           END-PERFORM.
           MOVE CUST-NAME TO WS-NORM-INPUT.
           PERFORM NORMALIZE-TEXT.
           MOVE WS-NORM-TEXT TO WS-CUST-NAME-NORM.
           MOVE WS-SKEL-TEXT TO WS-CUST-NAME-SKEL.
           MOVE WS-SKEL-LEN TO WS-CUST-NAME-SKEL-LEN.
           MOVE CUST-ADDR1 TO WS-NORM-INPUT.
           PERFORM NORMALIZE-TEXT.
           MOVE WS-NORM-TEXT TO CAD-NORM(1).
           MOVE CUST-ADDR2 TO WS-NORM-INPUT.
           PERFORM NORMALIZE-TEXT.
           MOVE WS-NORM-TEXT TO CAD-NORM(2).
           MOVE CUST-ADDR3 TO WS-NORM-INPUT.
           PERFORM NORMALIZE-TEXT.
           MOVE WS-NORM-TEXT TO CAD-NORM(3).
           PERFORM VARYING WL-IDX FROM 1 BY 1
                   UNTIL WL-IDX > WATCH-TOTAL
               PERFORM SCORE-WATCH-ENTRY
               IF WS-BEST-SCORE > 0
                   PERFORM RECORD-SCREENING-HIT
               END-IF
           END-PERFORM.
           PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > HIT-TOTAL
               IF HTE-CUSTOMER(HIT-IDX) = CUST-ID
                       AND HTE-STATUS(HIT-IDX) = 'O'
                       AND HTE-SEEN(HIT-IDX) = 'N'
                   MOVE 'X' TO HTE-STATUS(HIT-IDX)
                   MOVE WS-RUN-DATE-NUM TO HTE-DECISION-DATE(HIT-IDX)
                   MOVE "RESCREEN" TO HTE-ANALYST(HIT-IDX)
                   ADD 1 TO WS-CLEARED-HITS
               END-IF
           END-PERFORM.

       SCORE-WATCH-ENTRY.
           MOVE 0 TO WS-BEST-SCORE.
           MOVE SPACES TO WS-BEST-FIELD.
           IF WTE-NAME-NORM-LEN(WL-IDX) > 0
               MOVE 0 TO WS-FIELD-SCORE
               EVALUATE TRUE
                   WHEN WS-CUST-NAME-NORM = WTE-NAME-NORM(WL-IDX)
                       MOVE 100 TO WS-FIELD-SCORE
                   WHEN WS-CUST-NAME-SKEL-LEN >= 3
                           AND WS-CUST-NAME-SKEL =
                               WTE-NAME-SKEL(WL-IDX)
                       MOVE 90 TO WS-FIELD-SCORE
                   WHEN WTE-NAME-NORM-LEN(WL-IDX) >= 6
                       MOVE 0 TO WS-TALLY
                       INSPECT WS-CUST-NAME-NORM TALLYING WS-TALLY
                           FOR ALL WTE-NAME-NORM(WL-IDX)
                               (1:WTE-NAME-NORM-LEN(WL-IDX))
                       IF WS-TALLY > 0
                           MOVE 80 TO WS-FIELD-SCORE
                       END-IF
               END-EVALUATE
               IF WS-FIELD-SCORE = 0
                       AND WTE-NAME-SKEL-LEN(WL-IDX) >= 4
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-CUST-NAME-SKEL TALLYING WS-TALLY
                       FOR ALL WTE-NAME-SKEL(WL-IDX)
                           (1:WTE-NAME-SKEL-LEN(WL-IDX))
                   IF WS-TALLY > 0
                       MOVE 70 TO WS-FIELD-SCORE
                   END-IF
               END-IF
               IF WS-FIELD-SCORE > 0
                   MOVE WS-FIELD-SCORE TO WS-BEST-SCORE
                   MOVE "NAME" TO WS-BEST-FIELD
               END-IF
           END-IF.
           IF WTE-ADDR-NORM-LEN(WL-IDX) < 8
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING ADR-IDX FROM 1 BY 1 UNTIL ADR-IDX > 3
               MOVE 0 TO WS-FIELD-SCORE
               IF CAD-NORM(ADR-IDX) = WTE-ADDR-NORM(WL-IDX)
                   MOVE 100 TO WS-FIELD-SCORE
               ELSE
                   MOVE 0 TO WS-TALLY
                   INSPECT CAD-NORM(ADR-IDX) TALLYING WS-TALLY
                       FOR ALL WTE-ADDR-NORM(WL-IDX)
                           (1:WTE-ADDR-NORM-LEN(WL-IDX))
                   IF WS-TALLY > 0
                       MOVE 80 TO WS-FIELD-SCORE
                   END-IF
               END-IF
               IF WS-FIELD-SCORE > WS-BEST-SCORE
                   MOVE WS-FIELD-SCORE TO WS-BEST-SCORE
                   SET WS-ADDR-LINE-NO TO ADR-IDX
                   MOVE SPACES TO WS-BEST-FIELD
                   STRING "ADDR" WS-ADDR-LINE-NO
                       DELIMITED BY SIZE INTO WS-BEST-FIELD
               END-IF
           END-PERFORM.

       RECORD-SCREENING-HIT.
           PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > HIT-TOTAL
               IF HTE-CUSTOMER(HIT-IDX) = CUST-ID
                       AND HTE-ENTRY-ID(HIT-IDX) = WTE-ENTRY-ID(WL-IDX)
                       AND HTE-WATCH-NAME(HIT-IDX) = WTE-NAME(WL-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF HIT-IDX <= HIT-TOTAL
               MOVE 'Y' TO HTE-SEEN(HIT-IDX)
               EVALUATE HTE-STATUS(HIT-IDX)
                   WHEN 'F'
                       ADD 1 TO WS-SUPPRESSED-HITS
                   WHEN 'X'
                       ADD 1 TO WS-NEW-HITS
                       PERFORM OPEN-SCREENING-HIT
                   WHEN OTHER
                       MOVE WS-BEST-FIELD TO HTE-MATCH-FIELD(HIT-IDX)
                       MOVE WS-BEST-SCORE TO HTE-SCORE(HIT-IDX)
                       MOVE CUST-NAME TO HTE-CUSTOMER-NAME(HIT-IDX)
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.
           IF HIT-TOTAL >= 3000
               DISPLAY "SANCTIONS-SCREEN: HIT REGISTER FULL - HIT FOR "
                   CUST-ID " ENTRY " WTE-ENTRY-ID(WL-IDX)
                   " NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NEW-HITS.
           ADD 1 TO HIT-TOTAL.
           SET HIT-IDX TO HIT-TOTAL.
           MOVE CUST-ID TO HTE-CUSTOMER(HIT-IDX).
           MOVE WTE-ENTRY-ID(WL-IDX) TO HTE-ENTRY-ID(HIT-IDX).
           MOVE WTE-NAME(WL-IDX) TO HTE-WATCH-NAME(HIT-IDX).
           MOVE 'Y' TO HTE-SEEN(HIT-IDX).
           PERFORM OPEN-SCREENING-HIT.

       OPEN-SCREENING-HIT.
           MOVE WS-BEST-FIELD TO HTE-MATCH-FIELD(HIT-IDX).
           MOVE WS-BEST-SCORE TO HTE-SCORE(HIT-IDX).
           MOVE 'O' TO HTE-STATUS(HIT-IDX).
           MOVE WS-RUN-DATE-NUM TO HTE-FOUND-DATE(HIT-IDX).
           MOVE 0 TO HTE-DECISION-DATE(HIT-IDX).
           MOVE SPACES TO HTE-ANALYST(HIT-IDX).
           MOVE CUST-NAME TO HTE-CUSTOMER-NAME(HIT-IDX).

       NORMALIZE-TEXT.
           MOVE SPACES TO WS-NORM-TEXT.
           MOVE SPACES TO WS-SKEL-TEXT.
           MOVE 0 TO WS-NORM-LEN.
           MOVE 0 TO WS-SKEL-LEN.
           MOVE SPACE TO WS-LAST-CODE.
           INSPECT WS-NORM-INPUT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 40
               MOVE WS-NORM-INPUT(WS-CHAR-IDX:1) TO WS-CHAR
               IF (WS-CHAR ALPHABETIC-UPPER AND WS-CHAR NOT = SPACE)
                       OR WS-CHAR NUMERIC
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-CHAR TO WS-NORM-TEXT(WS-NORM-LEN:1)
                   PERFORM ADD-SKELETON-CHAR
               END-IF
           END-PERFORM.

       ADD-SKELETON-CHAR.
           EVALUATE WS-CHAR
               WHEN "B" WHEN "F" WHEN "P" WHEN "V"
                   MOVE "1" TO WS-SKEL-CODE
               WHEN "C" WHEN "G" WHEN "J" WHEN "K"
               WHEN "Q" WHEN "S" WHEN "X" WHEN "Z"
                   MOVE "2" TO WS-SKEL-CODE
               WHEN "D" WHEN "T"
                   MOVE "3" TO WS-SKEL-CODE
               WHEN "L"
                   MOVE "4" TO WS-SKEL-CODE
               WHEN "M" WHEN "N"
                   MOVE "5" TO WS-SKEL-CODE
               WHEN "R"
                   MOVE "6" TO WS-SKEL-CODE
               WHEN "A" WHEN "E" WHEN "I" WHEN "O"
               WHEN "U" WHEN "Y" WHEN "H" WHEN "W"
                   MOVE SPACE TO WS-SKEL-CODE
               WHEN OTHER
                   MOVE WS-CHAR TO WS-SKEL-CODE
           END-EVALUATE.
           IF WS-SKEL-CODE = SPACE OR WS-SKEL-CODE = WS-LAST-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SKEL-LEN.
           MOVE WS-SKEL-CODE TO WS-SKEL-TEXT(WS-SKEL-LEN:1).
           MOVE WS-SKEL-CODE TO WS-LAST-CODE.

       WRITE-REPORT-HEADING.
           MOVE "SANCTIONS SCREENING HIT REVIEW REPORT" TO
               REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE-NUM
               "  WATCH LIST " WS-LIST-VERSION
               "  LIST DATE " WS-LIST-DATE
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           IF WS-FULL-RESCREEN = 'Y'
               MOVE "WATCH LIST CHANGED - ALL CUSTOMERS RESCREENED" TO
                   REVIEW-REPORT-LINE
           ELSE
               MOVE "WATCH LIST UNCHANGED - NEW/CHANGED CUSTOMERS ONLY"
                   TO REVIEW-REPORT-LINE
           END-IF.
           WRITE REVIEW-REPORT-LINE.

       WRITE-HIT-LISTING.
           MOVE "OPEN HITS FOR REVIEW:" TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > HIT-TOTAL
               IF HTE-STATUS(HIT-IDX) = 'O'
                   ADD 1 TO WS-OPEN-HITS
                   PERFORM WRITE-HIT-LINE
               END-IF
           END-PERFORM.
           MOVE "CONFIRMED HITS (POSTING BLOCKED):" TO
               REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           PERFORM VARYING HIT-IDX FROM 1 BY 1
                   UNTIL HIT-IDX > HIT-TOTAL
               IF HTE-STATUS(HIT-IDX) = 'C'
                   ADD 1 TO WS-CONFIRMED-HITS
                   PERFORM WRITE-HIT-LINE
               END-IF
           END-PERFORM.

       WRITE-HIT-LINE.
           MOVE HTE-SCORE(HIT-IDX) TO WS-SCORE-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "  " HTE-CUSTOMER(HIT-IDX)
               " " HTE-CUSTOMER-NAME(HIT-IDX)
               " " HTE-ENTRY-ID(HIT-IDX)
               " " HTE-WATCH-NAME(HIT-IDX)
               " " HTE-MATCH-FIELD(HIT-IDX)
               " " WS-SCORE-DISPLAY
               " " HTE-FOUND-DATE(HIT-IDX)
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-CUSTOMERS-READ TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "CUSTOMERS ON MASTER:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-CUSTOMERS-SCREENED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "CUSTOMERS SCREENED:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WATCH-TOTAL TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "WATCH LIST ENTRIES:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-NEW-HITS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "NEW HITS:                   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-SUPPRESSED-HITS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "SUPPRESSED FALSE POSITIVES: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-CLEARED-HITS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "HITS CLEARED ON RESCREEN:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-DECISIONS-APPLIED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "DECISIONS APPLIED:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-DECISIONS-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "DECISIONS REJECTED:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-OPEN-HITS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "OPEN HITS:                  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE WS-CONFIRMED-HITS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "CONFIRMED HITS:             " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

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
               DISPLAY "SANCTIONS-SCREEN: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
