       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT RATE-UPDATE-FILE
               ASSIGN TO "exchange_rate_updates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHANGE-RATE-STATUS.
           SELECT ENTITLEMENT-FILE
               ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT RATE-CHANGE-REPORT-FILE
               ASSIGN TO "rate_change_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  RATE-UPDATE-FILE.
       01  RATE-UPDATE-LINE.
           05  RATE-UPD-CURRENCY PIC X(3).
           05  RATE-UPD-RATE PIC 9(3)V9(6).
           05  RATE-UPD-EFF-DATE PIC 9(8).
           05  RATE-UPD-OPERATOR PIC X(8).
       FD  RATE-HISTORY-FILE.
       01  RATE-HISTORY-LINE.
           05  RATE-HIST-CURRENCY PIC X(3).
           05  RATE-TO-BASE PIC 9(3)V9(6).
       FD  RATE-CHANGE-REPORT-FILE.
       01  RATE-CHANGE-REPORT-LINE PIC X(80).
       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-LINE.
           COPY "OPERATOR-ENTITLEMENT-RECORD.cpy".
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-LINE.
           COPY "ALERT-LOG-LINE.cpy".
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-RATE-UPDATE-STATUS PIC XX VALUE "00".
       01  WS-RATE-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-EXCHANGE-RATE-STATUS PIC XX VALUE "00".
       01  WS-ENTITLEMENT-STATUS PIC XX VALUE "00".
       01  WS-ALERT-LOG-STATUS PIC XX VALUE "00".
       01  ENTITLEMENT-TABLE.
           05  ENTITLEMENT-ENTRY OCCURS 200 TIMES INDEXED BY EOP-IDX.
               10  EOP-OPERATOR PIC X(8) VALUE SPACES.
               10  EOP-ACTIONS PIC X(10) VALUE SPACES.
               10  EOP-STATUS PIC X VALUE SPACE.
               10  EOP-EXPIRY-DATE PIC 9(8) VALUE 0.
       01  ENTITLEMENT-TOTAL PIC 9(3) VALUE 0.
       01  WS-ENTITLEMENT-DATE PIC 9(8) VALUE 0.
       01  WS-ENTITLEMENT-OPERATOR PIC X(8) VALUE SPACES.
       01  WS-ENTITLEMENT-ACTION PIC X VALUE SPACE.
       01  WS-ENTITLEMENT-KEY PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ENTITLED PIC X VALUE 'N'.
       01  WS-ACTION-MATCHES PIC 9(2) VALUE 0.
       01  WS-DENIAL-TEXT PIC X(22) VALUE SPACES.
       01  WS-SECURITY-REJECTS PIC 9(6) VALUE 0.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "RATE MAINT COMPLETE".
       01  CURRENT-RATE-TABLE.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-CURRENT-RATES.
           PERFORM LOAD-ENTITLEMENTS.
           OPEN INPUT RATE-UPDATE-FILE.
           IF WS-RATE-UPDATE-STATUS NOT = "00"
               DISPLAY "RATE-MAINT: NO RATE UPDATE FILE "
           STRING "UPDATES REJECTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RATE-CHANGE-REPORT-LINE.
           WRITE RATE-CHANGE-REPORT-LINE.
           MOVE WS-SECURITY-REJECTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RATE-CHANGE-REPORT-LINE.
           STRING "REJECTED AS UNAUTHORIZED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RATE-CHANGE-REPORT-LINE.
           WRITE RATE-CHANGE-REPORT-LINE.
           CLOSE RATE-CHANGE-REPORT-FILE.
           IF WS-UPDATES-REJECTED > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "RATE UPDATES REJECTED" TO WS-JOB-REASON
           END-IF.
           IF WS-SECURITY-REJECTS > 0
                   AND WS-JOB-CODE < RC-VALIDATION-FAILURE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "UNAUTHORIZED TRANSACTIONS REJECTED" TO
                   WS-JOB-REASON
           END-IF.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE "RATE-MAINT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

           END-IF.

       APPLY-RATE-UPDATE.
           MOVE RATE-UPD-OPERATOR TO WS-ENTITLEMENT-OPERATOR.
           MOVE 'U' TO WS-ENTITLEMENT-ACTION.
           MOVE RATE-UPD-CURRENCY TO WS-ENTITLEMENT-KEY.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF WS-OPERATOR-ENTITLED = 'N'
               ADD 1 TO WS-UPDATES-REJECTED
               MOVE SPACES TO RATE-CHANGE-REPORT-LINE
               STRING "REJECTED UPDATE FOR " RATE-UPD-CURRENCY
                   " - " WS-DENIAL-TEXT
                   DELIMITED BY SIZE INTO RATE-CHANGE-REPORT-LINE
               WRITE RATE-CHANGE-REPORT-LINE
               PERFORM WRITE-SECURITY-ALERT
               EXIT PARAGRAPH
           END-IF.
           IF RATE-UPD-CURRENCY = SPACES
                   OR RATE-UPD-RATE NOT NUMERIC
                   OR RATE-UPD-RATE = 0
           PERFORM APPEND-HISTORY-ENTRY.
           PERFORM WRITE-CHANGE-LINE.

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
               DISPLAY "RATE-MAINT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.

       LOAD-ENTITLEMENTS.
           MOVE WS-RUN-DATE-NUM TO WS-ENTITLEMENT-DATE.
           OPEN INPUT ENTITLEMENT-FILE.
           IF WS-ENTITLEMENT-STATUS NOT = "00"
               DISPLAY "RATE-MAINT: NO OPERATOR ENTITLEMENTS"
                   " ON FILE, ALL TRANSACTIONS WILL BE REJECTED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR ENTITLEMENT-TOTAL >= 200
               READ ENTITLEMENT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ENT-PROGRAM = "RATE-MAINT"
                               AND ENT-OPERATOR NOT = SPACES
                           ADD 1 TO ENTITLEMENT-TOTAL
                           MOVE ENT-OPERATOR TO
                               EOP-OPERATOR(ENTITLEMENT-TOTAL)
                           MOVE ENT-ACTIONS TO
                               EOP-ACTIONS(ENTITLEMENT-TOTAL)
                           MOVE ENT-STATUS TO
                               EOP-STATUS(ENTITLEMENT-TOTAL)
                           IF ENT-EXPIRY-DATE NUMERIC
                               MOVE ENT-EXPIRY-DATE TO
                                   EOP-EXPIRY-DATE(ENTITLEMENT-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENTITLEMENT-FILE.
           MOVE 'N' TO EOF-FLAG.

       CHECK-OPERATOR-ENTITLEMENT.
           MOVE 'N' TO WS-OPERATOR-ENTITLED.
           MOVE "OPERATOR NOT ENTITLED" TO WS-DENIAL-TEXT.
           IF WS-ENTITLEMENT-OPERATOR = SPACES
               MOVE "OPERATOR ID MISSING" TO WS-DENIAL-TEXT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING EOP-IDX FROM 1 BY 1
                   UNTIL EOP-IDX > ENTITLEMENT-TOTAL
               IF EOP-OPERATOR(EOP-IDX) = WS-ENTITLEMENT-OPERATOR
                   MOVE 0 TO WS-ACTION-MATCHES
                   INSPECT EOP-ACTIONS(EOP-IDX) TALLYING
                       WS-ACTION-MATCHES FOR ALL "*"
                   IF WS-ENTITLEMENT-ACTION NOT = SPACE
                       INSPECT EOP-ACTIONS(EOP-IDX) TALLYING
                           WS-ACTION-MATCHES
                           FOR ALL WS-ENTITLEMENT-ACTION
                   END-IF
                   IF WS-ACTION-MATCHES > 0
                       EVALUATE TRUE
                           WHEN EOP-STATUS(EOP-IDX) NOT = 'A'
                               MOVE "OPERATOR SUSPENDED" TO
                                   WS-DENIAL-TEXT
                           WHEN EOP-EXPIRY-DATE(EOP-IDX) > 0
                                   AND EOP-EXPIRY-DATE(EOP-IDX) <
                                       WS-ENTITLEMENT-DATE
                               MOVE "ENTITLEMENT EXPIRED" TO
                                   WS-DENIAL-TEXT
                           WHEN OTHER
                               MOVE 'Y' TO WS-OPERATOR-ENTITLED
                               EXIT PERFORM
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SECURITY-ALERT.
           ADD 1 TO WS-SECURITY-REJECTS.
           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           IF WS-ALERT-LOG-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALERT-TIMESTAMP
               MOVE "RATE-MAINT" TO ALERT-PROGRAM
               MOVE 'E' TO ALERT-SEVERITY
               MOVE "SECUNAUT" TO ALERT-CODE
               MOVE SPACES TO ALERT-TEXT
               STRING "OPERATOR " WS-ENTITLEMENT-OPERATOR
                   " ACTION " WS-ENTITLEMENT-ACTION
                   " " WS-ENTITLEMENT-KEY
                   " " WS-DENIAL-TEXT
                   DELIMITED BY SIZE INTO ALERT-TEXT
               WRITE ALERT-LOG-LINE
               CLOSE ALERT-LOG-FILE
           END-IF.

       APPEND-HISTORY-ENTRY.
           OPEN EXTEND RATE-HISTORY-FILE.
           IF WS-RATE-HISTORY-STATUS = "35"
