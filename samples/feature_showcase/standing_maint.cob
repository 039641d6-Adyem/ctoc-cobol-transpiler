       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT STANDING-FILE
               ASSIGN TO "standing_instructions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "standing_instr_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ENTITLEMENT-FILE
               ASSIGN TO "operator_entitlements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLEMENT-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "operations_alerts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT MAINT-REPORT-FILE
               ASSIGN TO "standing_maint_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  STANDING-FILE.
       01  STANDING-LINE.
           05  SI-ACCOUNT PIC X(10).
           05  SI-FREQUENCY PIC X.
           05  SI-NEXT-DUE PIC 9(8).
           05  SI-END-DATE PIC 9(8).
           05  SI-PAYEE-BANK PIC X(9).
           05  SI-PAYEE-ACCOUNT PIC X(17).
           05  SI-PAYEE-NAME PIC X(22).
       FD  STANDING-TRANS-FILE.
       01  STANDING-TRANS-LINE.
           05  STRN-ACTION PIC X.
           05  STRN-FREQUENCY PIC X.
           05  STRN-NEXT-DUE PIC 9(8).
           05  STRN-END-DATE PIC 9(8).
           05  STRN-PAYEE-BANK PIC X(9).
           05  STRN-PAYEE-ACCOUNT PIC X(17).
           05  STRN-PAYEE-NAME PIC X(22).
           05  STRN-OPERATOR PIC X(8).
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE PIC X(80).
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
       01  WS-STANDING-STATUS PIC XX VALUE "00".
       01  WS-TRANS-STATUS PIC XX VALUE "00".
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
       01  WS-JOB-REASON PIC X(40) VALUE "STANDING MAINT COMPLETE".
       01  STANDING-TABLE.
               10  STD-FREQUENCY PIC X VALUE SPACE.
               10  STD-NEXT-DUE PIC 9(8) VALUE 0.
               10  STD-END-DATE PIC 9(8) VALUE 0.
               10  STD-PAYEE-BANK PIC X(9) VALUE SPACES.
               10  STD-PAYEE-ACCOUNT PIC X(17) VALUE SPACES.
               10  STD-PAYEE-NAME PIC X(22) VALUE SPACES.
               10  STD-CANCELLED PIC X VALUE 'N'.
       01  STANDING-TOTAL PIC 9(3) VALUE 0.
       01  WS-TRANS-READ PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-STANDING-INSTRUCTIONS.
           PERFORM LOAD-ENTITLEMENTS.
           OPEN INPUT STANDING-TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "STANDING-MAINT: UNABLE TO OPEN TRANSACTION "
           STRING "FAILED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           MOVE WS-SECURITY-REJECTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "REJECTED AS UNAUTHORIZED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE.
           WRITE MAINT-REPORT-LINE.
           CLOSE MAINT-REPORT-FILE.
           IF WS-FAILED-COUNT > 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "STANDING MAINT TRANSACTIONS FAILED" TO
                   WS-JOB-REASON
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
           MOVE "STANDING-MAINT" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

                                   STD-NEXT-DUE(STANDING-TOTAL)
                               MOVE SI-END-DATE TO
                                   STD-END-DATE(STANDING-TOTAL)
                               MOVE SI-PAYEE-BANK TO
                                   STD-PAYEE-BANK(STANDING-TOTAL)
                               MOVE SI-PAYEE-ACCOUNT TO
                                   STD-PAYEE-ACCOUNT(STANDING-TOTAL)
                               MOVE SI-PAYEE-NAME TO
                                   STD-PAYEE-NAME(STANDING-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       APPLY-STANDING-TRANSACTION.
           MOVE STRN-OPERATOR TO WS-ENTITLEMENT-OPERATOR.
           MOVE STRN-ACTION TO WS-ENTITLEMENT-ACTION.
           MOVE STRN-ACCOUNT TO WS-ENTITLEMENT-KEY.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF WS-OPERATOR-ENTITLED = 'N'
               ADD 1 TO WS-FAILED-COUNT
               MOVE WS-DENIAL-TEXT TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               PERFORM WRITE-SECURITY-ALERT
               EXIT PARAGRAPH
           END-IF.
           IF STRN-ACCOUNT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "ACCOUNT MISSING" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF STRN-PAYEE-BANK NOT = SPACES
                   AND (STRN-PAYEE-BANK NOT NUMERIC
                       OR STRN-PAYEE-ACCOUNT = SPACES)
               ADD 1 TO WS-FAILED-COUNT
               MOVE "BAD PAYEE BANK OR ACCOUNT" TO WS-RESULT-TEXT
               PERFORM WRITE-MAINT-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF STANDING-TOTAL >= 500
               ADD 1 TO WS-FAILED-COUNT
               MOVE "INSTRUCTION TABLE FULL" TO WS-RESULT-TEXT
           ELSE
               MOVE 0 TO STD-END-DATE(STANDING-TOTAL)
           END-IF.
           MOVE STRN-PAYEE-BANK TO STD-PAYEE-BANK(STANDING-TOTAL).
           MOVE STRN-PAYEE-ACCOUNT TO STD-PAYEE-ACCOUNT(STANDING-TOTAL).
           MOVE STRN-PAYEE-NAME TO STD-PAYEE-NAME(STANDING-TOTAL).
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "INSTRUCTION ADDED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.
           MOVE "INSTRUCTION CANCELLED" TO WS-RESULT-TEXT.
           PERFORM WRITE-MAINT-RESULT.

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
               DISPLAY "STANDING-MAINT: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.

       LOAD-ENTITLEMENTS.
           MOVE WS-RUN-DATE-NUM TO WS-ENTITLEMENT-DATE.
           OPEN INPUT ENTITLEMENT-FILE.
           IF WS-ENTITLEMENT-STATUS NOT = "00"
               DISPLAY "STANDING-MAINT: NO OPERATOR ENTITLEMENTS"
                   " ON FILE, ALL TRANSACTIONS WILL BE REJECTED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
                   OR ENTITLEMENT-TOTAL >= 200
               READ ENTITLEMENT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ENT-PROGRAM = "STANDING-MAINT"
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
               MOVE "STANDING-MAINT" TO ALERT-PROGRAM
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

       WRITE-MAINT-RESULT.
           MOVE SPACES TO MAINT-REPORT-LINE.
           STRING "ACTION " STRN-ACTION
                   MOVE STD-FREQUENCY(STD-IDX) TO SI-FREQUENCY
                   MOVE STD-NEXT-DUE(STD-IDX) TO SI-NEXT-DUE
                   MOVE STD-END-DATE(STD-IDX) TO SI-END-DATE
                   MOVE STD-PAYEE-BANK(STD-IDX) TO SI-PAYEE-BANK
                   MOVE STD-PAYEE-ACCOUNT(STD-IDX) TO SI-PAYEE-ACCOUNT
                   MOVE STD-PAYEE-NAME(STD-IDX) TO SI-PAYEE-NAME
                   WRITE STANDING-LINE
               END-IF
           END-PERFORM.
