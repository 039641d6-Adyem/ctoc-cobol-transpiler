       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOD-SIGNOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT STATUS-CHECK-FILE ASSIGN TO WS-STATUS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHECK-STATUS.
           SELECT SUPERVISOR-LIST-FILE
               ASSIGN TO "period_supervisors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPERVISOR-STATUS.
           SELECT SIGNOFF-REQUEST-FILE
               ASSIGN TO "eod_signoff_request.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-REQUEST-STATUS.
           SELECT SIGNOFF-LOG-FILE
               ASSIGN TO "eod_signoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-LOG-STATUS.
           SELECT CERTIFICATE-FILE
               ASSIGN TO "eod_certificate.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIGNOFF-REPORT-FILE
               ASSIGN TO "eod_signoff_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "eod_signoff_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  STATUS-CHECK-FILE.
       01  STATUS-CHECK-LINE.
           05  CHK-STATUS-PROGRAM PIC X(20).
           05  CHK-STATUS-CODE PIC 9(4).
           05  CHK-STATUS-REASON PIC X(40).
           05  CHK-STATUS-DATE PIC 9(8).
       FD  SUPERVISOR-LIST-FILE.
       01  SUPERVISOR-LIST-LINE PIC X(8).
       FD  SIGNOFF-REQUEST-FILE.
       01  SIGNOFF-REQUEST-LINE.
           05  ESR-SUPERVISOR PIC X(8).
           05  ESR-BUSINESS-DATE PIC 9(8).
           05  ESR-REASON PIC X(40).
       FD  SIGNOFF-LOG-FILE.
       01  SIGNOFF-LOG-LINE.
           COPY "EOD-SIGNOFF-RECORD.cpy".
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE.
           05  CERT-BUSINESS-DATE PIC 9(8).
           05  CERT-PROGRAM PIC X(20).
           05  CERT-CODE PIC 9(4).
           05  CERT-OUTCOME PIC X(8).
           05  CERT-REASON PIC X(40).
       FD  SIGNOFF-REPORT-FILE.
       01  SIGNOFF-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-STATUS-FILENAME PIC X(80) VALUE SPACES.
       01  WS-STATUS-CHECK-STATUS PIC XX VALUE "00".
       01  WS-SUPERVISOR-STATUS PIC XX VALUE "00".
       01  WS-SIGNOFF-REQUEST-STATUS PIC XX VALUE "00".
       01  WS-SIGNOFF-LOG-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "DAY SIGNED OFF".
       01  WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
       01  WS-NOW-STAMP PIC X(14) VALUE SPACES.
       01  CHECK-FILE-TABLE.
           05  CHECK-FILE-ENTRY OCCURS 5 TIMES INDEXED BY CHK-IDX.
               10  CHECK-PROGRAM PIC X(20) VALUE SPACES.
               10  CHECK-FILE-NAME PIC X(40) VALUE SPACES.
       01  CHECK-FILE-TOTAL PIC 9(2) VALUE 0.
       01  SUPERVISOR-TABLE.
           05  SUPERVISOR-ENTRY OCCURS 20 TIMES
                   INDEXED BY SUP-IDX.
               10  SUPERVISOR-ID PIC X(8) VALUE SPACES.
       01  SUPERVISOR-TOTAL PIC 9(2) VALUE 0.
       01  WS-SUPERVISOR-OK PIC X VALUE 'N'.
       01  WS-BREAK-COUNT PIC 9(2) VALUE 0.
       01  WS-ALREADY-SIGNED PIC X VALUE 'N'.
       01  WS-SIGNED-BY PIC X(8) VALUE SPACES.
       01  WS-CODE-DISPLAY PIC Z(3)9.
       01  WS-COUNT-DISPLAY PIC Z9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
           PERFORM LOAD-SUPERVISOR-LIST.
           PERFORM APPLY-CHECK-LIST.
           OPEN OUTPUT SIGNOFF-REPORT-FILE.
           MOVE SPACES TO SIGNOFF-REPORT-LINE.
           STRING "END-OF-DAY CERTIFICATE FOR BUSINESS DATE "
               WS-RUN-DATE-NUM
               DELIMITED BY SIZE INTO SIGNOFF-REPORT-LINE.
           WRITE SIGNOFF-REPORT-LINE.
           MOVE ALL "-" TO SIGNOFF-REPORT-LINE.
           WRITE SIGNOFF-REPORT-LINE.
           OPEN OUTPUT CERTIFICATE-FILE.
           PERFORM VARYING CHK-IDX FROM 1 BY 1
                   UNTIL CHK-IDX > CHECK-FILE-TOTAL
               PERFORM CERTIFY-ONE-CHECK
           END-PERFORM.
           CLOSE CERTIFICATE-FILE.
           MOVE ALL "-" TO SIGNOFF-REPORT-LINE.
           WRITE SIGNOFF-REPORT-LINE.
           MOVE WS-BREAK-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SIGNOFF-REPORT-LINE.
           STRING "OPEN BREAKS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SIGNOFF-REPORT-LINE.
           WRITE SIGNOFF-REPORT-LINE.
           PERFORM CHECK-EXISTING-SIGNOFF.
           PERFORM APPLY-SIGNOFF-REQUEST.
           CLOSE SIGNOFF-REPORT-FILE.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "EOD-SIGNOFF" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE WS-RUN-DATE-NUM TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       APPLY-CHECK-LIST.
           MOVE 5 TO CHECK-FILE-TOTAL.
           MOVE "PIPELINE-RECONCILE" TO CHECK-PROGRAM(1).
           MOVE "pipeline_reconcile_jobstatus.dat" TO
               CHECK-FILE-NAME(1).
           MOVE "BANK-RECON" TO CHECK-PROGRAM(2).
           MOVE "bank_recon_jobstatus.dat" TO CHECK-FILE-NAME(2).
           MOVE "TRIAL-BALANCE" TO CHECK-PROGRAM(3).
           MOVE "trial_balance_jobstatus.dat" TO CHECK-FILE-NAME(3).
           MOVE "GL-ACK" TO CHECK-PROGRAM(4).
           MOVE "gl_ack_jobstatus.dat" TO CHECK-FILE-NAME(4).
           MOVE "INDEX-VERIFY" TO CHECK-PROGRAM(5).
           MOVE "index_verify_jobstatus.dat" TO CHECK-FILE-NAME(5).

       LOAD-SUPERVISOR-LIST.
           OPEN INPUT SUPERVISOR-LIST-FILE.
           IF WS-SUPERVISOR-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR SUPERVISOR-TOTAL >= 20
                   READ SUPERVISOR-LIST-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF SUPERVISOR-LIST-LINE NOT = SPACES
                               ADD 1 TO SUPERVISOR-TOTAL
                               MOVE SUPERVISOR-LIST-LINE TO
                                   SUPERVISOR-ID(SUPERVISOR-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPERVISOR-LIST-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       CHECK-SUPERVISOR-ID.
           MOVE 'N' TO WS-SUPERVISOR-OK.
           IF ESR-SUPERVISOR = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SUP-IDX FROM 1 BY 1
                   UNTIL SUP-IDX > SUPERVISOR-TOTAL
               IF SUPERVISOR-ID(SUP-IDX) = ESR-SUPERVISOR
                   MOVE 'Y' TO WS-SUPERVISOR-OK
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       CERTIFY-ONE-CHECK.
           MOVE SPACES TO CERTIFICATE-LINE.
           MOVE WS-RUN-DATE-NUM TO CERT-BUSINESS-DATE.
           MOVE CHECK-PROGRAM(CHK-IDX) TO CERT-PROGRAM.
           MOVE 0 TO CERT-CODE.
           MOVE SPACES TO WS-STATUS-FILENAME.
           MOVE CHECK-FILE-NAME(CHK-IDX) TO WS-STATUS-FILENAME.
           OPEN INPUT STATUS-CHECK-FILE.
           IF WS-STATUS-CHECK-STATUS NOT = "00"
               MOVE "NOT RUN" TO CERT-OUTCOME
               MOVE "NO JOB STATUS ON FILE" TO CERT-REASON
           ELSE
               READ STATUS-CHECK-FILE
                   AT END
                       MOVE "NOT RUN" TO CERT-OUTCOME
                       MOVE "EMPTY STATUS FILE" TO CERT-REASON
                   NOT AT END
                       MOVE CHK-STATUS-CODE TO CERT-CODE
                       MOVE CHK-STATUS-REASON TO CERT-REASON
                       IF CHK-STATUS-DATE NOT NUMERIC
                               OR CHK-STATUS-DATE NOT = WS-RUN-DATE-NUM
                           MOVE "NOT RUN" TO CERT-OUTCOME
                           MOVE "STATUS NOT FOR BUSINESS DATE" TO
                               CERT-REASON
                       ELSE
                           IF CHK-STATUS-CODE = 0
                               MOVE "TIED" TO CERT-OUTCOME
                           ELSE
                               MOVE "BREAK" TO CERT-OUTCOME
                           END-IF
                       END-IF
               END-READ
               CLOSE STATUS-CHECK-FILE
           END-IF.
           IF CERT-OUTCOME NOT = "TIED"
               ADD 1 TO WS-BREAK-COUNT
           END-IF.
           WRITE CERTIFICATE-LINE.
           MOVE CERT-CODE TO WS-CODE-DISPLAY.
           MOVE SPACES TO SIGNOFF-REPORT-LINE.
           STRING CERT-PROGRAM " " CERT-OUTCOME
               " RC " WS-CODE-DISPLAY
               " " CERT-REASON
               DELIMITED BY SIZE INTO SIGNOFF-REPORT-LINE.
           WRITE SIGNOFF-REPORT-LINE.

       CHECK-EXISTING-SIGNOFF.
           MOVE 'N' TO WS-ALREADY-SIGNED.
           OPEN INPUT SIGNOFF-LOG-FILE.
           IF WS-SIGNOFF-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ SIGNOFF-LOG-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF ESO-BUSINESS-DATE = WS-RUN-DATE-NUM
                           MOVE 'Y' TO WS-ALREADY-SIGNED
                           MOVE ESO-SUPERVISOR TO WS-SIGNED-BY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SIGNOFF-LOG-FILE.
           MOVE 'N' TO EOF-FLAG.

       APPLY-SIGNOFF-REQUEST.
           IF WS-ALREADY-SIGNED = 'Y'
               MOVE SPACES TO SIGNOFF-REPORT-LINE
               STRING "DAY ALREADY SIGNED OFF BY " WS-SIGNED-BY
                   DELIMITED BY SIZE INTO SIGNOFF-REPORT-LINE
               WRITE SIGNOFF-REPORT-LINE
               MOVE "DAY ALREADY SIGNED OFF" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SIGNOFF-REQUEST-FILE.
           IF WS-SIGNOFF-REQUEST-STATUS NOT = "00"
               MOVE "AWAITING SUPERVISOR SIGN-OFF" TO
                   SIGNOFF-REPORT-LINE
               WRITE SIGNOFF-REPORT-LINE
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "AWAITING SUPERVISOR SIGN-OFF" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           READ SIGNOFF-REQUEST-FILE
               AT END
                   MOVE SPACES TO SIGNOFF-REQUEST-LINE
           END-READ.
           CLOSE SIGNOFF-REQUEST-FILE.
           PERFORM CHECK-SUPERVISOR-ID.
           EVALUATE TRUE
               WHEN WS-SUPERVISOR-OK = 'N'
                   MOVE "SUPERVISOR NOT AUTHORIZED" TO WS-JOB-REASON
               WHEN ESR-BUSINESS-DATE NOT NUMERIC
                       OR ESR-BUSINESS-DATE NOT = WS-RUN-DATE-NUM
                   MOVE "SIGN-OFF DATE NOT CURRENT BUSINESS DATE" TO
                       WS-JOB-REASON
               WHEN WS-BREAK-COUNT > 0 AND ESR-REASON = SPACES
                   MOVE "REASON REQUIRED FOR OPEN BREAKS" TO
                       WS-JOB-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-JOB-REASON
           END-EVALUATE.
           IF WS-JOB-REASON NOT = SPACES
               MOVE SPACES TO SIGNOFF-REPORT-LINE
               STRING "SIGN-OFF REFUSED: " WS-JOB-REASON
                   DELIMITED BY SIZE INTO SIGNOFF-REPORT-LINE
               WRITE SIGNOFF-REPORT-LINE
               DISPLAY "EOD-SIGNOFF: SIGN-OFF REFUSED - "
                   WS-JOB-REASON
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND SIGNOFF-LOG-FILE.
           IF WS-SIGNOFF-LOG-STATUS = "35"
               OPEN OUTPUT SIGNOFF-LOG-FILE
           END-IF.
           IF WS-SIGNOFF-LOG-STATUS NOT = "00"
               DISPLAY "EOD-SIGNOFF: UNABLE TO OPEN eod_signoff.dat, "
                   "FILE STATUS " WS-SIGNOFF-LOG-STATUS
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "SIGN-OFF LOG OPEN FAILURE" TO WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-DATE-NUM TO ESO-BUSINESS-DATE.
           MOVE ESR-SUPERVISOR TO ESO-SUPERVISOR.
           MOVE WS-NOW-STAMP TO ESO-STAMP.
           MOVE WS-BREAK-COUNT TO ESO-BREAK-COUNT.
           MOVE ESR-REASON TO ESO-REASON.
           WRITE SIGNOFF-LOG-LINE.
           CLOSE SIGNOFF-LOG-FILE.
           MOVE SPACES TO SIGNOFF-REPORT-LINE.
           STRING "DAY SIGNED OFF BY " ESR-SUPERVISOR
               " " ESR-REASON
               DELIMITED BY SIZE INTO SIGNOFF-REPORT-LINE.
           WRITE SIGNOFF-REPORT-LINE.
           MOVE "DAY SIGNED OFF" TO WS-JOB-REASON.

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
               DISPLAY "EOD-SIGNOFF: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
