               ASSIGN TO "rollup_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLUP-CONTROL-STATUS.
           SELECT IC-BALANCE-FILE
               ASSIGN TO "intercompany_balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IC-BALANCE-STATUS.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "exchange_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ROLLUP-CONTROL-FILE.
       01  ROLLUP-CONTROL-LINE.
           05  ROLLUP-CTL-GROUP-CCY PIC X(3).
       FD  IC-BALANCE-FILE.
       01  IC-BALANCE-LINE.
           COPY "INTERCOMPANY-BALANCE-RECORD.cpy".
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-LINE.
           05  RATE-CURRENCY-CODE PIC X(3).
       01  WS-COMPANY-REF-STATUS PIC XX VALUE "00".
       01  WS-ROLLUP-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-EXCHANGE-RATE-STATUS PIC XX VALUE "00".
       01  WS-IC-BALANCE-STATUS PIC XX VALUE "00".
       01  WS-REF-EOF PIC X VALUE 'N'.
       01  COMPANY-REF-TABLE.
           05  COMPANY-REF-ENTRY OCCURS 10 TIMES
               MOVE RC-EMPTY-INPUT TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-INTERCOMPANY-BALANCE.
           PERFORM SUM-LATEST-RUN.
           PERFORM WRITE-ROLLUP-REPORT.
           PERFORM WRITE-JOB-STATUS.
           CLOSE COMPANY-TOTALS-FILE.
           MOVE 'N' TO EOF-FLAG.

       CHECK-INTERCOMPANY-BALANCE.
           OPEN INPUT IC-BALANCE-FILE.
           IF WS-IC-BALANCE-STATUS NOT = "00"
               DISPLAY "COMPANY-ROLLUP: NO INTERCOMPANY BALANCE ON "
                   "FILE intercompany_balance.dat, FILE STATUS "
                   WS-IC-BALANCE-STATUS
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "INTERCOMPANY BALANCE NOT RUN" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO IC-BALANCE-LINE.
           READ IC-BALANCE-FILE
               AT END
                   MOVE SPACES TO IC-BALANCE-LINE
           END-READ.
           CLOSE IC-BALANCE-FILE.
           IF ICB-RUN-DATE NOT NUMERIC
                   OR ICB-RUN-DATE < WS-LATEST-RUN-DATE
               DISPLAY "COMPANY-ROLLUP: INTERCOMPANY BALANCE IS "
                   "OLDER THAN RUN DATE " WS-LATEST-RUN-DATE
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "INTERCOMPANY BALANCE OUT OF DATE" TO
                   WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-VALIDATION-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ICB-STATE NOT = 'B'
               DISPLAY "COMPANY-ROLLUP: INTERCOMPANY POSITION DOES "
                   "NOT NET TO ZERO - ROLL-UP REFUSED"
               MOVE RC-DISCREPANCY TO WS-JOB-CODE
               MOVE "INTERCOMPANY NOT BALANCED" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE RC-DISCREPANCY TO RETURN-CODE
               STOP RUN
           END-IF.

       SUM-LATEST-RUN.
           OPEN INPUT COMPANY-TOTALS-FILE.
           IF WS-COMPANY-TOTALS-STATUS NOT = "00"
           MOVE "COMPANY-ROLLUP" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

