       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DATE-ROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT ROLL-REQUEST-FILE
               ASSIGN TO "business_date_roll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-REQUEST-STATUS.
           SELECT ROLL-HISTORY-FILE
               ASSIGN TO "business_date_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-HISTORY-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE
               ASSIGN TO "holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "business_date_roll_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  ROLL-REQUEST-FILE.
       01  ROLL-REQUEST-LINE.
           05  BDR-ACTION PIC X.
           05  BDR-DATE PIC 9(8).
           05  BDR-OPERATOR PIC X(8).
       FD  ROLL-HISTORY-FILE.
       01  ROLL-HISTORY-LINE.
           05  BDH-ACTION PIC X.
           05  BDH-CLOSED-DATE PIC 9(8).
           05  BDH-NEW-DATE PIC 9(8).
           05  BDH-NEXT-DATE PIC 9(8).
           05  BDH-STAMP PIC X(14).
           05  BDH-OPERATOR PIC X(8).
       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-LINE PIC X(8).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-ROLL-REQUEST-STATUS PIC XX VALUE "00".
       01  WS-ROLL-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-HOLIDAY-FILE-STATUS PIC XX VALUE "00".
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "BUSINESS DATE ROLLED".
       01  HOLIDAY-SERIAL-TABLE.
           05  HOLIDAY-SERIAL-ENTRY OCCURS 200 TIMES
                   INDEXED BY HOL-IDX.
               10  HOLIDAY-SERIAL-VALUE PIC S9(9) COMP VALUE 0.
       01  HOLIDAY-SERIAL-TOTAL PIC 9(3) VALUE 0.
       01  WS-DATE-PRESENT PIC X VALUE 'N'.
       01  WS-ALREADY-ROLLED PIC X VALUE 'N'.
       01  WS-OLD-CURRENT PIC 9(8) VALUE 0.
       01  WS-OLD-NEXT PIC 9(8) VALUE 0.
       01  WS-NEW-PRIOR PIC 9(8) VALUE 0.
       01  WS-NEW-CURRENT PIC 9(8) VALUE 0.
       01  WS-NEW-NEXT PIC 9(8) VALUE 0.
       01  WS-NOW-STAMP PIC X(14) VALUE SPACES.
       01  WS-SCAN-SERIAL PIC S9(9) COMP VALUE 0.
       01  WS-START-SERIAL PIC S9(9) COMP VALUE 0.
       01  WS-DAY-OF-WEEK PIC 9 VALUE 0.
       01  WS-IS-BUSINESS-DAY PIC X VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
           OPEN INPUT ROLL-REQUEST-FILE.
           IF WS-ROLL-REQUEST-STATUS NOT = "00"
               DISPLAY "BUSINESS-DATE-ROLL: NO ROLL REQUEST "
                   "business_date_roll.dat, FILE STATUS "
                   WS-ROLL-REQUEST-STATUS
               MOVE RC-EMPTY-INPUT TO WS-JOB-CODE
               MOVE "NO ROLL REQUEST" TO WS-JOB-REASON
               PERFORM WRITE-JOB-STATUS
               MOVE WS-JOB-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ROLL-REQUEST-FILE
               AT END
                   MOVE SPACES TO ROLL-REQUEST-LINE
           END-READ.
           CLOSE ROLL-REQUEST-FILE.
           IF BDR-DATE NOT NUMERIC OR BDR-OPERATOR = SPACES
               MOVE "ROLL REQUEST INCOMPLETE" TO WS-JOB-REASON
               PERFORM REFUSE-ROLL
           END-IF.
           PERFORM LOAD-HOLIDAY-SERIALS.
           PERFORM READ-BUSINESS-DATE.
           EVALUATE BDR-ACTION
               WHEN 'I'
                   PERFORM INITIALIZE-BUSINESS-DATE
               WHEN 'R'
                   PERFORM ROLL-BUSINESS-DATE
               WHEN OTHER
                   MOVE "BAD ROLL ACTION" TO WS-JOB-REASON
                   PERFORM REFUSE-ROLL
           END-EVALUATE.
           PERFORM WRITE-BUSINESS-DATE.
           PERFORM APPEND-ROLL-HISTORY.
           DISPLAY "BUSINESS-DATE-ROLL: BUSINESS DATE " WS-NEW-CURRENT
               " PRIOR " WS-NEW-PRIOR " NEXT " WS-NEW-NEXT.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-JOB-STATUS.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "BUSINESS-DATE-ROLL" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.

       REFUSE-ROLL.
           DISPLAY "BUSINESS-DATE-ROLL: REFUSED - " WS-JOB-REASON.
           MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE.
           PERFORM WRITE-JOB-STATUS.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-HOLIDAY-SERIALS.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF WS-HOLIDAY-FILE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR HOLIDAY-SERIAL-TOTAL >= 200
                   READ HOLIDAY-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           IF HOLIDAY-CALENDAR-LINE NUMERIC
                               ADD 1 TO HOLIDAY-SERIAL-TOTAL
                               COMPUTE HOLIDAY-SERIAL-VALUE
                                   (HOLIDAY-SERIAL-TOTAL) =
                                   FUNCTION INTEGER-OF-DATE
                                       (FUNCTION NUMVAL
                                           (HOLIDAY-CALENDAR-LINE))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       READ-BUSINESS-DATE.
           MOVE 'N' TO WS-DATE-PRESENT.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-CURRENT-DATE NUMERIC
                               AND BDC-CURRENT-DATE > 0
                               AND BDC-NEXT-DATE NUMERIC
                           MOVE 'Y' TO WS-DATE-PRESENT
                           MOVE BDC-CURRENT-DATE TO WS-OLD-CURRENT
                           MOVE BDC-NEXT-DATE TO WS-OLD-NEXT
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS-DAY.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-SCAN-SERIAL, 7).
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               MOVE 'N' TO WS-IS-BUSINESS-DAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING HOL-IDX FROM 1 BY 1
                   UNTIL HOL-IDX > HOLIDAY-SERIAL-TOTAL
               IF HOLIDAY-SERIAL-VALUE(HOL-IDX) = WS-SCAN-SERIAL
                   MOVE 'N' TO WS-IS-BUSINESS-DAY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       FIND-NEXT-BUSINESS-DAY.
           MOVE WS-START-SERIAL TO WS-SCAN-SERIAL.
           MOVE 'N' TO WS-IS-BUSINESS-DAY.
           PERFORM UNTIL WS-IS-BUSINESS-DAY = 'Y'
                   OR WS-SCAN-SERIAL > WS-START-SERIAL + 30
               ADD 1 TO WS-SCAN-SERIAL
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       FIND-PRIOR-BUSINESS-DAY.
           MOVE WS-START-SERIAL TO WS-SCAN-SERIAL.
           MOVE 'N' TO WS-IS-BUSINESS-DAY.
           PERFORM UNTIL WS-IS-BUSINESS-DAY = 'Y'
                   OR WS-SCAN-SERIAL < WS-START-SERIAL - 30
               SUBTRACT 1 FROM WS-SCAN-SERIAL
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       INITIALIZE-BUSINESS-DATE.
           IF WS-DATE-PRESENT = 'Y'
               MOVE "BUSINESS DATE ALREADY INITIALIZED" TO
                   WS-JOB-REASON
               PERFORM REFUSE-ROLL
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(BDR-DATE) NOT = 0
               MOVE "INITIAL DATE NOT A VALID DATE" TO WS-JOB-REASON
               PERFORM REFUSE-ROLL
           END-IF.
           COMPUTE WS-START-SERIAL =
               FUNCTION INTEGER-OF-DATE(BDR-DATE).
           MOVE WS-START-SERIAL TO WS-SCAN-SERIAL.
           PERFORM CHECK-BUSINESS-DAY.
           IF WS-IS-BUSINESS-DAY = 'N'
               MOVE "INITIAL DATE NOT A BUSINESS DAY" TO
                   WS-JOB-REASON
               PERFORM REFUSE-ROLL
           END-IF.
           MOVE BDR-DATE TO WS-NEW-CURRENT.
           PERFORM FIND-PRIOR-BUSINESS-DAY.
           COMPUTE WS-NEW-PRIOR =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-SERIAL).
           PERFORM FIND-NEXT-BUSINESS-DAY.
           COMPUTE WS-NEW-NEXT =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-SERIAL).
           MOVE 0 TO WS-OLD-CURRENT.
           MOVE "BUSINESS DATE INITIALIZED" TO WS-JOB-REASON.

       ROLL-BUSINESS-DATE.
           IF WS-DATE-PRESENT = 'N'
               MOVE "NO BUSINESS DATE RECORD" TO WS-JOB-REASON
               PERFORM REFUSE-ROLL
           END-IF.
           PERFORM CHECK-ROLL-HISTORY.
           IF WS-ALREADY-ROLLED = 'Y'
               MOVE "BUSINESS DATE ALREADY ROLLED" TO WS-JOB-REASON
               PERFORM REFUSE-ROLL
           END-IF.
           IF BDR-DATE NOT = WS-OLD-CURRENT
               MOVE "ROLL DATE IS NOT CURRENT BUSINESS DATE" TO
                   WS-JOB-REASON
               PERFORM REFUSE-ROLL
           END-IF.
           MOVE WS-OLD-CURRENT TO WS-NEW-PRIOR.
           IF WS-OLD-NEXT > WS-OLD-CURRENT
               MOVE WS-OLD-NEXT TO WS-NEW-CURRENT
           ELSE
               COMPUTE WS-START-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-OLD-CURRENT)
               PERFORM FIND-NEXT-BUSINESS-DAY
               COMPUTE WS-NEW-CURRENT =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-SERIAL)
           END-IF.
           COMPUTE WS-START-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-NEW-CURRENT).
           PERFORM FIND-NEXT-BUSINESS-DAY.
           COMPUTE WS-NEW-NEXT =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-SERIAL).

       CHECK-ROLL-HISTORY.
           MOVE 'N' TO WS-ALREADY-ROLLED.
           OPEN INPUT ROLL-HISTORY-FILE.
           IF WS-ROLL-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ ROLL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF BDH-ACTION = 'R'
                               AND BDH-CLOSED-DATE = BDR-DATE
                           MOVE 'Y' TO WS-ALREADY-ROLLED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROLL-HISTORY-FILE.
           MOVE 'N' TO EOF-FLAG.

       WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           MOVE SPACES TO BUSINESS-DATE-LINE.
           MOVE WS-NEW-CURRENT TO BDC-CURRENT-DATE.
           MOVE WS-NEW-PRIOR TO BDC-PRIOR-DATE.
           MOVE WS-NEW-NEXT TO BDC-NEXT-DATE.
           MOVE WS-NOW-STAMP TO BDC-ROLLED-STAMP.
           MOVE BDR-OPERATOR TO BDC-ROLLED-BY.
           MOVE BDR-ACTION TO BDC-LAST-ACTION.
           WRITE BUSINESS-DATE-LINE.
           CLOSE BUSINESS-DATE-FILE.

       APPEND-ROLL-HISTORY.
           OPEN EXTEND ROLL-HISTORY-FILE.
           IF WS-ROLL-HISTORY-STATUS = "35"
               OPEN OUTPUT ROLL-HISTORY-FILE
           END-IF.
           IF WS-ROLL-HISTORY-STATUS = "00"
               MOVE BDR-ACTION TO BDH-ACTION
               MOVE WS-OLD-CURRENT TO BDH-CLOSED-DATE
               MOVE WS-NEW-CURRENT TO BDH-NEW-DATE
               MOVE WS-NEW-NEXT TO BDH-NEXT-DATE
               MOVE WS-NOW-STAMP TO BDH-STAMP
               MOVE BDR-OPERATOR TO BDH-OPERATOR
               WRITE ROLL-HISTORY-LINE
               CLOSE ROLL-HISTORY-FILE
           END-IF.
