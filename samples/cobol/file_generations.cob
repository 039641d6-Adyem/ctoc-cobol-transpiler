       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-GENERATIONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-FILE ASSIGN TO WS-GENERATION-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-STATUS.
           SELECT GENERATION-POLICY-FILE
               ASSIGN TO "file_generations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT GENERATION-REPORT-FILE
               ASSIGN TO "file_generations_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE
               ASSIGN TO "file_generations_jobstatus.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GENERATION-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
           DEPENDING ON WS-GENERATION-LENGTH.
       01  GENERATION-LINE PIC X(4096).
       FD  GENERATION-POLICY-FILE.
       01  GENERATION-POLICY-LINE.
           COPY "FILE-GENERATION-POLICY.cpy".
       FD  GENERATION-REPORT-FILE.
       01  GENERATION-REPORT-LINE PIC X(100).
       FD  JOB-STATUS-FILE.
       01  JOB-STATUS-LINE.
           COPY "JOB-STATUS-LINE.cpy".
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-GENERATION-STATUS PIC XX VALUE "00".
       01  WS-POLICY-STATUS PIC XX VALUE "00".
       01  WS-GENERATION-LENGTH PIC 9(4) COMP VALUE 0.
       01  WS-JOB-CODE PIC 9(4) VALUE 0.
       01  WS-JOB-REASON PIC X(40) VALUE "GENERATIONS LISTED".
       01  WS-COMMAND-LINE PIC X(120) VALUE SPACES.
       01  WS-ACTION PIC X(10) VALUE SPACES.
       01  WS-TARGET-NAME PIC X(80) VALUE SPACES.
       01  WS-GENERATION-ARG PIC X(4) VALUE SPACES.
       01  WS-ROLLBACK-GEN PIC 9(2) VALUE 0.
       01  WS-GENERATION-NAME PIC X(84) VALUE SPACES.
       01  WS-WORK-NAME PIC X(84) VALUE SPACES.
       01  WS-GEN-NO PIC 9(2) VALUE 0.
       01  WS-GEN-IDX PIC 9(3) VALUE 0.
       01  WS-GEN-FOUND PIC 9(2) VALUE 0.
       01  WS-POLICY-KEEP PIC 9(2) VALUE 3.
       01  WS-POLICY-FOUND PIC X VALUE 'N'.
       01  WS-RECORD-COUNT PIC 9(9) VALUE 0.
       01  WS-FILE-EXISTS PIC X VALUE 'N'.
       01  WS-FILE-INFO.
           05  WS-FILE-SIZE PIC X(8) COMP-X.
           05  WS-FILE-DATE.
               10  WS-FILE-DAY PIC X COMP-X.
               10  WS-FILE-MONTH PIC X COMP-X.
               10  WS-FILE-YEAR PIC X(2) COMP-X.
           05  WS-FILE-TIME.
               10  WS-FILE-HOURS PIC X COMP-X.
               10  WS-FILE-MINUTES PIC X COMP-X.
               10  WS-FILE-SECONDS PIC X COMP-X.
               10  WS-FILE-HUNDREDTHS PIC X COMP-X.
       01  WS-CALL-RESULT PIC S9(9) COMP-5 VALUE 0.
       01  WS-STAMP-DISPLAY.
           05  WS-STAMP-YEAR PIC 9(4).
           05  FILLER PIC X VALUE '-'.
           05  WS-STAMP-MONTH PIC 9(2).
           05  FILLER PIC X VALUE '-'.
           05  WS-STAMP-DAY PIC 9(2).
           05  FILLER PIC X VALUE SPACE.
           05  WS-STAMP-HOURS PIC 9(2).
           05  FILLER PIC X VALUE ':'.
           05  WS-STAMP-MINUTES PIC 9(2).
           05  FILLER PIC X VALUE ':'.
           05  WS-STAMP-SECONDS PIC 9(2).
       01  WS-SIZE-DISPLAY PIC Z(11)9.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-GEN-LABEL PIC X(8) VALUE SPACES.
       01  WS-COMMIT-TARGET-NAME PIC X(80) VALUE SPACES.
       01  WS-COMMIT-WORK-NAME PIC X(80) VALUE SPACES.
       01  WS-COMMIT-GENERATIONS PIC 9(2) VALUE 0.
       01  WS-COMMIT-STATUS PIC 9 VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           OPEN OUTPUT GENERATION-REPORT-FILE.
           MOVE "FILE GENERATION UTILITY" TO GENERATION-REPORT-LINE.
           WRITE GENERATION-REPORT-LINE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ACTION WS-TARGET-NAME WS-GENERATION-ARG.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           IF WS-TARGET-NAME = SPACES
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "NO FILE NAME GIVEN" TO WS-JOB-REASON
               PERFORM FINISH-RUN
           END-IF.
           PERFORM LOAD-GENERATION-POLICY.
           EVALUATE WS-ACTION
               WHEN "LIST"
                   PERFORM LIST-GENERATIONS
               WHEN "ROLLBACK"
                   PERFORM ROLLBACK-GENERATION
               WHEN OTHER
                   MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
                   MOVE "ACTION MUST BE LIST OR ROLLBACK" TO
                       WS-JOB-REASON
           END-EVALUATE.
           PERFORM FINISH-RUN.

       FINISH-RUN.
           IF WS-JOB-CODE NOT = 0
               DISPLAY "FILE-GENERATIONS: " WS-JOB-REASON
               MOVE SPACES TO GENERATION-REPORT-LINE
               STRING "RUN ENDED: " WS-JOB-REASON
                   DELIMITED BY SIZE INTO GENERATION-REPORT-LINE
               WRITE GENERATION-REPORT-LINE
           END-IF.
           CLOSE GENERATION-REPORT-FILE.
           OPEN OUTPUT JOB-STATUS-FILE.
           MOVE "FILE-GENERATIONS" TO JOB-STATUS-PROGRAM.
           MOVE WS-JOB-CODE TO JOB-STATUS-CODE.
           MOVE WS-JOB-REASON TO JOB-STATUS-REASON.
           MOVE 0 TO JOB-STATUS-DATE.
           WRITE JOB-STATUS-LINE.
           CLOSE JOB-STATUS-FILE.
           MOVE WS-JOB-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-GENERATION-POLICY.
           OPEN INPUT GENERATION-POLICY-FILE.
           IF WS-POLICY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GENERATION-POLICY-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF GEN-POLICY-KEEP NUMERIC
                           IF GEN-POLICY-FILE-NAME = WS-TARGET-NAME
                               MOVE GEN-POLICY-KEEP TO WS-POLICY-KEEP
                               MOVE 'Y' TO WS-POLICY-FOUND
                           ELSE
                           IF GEN-POLICY-FILE-NAME = "*"
                                   AND WS-POLICY-FOUND = 'N'
                               MOVE GEN-POLICY-KEEP TO WS-POLICY-KEEP
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GENERATION-POLICY-FILE.
           MOVE 'N' TO EOF-FLAG.

       LIST-GENERATIONS.
           MOVE WS-POLICY-KEEP TO WS-COUNT-DISPLAY.
           MOVE SPACES TO GENERATION-REPORT-LINE.
           STRING "FILE " FUNCTION TRIM(WS-TARGET-NAME)
               " - GENERATIONS KEPT: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO GENERATION-REPORT-LINE.
           WRITE GENERATION-REPORT-LINE.
           MOVE "GEN      LAST WRITTEN             BYTES     RECORDS"
               TO GENERATION-REPORT-LINE.
           WRITE GENERATION-REPORT-LINE.
           MOVE WS-TARGET-NAME TO WS-GENERATION-NAME.
           MOVE "CURRENT" TO WS-GEN-LABEL.
           PERFORM REPORT-ONE-GENERATION.
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > 99
               MOVE WS-GEN-IDX TO WS-GEN-NO
               PERFORM BUILD-GENERATION-NAME
               MOVE SPACES TO WS-GEN-LABEL
               STRING "G" WS-GEN-NO DELIMITED BY SIZE
                   INTO WS-GEN-LABEL
               PERFORM CHECK-GENERATION-EXISTS
               IF WS-FILE-EXISTS = 'Y'
                   ADD 1 TO WS-GEN-FOUND
                   PERFORM REPORT-ONE-GENERATION
               END-IF
           END-PERFORM.
           MOVE WS-GEN-FOUND TO WS-COUNT-DISPLAY.
           MOVE SPACES TO GENERATION-REPORT-LINE.
           STRING "PRIOR GENERATIONS ON HAND: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO GENERATION-REPORT-LINE.
           WRITE GENERATION-REPORT-LINE.
           IF WS-GEN-FOUND = 0
               MOVE RC-JOB-WARNING TO WS-JOB-CODE
               MOVE "NO PRIOR GENERATIONS ON HAND" TO WS-JOB-REASON
           END-IF.

       BUILD-GENERATION-NAME.
           MOVE SPACES TO WS-GENERATION-NAME.
           STRING FUNCTION TRIM(WS-TARGET-NAME) ".g" WS-GEN-NO
               DELIMITED BY SIZE INTO WS-GENERATION-NAME.

       CHECK-GENERATION-EXISTS.
           MOVE 'N' TO WS-FILE-EXISTS.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-GENERATION-NAME
                   WS-FILE-INFO
               RETURNING WS-CALL-RESULT
           END-CALL.
           IF WS-CALL-RESULT = 0
               MOVE 'Y' TO WS-FILE-EXISTS
           END-IF.

       REPORT-ONE-GENERATION.
           PERFORM CHECK-GENERATION-EXISTS.
           MOVE SPACES TO GENERATION-REPORT-LINE.
           IF WS-FILE-EXISTS = 'N'
               STRING WS-GEN-LABEL " NOT PRESENT"
                   DELIMITED BY SIZE INTO GENERATION-REPORT-LINE
               WRITE GENERATION-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILE-YEAR TO WS-STAMP-YEAR.
           MOVE WS-FILE-MONTH TO WS-STAMP-MONTH.
           MOVE WS-FILE-DAY TO WS-STAMP-DAY.
           MOVE WS-FILE-HOURS TO WS-STAMP-HOURS.
           MOVE WS-FILE-MINUTES TO WS-STAMP-MINUTES.
           MOVE WS-FILE-SECONDS TO WS-STAMP-SECONDS.
           MOVE WS-FILE-SIZE TO WS-SIZE-DISPLAY.
           PERFORM COUNT-GENERATION-RECORDS.
           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY.
           STRING WS-GEN-LABEL " " WS-STAMP-DISPLAY " "
               WS-SIZE-DISPLAY " " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO GENERATION-REPORT-LINE.
           WRITE GENERATION-REPORT-LINE.

       COUNT-GENERATION-RECORDS.
           MOVE 0 TO WS-RECORD-COUNT.
           OPEN INPUT GENERATION-FILE.
           IF WS-GENERATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ GENERATION-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
           END-PERFORM.
           CLOSE GENERATION-FILE.
           MOVE 'N' TO EOF-FLAG.

       ROLLBACK-GENERATION.
           MOVE "FILE ROLLED BACK" TO WS-JOB-REASON.
           IF FUNCTION TRIM(WS-GENERATION-ARG) IS NOT NUMERIC
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "ROLLBACK NEEDS A GENERATION NUMBER" TO
                   WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-GENERATION-ARG) TO WS-ROLLBACK-GEN.
           IF WS-ROLLBACK-GEN = 0
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "ROLLBACK NEEDS A GENERATION NUMBER" TO
                   WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROLLBACK-GEN TO WS-GEN-NO.
           PERFORM BUILD-GENERATION-NAME.
           PERFORM CHECK-GENERATION-EXISTS.
           IF WS-FILE-EXISTS = 'N'
               MOVE RC-VALIDATION-FAILURE TO WS-JOB-CODE
               MOVE "REQUESTED GENERATION NOT ON HAND" TO
                   WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE "G" TO WS-GEN-LABEL.
           MOVE WS-GEN-NO TO WS-GEN-LABEL(2:2).
           MOVE SPACES TO GENERATION-REPORT-LINE.
           STRING "ROLLING " FUNCTION TRIM(WS-TARGET-NAME)
               " BACK TO GENERATION " WS-GEN-NO
               DELIMITED BY SIZE INTO GENERATION-REPORT-LINE.
           WRITE GENERATION-REPORT-LINE.
           PERFORM REPORT-ONE-GENERATION.
           MOVE SPACES TO WS-WORK-NAME.
           STRING FUNCTION TRIM(WS-TARGET-NAME) ".work"
               DELIMITED BY SIZE INTO WS-WORK-NAME.
           CALL "CBL_COPY_FILE" USING WS-GENERATION-NAME WS-WORK-NAME
               RETURNING WS-CALL-RESULT
           END-CALL.
           IF WS-CALL-RESULT NOT = 0
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "UNABLE TO COPY GENERATION TO WORK FILE" TO
                   WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TARGET-NAME TO WS-COMMIT-TARGET-NAME.
           MOVE WS-WORK-NAME TO WS-COMMIT-WORK-NAME.
           CALL "CBLC-FILE-COMMIT" USING
                   BY REFERENCE WS-COMMIT-TARGET-NAME
                   BY REFERENCE WS-COMMIT-WORK-NAME
                   BY REFERENCE WS-COMMIT-GENERATIONS
                   BY REFERENCE WS-COMMIT-STATUS
           END-CALL.
           IF WS-COMMIT-STATUS NOT = 0
               MOVE RC-OPEN-FAILURE TO WS-JOB-CODE
               MOVE "UNABLE TO SWITCH GENERATION INTO PLACE" TO
                   WS-JOB-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO GENERATION-REPORT-LINE.
           STRING "ROLLBACK COMPLETE - REPLACED FILE KEPT AS "
               "GENERATION 01, OLDER GENERATIONS RENUMBERED"
               DELIMITED BY SIZE INTO GENERATION-REPORT-LINE.
           WRITE GENERATION-REPORT-LINE.
           DISPLAY "FILE-GENERATIONS: " FUNCTION TRIM(WS-TARGET-NAME)
               " ROLLED BACK TO GENERATION " WS-ROLLBACK-GEN.
