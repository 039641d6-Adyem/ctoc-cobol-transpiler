       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT STAGE-SOURCE-FILE ASSIGN TO WS-STAGE-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-SOURCE-STATUS.
               ASSIGN TO "pipeline_rerun_override.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-OVERRIDE-STATUS.
           SELECT SIGNOFF-LOG-FILE
               ASSIGN TO "eod_signoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-LOG-STATUS.
           SELECT SIGNOFF-OVERRIDE-FILE
               ASSIGN TO "eod_signoff_override.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-OVERRIDE-STATUS.
           SELECT OVERRIDE-AUDIT-FILE
               ASSIGN TO "eod_override_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-AUDIT-STATUS.
           SELECT SUPERVISOR-LIST-FILE
               ASSIGN TO "period_supervisors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPERVISOR-STATUS.
           SELECT PARTITION-RANGE-FILE
               ASSIGN TO "master_update_partitions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-RANGE-STATUS.
           SELECT PARTITION-STATUS-FILE
               ASSIGN TO WS-PARTITION-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-STATUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  STAGE-SOURCE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
           DEPENDING ON WS-STAGE-SOURCE-LENGTH.
           05  PSS-OUTCOME PIC X.
       FD  RERUN-OVERRIDE-FILE.
       01  RERUN-OVERRIDE-LINE PIC X(20).
       FD  SIGNOFF-LOG-FILE.
       01  SIGNOFF-LOG-LINE.
           COPY "EOD-SIGNOFF-RECORD.cpy".
       FD  SIGNOFF-OVERRIDE-FILE.
       01  SIGNOFF-OVERRIDE-LINE.
           05  EOV-BUSINESS-DATE PIC 9(8).
           05  EOV-SUPERVISOR PIC X(8).
           05  EOV-REASON PIC X(40).
       FD  OVERRIDE-AUDIT-FILE.
       01  OVERRIDE-AUDIT-LINE.
           05  EOA-BUSINESS-DATE PIC 9(8).
           05  EOA-RUN-DATE PIC 9(8).
           05  EOA-SUPERVISOR PIC X(8).
           05  EOA-STAMP PIC X(14).
           05  EOA-REASON PIC X(40).
       FD  SUPERVISOR-LIST-FILE.
       01  SUPERVISOR-LIST-LINE PIC X(8).
       FD  PARTITION-RANGE-FILE.
       01  PARTITION-RANGE-LINE.
           COPY "PARTITION-RANGE-RECORD.cpy".
       FD  PARTITION-STATUS-FILE.
       01  PARTITION-STATUS-LINE.
           05  PTS-PROGRAM PIC X(20).
           05  PTS-CODE PIC 9(4).
           05  PTS-REASON PIC X(40).
           05  PTS-DATE PIC 9(8).
       FD  STEP-TIMING-FILE.
       01  STEP-TIMING-LINE.
           05  TIMING-RUN-DATE PIC 9(8).
           05  TIMING-ELAPSED-SECS PIC 9(6).
       WORKING-STORAGE SECTION.
       COPY "JOB-RETURN-CODES.cpy".
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-STAGE-SOURCE-NAME PIC X(80) VALUE "target.dat".
       01  WS-RUN-COMPANY-STATUS PIC XX VALUE "00".
       01  WS-COMPANY-MODE PIC X VALUE 'N'.
       01  WS-STEP-STATUS-STATUS PIC XX VALUE "00".
       01  WS-RERUN-OVERRIDE-STATUS PIC XX VALUE "00".
       01  WS-FORCE-FULL-RERUN PIC X VALUE 'N'.
       01  WS-PRIOR-BUSINESS-DATE PIC 9(8) VALUE 0.
       01  WS-BUSINESS-DATE-ACTION PIC X VALUE SPACE.
       01  WS-SIGNOFF-LOG-STATUS PIC XX VALUE "00".
       01  WS-SIGNOFF-OVERRIDE-STATUS PIC XX VALUE "00".
       01  WS-OVERRIDE-AUDIT-STATUS PIC XX VALUE "00".
       01  WS-SUPERVISOR-STATUS PIC XX VALUE "00".
       01  WS-SIGNOFF-EOF PIC X VALUE 'N'.
       01  WS-PRIOR-DAY-SIGNED PIC X VALUE 'N'.
       01  WS-SUPERVISOR-OK PIC X VALUE 'N'.
       01  WS-SUPERVISOR-EOF PIC X VALUE 'N'.
       01  WS-STEP-STATUS-EOF PIC X VALUE 'N'.
       01  DONE-STEP-TABLE.
           05  DONE-STEP-ENTRY OCCURS 20 TIMES
       01  WS-TIMING-SS PIC 9(2) VALUE 0.
       01  WS-TIMING-WORK-STAMP PIC X(14) VALUE SPACES.
       01  WS-TIMING-WORK-SECS PIC 9(12) VALUE 0.
       01  WS-PARTITION-RANGE-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-STATUS-STATUS PIC XX VALUE "00".
       01  WS-PARTITION-STATUS-NAME PIC X(60) VALUE SPACES.
       01  WS-PARTITION-EOF PIC X VALUE 'N'.
       01  PARTITION-NUMBER-TABLE.
           05  PARTITION-NUMBER OCCURS 20 TIMES
                   INDEXED BY PNO-IDX
                   PIC 9(2) VALUE 0.
       01  PARTITION-NUMBER-TOTAL PIC 9(2) VALUE 0.
       01  WS-PARTITION-COMMAND PIC X(400) VALUE SPACES.
       01  WS-PARTITION-POINTER PIC 9(3) VALUE 1.
       01  WS-PARTITION-UNFINISHED PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-RUN-COMPANY.
           PERFORM LOAD-RUN-CALENDAR.
           PERFORM CHECK-PRIOR-DAY-SIGNOFF.
           PERFORM LOAD-STEP-STATUS.
           PERFORM LOAD-STEP-TABLE.
           PERFORM APPLY-DEFAULT-STEPS.
                   IF STEP-TYPE(STEP-IDX) = 'S'
                       MOVE 'N' TO WS-STAGE-EOF
                       PERFORM STAGE-FILTER-OUTPUT
                   ELSE
                   IF STEP-TYPE(STEP-IDX) = 'P'
                       PERFORM EXECUTE-PARTITIONED-STEP
                   ELSE
                       PERFORM EXECUTE-COMMAND-STEP
                   END-IF
                   END-IF
                   PERFORM RECORD-STEP-OUTCOME
                   PERFORM WRITE-STEP-TIMING
               END-IF

       LOAD-RUN-CALENDAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-BUSINESS-DATE.
           OPEN INPUT RUN-CALENDAR-FILE.
           IF WS-RUN-CALENDAR-STATUS NOT = "00"
               EXIT PARAGRAPH
               END-IF
           END-IF.

       EXECUTE-PARTITIONED-STEP.
           MOVE 'Y' TO WS-STEP-DONE.
           MOVE SPACES TO WS-STEP-COMMAND.
           MOVE "./partition_split" TO WS-STEP-COMMAND.
           CALL "SYSTEM" USING WS-STEP-COMMAND
               RETURNING WS-STEP-RETURN-CODE
           END-CALL.
           IF WS-STEP-RETURN-CODE NOT = 0
                   AND WS-STEP-RETURN-CODE NOT = RC-JOB-WARNING
                   AND WS-STEP-RETURN-CODE NOT = RC-JOB-WARNING * 256
               DISPLAY "PIPELINE-DRIVER: PARTITION SPLIT FOR STEP "
                   STEP-COMMAND(STEP-IDX)(1:40)
                   " FAILED, RETURN CODE " WS-STEP-RETURN-CODE
               MOVE 'N' TO WS-STEP-DONE
           END-IF.
           IF WS-STEP-DONE = 'Y'
               PERFORM LOAD-PARTITION-NUMBERS
               IF PARTITION-NUMBER-TOTAL = 0
                   DISPLAY "PIPELINE-DRIVER: NO PARTITIONS DEFINED "
                       "FOR STEP " STEP-COMMAND(STEP-IDX)(1:40)
                   MOVE 'N' TO WS-STEP-DONE
               END-IF
           END-IF.
           IF WS-STEP-DONE = 'Y'
               MOVE SPACES TO WS-PARTITION-COMMAND
               MOVE 1 TO WS-PARTITION-POINTER
               PERFORM VARYING PNO-IDX FROM 1 BY 1
                       UNTIL PNO-IDX > PARTITION-NUMBER-TOTAL
                   STRING FUNCTION TRIM(STEP-COMMAND(STEP-IDX))
                       " " PARTITION-NUMBER(PNO-IDX) " & "
                       DELIMITED BY SIZE INTO WS-PARTITION-COMMAND
                       WITH POINTER WS-PARTITION-POINTER
               END-PERFORM
               STRING "wait" DELIMITED BY SIZE
                   INTO WS-PARTITION-COMMAND
                   WITH POINTER WS-PARTITION-POINTER
               CALL "SYSTEM" USING WS-PARTITION-COMMAND
                   RETURNING WS-STEP-RETURN-CODE
               END-CALL
               PERFORM CHECK-PARTITIONS-FINISHED
               IF WS-PARTITION-UNFINISHED > 0
                   DISPLAY "PIPELINE-DRIVER: " WS-PARTITION-UNFINISHED
                       " PARTITION(S) OF STEP "
                       STEP-COMMAND(STEP-IDX)(1:40)
                       " DID NOT FINISH"
                   MOVE 'N' TO WS-STEP-DONE
               END-IF
           END-IF.
           IF WS-STEP-DONE = 'Y'
               MOVE SPACES TO WS-STEP-COMMAND
               MOVE "./partition_merge" TO WS-STEP-COMMAND
               CALL "SYSTEM" USING WS-STEP-COMMAND
                   RETURNING WS-STEP-RETURN-CODE
               END-CALL
               IF WS-STEP-RETURN-CODE NOT = 0
                       AND WS-STEP-RETURN-CODE NOT = RC-JOB-WARNING
                       AND WS-STEP-RETURN-CODE
                           NOT = RC-JOB-WARNING * 256
                   DISPLAY "PIPELINE-DRIVER: PARTITION MERGE FOR STEP "
                       STEP-COMMAND(STEP-IDX)(1:40)
                       " FAILED, RETURN CODE " WS-STEP-RETURN-CODE
                   MOVE 'N' TO WS-STEP-DONE
               END-IF
           END-IF.
           IF WS-STEP-DONE = 'N'
               IF STEP-REQUIRED(STEP-IDX) = 'Y'
                   DISPLAY "PIPELINE-DRIVER: REQUIRED STEP "
                       STEP-COMMAND(STEP-IDX)(1:40)
                       " FAILED - ABORTING"
                   MOVE 'F' TO WS-STEP-OUTCOME
                   PERFORM RECORD-STEP-OUTCOME
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   DISPLAY "PIPELINE-DRIVER: OPTIONAL STEP "
                       STEP-COMMAND(STEP-IDX)(1:40)
                       " FAILED - CONTINUING"
                   MOVE 'F' TO WS-STEP-OUTCOME
               END-IF
           END-IF.

       LOAD-PARTITION-NUMBERS.
           MOVE 0 TO PARTITION-NUMBER-TOTAL.
           MOVE 'N' TO WS-PARTITION-EOF.
           OPEN INPUT PARTITION-RANGE-FILE.
           IF WS-PARTITION-RANGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PARTITION-EOF = 'Y'
                   OR PARTITION-NUMBER-TOTAL >= 20
               READ PARTITION-RANGE-FILE
                   AT END
                       MOVE 'Y' TO WS-PARTITION-EOF
                   NOT AT END
                       IF PTN-NUMBER NUMERIC AND PTN-NUMBER > 0
                           ADD 1 TO PARTITION-NUMBER-TOTAL
                           MOVE PTN-NUMBER TO
                               PARTITION-NUMBER(PARTITION-NUMBER-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARTITION-RANGE-FILE.

       CHECK-PARTITIONS-FINISHED.
           MOVE 0 TO WS-PARTITION-UNFINISHED.
           PERFORM VARYING PNO-IDX FROM 1 BY 1
                   UNTIL PNO-IDX > PARTITION-NUMBER-TOTAL
               MOVE SPACES TO WS-PARTITION-STATUS-NAME
               STRING "master_update_jobstatus_p"
                   PARTITION-NUMBER(PNO-IDX) ".dat"
                   DELIMITED BY SIZE INTO WS-PARTITION-STATUS-NAME
               MOVE RC-RUN-IN-PROGRESS TO PTS-CODE
               OPEN INPUT PARTITION-STATUS-FILE
               IF WS-PARTITION-STATUS-STATUS = "00"
                   READ PARTITION-STATUS-FILE
                       AT END
                           MOVE RC-RUN-IN-PROGRESS TO PTS-CODE
                   END-READ
                   CLOSE PARTITION-STATUS-FILE
               END-IF
               IF PTS-CODE NOT NUMERIC
                       OR PTS-CODE = RC-RUN-IN-PROGRESS
                       OR PTS-CODE > RC-JOB-WARNING
                   DISPLAY "PIPELINE-DRIVER: PARTITION "
                       PARTITION-NUMBER(PNO-IDX)
                       " NOT FINISHED CLEANLY"
                   ADD 1 TO WS-PARTITION-UNFINISHED
               END-IF
           END-PERFORM.

       STAGE-FILTER-OUTPUT.
           OPEN INPUT STAGE-SOURCE-FILE.
           IF WS-STAGE-SOURCE-STATUS NOT = "00"
               WRITE STEP-TIMING-LINE
               CLOSE STEP-TIMING-FILE
           END-IF.

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
               MOVE BDC-CURRENT-DATE TO WS-TODAY-DATE
               MOVE BDC-PRIOR-DATE TO WS-PRIOR-BUSINESS-DATE
               MOVE BDC-LAST-ACTION TO WS-BUSINESS-DATE-ACTION
           ELSE
               DISPLAY "PIPELINE-DRIVER: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.

       CHECK-PRIOR-DAY-SIGNOFF.
           IF WS-BUSINESS-DATE-ACTION NOT = 'R'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PRIOR-DAY-SIGNED.
           OPEN INPUT SIGNOFF-LOG-FILE.
           IF WS-SIGNOFF-LOG-STATUS = "00"
               PERFORM UNTIL WS-SIGNOFF-EOF = 'Y'
                   READ SIGNOFF-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-SIGNOFF-EOF
                       NOT AT END
                           IF ESO-BUSINESS-DATE =
                                   WS-PRIOR-BUSINESS-DATE
                               MOVE 'Y' TO WS-PRIOR-DAY-SIGNED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-LOG-FILE
           END-IF.
           IF WS-PRIOR-DAY-SIGNED = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SIGNOFF-OVERRIDE-FILE.
           IF WS-SIGNOFF-OVERRIDE-STATUS = "00"
               READ SIGNOFF-OVERRIDE-FILE
                   AT END
                       MOVE SPACES TO SIGNOFF-OVERRIDE-LINE
               END-READ
               CLOSE SIGNOFF-OVERRIDE-FILE
               PERFORM CHECK-OVERRIDE-SUPERVISOR
               IF WS-SUPERVISOR-OK = 'Y'
                       AND EOV-BUSINESS-DATE NUMERIC
                       AND EOV-BUSINESS-DATE = WS-PRIOR-BUSINESS-DATE
                       AND EOV-REASON NOT = SPACES
                   PERFORM WRITE-OVERRIDE-AUDIT
                   DISPLAY "PIPELINE-DRIVER: SIGN-OFF OVERRIDE BY "
                       EOV-SUPERVISOR " ACCEPTED FOR BUSINESS DATE "
                       WS-PRIOR-BUSINESS-DATE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "PIPELINE-DRIVER: SIGN-OFF OVERRIDE REJECTED "
                   "- SUPERVISOR, DATE OR REASON NOT VALID"
           END-IF.
           DISPLAY "PIPELINE-DRIVER: BUSINESS DATE "
               WS-PRIOR-BUSINESS-DATE " NOT SIGNED OFF - "
               "REFUSING TO START " WS-TODAY-DATE.
           MOVE RC-VALIDATION-FAILURE TO RETURN-CODE.
           STOP RUN.

       CHECK-OVERRIDE-SUPERVISOR.
           MOVE 'N' TO WS-SUPERVISOR-OK.
           IF EOV-SUPERVISOR = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SUPERVISOR-LIST-FILE.
           IF WS-SUPERVISOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SUPERVISOR-EOF = 'Y'
                   OR WS-SUPERVISOR-OK = 'Y'
               READ SUPERVISOR-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-SUPERVISOR-EOF
                   NOT AT END
                       IF SUPERVISOR-LIST-LINE = EOV-SUPERVISOR
                           MOVE 'Y' TO WS-SUPERVISOR-OK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPERVISOR-LIST-FILE.

       WRITE-OVERRIDE-AUDIT.
           OPEN EXTEND OVERRIDE-AUDIT-FILE.
           IF WS-OVERRIDE-AUDIT-STATUS = "35"
               OPEN OUTPUT OVERRIDE-AUDIT-FILE
           END-IF.
           IF WS-OVERRIDE-AUDIT-STATUS = "00"
               MOVE WS-PRIOR-BUSINESS-DATE TO EOA-BUSINESS-DATE
               MOVE WS-TODAY-DATE TO EOA-RUN-DATE
               MOVE EOV-SUPERVISOR TO EOA-SUPERVISOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO EOA-STAMP
               MOVE EOV-REASON TO EOA-REASON
               WRITE OVERRIDE-AUDIT-LINE
               CLOSE OVERRIDE-AUDIT-FILE
           END-IF.
