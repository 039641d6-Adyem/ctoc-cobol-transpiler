       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLC-FILE-COMMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-POLICY-FILE
               ASSIGN TO "file_generations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GENERATION-POLICY-FILE.
       01  GENERATION-POLICY-LINE.
           COPY "FILE-GENERATION-POLICY.cpy".
       WORKING-STORAGE SECTION.
       01 WS-POLICY-STATUS PIC XX VALUE "00".
       01 WS-POLICY-EOF PIC X VALUE 'N'.
       01 WS-DEFAULT-KEEP PIC 9(2) VALUE 3.
       01 WS-KEEP PIC 9(2) VALUE 0.
       01 WS-KEEP-FOUND PIC X VALUE 'N'.
       01 WS-GEN-NO PIC 9(2) VALUE 0.
       01 WS-GEN-NEXT PIC 9(2) VALUE 0.
       01 WS-TARGET-NAME PIC X(80) VALUE SPACES.
       01 WS-WORK-NAME PIC X(80) VALUE SPACES.
       01 WS-FROM-NAME PIC X(84) VALUE SPACES.
       01 WS-TO-NAME PIC X(84) VALUE SPACES.
       01 WS-FILE-INFO.
          05 WS-FILE-SIZE PIC X(8) COMP-X.
          05 WS-FILE-DATE.
             10 WS-FILE-DAY PIC X COMP-X.
             10 WS-FILE-MONTH PIC X COMP-X.
             10 WS-FILE-YEAR PIC X(2) COMP-X.
          05 WS-FILE-TIME.
             10 WS-FILE-HOURS PIC X COMP-X.
             10 WS-FILE-MINUTES PIC X COMP-X.
             10 WS-FILE-SECONDS PIC X COMP-X.
             10 WS-FILE-HUNDREDTHS PIC X COMP-X.
       01 WS-CALL-RESULT PIC S9(9) COMP-5 VALUE 0.
       COPY "CBLC-STATUS-CODES.cpy".
       LINKAGE SECTION.
       01 LNK-TARGET-NAME PIC X(80).
       01 LNK-WORK-NAME PIC X(80).
       01 LNK-GENERATIONS-KEPT PIC 9(2).
       01 LNK-STATUS PIC 9.
       PROCEDURE DIVISION USING BY REFERENCE LNK-TARGET-NAME
           BY REFERENCE LNK-WORK-NAME
           BY REFERENCE LNK-GENERATIONS-KEPT
           BY REFERENCE LNK-STATUS.
       MAIN.
           MOVE CBLC-STATUS-OK TO LNK-STATUS.
           MOVE 0 TO LNK-GENERATIONS-KEPT.
           IF LNK-TARGET-NAME = SPACES OR LNK-WORK-NAME = SPACES
                   OR LNK-TARGET-NAME = LNK-WORK-NAME
               MOVE CBLC-STATUS-VALIDATION-ERROR TO LNK-STATUS
               GOBACK
           END-IF.
           MOVE FUNCTION TRIM(LNK-TARGET-NAME) TO WS-TARGET-NAME.
           MOVE FUNCTION TRIM(LNK-WORK-NAME) TO WS-WORK-NAME.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-WORK-NAME
                   WS-FILE-INFO
               RETURNING WS-CALL-RESULT
           END-CALL.
           IF WS-CALL-RESULT NOT = 0
               MOVE CBLC-STATUS-ERROR TO LNK-STATUS
               GOBACK
           END-IF.
           PERFORM LOAD-GENERATION-POLICY.
           IF WS-KEEP = 0
               CALL "CBL_DELETE_FILE" USING WS-TARGET-NAME
                   RETURNING WS-CALL-RESULT
               END-CALL
           ELSE
               PERFORM SHIFT-GENERATIONS
           END-IF.
           CALL "CBL_RENAME_FILE" USING WS-WORK-NAME WS-TARGET-NAME
               RETURNING WS-CALL-RESULT
           END-CALL.
           IF WS-CALL-RESULT NOT = 0
               MOVE CBLC-STATUS-ERROR TO LNK-STATUS
               GOBACK
           END-IF.
           MOVE WS-KEEP TO LNK-GENERATIONS-KEPT.
           GOBACK.

       LOAD-GENERATION-POLICY.
           MOVE WS-DEFAULT-KEEP TO WS-KEEP.
           MOVE 'N' TO WS-KEEP-FOUND.
           MOVE 'N' TO WS-POLICY-EOF.
           OPEN INPUT GENERATION-POLICY-FILE.
           IF WS-POLICY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-POLICY-EOF = 'Y'
               READ GENERATION-POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-POLICY-EOF
                   NOT AT END
                       IF GEN-POLICY-KEEP NUMERIC
                           IF GEN-POLICY-FILE-NAME = WS-TARGET-NAME
                               MOVE GEN-POLICY-KEEP TO WS-KEEP
                               MOVE 'Y' TO WS-KEEP-FOUND
                           ELSE
                           IF GEN-POLICY-FILE-NAME = "*"
                                   AND WS-KEEP-FOUND = 'N'
                               MOVE GEN-POLICY-KEEP TO WS-KEEP
                           END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GENERATION-POLICY-FILE.

       SHIFT-GENERATIONS.
           MOVE WS-KEEP TO WS-GEN-NO.
           PERFORM BUILD-FROM-NAME.
           CALL "CBL_DELETE_FILE" USING WS-FROM-NAME
               RETURNING WS-CALL-RESULT
           END-CALL.
           PERFORM VARYING WS-GEN-NO FROM WS-KEEP BY -1
                   UNTIL WS-GEN-NO < 2
               COMPUTE WS-GEN-NEXT = WS-GEN-NO - 1
               MOVE SPACES TO WS-FROM-NAME
               STRING FUNCTION TRIM(WS-TARGET-NAME) ".g" WS-GEN-NEXT
                   DELIMITED BY SIZE INTO WS-FROM-NAME
               MOVE SPACES TO WS-TO-NAME
               STRING FUNCTION TRIM(WS-TARGET-NAME) ".g" WS-GEN-NO
                   DELIMITED BY SIZE INTO WS-TO-NAME
               CALL "CBL_RENAME_FILE" USING WS-FROM-NAME WS-TO-NAME
                   RETURNING WS-CALL-RESULT
               END-CALL
           END-PERFORM.
           MOVE 1 TO WS-GEN-NO.
           PERFORM BUILD-FROM-NAME.
           CALL "CBL_RENAME_FILE" USING WS-TARGET-NAME WS-FROM-NAME
               RETURNING WS-CALL-RESULT
           END-CALL.

       BUILD-FROM-NAME.
           MOVE SPACES TO WS-FROM-NAME.
           STRING FUNCTION TRIM(WS-TARGET-NAME) ".g" WS-GEN-NO
               DELIMITED BY SIZE INTO WS-FROM-NAME.
       END PROGRAM CBLC-FILE-COMMIT.
