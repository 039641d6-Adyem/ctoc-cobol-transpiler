       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.
           SELECT OUTPUT-SOURCE-FILE ASSIGN TO WS-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT RUN-COMPANY-FILE ASSIGN TO "run_company.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-COMPANY-STATUS.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "legal_hold_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-HOLD-STATUS.
           SELECT ARCHIVE-LOG-FILE
               ASSIGN TO "archive_outputs_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE.
           COPY "BUSINESS-DATE-RECORD.cpy".
       FD  OUTPUT-SOURCE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
           DEPENDING ON WS-SOURCE-LENGTH.
       FD  RUN-COMPANY-FILE.
       01  RUN-COMPANY-LINE.
           05  RUN-COMPANY-CODE PIC X(3).
       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-LINE.
           COPY "LEGAL-HOLD-RECORD.cpy".
       FD  ARCHIVE-LOG-FILE.
       01  ARCHIVE-LOG-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS PIC XX VALUE "00".
       01  WS-SOURCE-FILENAME PIC X(80) VALUE SPACES.
       01  WS-ARCHIVE-FILENAME PIC X(80) VALUE SPACES.
       01  WS-SOURCE-STATUS PIC XX VALUE "00".
       01  WS-NAME-IDX PIC 9(2) COMP VALUE 0.
       01  WS-COUNT-DISPLAY PIC Z(8)9.
       01  WS-RUN-COMPANY-STATUS PIC XX VALUE "00".
       01  WS-LEGAL-HOLD-STATUS PIC XX VALUE "00".
       01  LEGAL-HOLD-TABLE.
           05  LEGAL-HOLD-ENTRY OCCURS 2000 TIMES INDEXED BY LGH-IDX.
               10  LGH-MATTER PIC X(12) VALUE SPACES.
               10  LGH-TYPE PIC X VALUE SPACE.
               10  LGH-SUBJECT PIC X(10) VALUE SPACES.
               10  LGH-SUBJECT-LENGTH PIC 9(2) COMP VALUE 0.
               10  LGH-LINES-FOUND PIC 9(9) VALUE 0.
       01  LEGAL-HOLD-TOTAL PIC 9(4) VALUE 0.
       01  WS-HOLD-TALLY PIC 9(4) COMP VALUE 0.
       01  WS-HELD-ARCHIVES PIC 9(2) VALUE 0.
       01  WS-ARCHIVE-HELD PIC X VALUE 'N'.
       01  OUTPUT-NAME-TABLE.
           05  OUTPUT-NAME-ENTRY OCCURS 6 TIMES INDEXED BY NAME-IDX.
               10  OUTPUT-FILE-NAME PIC X(30).
               10  OUTPUT-BASE-NAME PIC X(30).
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE "summary_report.txt" TO OUTPUT-FILE-NAME(1).
           MOVE "summary_report" TO OUTPUT-BASE-NAME(1).
           MOVE "filter_prefix_summary.txt" TO OUTPUT-FILE-NAME(2).
           MOVE "copy_file_summary" TO OUTPUT-BASE-NAME(3).
           MOVE "showcase_results.dat" TO OUTPUT-FILE-NAME(4).
           MOVE "showcase_results" TO OUTPUT-BASE-NAME(4).
           MOVE "showcase_notices.txt" TO OUTPUT-FILE-NAME(5).
           MOVE "showcase_notices" TO OUTPUT-BASE-NAME(5).
           MOVE "monthly_statements.txt" TO OUTPUT-FILE-NAME(6).
           MOVE "monthly_statements" TO OUTPUT-BASE-NAME(6).
           PERFORM LOAD-RUN-COMPANY.
           PERFORM LOAD-LEGAL-HOLDS.
           OPEN OUTPUT ARCHIVE-LOG-FILE.
           PERFORM VARYING NAME-IDX FROM 1 BY 1
                   UNTIL NAME-IDX > 6
               PERFORM ARCHIVE-ONE-OUTPUT
           END-PERFORM.
           IF LEGAL-HOLD-TOTAL > 0
               MOVE WS-HELD-ARCHIVES TO WS-COUNT-DISPLAY
               MOVE SPACES TO ARCHIVE-LOG-LINE
               STRING "ARCHIVES CONTAINING LEGAL HOLD SUBJECTS: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO ARCHIVE-LOG-LINE
               WRITE ARCHIVE-LOG-LINE
           END-IF.
           CLOSE ARCHIVE-LOG-FILE.
           STOP RUN.

               ".arc" DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME.
           MOVE 'N' TO EOF-FLAG.
           MOVE 0 TO WS-RECORD-COUNT.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               MOVE 0 TO LGH-LINES-FOUND(LGH-IDX)
           END-PERFORM.
           OPEN INPUT OUTPUT-SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               ADD 1 TO WS-SKIPPED-FILES
                       MOVE OUTPUT-SOURCE-LINE TO ARCHIVE-TARGET-LINE
                       MOVE WS-SOURCE-LENGTH TO WS-ARCHIVE-LENGTH
                       WRITE ARCHIVE-TARGET-LINE
                       IF LEGAL-HOLD-TOTAL > 0
                           PERFORM SCAN-LINE-FOR-HOLDS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUTPUT-SOURCE-FILE.
               " RECORDS " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ARCHIVE-LOG-LINE.
           WRITE ARCHIVE-LOG-LINE.
           MOVE 'N' TO WS-ARCHIVE-HELD.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               IF LGH-LINES-FOUND(LGH-IDX) > 0
                   MOVE 'Y' TO WS-ARCHIVE-HELD
                   PERFORM WRITE-HELD-SUBJECT-LINE
               END-IF
           END-PERFORM.
           IF WS-ARCHIVE-HELD = 'Y'
               ADD 1 TO WS-HELD-ARCHIVES
           END-IF.

       SCAN-LINE-FOR-HOLDS.
           PERFORM VARYING LGH-IDX FROM 1 BY 1
                   UNTIL LGH-IDX > LEGAL-HOLD-TOTAL
               MOVE 0 TO WS-HOLD-TALLY
               IF LGH-SUBJECT-LENGTH(LGH-IDX) > 0
                       AND WS-SOURCE-LENGTH > 0
                   INSPECT ARCHIVE-TARGET-LINE(1:WS-SOURCE-LENGTH)
                       TALLYING WS-HOLD-TALLY FOR ALL
                       LGH-SUBJECT(LGH-IDX)
                       (1:LGH-SUBJECT-LENGTH(LGH-IDX))
               END-IF
               IF WS-HOLD-TALLY > 0
                   ADD 1 TO LGH-LINES-FOUND(LGH-IDX)
               END-IF
           END-PERFORM.

       WRITE-HELD-SUBJECT-LINE.
           MOVE LGH-LINES-FOUND(LGH-IDX) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ARCHIVE-LOG-LINE.
           STRING "    LEGAL HOLD MATTER " LGH-MATTER(LGH-IDX)
               " " LGH-TYPE(LGH-IDX) " " LGH-SUBJECT(LGH-IDX)
               " LINES " WS-COUNT-DISPLAY
               " - ARCHIVE MUST BE RETAINED"
               DELIMITED BY SIZE INTO ARCHIVE-LOG-LINE.
           WRITE ARCHIVE-LOG-LINE.

       LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LEGAL-HOLD-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = 'Y'
                       OR LEGAL-HOLD-TOTAL >= 2000
                   READ LEGAL-HOLD-FILE
                       AT END
                           MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           PERFORM NOTE-ACTIVE-LEGAL-HOLD
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           MOVE 'N' TO EOF-FLAG.

       NOTE-ACTIVE-LEGAL-HOLD.
           IF LEGAL-HOLD-SUBJECT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF LEGAL-HOLD-RELEASED-DATE NUMERIC
                   AND LEGAL-HOLD-RELEASED-DATE > 0
                   AND LEGAL-HOLD-RELEASED-DATE <= WS-RUN-DATE-NUM
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LEGAL-HOLD-TOTAL.
           MOVE LEGAL-HOLD-MATTER TO LGH-MATTER(LEGAL-HOLD-TOTAL).
           MOVE LEGAL-HOLD-TYPE TO LGH-TYPE(LEGAL-HOLD-TOTAL).
           MOVE LEGAL-HOLD-SUBJECT TO LGH-SUBJECT(LEGAL-HOLD-TOTAL).
           MOVE 10 TO LGH-SUBJECT-LENGTH(LEGAL-HOLD-TOTAL).
           PERFORM UNTIL LGH-SUBJECT-LENGTH(LEGAL-HOLD-TOTAL) = 0
                   OR LGH-SUBJECT(LEGAL-HOLD-TOTAL)
                       (LGH-SUBJECT-LENGTH(LEGAL-HOLD-TOTAL):1)
                       NOT = SPACE
               SUBTRACT 1 FROM LGH-SUBJECT-LENGTH(LEGAL-HOLD-TOTAL)
           END-PERFORM.

       APPEND-CATALOG-ENTRY.
           OPEN EXTEND ARCHIVE-CATALOG-FILE.
               WRITE ARCHIVE-CATALOG-LINE
               CLOSE ARCHIVE-CATALOG-FILE
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
               MOVE BDC-CURRENT-DATE TO WS-RUN-DATE-NUM
           ELSE
               DISPLAY "ARCHIVE-OUTPUTS: NO BUSINESS DATE RECORD, "
                   "USING SYSTEM DATE"
           END-IF.
