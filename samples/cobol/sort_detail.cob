           SELECT DETAIL-INPUT-FILE ASSIGN TO "records.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-INPUT-STATUS.
           SELECT DETAIL-OUTPUT-FILE ASSIGN TO "records.dat.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-OUTPUT-STATUS.
           SELECT SORT-CONTROL-FILE
               ASSIGN TO "sort_detail_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       01  CONTROL-EOF-FLAG PIC X VALUE 'N'.
       01  WS-DETAIL-INPUT-STATUS PIC XX VALUE "00".
       01  WS-SORT-CONTROL-STATUS PIC XX VALUE "00".
       01  WS-DETAIL-OUTPUT-STATUS PIC XX VALUE "00".
       01  RECORDS-RELEASED PIC 9(9) VALUE 0.
       01  WS-COMMIT-TARGET-NAME PIC X(80) VALUE "records.dat".
       01  WS-COMMIT-WORK-NAME PIC X(80) VALUE "records.dat.work".
       01  WS-COMMIT-GENERATIONS PIC 9(2) VALUE 0.
       01  WS-COMMIT-STATUS PIC 9 VALUE 0.
       01  SORT-KEY-TABLE.
           05  SORT-KEY-ENTRY OCCURS 5 TIMES INDEXED BY KEY-IDX.
               10  SORT-KEY-NAME PIC X(8) VALUE SPACES.
               ON ASCENDING KEY SORT-WORK-KEY
               INPUT PROCEDURE IS RELEASE-DETAIL-RECORDS
               OUTPUT PROCEDURE IS REWRITE-DETAIL-FILE.
           PERFORM COMMIT-DETAIL-FILE.
           MOVE RECORDS-SORTED TO WS-SORTED-COUNT-DISPLAY.
           DISPLAY "SORT-DETAIL: RECORDS SEQUENCED "
               WS-SORTED-COUNT-DISPLAY.
           END-IF.
           STOP RUN.

       COMMIT-DETAIL-FILE.
           IF WS-DETAIL-OUTPUT-STATUS NOT = "00"
                   OR RECORDS-SORTED NOT = RECORDS-RELEASED
               DISPLAY "SORT-DETAIL: SORTED OUTPUT FAILED CONTROL "
                   "CHECK, FILE STATUS " WS-DETAIL-OUTPUT-STATUS
                   " - records.dat LEFT UNCHANGED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBLC-FILE-COMMIT" USING
                   BY REFERENCE WS-COMMIT-TARGET-NAME
                   BY REFERENCE WS-COMMIT-WORK-NAME
                   BY REFERENCE WS-COMMIT-GENERATIONS
                   BY REFERENCE WS-COMMIT-STATUS
           END-CALL.
           IF WS-COMMIT-STATUS NOT = 0
               DISPLAY "SORT-DETAIL: UNABLE TO SWITCH SORTED OUTPUT "
                   "INTO PLACE, STATUS " WS-COMMIT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-SORT-SUMMARY.
           OPEN OUTPUT SORT-SUMMARY-FILE.
           MOVE SPACES TO SORT-SUMMARY-LINE.
                       PERFORM BUILD-SORT-KEY
                       MOVE DETAIL-INPUT-IMAGE TO SORT-WORK-DATA
                       RELEASE SORT-WORK-RECORD
                       ADD 1 TO RECORDS-RELEASED
               END-READ
           END-PERFORM.
           CLOSE DETAIL-INPUT-FILE.
                           PERFORM BUILD-SORT-KEY
                           MOVE DETAIL-INPUT-IMAGE TO SORT-WORK-DATA
                           RELEASE SORT-WORK-RECORD
                           ADD 1 TO RECORDS-RELEASED
                       END-IF
               END-READ
           END-PERFORM.
