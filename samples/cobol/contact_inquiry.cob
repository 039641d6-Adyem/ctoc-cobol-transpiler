       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-REQUEST-FILE
               ASSIGN TO "contact_inquiry_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT CONTACT-HISTORY-FILE
               ASSIGN TO "contact_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT INQUIRY-REPORT-FILE
               ASSIGN TO "contact_inquiry_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-REQUEST-FILE.
       01  INQUIRY-REQUEST-LINE.
           05  CIR-CUSTOMER PIC X(8).
           05  CIR-FROM-DATE PIC X(8).
           05  CIR-TO-DATE PIC X(8).
       FD  CONTACT-HISTORY-FILE.
       01  CONTACT-HISTORY-LINE.
           COPY "CONTACT-HISTORY-RECORD.cpy".
       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01  EOF-FLAG PIC X VALUE 'N'.
       01  WS-REQUEST-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-STATUS PIC XX VALUE "00".
       01  WS-HISTORY-EOF PIC X VALUE 'N'.
       01  WS-REQUEST-CUSTOMER PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE PIC 9(8) VALUE 0.
       01  WS-TO-DATE PIC 9(8) VALUE 0.
       01  WS-MATCH-COUNT PIC 9(6) VALUE 0.
       01  WS-REQUEST-COUNT PIC 9(6) VALUE 0.
       01  WS-CHANNEL-TEXT PIC X(12) VALUE SPACES.
       01  WS-COUNT-DISPLAY PIC Z(5)9.
       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT INQUIRY-REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "CONTACT-INQUIRY: UNABLE TO OPEN REQUEST FILE "
                   "contact_inquiry_requests.dat, FILE STATUS "
                   WS-REQUEST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           MOVE "CUSTOMER CONTACT HISTORY INQUIRY" TO
               INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INQUIRY-REQUEST-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CIR-CUSTOMER NOT = SPACES
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM SET-REQUEST-RANGE
                           PERFORM PRINT-CUSTOMER-CONTACTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INQUIRY-REQUEST-FILE.
           MOVE WS-REQUEST-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "CUSTOMERS REQUESTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           CLOSE INQUIRY-REPORT-FILE.
           STOP RUN.

       SET-REQUEST-RANGE.
           MOVE CIR-CUSTOMER TO WS-REQUEST-CUSTOMER.
           MOVE 0 TO WS-FROM-DATE.
           MOVE 99999999 TO WS-TO-DATE.
           IF CIR-FROM-DATE NUMERIC
               MOVE CIR-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF CIR-TO-DATE NUMERIC AND CIR-TO-DATE NOT = "00000000"
               MOVE CIR-TO-DATE TO WS-TO-DATE
           END-IF.

       PRINT-CUSTOMER-CONTACTS.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "CONTACTS FOR CUSTOMER " WS-REQUEST-CUSTOMER
               " FROM " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE 0 TO WS-MATCH-COUNT.
           OPEN INPUT CONTACT-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "  NO CONTACT HISTORY ON FILE" TO
                   INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "  DATE     TYPE CODE ACCOUNT    CHANNEL      DOC REF"
               TO INQUIRY-REPORT-LINE.
           MOVE "LOCATION" TO INQUIRY-REPORT-LINE(59:8).
           WRITE INQUIRY-REPORT-LINE.
           MOVE 'N' TO WS-HISTORY-EOF.
           PERFORM UNTIL WS-HISTORY-EOF = 'Y'
               READ CONTACT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF CTH-CUSTOMER = WS-REQUEST-CUSTOMER
                               AND CTH-BUSINESS-DATE NUMERIC
                               AND CTH-BUSINESS-DATE >= WS-FROM-DATE
                               AND CTH-BUSINESS-DATE <= WS-TO-DATE
                           ADD 1 TO WS-MATCH-COUNT
                           PERFORM PRINT-CONTACT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACT-HISTORY-FILE.
           IF WS-MATCH-COUNT = 0
               MOVE "  NO DOCUMENTS SENT IN THIS RANGE" TO
                   INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           ELSE
               MOVE WS-MATCH-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "  DOCUMENTS FOUND: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF.

       PRINT-CONTACT-ENTRY.
           EVALUATE CTH-CHANNEL
               WHEN 'P'
                   MOVE "PRINT" TO WS-CHANNEL-TEXT
               WHEN 'E'
                   MOVE "ELECTRONIC" TO WS-CHANNEL-TEXT
               WHEN 'S'
                   MOVE "NOT SENT-RTN" TO WS-CHANNEL-TEXT
               WHEN 'D'
                   MOVE "NOT SENT-DUP" TO WS-CHANNEL-TEXT
               WHEN OTHER
                   MOVE CTH-CHANNEL TO WS-CHANNEL-TEXT
           END-EVALUATE.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           STRING "  " CTH-BUSINESS-DATE " " CTH-DOC-TYPE
               " " CTH-CATALOG-CODE " " CTH-ACCOUNT
               " " WS-CHANNEL-TEXT " " CTH-DOC-REF
               " " CTH-LOCATION
               DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
