           05 CAT-FILE-NOTE PIC X(40).
           05 CAT-FILE-EFF-DATE PIC 9(8).
           05 CAT-FILE-STATUS PIC X.
           05 CAT-FILE-LANGUAGE PIC X(2).
       WORKING-STORAGE SECTION.
       01 TITLE-LENGTH PIC S9(9).
       01 LITERAL-LENGTH PIC S9(9).
          05 NOTE-PTR USAGE POINTER VALUE NULL.
       01 NOTE-BUF BASED PIC X(4096).
       01 MESSAGE-CATALOG.
          05 MSG-ENTRY OCCURS 200 TIMES INDEXED BY MSG-IDX.
             10 MSG-CODE PIC X(4) VALUE SPACES.
             10 MSG-LANGUAGE PIC X(2) VALUE SPACES.
             10 MSG-TITLE PIC X(40) VALUE SPACES.
             10 MSG-NOTE PIC X(40) VALUE SPACES.
       01 MESSAGE-CATALOG-TOTAL PIC 9(3) VALUE 0.
       01 WS-DEFAULT-LANGUAGE PIC X(2) VALUE "EN".
       01 WS-LOOKUP-LANGUAGE PIC X(2) VALUE SPACES.
       01 CATALOG-INITIALIZED PIC X VALUE 'N'.
       01 CATALOG-FOUND PIC X VALUE 'N'.
       01 WS-SELECTED-TITLE PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       01 LNK-MESSAGE-CODE PIC X(4).
       01 LNK-STATUS PIC 9.
       01 LNK-LANGUAGE-CODE PIC X(2).
       PROCEDURE DIVISION USING BY REFERENCE LNK-MESSAGE-CODE
           BY REFERENCE LNK-STATUS
           BY REFERENCE LNK-LANGUAGE-CODE.
       SHOWCASE-TEXT.
           IF CATALOG-INITIALIZED = 'N'
               PERFORM INITIALIZE-CATALOG
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CATALOG-EOF = 'Y'
                   OR MESSAGE-CATALOG-TOTAL >= 200
               READ CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-CATALOG-EOF
                               MSG-TITLE(MESSAGE-CATALOG-TOTAL)
                           MOVE CAT-FILE-NOTE TO
                               MSG-NOTE(MESSAGE-CATALOG-TOTAL)
                           IF CAT-FILE-LANGUAGE = SPACES
                               MOVE WS-DEFAULT-LANGUAGE TO
                                   MSG-LANGUAGE(MESSAGE-CATALOG-TOTAL)
                           ELSE
                               MOVE CAT-FILE-LANGUAGE TO
                                   MSG-LANGUAGE(MESSAGE-CATALOG-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-DEFAULT-CATALOG.
           MOVE 5 TO MESSAGE-CATALOG-TOTAL.
           MOVE "1000" TO MSG-CODE(1).
           MOVE WS-DEFAULT-LANGUAGE TO MSG-LANGUAGE(1).
           MOVE "RENEWAL RISK REVIEW" TO MSG-TITLE(1).
           MOVE "FAST PATH" TO MSG-NOTE(1).
           MOVE "2000" TO MSG-CODE(2).
           MOVE WS-DEFAULT-LANGUAGE TO MSG-LANGUAGE(2).
           MOVE "PAYMENT CONFIRMED" TO MSG-TITLE(2).
           MOVE "THANK YOU" TO MSG-NOTE(2).
           MOVE "3000" TO MSG-CODE(3).
           MOVE WS-DEFAULT-LANGUAGE TO MSG-LANGUAGE(3).
           MOVE "ACCOUNT ON HOLD" TO MSG-TITLE(3).
           MOVE "CONTACT SUPPORT" TO MSG-NOTE(3).
           MOVE "4000" TO MSG-CODE(4).
           MOVE WS-DEFAULT-LANGUAGE TO MSG-LANGUAGE(4).
           MOVE "CLAIM APPROVED" TO MSG-TITLE(4).
           MOVE "FUNDS RELEASED" TO MSG-NOTE(4).
           MOVE "5000" TO MSG-CODE(5).
           MOVE WS-DEFAULT-LANGUAGE TO MSG-LANGUAGE(5).
           MOVE "POLICY EXPIRING" TO MSG-TITLE(5).
           MOVE "RENEW NOW" TO MSG-NOTE(5).
           MOVE 'Y' TO CATALOG-INITIALIZED.
           MOVE 'N' TO CATALOG-FOUND.
           MOVE SPACES TO WS-SELECTED-TITLE.
           MOVE SPACES TO WS-SELECTED-NOTE.
           MOVE WS-DEFAULT-LANGUAGE TO WS-LOOKUP-LANGUAGE.
           IF ADDRESS OF LNK-LANGUAGE-CODE NOT = NULL
               IF LNK-LANGUAGE-CODE NOT = SPACES
                   MOVE LNK-LANGUAGE-CODE TO WS-LOOKUP-LANGUAGE
               END-IF
           END-IF.
           PERFORM FIND-MESSAGE-IN-LANGUAGE.
           IF CATALOG-FOUND = 'N'
                   AND WS-LOOKUP-LANGUAGE NOT = WS-DEFAULT-LANGUAGE
               MOVE WS-DEFAULT-LANGUAGE TO WS-LOOKUP-LANGUAGE
               PERFORM FIND-MESSAGE-IN-LANGUAGE
           END-IF.
           IF CATALOG-FOUND = 'N'
               MOVE 1 TO LNK-STATUS
           END-IF.

       FIND-MESSAGE-IN-LANGUAGE.
           PERFORM VARYING MSG-IDX FROM 1 BY 1
                   UNTIL MSG-IDX > MESSAGE-CATALOG-TOTAL
               IF MSG-CODE(MSG-IDX) = LNK-MESSAGE-CODE
                       AND MSG-LANGUAGE(MSG-IDX) = WS-LOOKUP-LANGUAGE
                   MOVE MSG-TITLE(MSG-IDX) TO WS-SELECTED-TITLE
                   MOVE MSG-NOTE(MSG-IDX) TO WS-SELECTED-NOTE
                   MOVE 'Y' TO CATALOG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       TRIM-SELECTED-TITLE.
           MOVE 40 TO WS-TRIM-IDX.
