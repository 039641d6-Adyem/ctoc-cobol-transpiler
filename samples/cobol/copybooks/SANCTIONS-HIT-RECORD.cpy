           05  SNH-CUSTOMER PIC X(8).
           05  SNH-ENTRY-ID PIC X(10).
           05  SNH-WATCH-NAME PIC X(40).
           05  SNH-MATCH-FIELD PIC X(5).
           05  SNH-SCORE PIC 9(3).
           05  SNH-STATUS PIC X.
           05  SNH-FOUND-DATE PIC 9(8).
           05  SNH-DECISION-DATE PIC 9(8).
           05  SNH-ANALYST PIC X(8).
           05  SNH-CUSTOMER-NAME PIC X(30).
