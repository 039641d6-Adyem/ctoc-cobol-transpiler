           05  INB-RUN-DATE PIC 9(8).
           05  INB-QUEUE PIC X(4).
           05  INB-ITEM-SEQ PIC 9(4).
           05  INB-OVERDUE PIC X.
           05  INB-DAYS-PAST PIC S9(4) SIGN LEADING SEPARATE.
           05  INB-RAISED-DATE PIC 9(8).
           05  INB-AGE-DAYS PIC 9(4).
           05  INB-DEADLINE-DATE PIC 9(8).
           05  INB-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  INB-RAISED-BY PIC X(8).
           05  INB-ROLE PIC X(8).
           05  INB-REFERENCE PIC X(30).
