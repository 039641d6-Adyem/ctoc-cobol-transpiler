           05  EXC-CASE-ID PIC 9(6).
           05  EXC-SOURCE PIC X(4).
           05  EXC-SOURCE-KEY PIC X(40).
           05  EXC-ACCOUNT PIC X(10).
           05  EXC-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  EXC-OWNER PIC X(8).
           05  EXC-STATUS PIC X.
           05  EXC-OPENED-DATE PIC 9(8).
           05  EXC-DUE-DATE PIC 9(8).
           05  EXC-CLOSED-DATE PIC 9(8).
           05  EXC-OPERATOR PIC X(8).
           05  EXC-NOTE PIC X(20).
