           05  TDP-ACCOUNT PIC X(10).
           05  TDP-PRINCIPAL PIC 9(11)V99.
           05  TDP-RATE PIC 9(2)V9(6).
           05  TDP-START-DATE PIC 9(8).
           05  TDP-MATURITY-DATE PIC 9(8).
           05  TDP-TERM-DAYS PIC 9(4).
           05  TDP-ROLLOVER PIC X.
           05  TDP-LINKED-ACCOUNT PIC X(10).
           05  TDP-STATE PIC X.
           05  TDP-NOTICE-DATE PIC 9(8).
           05  TDP-BREAK-DATE PIC 9(8).
           05  TDP-LAST-INTEREST PIC 9(11)V99.
           05  TDP-LAST-PENALTY PIC 9(11)V99.
           05  TDP-CLOSED-DATE PIC 9(8).
           05  TDP-OPERATOR PIC X(8).
