           05  ESH-ACCOUNT PIC X(10).
           05  ESH-BALANCE-CURRENCY PIC X(3).
           05  ESH-JURISDICTION PIC X(2).
           05  ESH-COMPANY PIC X(3).
           05  ESH-CURRENCY PIC X(3).
           05  ESH-LAST-ACTIVITY PIC 9(8).
           05  ESH-DEADLINE PIC 9(8).
           05  ESH-NOTICE-DATE PIC 9(8).
           05  ESH-STATE PIC X.
           05  ESH-REMIT-ID PIC X(10).
           05  ESH-REMIT-DATE PIC 9(8).
           05  ESH-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  ESH-CLAIM-DATE PIC 9(8).
           05  ESH-CLAIM-REFERENCE PIC X(10).
