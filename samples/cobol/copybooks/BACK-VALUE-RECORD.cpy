           05  BKV-POSTED-DATE PIC 9(8).
           05  BKV-EFFECTIVE-DATE PIC 9(8).
           05  BKV-ACCOUNT PIC X(10).
           05  BKV-BALANCE-CURRENCY PIC X(3).
           05  BKV-COMPANY PIC X(3).
           05  BKV-CURRENCY PIC X(3).
           05  BKV-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  BKV-TRANSACTION-ID PIC X(10).
           05  BKV-APPROVED PIC X.
           05  BKV-STATE PIC X.
           05  BKV-ADJUSTED-DATE PIC 9(8).
           05  BKV-INTEREST-ADJUSTMENT PIC S9(9)V99
                   SIGN LEADING SEPARATE.
