           05  BLOCK-ID PIC X(10).
           05  BLOCK-ACCOUNT PIC X(10).
           05  BLOCK-TYPE PIC X.
           05  BLOCK-TRANSACTION-ID PIC X(10).
           05  BLOCK-AMOUNT PIC 9(9)V99.
           05  BLOCK-EFFECTIVE-DATE PIC 9(8).
           05  BLOCK-EXPIRY-DATE PIC 9(8).
           05  BLOCK-STATUS PIC X.
           05  BLOCK-OPERATOR PIC X(8).
