           05  HOLD-ID PIC X(8).
           05  HOLD-ACCOUNT PIC X(10).
           05  HOLD-AMOUNT PIC 9(9)V99.
           05  HOLD-REASON PIC X(4).
           05  HOLD-PLACED-DATE PIC 9(8).
           05  HOLD-EXPIRY-DATE PIC 9(8).
           05  HOLD-STATUS PIC X.
           05  HOLD-RELEASED-DATE PIC 9(8).
           05  HOLD-OPERATOR PIC X(8).
