           05  DSP-TRANSACTION-ID PIC X(10).
           05  DSP-ACCOUNT PIC X(10).
           05  DSP-AMOUNT PIC 9(9)V99.
           05  DSP-REASON PIC X(4).
           05  DSP-OPENED-DATE PIC 9(8).
           05  DSP-DEADLINE-DATE PIC 9(8).
           05  DSP-STATUS PIC X.
           05  DSP-CREDIT-AMOUNT PIC 9(9)V99.
           05  DSP-CREDIT-DATE PIC 9(8).
           05  DSP-RESOLVED-DATE PIC 9(8).
           05  DSP-OPERATOR PIC X(8).
