           05  SWR-SWEEP-ID PIC X(10).
           05  SWR-SWEEP-DATE PIC 9(8).
           05  SWR-CHILD-ACCOUNT PIC X(10).
           05  SWR-PARENT-ACCOUNT PIC X(10).
           05  SWR-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  SWR-REVERSE-FLAG PIC X.
           05  SWR-STATUS PIC X.
           05  SWR-REVERSAL-DATE PIC 9(8).
