           05  PCT-BUILT-BY PIC X(20).
           05  PCT-BUILD-DATE PIC 9(8).
           05  PCT-RECORD-COUNT PIC 9(9).
           05  PCT-NET-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  PCT-POSTED-FLAG PIC X.
           05  PCT-POSTED-DATE PIC 9(8).
