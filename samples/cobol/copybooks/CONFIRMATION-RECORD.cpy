           05  CNF-REFERENCE PIC X(12).
           05  CNF-ACCOUNT PIC X(10).
           05  CNF-CUSTOMER PIC X(8).
           05  CNF-ASOF-DATE PIC 9(8).
           05  CNF-BALANCE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  CNF-CURRENCY PIC X(3).
           05  CNF-SENT-DATE PIC 9(8).
           05  CNF-STATUS PIC X.
           05  CNF-RESPONSE-DATE PIC 9(8).
           05  CNF-CLAIMED-BALANCE PIC S9(11)V99 SIGN LEADING
               SEPARATE.
           05  CNF-NOTE PIC X(20).
