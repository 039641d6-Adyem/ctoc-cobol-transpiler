           05  PRF-PERIOD PIC 9(6).
           05  PRF-LEVEL PIC X.
           05  PRF-KEY PIC X(10).
           05  PRF-CUSTOMER PIC X(8).
           05  PRF-CURRENCY PIC X(3).
           05  PRF-FEE-INCOME PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  PRF-INTEREST-PAID PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  PRF-FX-RESULT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  PRF-WRITEOFFS PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  PRF-RETURN-COST PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  PRF-NET-RESULT PIC S9(11)V99 SIGN LEADING SEPARATE.
