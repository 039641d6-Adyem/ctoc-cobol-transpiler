           05  ACCT-REF-STATUS PIC X.
           05  ACCT-REF-OPEN-DATE PIC 9(8).
           05  ACCT-REF-CLOSE-DATE PIC 9(8).
           05  ACCT-REF-OWNERSHIP PIC X(3).
           05  ACCT-REF-PRODUCT PIC X(4).
           05  ACCT-REF-COST-CENTER PIC X(4).
