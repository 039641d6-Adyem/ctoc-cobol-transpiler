           05  PROD-CODE PIC X(4).
           05  PROD-NAME PIC X(30).
           05  PROD-STATUS PIC X.
           05  PROD-FEE-SCHEDULE PIC X(4).
           05  PROD-INACTIVE-DAYS PIC 9(3).
           05  PROD-DORMANT-DAYS PIC 9(3).
           05  PROD-CYCLE-DAY PIC 9(2).
           05  PROD-OVERDRAFT-LIMIT PIC 9(9)V99.
           05  PROD-INTEREST-TIER PIC X(4).
