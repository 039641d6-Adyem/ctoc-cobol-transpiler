           05  POS-ACCOUNT PIC X(10).
           05  POS-BALANCE-CURRENCY PIC X(3).
           05  FILLER PIC X(27).
           05  POS-COMPANY PIC X(3).
           05  POS-CURRENCY PIC X(3).
           05  POS-DORMANCY-STAGE PIC X.
