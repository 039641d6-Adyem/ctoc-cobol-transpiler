           05  OPEN-ITEM-INVOICE PIC X(16).
           05  OPEN-ITEM-ACCOUNT PIC X(10).
           05  OPEN-ITEM-PERIOD PIC 9(6).
           05  OPEN-ITEM-BILLED PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  OPEN-ITEM-PAID PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  OPEN-ITEM-BALANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  OPEN-ITEM-STATUS PIC X.
           05  OPEN-ITEM-LAST-PAID PIC 9(8).
