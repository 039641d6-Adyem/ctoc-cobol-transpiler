           05  COLL-ITEM-TYPE PIC X.
           05  COLL-ITEM-ACCOUNT PIC X(10).
           05  COLL-ITEM-PERIOD PIC 9(6).
           05  COLL-ITEM-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  COLL-ITEM-FIRST-DATE PIC 9(8).
           05  COLL-ITEM-LAST-SEEN PIC 9(8).
           05  COLL-ITEM-STAGE PIC 9.
           05  COLL-ITEM-NOTICE-STAGE PIC 9.
           05  COLL-ITEM-FEE-STAGE PIC 9.
           05  COLL-ITEM-COLLECTOR PIC X(8).
           05  COLL-ITEM-STATUS PIC X.
