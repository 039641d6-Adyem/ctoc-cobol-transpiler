           05  BLOCK-CATCH-DATE PIC 9(8).
           05  BLOCK-CATCH-ID PIC X(10).
           05  BLOCK-CATCH-PROGRAM PIC X(20).
           05  BLOCK-CATCH-ACCOUNT PIC X(10).
           05  BLOCK-CATCH-TRANSACTION-ID PIC X(10).
           05  BLOCK-CATCH-DIRECTION PIC X.
           05  BLOCK-CATCH-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  BLOCK-CATCH-REASON PIC X(4).
