           05  OPR-REFERENCE PIC X(10).
           05  OPR-ACCOUNT PIC X(10).
           05  OPR-AMOUNT PIC 9(7)V99.
           05  OPR-CURRENCY PIC X(3).
           05  OPR-PAYEE-BANK PIC X(9).
           05  OPR-PAYEE-ACCOUNT PIC X(17).
           05  OPR-VALUE-DATE PIC 9(8).
           05  OPR-BATCH-DATE PIC 9(8).
           05  OPR-STATUS PIC X.
           05  OPR-STATUS-DATE PIC 9(8).
           05  OPR-REASON PIC X(4).
