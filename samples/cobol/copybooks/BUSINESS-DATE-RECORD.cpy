           05  BDC-CURRENT-DATE PIC 9(8).
           05  BDC-PRIOR-DATE PIC 9(8).
           05  BDC-NEXT-DATE PIC 9(8).
           05  BDC-ROLLED-STAMP PIC X(14).
           05  BDC-ROLLED-BY PIC X(8).
           05  BDC-LAST-ACTION PIC X.
