           05  LEGAL-HOLD-MATTER PIC X(12).
           05  LEGAL-HOLD-TYPE PIC X.
           05  LEGAL-HOLD-SUBJECT PIC X(10).
           05  LEGAL-HOLD-PLACED-DATE PIC 9(8).
           05  LEGAL-HOLD-RELEASED-DATE PIC 9(8).
           05  LEGAL-HOLD-OPERATOR PIC X(8).
