           05  ENT-OPERATOR PIC X(8).
           05  ENT-ROLE PIC X(8).
           05  ENT-PROGRAM PIC X(20).
           05  ENT-ACTIONS PIC X(10).
           05  ENT-STATUS PIC X.
           05  ENT-GRANTED-BY PIC X(8).
           05  ENT-GRANT-DATE PIC 9(8).
           05  ENT-EXPIRY-DATE PIC 9(8).
           05  ENT-REVIEWED-BY PIC X(8).
           05  ENT-REVIEW-DATE PIC 9(8).
