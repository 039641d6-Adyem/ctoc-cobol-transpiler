           05  AUDIT-RECORDS-ACCEPTED PIC 9(9).
           05  AUDIT-RECORDS-REJECTED PIC 9(9).
           05  AUDIT-CYCLE PIC 9(2).
           05  AUDIT-CHAIN-HASH PIC 9(16).
