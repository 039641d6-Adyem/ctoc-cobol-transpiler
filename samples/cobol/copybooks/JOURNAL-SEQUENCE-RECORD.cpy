           05  JSQ-LAST-SEQUENCE PIC 9(9).
           05  JSQ-LAST-STAMP PIC X(14).
