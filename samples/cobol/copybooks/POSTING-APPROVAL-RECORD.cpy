           05  PAQ-QUEUED-DATE PIC 9(8).
           05  PAQ-REASON-CODE PIC X(4).
           05  PAQ-IMAGE PIC X(80).
