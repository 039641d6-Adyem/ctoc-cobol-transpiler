           05  DPH-HOLD-ID PIC 9(6).
           05  DPH-HELD-DATE PIC 9(8).
           05  DPH-MATCH-SOURCE PIC X(4).
           05  DPH-MATCH-DATE PIC 9(8).
           05  DPH-MATCH-REF PIC X(10).
           05  DPH-STATUS PIC X.
           05  DPH-ACTION-DATE PIC 9(8).
           05  DPH-OPERATOR PIC X(8).
           05  DPH-IMAGE PIC X(46).
