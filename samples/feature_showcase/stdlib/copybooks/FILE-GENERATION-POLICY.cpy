           05  GEN-POLICY-FILE-NAME PIC X(60).
           05  GEN-POLICY-KEEP PIC 9(2).
