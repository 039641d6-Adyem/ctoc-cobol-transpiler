           05  ICB-RUN-DATE PIC 9(8).
           05  ICB-STATE PIC X.
           05  ICB-PAIR-COUNT PIC 9(5).
           05  ICB-TOTAL-DEBITS PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  ICB-TOTAL-CREDITS PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  ICB-NET-DIFFERENCE PIC S9(11)V99 SIGN LEADING
               SEPARATE.
