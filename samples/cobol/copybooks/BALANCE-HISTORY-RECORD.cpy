           05  BAL-HIST-KEY.
               10  BAL-HIST-ACCOUNT PIC X(10).
               10  BAL-HIST-BALANCE-CURRENCY PIC X(3).
               10  BAL-HIST-DATE PIC 9(8).
           05  BAL-HIST-COMPANY PIC X(3).
           05  BAL-HIST-CURRENCY PIC X(3).
           05  BAL-HIST-BALANCE PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  BAL-HIST-LAST-TRAN-DATE PIC 9(8).
           05  FILLER PIC X(20).
