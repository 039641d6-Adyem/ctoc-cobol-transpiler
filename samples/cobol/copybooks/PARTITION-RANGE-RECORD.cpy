           05  PTN-NUMBER PIC 9(2).
           05  PTN-LOW-KEY PIC X(10).
           05  PTN-HIGH-KEY PIC X(10).
