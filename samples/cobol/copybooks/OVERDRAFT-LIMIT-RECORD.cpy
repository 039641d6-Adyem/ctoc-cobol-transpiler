           05  ODL-ACCOUNT PIC X(10).
           05  ODL-COMPANY PIC X(3).
           05  ODL-LIMIT PIC 9(9)V99.
           05  ODL-ACTION PIC X.
