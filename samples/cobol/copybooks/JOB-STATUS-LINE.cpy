           05  JOB-STATUS-PROGRAM PIC X(20).
           05  JOB-STATUS-CODE PIC 9(4).
           05  JOB-STATUS-REASON PIC X(40).
           05  JOB-STATUS-DATE PIC 9(8).
