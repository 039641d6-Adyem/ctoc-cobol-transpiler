           05  SEAL-FILE-ID PIC X(8).
           05  SEAL-TYPE PIC X.
           05  SEAL-DATE PIC 9(8).
           05  SEAL-RECORD-COUNT PIC 9(9).
           05  SEAL-HASH PIC 9(16).
           05  SEAL-STAMP PIC X(14).
           05  SEAL-PROGRAM PIC X(20).
