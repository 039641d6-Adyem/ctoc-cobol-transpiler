           05  ESO-BUSINESS-DATE PIC 9(8).
           05  ESO-SUPERVISOR PIC X(8).
           05  ESO-STAMP PIC X(14).
           05  ESO-BREAK-COUNT PIC 9(2).
           05  ESO-REASON PIC X(40).
