           05  CTH-CUSTOMER PIC X(8).
           05  CTH-ACCOUNT PIC X(10).
           05  CTH-DOC-TYPE PIC X(4).
           05  CTH-CATALOG-CODE PIC X(4).
           05  CTH-CHANNEL PIC X.
           05  CTH-BUSINESS-DATE PIC 9(8).
           05  CTH-DOC-REF PIC X(12).
           05  CTH-LOCATION PIC X(40).
           05  CTH-PROGRAM PIC X(20).
