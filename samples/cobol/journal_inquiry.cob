           05  JRNL-STAMP PIC X(14).
           05  JRNL-BEFORE-IMAGE PIC X(106).
           05  JRNL-AFTER-IMAGE PIC X(106).
           05  JRNL-SEQUENCE PIC 9(9).
           05  JRNL-CHAIN-HASH PIC 9(16).
       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
