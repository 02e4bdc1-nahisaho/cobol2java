       DATA DIVISION.
       FILE SECTION.
       FD  FEED-INPUT-FILE.
       01 FV-INPUT-REC             PIC X(61).

       FD  VERIFY-CONTROL-FILE.
       01 VERIFY-CONTROL-REC.
