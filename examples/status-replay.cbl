           COPY "STATAUD.CPY".

       FD  ARCHIVE-FILE.
       01 ARCHIVE-IN-REC           PIC X(45).

       FD  REPLAY-CONTROL-FILE.
       01 REPLAY-CONTROL-REC.
