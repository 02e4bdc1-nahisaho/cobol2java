           05 FILLER               PIC X(16).

       FD  ARCHIVE-FILE.
       01 ARCHIVE-REC              PIC X(45).
       01 ARCHIVE-HDR-REC REDEFINES ARCHIVE-REC.
           05 AH-RECORD-TYPE       PIC X(06).
           05 AH-ARCHIVE-DATE      PIC X(08).
           05 AH-CUTOFF-DATE       PIC X(08).
           05 FILLER               PIC X(23).
       01 ARCHIVE-TRL-REC REDEFINES ARCHIVE-REC.
           05 AT-RECORD-TYPE       PIC X(06).
           05 AT-DETAIL-COUNT      PIC 9(07).
           05 FILLER               PIC X(32).

       FD  LIVE-FILE.
       01 LIVE-REC                 PIC X(45).

       FD  ARCHIVE-REGISTER-FILE.
       01 ARCHIVE-REGISTER-REC     PIC X(80).
