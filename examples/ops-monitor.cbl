           05 FILLER                PIC X(03).

       FD  ALERT-EXTRACT-FILE.
           COPY "OPSALRT.CPY".

       FD  TOLERANCE-CONTROL-FILE.
       01 TOLERANCE-CONTROL-REC.
           05 FILLER PIC X(08) VALUE "HELLOWLD".
           05 FILLER PIC X(08) VALUE "FEEDEDIT".
           05 FILLER PIC X(08) VALUE "TAXCALC ".
           05 FILLER PIC X(08) VALUE "ACHRETN ".
           05 FILLER PIC X(08) VALUE "PAYDISB ".
           05 FILLER PIC X(08) VALUE "GARNVCHR".
           05 FILLER PIC X(08) VALUE "FIBONACC".
           05 FILLER PIC X(08) VALUE "GRADECHK".
           05 FILLER PIC X(08) VALUE "STATCHK ".

       01 WS-EXPECTED-JOB-TABLE
               REDEFINES WS-EXPECTED-JOB-INIT-AREA.
           05 WS-EXPECTED-JOB OCCURS 10 TIMES
                   INDEXED BY XJ-IDX
                   PIC X(08).

       REPORT-MISSING-JOBS-PARAGRAPH.
           PERFORM REPORT-ONE-MISSING-PARAGRAPH
               VARYING XJ-IDX FROM 1 BY 1
               UNTIL XJ-IDX > 10.

       REPORT-ONE-MISSING-PARAGRAPH.
           SET JB-IDX TO 1
