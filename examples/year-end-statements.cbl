      * output file - the master itself is not touched - so
      * the job can be re-run safely until the extract is
      * loaded.
      *
      * The DEDELECT deduction election master gets the same
      * treatment: every election is copied to the DEDENEW
      * opening extract with its DL-YTD-TAKEN bucket zeroed,
      * so the new year's annual limits start fresh when the
      * extract is loaded alongside EMPMNEW, and the register
      * totals what the closing year took against them.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL YEAR-CONTROL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEDUCTION-ELECTION-FILE
                   ASSIGN TO "DEDELECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DL-ELECTION-KEY.
           SELECT ELECTION-OPENING-FILE ASSIGN TO "DEDENEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 YR-TAX-YEAR          PIC X(04).
           05 FILLER               PIC X(16).

       FD  DEDUCTION-ELECTION-FILE.
           COPY "DEDELEC.CPY".

       FD  ELECTION-OPENING-FILE.
       01 ELECTION-OPENING-REC       PIC X(60).

       FD  OPENING-BALANCE-FILE.
       01 OPENING-BALANCE-REC.
           05 OB-EMPLOYEE-ID       PIC X(06).
       01 WS-TOTAL-YTD-STATE-TAX PIC 9(11) VALUE 0.
       01 WS-TOTAL-YTD-NET       PIC 9(11) VALUE 0.

       01 WS-ELECTION-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-ELECTION-FILE      VALUE "Y".
       01 WS-ELECTION-COUNT      PIC 9(07) VALUE 0.
       01 WS-TOTAL-YTD-TAKEN     PIC 9(11) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-YEAR-CONTROL-PARAGRAPH
               PERFORM WRITE-OPENING-BALANCE-PARAGRAPH
               PERFORM READ-MASTER-PARAGRAPH
           END-PERFORM
           PERFORM RESET-ELECTIONS-PARAGRAPH
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE ANNUAL-STATEMENT-FILE
           END-READ
           CLOSE YEAR-CONTROL-FILE.

      * The master is only read: the zeroed copy goes to
      * DEDENEW and is loaded with the employee extract.
       RESET-ELECTIONS-PARAGRAPH.
           OPEN INPUT DEDUCTION-ELECTION-FILE
           OPEN OUTPUT ELECTION-OPENING-FILE
           PERFORM READ-ELECTION-PARAGRAPH
           PERFORM UNTIL END-OF-ELECTION-FILE
               ADD 1 TO WS-ELECTION-COUNT
               ADD DL-YTD-TAKEN TO WS-TOTAL-YTD-TAKEN
               MOVE 0 TO DL-YTD-TAKEN
               WRITE ELECTION-OPENING-REC
                   FROM DEDUCTION-ELECTION-REC
               PERFORM READ-ELECTION-PARAGRAPH
           END-PERFORM
           CLOSE DEDUCTION-ELECTION-FILE
           CLOSE ELECTION-OPENING-FILE.

       READ-ELECTION-PARAGRAPH.
           READ DEDUCTION-ELECTION-FILE NEXT RECORD
               AT END
                   SET END-OF-ELECTION-FILE TO TRUE
           END-READ.

       READ-MASTER-PARAGRAPH.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
               " NET=" DELIMITED BY SIZE
               WS-TOTAL-YTD-NET DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE STATEMENT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEDUCTION ELECTIONS RESET=" DELIMITED BY SIZE
               WS-ELECTION-COUNT DELIMITED BY SIZE
               " YTD TAKEN CLEARED=" DELIMITED BY SIZE
               WS-TOTAL-YTD-TAKEN DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE STATEMENT-REGISTER-REC FROM WS-REPORT-LINE.

       WRITE-OPENING-BALANCE-PARAGRAPH.
