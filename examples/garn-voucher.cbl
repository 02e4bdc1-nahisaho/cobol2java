       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARN-VOUCHER.
       AUTHOR. COBOL2Java Team.
      *
      * Garnishment remittance voucher program
      *
      * Runs after CALCULATE-TAX and turns the night's
      * GARNREM extract into one remittance voucher per
      * GM-PAYEE-AGENCY: the orders withheld for that agency
      * and a single agency total, so accounts payable cuts
      * one payment per agency instead of reading the
      * extract line by line.  The grand total of all
      * vouchers must tie to the 21400000 GARNISHMENTS
      * PAYABLE credit on GLPOST; an out-of-balance run ends
      * with return code 8 so no voucher is paid from it.
      *
      * Under a RUNMODE card of O it vouchers the OFFCYCLE
      * run's GARNREM instead: it gates on the OFFCYCLE
      * heartbeat and heartbeats as OFFVCHR, so final-pay
      * garnishments reach accounts payable the same day.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GARNISH-REMIT-FILE ASSIGN TO "GARNREM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOUCHER-REPORT-FILE ASSIGN TO "GARNVCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-REMIT-FILE ASSIGN TO "SORTWK01".
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-MODE-FILE ASSIGN TO "RUNMODE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GARNISH-REMIT-FILE.
           COPY "GARNREM.CPY".

       FD  JOURNAL-POSTING-FILE.
           COPY "GLPOST.CPY".

       FD  VOUCHER-REPORT-FILE.
       01 VOUCHER-REPORT-REC         PIC X(80).

       SD  SORT-REMIT-FILE.
       01 SORT-REMIT-REC.
           05 SR-PAYEE-AGENCY      PIC X(08).
           05 SR-EMPLOYEE-ID       PIC X(06).
           05 SR-ORDER-ID          PIC X(04).
           05 SR-AMOUNT            PIC 9(07).
           05 SR-BUSINESS-DATE     PIC X(08).
           05 FILLER               PIC X(07).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       FD  RUN-MODE-FILE.
           COPY "RUNMODE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-SORT-FILE          VALUE "Y".
       01 WS-GL-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-JOURNAL-FILE       VALUE "Y".

       01 WS-CURRENT-AGENCY      PIC X(08) VALUE SPACES.
       01 WS-AGENCY-COUNT        PIC 9(05) VALUE 0.
       01 WS-AGENCY-TOTAL        PIC 9(09) VALUE 0.

       01 WS-VOUCHER-COUNT       PIC 9(05) VALUE 0.
       01 WS-REMIT-COUNT         PIC 9(07) VALUE 0.
       01 WS-GRAND-TOTAL         PIC 9(11) VALUE 0.
       01 WS-GL-GARNISH-TOTAL    PIC S9(11)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.

       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-RUN-START-TIMESTAMP  PIC X(14) VALUE SPACES.
       01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
       01 WS-OVERRIDE-SWITCH      PIC X(01) VALUE "N".
           88 OPERATOR-OVERRIDE         VALUE "Y".

       01 WS-RUN-MODE-SWITCH      PIC X(01) VALUE "N".
           88 NIGHTLY-RUN              VALUE "N".
           88 OFF-CYCLE-RUN            VALUE "O".
       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "GARNVCHR".

       01 WS-PREREQ-JOB-NAME      PIC X(08) VALUE SPACES.
       01 WS-PREREQ-FOUND-SWITCH  PIC X(01) VALUE "N".
           88 PREREQ-FOUND             VALUE "Y".
       01 WS-PREREQ-RC            PIC 9(04) VALUE 0.
       01 WS-PREREQ-DATE          PIC X(08) VALUE SPACES.
       01 WS-GATE-EOF-SWITCH      PIC X(01) VALUE "N".
           88 END-OF-GATE-FILE         VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO WS-RUN-START-TIMESTAMP
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           PERFORM READ-RUN-MODE-PARAGRAPH
           IF OFF-CYCLE-RUN
               MOVE "OFFCYCLE" TO WS-PREREQ-JOB-NAME
           ELSE
               MOVE "TAXCALC " TO WS-PREREQ-JOB-NAME
           END-IF
           PERFORM CHECK-PREDECESSOR-PARAGRAPH
           OPEN OUTPUT VOUCHER-REPORT-FILE
           SORT SORT-REMIT-FILE
               ON ASCENDING KEY SR-PAYEE-AGENCY SR-EMPLOYEE-ID
                   SR-ORDER-ID
               USING GARNISH-REMIT-FILE
               OUTPUT PROCEDURE IS PRINT-VOUCHERS-PARAGRAPH
           PERFORM TOTAL-GARNISH-JOURNAL-PARAGRAPH
           PERFORM PRINT-GRAND-TOTAL-PARAGRAPH
           CLOSE VOUCHER-REPORT-FILE
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH
           STOP RUN.

       READ-BUSINESS-DATE-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-BUSINESS-DATE NUMERIC
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
                   MOVE BD-OVERRIDE-SWITCH TO WS-OVERRIDE-SWITCH
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       READ-RUN-MODE-PARAGRAPH.
           OPEN INPUT RUN-MODE-FILE
           READ RUN-MODE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RM-OFF-CYCLE-RUN
                       SET OFF-CYCLE-RUN TO TRUE
                       MOVE "OFFVCHR " TO WS-RUN-JOB-NAME
                   END-IF
           END-READ
           CLOSE RUN-MODE-FILE.

      * Step-sequencing gate: the predecessor job must show
      * a clean heartbeat (RC 4 or less) for tonight's
      * business date on RUNCTLF before this step runs; the
      * BSNSDATE override switch bypasses the gate for
      * exceptional reruns.
       CHECK-PREDECESSOR-PARAGRAPH.
           IF OPERATOR-OVERRIDE
               CONTINUE
           ELSE
               MOVE "N" TO WS-PREREQ-FOUND-SWITCH
               MOVE "N" TO WS-GATE-EOF-SWITCH
               OPEN INPUT RUN-CONTROL-FILE
               PERFORM READ-GATE-HEARTBEAT-PARAGRAPH
               PERFORM UNTIL END-OF-GATE-FILE
                   IF RC-JOB-NAME = WS-PREREQ-JOB-NAME
                       SET PREREQ-FOUND TO TRUE
                       MOVE RC-RETURN-CODE TO WS-PREREQ-RC
                       MOVE RC-BUSINESS-DATE TO WS-PREREQ-DATE
                   END-IF
                   PERFORM READ-GATE-HEARTBEAT-PARAGRAPH
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               IF NOT PREREQ-FOUND
                       OR WS-PREREQ-DATE NOT = WS-BUSINESS-DATE
                       OR WS-PREREQ-RC > 4
                   DISPLAY "GARN-VOUCHER: PREREQUISITE "
                       WS-PREREQ-JOB-NAME
                       " HAS NO CLEAN HEARTBEAT FOR BUSINESS DATE "
                       WS-BUSINESS-DATE " - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-GATE-HEARTBEAT-PARAGRAPH.
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-GATE-FILE TO TRUE
           END-READ.

       PRINT-VOUCHERS-PARAGRAPH.
           PERFORM RETURN-REMIT-PARAGRAPH
           PERFORM UNTIL END-OF-SORT-FILE
               MOVE SR-PAYEE-AGENCY TO WS-CURRENT-AGENCY
               PERFORM START-VOUCHER-PARAGRAPH
               PERFORM UNTIL END-OF-SORT-FILE
                       OR SR-PAYEE-AGENCY NOT = WS-CURRENT-AGENCY
                   PERFORM PRINT-VOUCHER-LINE-PARAGRAPH
                   PERFORM RETURN-REMIT-PARAGRAPH
               END-PERFORM
               PERFORM FINISH-VOUCHER-PARAGRAPH
           END-PERFORM.

       RETURN-REMIT-PARAGRAPH.
           RETURN SORT-REMIT-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       START-VOUCHER-PARAGRAPH.
           ADD 1 TO WS-VOUCHER-COUNT
           MOVE 0 TO WS-AGENCY-COUNT
           MOVE 0 TO WS-AGENCY-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           WRITE VOUCHER-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REMITTANCE VOUCHER  PAYEE AGENCY " WS-CURRENT-AGENCY
               "  BUSINESS DATE " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VOUCHER-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    EMP ID ORDR AMOUNT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VOUCHER-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-VOUCHER-LINE-PARAGRAPH.
           ADD 1 TO WS-AGENCY-COUNT
           ADD 1 TO WS-REMIT-COUNT
           ADD SR-AMOUNT TO WS-AGENCY-TOTAL
           ADD SR-AMOUNT TO WS-GRAND-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " SR-EMPLOYEE-ID " " SR-ORDER-ID " "
               SR-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VOUCHER-REPORT-REC FROM WS-REPORT-LINE.

       FINISH-VOUCHER-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AGENCY " WS-CURRENT-AGENCY
               " ORDERS=" WS-AGENCY-COUNT
               " AMOUNT TO REMIT=" WS-AGENCY-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VOUCHER-REPORT-REC FROM WS-REPORT-LINE.

      * Garnishments payable is credited as withheld; any
      * debit to it on the night's journal nets the tie.
       TOTAL-GARNISH-JOURNAL-PARAGRAPH.
           OPEN INPUT JOURNAL-POSTING-FILE
           PERFORM READ-JOURNAL-PARAGRAPH
           PERFORM UNTIL END-OF-JOURNAL-FILE
               IF GL-ACCOUNT-NUMBER = "21400000"
                   IF GL-DEBIT-CREDIT = "D"
                       SUBTRACT GL-AMOUNT FROM WS-GL-GARNISH-TOTAL
                   ELSE
                       ADD GL-AMOUNT TO WS-GL-GARNISH-TOTAL
                   END-IF
               END-IF
               PERFORM READ-JOURNAL-PARAGRAPH
           END-PERFORM
           CLOSE JOURNAL-POSTING-FILE.

       READ-JOURNAL-PARAGRAPH.
           READ JOURNAL-POSTING-FILE
               AT END
                   SET END-OF-JOURNAL-FILE TO TRUE
           END-READ.

       PRINT-GRAND-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE VOUCHER-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VOUCHER TOTALS  AGENCIES=" WS-VOUCHER-COUNT
               " ORDERS=" WS-REMIT-COUNT
               " AMOUNT=" WS-GRAND-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VOUCHER-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GARNISHMENTS PAYABLE CONTROL=" WS-GL-GARNISH-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VOUCHER-REPORT-REC FROM WS-REPORT-LINE
           IF WS-GRAND-TOTAL NOT = WS-GL-GARNISH-TOTAL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** VOUCHERS DO NOT TIE TO 21400000 - "
                   "DO NOT PAY ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE VOUCHER-REPORT-REC FROM WS-REPORT-LINE
               DISPLAY "GARN-VOUCHER: VOUCHERS " WS-GRAND-TOTAL
                   " DO NOT TIE TO GARNISHMENTS PAYABLE "
                   WS-GL-GARNISH-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE WS-RUN-JOB-NAME TO RC-JOB-NAME
           MOVE WS-RUN-START-TIMESTAMP TO RC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE (1:14) TO RC-END-TIMESTAMP
           MOVE RETURN-CODE TO RC-RETURN-CODE
           MOVE WS-REMIT-COUNT TO RC-RECORDS-PROCESSED
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
