       IDENTIFICATION DIVISION.
       PROGRAM-ID. DED-ELECT-MAINT.
       AUTHOR. COBOL2Java Team.
      *
      * Deduction election master maintenance program
      *
      * Modeled on GARN-ORDER-MAINT: loops over a DEDUCTION-
      * MAINT-FILE of transactions and applies each one to
      * the keyed DEDELECT election master CALCULATE-TAX
      * takes recurring pre-tax deductions from, so an
      * employee's standing 401(K), health and other
      * elections are set up once instead of re-keyed on
      * the DEDUCTF feed every run.
      *
      * An election is added only for an active employee on
      * EMPMAST and a deduction type of K, H or O, with a
      * method of A (fixed per-run amount) or P (percent of
      * gross, up to 99.99), a start date (the business
      * date when blank), an optional stop date on or after
      * the start, and an annual limit (zero = no limit).
      * DL-YTD-TAKEN is owned by CALCULATE-TAX and the year-
      * end reset: it is set here only on an add, to carry
      * in an amount already taken this year.  The register
      * prints the before and after image of every election
      * touched plus balancing totals per action.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION-MAINT-FILE ASSIGN TO "DEDMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEDUCTION-ELECTION-FILE
                   ASSIGN TO "DEDELECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DL-ELECTION-KEY.
           SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID.
           SELECT MAINT-REGISTER-FILE ASSIGN TO "DEDMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-MAINT-FILE.
           COPY "DEDMTXN.CPY".

       FD  DEDUCTION-ELECTION-FILE.
           COPY "DEDELEC.CPY".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.CPY".

       FD  MAINT-REGISTER-FILE.
       01 MAINT-REGISTER-REC         PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-MAINT-FILE         VALUE "Y".

       01 WS-ELECTION-FOUND-SWITCH PIC X(01) VALUE "N".
           88 ELECTION-FOUND           VALUE "Y".
           88 ELECTION-NOT-FOUND       VALUE "N".

       01 WS-ELECTION-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-ELECTION           VALUE "Y".
           88 INVALID-ELECTION         VALUE "N".

       01 WS-BEFORE-IMAGE-SWITCH PIC X(01) VALUE "N".
           88 BEFORE-IMAGE-PRESENT     VALUE "Y".
       01 WS-AFTER-IMAGE-SWITCH  PIC X(01) VALUE "N".
           88 AFTER-IMAGE-PRESENT      VALUE "Y".

       01 WS-BEFORE-ELECTION-IMAGE PIC X(60) VALUE SPACES.
       01 WS-AFTER-ELECTION-IMAGE  PIC X(60) VALUE SPACES.
       01 WS-IMAGE-LABEL         PIC X(07) VALUE SPACES.

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-ACTION-RESULT       PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-ADD-COUNT           PIC 9(05) VALUE 0.
       01 WS-CHANGE-COUNT        PIC 9(05) VALUE 0.
       01 WS-DELETE-COUNT        PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           OPEN INPUT DEDUCTION-MAINT-FILE
           OPEN I-O DEDUCTION-ELECTION-FILE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           OPEN OUTPUT MAINT-REGISTER-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM READ-MAINT-PARAGRAPH
           PERFORM UNTIL END-OF-MAINT-FILE
               MOVE "N" TO WS-BEFORE-IMAGE-SWITCH
               MOVE "N" TO WS-AFTER-IMAGE-SWITCH
               PERFORM APPLY-MAINT-PARAGRAPH
               PERFORM PRINT-REGISTER-LINE-PARAGRAPH
               PERFORM READ-MAINT-PARAGRAPH
           END-PERFORM
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE DEDUCTION-MAINT-FILE
           CLOSE DEDUCTION-ELECTION-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE MAINT-REGISTER-FILE
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
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       READ-MAINT-PARAGRAPH.
           READ DEDUCTION-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
           END-READ.

       APPLY-MAINT-PARAGRAPH.
           PERFORM READ-ELECTION-PARAGRAPH
           EVALUATE TRUE
               WHEN DM-ADD-ACTION
                   PERFORM APPLY-ADD-PARAGRAPH
               WHEN DM-CHANGE-ACTION
                   PERFORM APPLY-CHANGE-PARAGRAPH
               WHEN DM-DELETE-ACTION
                   PERFORM APPLY-DELETE-PARAGRAPH
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       READ-ELECTION-PARAGRAPH.
           SET ELECTION-NOT-FOUND TO TRUE
           MOVE DM-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE DM-DEDUCTION-TYPE TO DL-DEDUCTION-TYPE
           READ DEDUCTION-ELECTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ELECTION-FOUND TO TRUE
                   MOVE DEDUCTION-ELECTION-REC
                       TO WS-BEFORE-ELECTION-IMAGE
                   SET BEFORE-IMAGE-PRESENT TO TRUE
           END-READ.

       APPLY-ADD-PARAGRAPH.
           IF ELECTION-FOUND
               MOVE "REJECTED - ALREADY ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM VALIDATE-ADD-PARAGRAPH
               IF VALID-ELECTION
                   MOVE SPACES TO DEDUCTION-ELECTION-REC
                   MOVE DM-EMPLOYEE-ID TO DL-EMPLOYEE-ID
                   MOVE DM-DEDUCTION-TYPE TO DL-DEDUCTION-TYPE
                   MOVE 0 TO DL-PER-RUN-AMOUNT
                   MOVE 0 TO DL-PCT-OF-GROSS
                   MOVE WS-BUSINESS-DATE TO DL-START-DATE
                   MOVE 0 TO DL-ANNUAL-LIMIT
                   MOVE 0 TO DL-YTD-TAKEN
                   PERFORM MOVE-ELECTION-FIELDS-PARAGRAPH
               END-IF
               IF VALID-ELECTION
                   PERFORM MOVE-YTD-TAKEN-PARAGRAPH
               END-IF
               IF VALID-ELECTION
                   PERFORM VALIDATE-ELECTION-PARAGRAPH
               END-IF
               IF INVALID-ELECTION
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   WRITE DEDUCTION-ELECTION-REC
                   MOVE DEDUCTION-ELECTION-REC
                       TO WS-AFTER-ELECTION-IMAGE
                   SET AFTER-IMAGE-PRESENT TO TRUE
                   MOVE "ADDED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

       VALIDATE-ADD-PARAGRAPH.
           SET VALID-ELECTION TO TRUE
           MOVE DM-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET INVALID-ELECTION TO TRUE
                   MOVE "REJECTED - NOT ON EMPMAST" TO WS-ACTION-RESULT
               NOT INVALID KEY
                   IF EM-TERMINATED
                       SET INVALID-ELECTION TO TRUE
                       MOVE "REJECTED - EMPLOYEE TERMINATED"
                           TO WS-ACTION-RESULT
                   END-IF
           END-READ
           IF VALID-ELECTION
               IF DM-DEDUCTION-TYPE NOT = "K"
                       AND DM-DEDUCTION-TYPE NOT = "H"
                       AND DM-DEDUCTION-TYPE NOT = "O"
                   SET INVALID-ELECTION TO TRUE
                   MOVE "REJECTED - BAD DEDUCTION TYPE"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF.

      * A blank transaction field keeps what is in the
      * record (the add defaults or the value on file); a
      * field that is present must be numeric.
       MOVE-ELECTION-FIELDS-PARAGRAPH.
           SET VALID-ELECTION TO TRUE
           IF DM-METHOD NOT = SPACE
               MOVE DM-METHOD TO DL-METHOD
           END-IF
           IF DM-PER-RUN-AMOUNT NOT = SPACES
               IF DM-PER-RUN-AMOUNT NUMERIC
                   MOVE DM-PER-RUN-AMOUNT TO DL-PER-RUN-AMOUNT
               ELSE
                   SET INVALID-ELECTION TO TRUE
                   MOVE "REJECTED - BAD PER-RUN AMOUNT"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF
           IF DM-PCT-OF-GROSS NOT = SPACES
               IF DM-PCT-OF-GROSS NUMERIC
                   MOVE DM-PCT-OF-GROSS TO DL-PCT-OF-GROSS (1:4)
               ELSE
                   SET INVALID-ELECTION TO TRUE
                   MOVE "REJECTED - BAD PCT OF GROSS"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF
           IF DM-START-DATE NOT = SPACES
               MOVE DM-START-DATE TO DL-START-DATE
           END-IF
           IF DM-STOP-DATE = "99999999"
               MOVE SPACES TO DL-STOP-DATE
           ELSE
               IF DM-STOP-DATE NOT = SPACES
                   MOVE DM-STOP-DATE TO DL-STOP-DATE
               END-IF
           END-IF
           IF DM-ANNUAL-LIMIT NOT = SPACES
               IF DM-ANNUAL-LIMIT NUMERIC
                   MOVE DM-ANNUAL-LIMIT TO DL-ANNUAL-LIMIT
               ELSE
                   SET INVALID-ELECTION TO TRUE
                   MOVE "REJECTED - BAD ANNUAL LIMIT"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF.

       MOVE-YTD-TAKEN-PARAGRAPH.
           IF DM-YTD-TAKEN NOT = SPACES
               IF DM-YTD-TAKEN NUMERIC
                   MOVE DM-YTD-TAKEN TO DL-YTD-TAKEN
               ELSE
                   SET INVALID-ELECTION TO TRUE
                   MOVE "REJECTED - BAD YTD TAKEN"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF.

      * Checks the election as it would stand on file, so an
      * add and a change are held to the same rules.  The
      * amount field the method does not use is zeroed.
       VALIDATE-ELECTION-PARAGRAPH.
           EVALUATE TRUE
               WHEN DL-FLAT-AMOUNT
                   IF DL-PER-RUN-AMOUNT = 0
                       SET INVALID-ELECTION TO TRUE
                       MOVE "REJECTED - BAD PER-RUN AMOUNT"
                           TO WS-ACTION-RESULT
                   ELSE
                       MOVE 0 TO DL-PCT-OF-GROSS
                   END-IF
               WHEN DL-PCT-OF-GROSS-METHOD
                   IF DL-PCT-OF-GROSS = 0
                       SET INVALID-ELECTION TO TRUE
                       MOVE "REJECTED - BAD PCT OF GROSS"
                           TO WS-ACTION-RESULT
                   ELSE
                       MOVE 0 TO DL-PER-RUN-AMOUNT
                   END-IF
               WHEN OTHER
                   SET INVALID-ELECTION TO TRUE
                   MOVE "REJECTED - UNKNOWN METHOD" TO WS-ACTION-RESULT
           END-EVALUATE
           IF VALID-ELECTION AND DL-START-DATE NOT NUMERIC
               SET INVALID-ELECTION TO TRUE
               MOVE "REJECTED - BAD START DATE" TO WS-ACTION-RESULT
           END-IF
           IF VALID-ELECTION AND DL-STOP-DATE NOT = SPACES
               IF DL-STOP-DATE NOT NUMERIC
                       OR DL-STOP-DATE < DL-START-DATE
                   SET INVALID-ELECTION TO TRUE
                   MOVE "REJECTED - BAD STOP DATE" TO WS-ACTION-RESULT
               END-IF
           END-IF.

       APPLY-CHANGE-PARAGRAPH.
           IF ELECTION-NOT-FOUND
               SET INVALID-ELECTION TO TRUE
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
           ELSE
               PERFORM MOVE-ELECTION-FIELDS-PARAGRAPH
               IF VALID-ELECTION
                   PERFORM VALIDATE-ELECTION-PARAGRAPH
               END-IF
           END-IF
           IF INVALID-ELECTION
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               REWRITE DEDUCTION-ELECTION-REC
               MOVE DEDUCTION-ELECTION-REC TO WS-AFTER-ELECTION-IMAGE
               SET AFTER-IMAGE-PRESENT TO TRUE
               MOVE "CHANGED" TO WS-ACTION-RESULT
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       APPLY-DELETE-PARAGRAPH.
           IF ELECTION-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               DELETE DEDUCTION-ELECTION-FILE RECORD
               MOVE "DELETED" TO WS-ACTION-RESULT
               ADD 1 TO WS-DELETE-COUNT
           END-IF.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEDUCTION ELECTION MAINTENANCE REGISTER - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACT EMP ID T RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING DM-ACTION-CODE "   " DELIMITED BY SIZE
               DM-EMPLOYEE-ID " " DELIMITED BY SIZE
               DM-DEDUCTION-TYPE " " DELIMITED BY SIZE
               WS-ACTION-RESULT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           IF BEFORE-IMAGE-PRESENT
               MOVE WS-BEFORE-ELECTION-IMAGE
                   TO DEDUCTION-ELECTION-REC
               MOVE "BEFORE " TO WS-IMAGE-LABEL
               PERFORM PRINT-ELECTION-IMAGE-PARAGRAPH
           END-IF
           IF AFTER-IMAGE-PRESENT
               MOVE WS-AFTER-ELECTION-IMAGE TO DEDUCTION-ELECTION-REC
               MOVE "AFTER  " TO WS-IMAGE-LABEL
               PERFORM PRINT-ELECTION-IMAGE-PARAGRAPH
           END-IF.

       PRINT-ELECTION-IMAGE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " WS-IMAGE-LABEL
               " MTH=" DL-METHOD
               " AMT=" DL-PER-RUN-AMOUNT
               " PCT=" DL-PCT-OF-GROSS
               " START=" DL-START-DATE
               " STOP=" DL-STOP-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "            LIMIT=" DL-ANNUAL-LIMIT
               " YTD TAKEN=" DL-YTD-TAKEN
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAINT TOTALS  ADDED=" DELIMITED BY SIZE
               WS-ADD-COUNT DELIMITED BY SIZE
               "  CHANGED=" DELIMITED BY SIZE
               WS-CHANGE-COUNT DELIMITED BY SIZE
               "  DELETED=" DELIMITED BY SIZE
               WS-DELETE-COUNT DELIMITED BY SIZE
               "  REJECTED=" DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.
