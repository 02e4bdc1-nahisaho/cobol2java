       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-RULE-MAINT.
       AUTHOR. COBOL2Java Team.
      *
      * Tax-rule master maintenance program
      *
      * Modeled on EMP-MASTER-MAINT: loops over a TAX-RULE-
      * MAINT-FILE of add/change/delete transactions and
      * applies each one to the keyed TAX-RULE-FILE, so a
      * federal bracket change or a state rate change is a
      * staged, effective-dated master record instead of an
      * edit to TAXBRKT.CPY or STRATE.CPY and a recompile of
      * CALCULATE-TAX.
      *
      * A bracket rule's filing status must be one of the
      * TAXBRKT statuses and a rate rule's state one of the
      * STRATE states (those tables still define the slots
      * every extract carries); the five brackets must run
      * contiguously from zero, and every rate must be a
      * percentage.  A rule already in effect on the
      * business date cannot be changed or deleted, and a
      * new rule must take effect after it, so the rates a
      * past night was taxed at can always be re-derived.
      * The register prints the before and after image of
      * every rule touched plus balancing totals per action.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RULE-MAINT-FILE ASSIGN TO "TAXRTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-RULE-FILE ASSIGN TO "TAXRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-RULE-KEY.
           SELECT MAINT-REGISTER-FILE ASSIGN TO "TAXRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RULE-MAINT-FILE.
           COPY "TAXRTXN.CPY".

       FD  TAX-RULE-FILE.
           COPY "TAXRULE.CPY".

       FD  MAINT-REGISTER-FILE.
       01 MAINT-REGISTER-REC         PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       COPY "TAXBRKT.CPY".
       COPY "STRATE.CPY".

       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-MAINT-FILE         VALUE "Y".

       01 WS-RULE-FOUND-SWITCH PIC X(01) VALUE "N".
           88 RULE-FOUND               VALUE "Y".
           88 RULE-NOT-FOUND           VALUE "N".

       01 WS-RULE-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-RULE               VALUE "Y".
           88 INVALID-RULE             VALUE "N".

       01 WS-BEFORE-IMAGE-SWITCH PIC X(01) VALUE "N".
           88 BEFORE-IMAGE-PRESENT     VALUE "Y".
       01 WS-AFTER-IMAGE-SWITCH  PIC X(01) VALUE "N".
           88 AFTER-IMAGE-PRESENT      VALUE "Y".

       01 WS-BEFORE-RULE-IMAGE   PIC X(130) VALUE SPACES.
       01 WS-AFTER-RULE-IMAGE    PIC X(130) VALUE SPACES.
       01 WS-IMAGE-LABEL         PIC X(07) VALUE SPACES.

       01 WS-BRACKET-SUB         PIC 9(01) VALUE 0.
       01 WS-EXPECTED-LOW        PIC 9(08) VALUE 0.

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
           OPEN INPUT TAX-RULE-MAINT-FILE
           OPEN I-O TAX-RULE-FILE
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
           CLOSE TAX-RULE-MAINT-FILE
           CLOSE TAX-RULE-FILE
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
           READ TAX-RULE-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
           END-READ.

       APPLY-MAINT-PARAGRAPH.
           PERFORM READ-RULE-PARAGRAPH
           EVALUATE TRUE
               WHEN RX-ADD-ACTION
                   PERFORM APPLY-ADD-PARAGRAPH
               WHEN RX-CHANGE-ACTION
                   PERFORM APPLY-CHANGE-PARAGRAPH
               WHEN RX-DELETE-ACTION
                   PERFORM APPLY-DELETE-PARAGRAPH
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       READ-RULE-PARAGRAPH.
           SET RULE-NOT-FOUND TO TRUE
           MOVE RX-RULE-TYPE TO TL-RULE-TYPE
           MOVE RX-RULE-CODE TO TL-RULE-CODE
           MOVE RX-EFFECTIVE-DATE TO TL-EFFECTIVE-DATE
           READ TAX-RULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RULE-FOUND TO TRUE
                   MOVE TAX-RULE-REC TO WS-BEFORE-RULE-IMAGE
                   SET BEFORE-IMAGE-PRESENT TO TRUE
           END-READ.

       APPLY-ADD-PARAGRAPH.
           IF RULE-FOUND
               MOVE "REJECTED - ALREADY ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF RX-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                   MOVE "REJECTED - EFFECTIVE DATE PAST"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM VALIDATE-RULE-PARAGRAPH
                   IF INVALID-RULE
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM BUILD-RULE-RECORD-PARAGRAPH
                       WRITE TAX-RULE-REC
                       MOVE TAX-RULE-REC TO WS-AFTER-RULE-IMAGE
                       SET AFTER-IMAGE-PRESENT TO TRUE
                       MOVE "ADDED" TO WS-ACTION-RESULT
                       ADD 1 TO WS-ADD-COUNT
                   END-IF
               END-IF
           END-IF.

       APPLY-CHANGE-PARAGRAPH.
           IF RULE-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF TL-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                   MOVE "REJECTED - ALREADY IN EFFECT"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM VALIDATE-RULE-PARAGRAPH
                   IF INVALID-RULE
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM BUILD-RULE-RECORD-PARAGRAPH
                       REWRITE TAX-RULE-REC
                       MOVE TAX-RULE-REC TO WS-AFTER-RULE-IMAGE
                       SET AFTER-IMAGE-PRESENT TO TRUE
                       MOVE "CHANGED" TO WS-ACTION-RESULT
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
               END-IF
           END-IF.

       APPLY-DELETE-PARAGRAPH.
           IF RULE-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF TL-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
                   MOVE "REJECTED - ALREADY IN EFFECT"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   DELETE TAX-RULE-FILE RECORD
                   MOVE "DELETED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-DELETE-COUNT
               END-IF
           END-IF.

       BUILD-RULE-RECORD-PARAGRAPH.
           MOVE SPACES TO TAX-RULE-REC
           MOVE RX-RULE-TYPE TO TL-RULE-TYPE
           MOVE RX-RULE-CODE TO TL-RULE-CODE
           MOVE RX-EFFECTIVE-DATE TO TL-EFFECTIVE-DATE
           MOVE WS-BUSINESS-DATE TO TL-LAST-MAINT-DATE
           IF RX-RULE-TYPE = "S"
               MOVE RX-STATE-RATE-PCT TO TL-STATE-RATE-PCT
               PERFORM VARYING WS-BRACKET-SUB FROM 1 BY 1
                       UNTIL WS-BRACKET-SUB > 5
                   MOVE 0 TO TL-LOW-AMOUNT (WS-BRACKET-SUB)
                   MOVE 0 TO TL-HIGH-AMOUNT (WS-BRACKET-SUB)
                   MOVE 0 TO TL-RATE-PCT (WS-BRACKET-SUB)
               END-PERFORM
           ELSE
               MOVE 0 TO TL-STATE-RATE-PCT
               PERFORM VARYING WS-BRACKET-SUB FROM 1 BY 1
                       UNTIL WS-BRACKET-SUB > 5
                   MOVE RX-LOW-AMOUNT (WS-BRACKET-SUB)
                       TO TL-LOW-AMOUNT (WS-BRACKET-SUB)
                   MOVE RX-HIGH-AMOUNT (WS-BRACKET-SUB)
                       TO TL-HIGH-AMOUNT (WS-BRACKET-SUB)
                   MOVE RX-RATE-PCT (WS-BRACKET-SUB)
                       TO TL-RATE-PCT (WS-BRACKET-SUB)
               END-PERFORM
           END-IF.

      * The rule code must name an existing table slot: the
      * TAXBRKT statuses and STRATE states fix the layout of
      * every extract, so a brand-new state is still a
      * program change, but its rate after that is not.
       VALIDATE-RULE-PARAGRAPH.
           SET VALID-RULE TO TRUE
           IF RX-EFFECTIVE-DATE NOT NUMERIC
               SET INVALID-RULE TO TRUE
               MOVE "REJECTED - BAD EFFECTIVE DATE"
                   TO WS-ACTION-RESULT
           ELSE
               EVALUATE RX-RULE-TYPE
                   WHEN "F"
                       PERFORM VALIDATE-BRACKET-RULE-PARAGRAPH
                   WHEN "S"
                       PERFORM VALIDATE-STATE-RULE-PARAGRAPH
                   WHEN OTHER
                       SET INVALID-RULE TO TRUE
                       MOVE "REJECTED - UNKNOWN RULE TYPE"
                           TO WS-ACTION-RESULT
               END-EVALUATE
           END-IF.

       VALIDATE-BRACKET-RULE-PARAGRAPH.
           SET TB-ST-IDX TO 1
           SEARCH TB-STATUS-ENTRY
               AT END
                   SET INVALID-RULE TO TRUE
                   MOVE "REJECTED - BAD FILING STATUS"
                       TO WS-ACTION-RESULT
               WHEN TB-FILING-STATUS (TB-ST-IDX) = RX-RULE-CODE (1:1)
                       AND RX-RULE-CODE (2:1) = SPACE
                   CONTINUE
           END-SEARCH
           MOVE 0 TO WS-EXPECTED-LOW
           PERFORM VARYING WS-BRACKET-SUB FROM 1 BY 1
                   UNTIL WS-BRACKET-SUB > 5 OR INVALID-RULE
               PERFORM VALIDATE-ONE-BRACKET-PARAGRAPH
           END-PERFORM.

      * Brackets must be contiguous: each low is one more
      * than the previous high, starting from zero, the way
      * the shipped TAXBRKT sets are built, so the walk
      * never skips or double-taxes a dollar.
       VALIDATE-ONE-BRACKET-PARAGRAPH.
           IF RX-LOW-AMOUNT (WS-BRACKET-SUB) NOT NUMERIC
                   OR RX-HIGH-AMOUNT (WS-BRACKET-SUB) NOT NUMERIC
                   OR RX-RATE-PCT (WS-BRACKET-SUB) NOT NUMERIC
               SET INVALID-RULE TO TRUE
               MOVE "REJECTED - NON-NUMERIC BRACKET"
                   TO WS-ACTION-RESULT
           ELSE
               IF RX-LOW-AMOUNT (WS-BRACKET-SUB) NOT = WS-EXPECTED-LOW
                       OR RX-HIGH-AMOUNT (WS-BRACKET-SUB)
                           < RX-LOW-AMOUNT (WS-BRACKET-SUB)
                   SET INVALID-RULE TO TRUE
                   MOVE "REJECTED - BRACKET GAP"
                       TO WS-ACTION-RESULT
               ELSE
                   IF RX-RATE-PCT (WS-BRACKET-SUB) > 100
                       SET INVALID-RULE TO TRUE
                       MOVE "REJECTED - RATE OVER 100 PCT"
                           TO WS-ACTION-RESULT
                   ELSE
                       COMPUTE WS-EXPECTED-LOW =
                           RX-HIGH-AMOUNT (WS-BRACKET-SUB) + 1
                   END-IF
               END-IF
           END-IF.

       VALIDATE-STATE-RULE-PARAGRAPH.
           SET STR-IDX TO 1
           SEARCH STR-STATE-ENTRY
               AT END
                   SET INVALID-RULE TO TRUE
                   MOVE "REJECTED - UNKNOWN WORK STATE"
                       TO WS-ACTION-RESULT
               WHEN STR-STATE-CODE (STR-IDX) = RX-RULE-CODE
                   CONTINUE
           END-SEARCH
           IF VALID-RULE
               IF RX-STATE-RATE-PCT NOT NUMERIC
                   SET INVALID-RULE TO TRUE
                   MOVE "REJECTED - NON-NUMERIC RATE"
                       TO WS-ACTION-RESULT
               ELSE
                   IF RX-STATE-RATE-PCT > 100
                       SET INVALID-RULE TO TRUE
                       MOVE "REJECTED - RATE OVER 100 PCT"
                           TO WS-ACTION-RESULT
                   END-IF
               END-IF
           END-IF.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TAX RULE MASTER MAINTENANCE REGISTER - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACT TYPE CODE EFFECTIVE RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING RX-ACTION-CODE "   " DELIMITED BY SIZE
               RX-RULE-TYPE "    " DELIMITED BY SIZE
               RX-RULE-CODE "   " DELIMITED BY SIZE
               RX-EFFECTIVE-DATE "  " DELIMITED BY SIZE
               WS-ACTION-RESULT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           IF BEFORE-IMAGE-PRESENT
               MOVE WS-BEFORE-RULE-IMAGE TO TAX-RULE-REC
               MOVE "BEFORE " TO WS-IMAGE-LABEL
               PERFORM PRINT-RULE-IMAGE-PARAGRAPH
           END-IF
           IF AFTER-IMAGE-PRESENT
               MOVE WS-AFTER-RULE-IMAGE TO TAX-RULE-REC
               MOVE "AFTER  " TO WS-IMAGE-LABEL
               PERFORM PRINT-RULE-IMAGE-PARAGRAPH
           END-IF.

       PRINT-RULE-IMAGE-PARAGRAPH.
           IF TL-STATE-RATE-RULE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " WS-IMAGE-LABEL
                   " STATE RATE PCT=" TL-STATE-RATE-PCT
                   " MAINTAINED " TL-LAST-MAINT-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           ELSE
               PERFORM VARYING WS-BRACKET-SUB FROM 1 BY 1
                       UNTIL WS-BRACKET-SUB > 5
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    " WS-IMAGE-LABEL
                       " BRACKET " WS-BRACKET-SUB
                       " LOW=" TL-LOW-AMOUNT (WS-BRACKET-SUB)
                       " HIGH=" TL-HIGH-AMOUNT (WS-BRACKET-SUB)
                       " RATE=" TL-RATE-PCT (WS-BRACKET-SUB)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
               END-PERFORM
           END-IF.

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
