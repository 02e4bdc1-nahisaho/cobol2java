       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARTERLY-TAX-RETURN.
       AUTHOR. COBOL2Java Team.
      *
      * Quarterly payroll tax return and deposit liability
      *
      * Reads the permanent PAYHIST pay-history file for the
      * tax year and quarter named on the QTRCTL control
      * card, A-flagged adjustment rows netted against the
      * nights they reverse, and prints the quarter's wages,
      * taxable wages, federal withholding, state withholding
      * and employer levy by month and by work state.  The
      * same totals go to the QTRRTN return extract for the
      * tax filing system.
      *
      * The quarter is then proven two ways before anyone
      * files it.  First, the federal withholding (21100000),
      * per-state withholding (21200000, state code on the
      * account name), employer tax payable (21500000) and
      * salary expense (51000000) lines on the GLHIST posting
      * history for the same dates must sum to the history
      * totals.  Second, the EMPMAST year-to-date buckets,
      * less the history posted in the year before and after
      * the quarter, must leave exactly the quarter's totals
      * as their movement.  Any bucket out of tie prints
      * flagged and the run ends with return code 8.
      *
      * History rows written before PAYHIST carried the per-
      * state split count their whole gross and state tax
      * under the employee's master work state.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUARTER-CONTROL-FILE ASSIGN TO "QTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID.
           SELECT RETURN-REPORT-FILE ASSIGN TO "QTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-EXTRACT-FILE ASSIGN TO "QTRRTN"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARTER-CONTROL-FILE.
       01 QUARTER-CONTROL-REC.
           05 QC-TAX-YEAR          PIC X(04).
           05 QC-QUARTER           PIC X(01).
           05 FILLER               PIC X(15).

       FD  PAY-HISTORY-FILE.
           COPY "PAYHIST.CPY".

       FD  GL-HISTORY-FILE.
           COPY "GLPOST.CPY".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.CPY".

       FD  RETURN-REPORT-FILE.
       01 RETURN-REPORT-REC          PIC X(80).

       FD  RETURN-EXTRACT-FILE.
           COPY "QTRRTN.CPY".

       WORKING-STORAGE SECTION.
       COPY "STRATE.CPY".

       01 WS-HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-HISTORY-FILE       VALUE "Y".
       01 WS-GL-EOF-SWITCH      PIC X(01) VALUE "N".
           88 END-OF-GL-FILE            VALUE "Y".
       01 WS-MASTER-EOF-SWITCH  PIC X(01) VALUE "N".
           88 END-OF-MASTER-FILE        VALUE "Y".
       01 WS-CARD-VALID-SWITCH  PIC X(01) VALUE "Y".
           88 VALID-CONTROL-CARD        VALUE "Y".
           88 INVALID-CONTROL-CARD      VALUE "N".
       01 WS-TIE-SWITCH         PIC X(01) VALUE "Y".
           88 QUARTER-TIES              VALUE "Y".
           88 QUARTER-OUT-OF-TIE        VALUE "N".

       01 WS-TAX-YEAR            PIC X(04) VALUE SPACES.
       01 WS-QUARTER             PIC 9(01) VALUE 0.
       01 WS-FIRST-MONTH         PIC 9(02) VALUE 0.
       01 WS-LAST-MONTH          PIC 9(02) VALUE 0.
       01 WS-ROW-MONTH           PIC 9(02) VALUE 0.
       01 WS-MONTH-SLOT          PIC 9(01) VALUE 0.
       01 WS-DETAIL-SUB          PIC 9(01) VALUE 0.
       01 WS-ROW-SIGN            PIC S9(01) VALUE +1.
       01 WS-LOOKUP-STATE        PIC X(02) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.
       01 WS-TIE-TEXT            PIC X(20) VALUE SPACES.
       01 WS-PERIOD-LABEL        PIC X(09) VALUE SPACES.

      * Quarter totals by month, one slot per month of the
      * quarter; the quarter line is the sum of the three.
       01 WS-MONTH-TOTAL-TABLE.
           05 WS-MONTH-ENTRY OCCURS 4 TIMES INDEXED BY MO-IDX.
               10 WS-MO-WAGES        PIC S9(11)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-MO-TAXABLE      PIC S9(11)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-MO-FED-TAX      PIC S9(11)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-MO-STATE-TAX    PIC S9(11)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-MO-EMPLOYER-TAX PIC S9(11)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-MO-RECORD-COUNT PIC 9(07).

      * Quarter totals by work state, one slot per STRATE
      * entry plus a last slot for a master state that is
      * not in the table; the GL column holds the 21200000
      * postings for the same state.
       01 WS-STATE-TOTAL-TABLE.
           05 WS-ST-ENTRY OCCURS 4 TIMES INDEXED BY ST-IDX.
               10 WS-ST-CODE         PIC X(02).
               10 WS-ST-WAGES        PIC S9(11)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-ST-TAX          PIC S9(11)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-ST-GL-TAX       PIC S9(11)
                       SIGN IS LEADING SEPARATE CHARACTER.

      * Same-year history outside the quarter, for the
      * year-to-date movement proof.
       01 WS-OUTSIDE-TOTALS.
           05 WS-OUT-WAGES           PIC S9(11) VALUE 0.
           05 WS-OUT-FED-TAX         PIC S9(11) VALUE 0.
           05 WS-OUT-STATE-TAX       PIC S9(11) VALUE 0.
           05 WS-OUT-EMPLOYER-TAX    PIC S9(11) VALUE 0.

       01 WS-GL-TOTALS.
           05 WS-GL-SALARY           PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
           05 WS-GL-FED-TAX          PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
           05 WS-GL-STATE-TAX        PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
           05 WS-GL-EMPLOYER-TAX     PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-GL-SIGNED-AMOUNT        PIC S9(11) VALUE 0.

       01 WS-MASTER-TOTALS.
           05 WS-MST-WAGES           PIC S9(11) VALUE 0.
           05 WS-MST-FED-TAX         PIC S9(11) VALUE 0.
           05 WS-MST-STATE-TAX       PIC S9(11) VALUE 0.
           05 WS-MST-EMPLOYER-TAX    PIC S9(11) VALUE 0.

       01 WS-MOVEMENT-TOTALS.
           05 WS-MOV-WAGES           PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
           05 WS-MOV-FED-TAX         PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
           05 WS-MOV-STATE-TAX       PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
           05 WS-MOV-EMPLOYER-TAX    PIC S9(11)
                   SIGN IS LEADING SEPARATE CHARACTER VALUE 0.

       01 WS-PROOF-LABEL         PIC X(14) VALUE SPACES.
       01 WS-PROOF-HISTORY       PIC S9(11)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-PROOF-OTHER         PIC S9(11)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-QUARTER-CONTROL-PARAGRAPH
           IF INVALID-CONTROL-CARD
               DISPLAY "QUARTERLY-TAX-RETURN: QTRCTL YEAR "
                   QC-TAX-YEAR " QUARTER " QC-QUARTER
                   " INVALID - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CLEAR-TOTALS-PARAGRAPH
           OPEN INPUT PAY-HISTORY-FILE
           OPEN INPUT GL-HISTORY-FILE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           OPEN OUTPUT RETURN-REPORT-FILE
           OPEN OUTPUT RETURN-EXTRACT-FILE
           PERFORM READ-HISTORY-PARAGRAPH
           PERFORM UNTIL END-OF-HISTORY-FILE
               PERFORM ACCUMULATE-HISTORY-PARAGRAPH
               PERFORM READ-HISTORY-PARAGRAPH
           END-PERFORM
           PERFORM READ-GL-HISTORY-PARAGRAPH
           PERFORM UNTIL END-OF-GL-FILE
               PERFORM ACCUMULATE-GL-PARAGRAPH
               PERFORM READ-GL-HISTORY-PARAGRAPH
           END-PERFORM
           PERFORM ACCUMULATE-MASTER-YTD-PARAGRAPH
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM PRINT-MONTH-LINES-PARAGRAPH
               VARYING MO-IDX FROM 1 BY 1
               UNTIL MO-IDX > 4
           PERFORM PRINT-STATE-LINES-PARAGRAPH
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > 4
           PERFORM PROVE-GL-PARAGRAPH
           PERFORM PROVE-YTD-MOVEMENT-PARAGRAPH
           PERFORM WRITE-QUARTER-EXTRACT-PARAGRAPH
           PERFORM PRINT-RESULT-PARAGRAPH
           CLOSE PAY-HISTORY-FILE
           CLOSE GL-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE RETURN-REPORT-FILE
           CLOSE RETURN-EXTRACT-FILE
           STOP RUN.

      * The card names the tax year and quarter 1-4; the
      * quarter's three months follow from it.
       READ-QUARTER-CONTROL-PARAGRAPH.
           MOVE SPACES TO QUARTER-CONTROL-REC
           OPEN INPUT QUARTER-CONTROL-FILE
           READ QUARTER-CONTROL-FILE
               AT END
                   SET INVALID-CONTROL-CARD TO TRUE
           END-READ
           CLOSE QUARTER-CONTROL-FILE
           IF QC-TAX-YEAR NOT NUMERIC
                   OR QC-QUARTER NOT NUMERIC
               SET INVALID-CONTROL-CARD TO TRUE
           ELSE
               MOVE QC-TAX-YEAR TO WS-TAX-YEAR
               MOVE QC-QUARTER TO WS-QUARTER
               IF WS-QUARTER < 1 OR WS-QUARTER > 4
                   SET INVALID-CONTROL-CARD TO TRUE
               ELSE
                   COMPUTE WS-FIRST-MONTH = (WS-QUARTER - 1) * 3 + 1
                   COMPUTE WS-LAST-MONTH = WS-FIRST-MONTH + 2
               END-IF
           END-IF.

       CLEAR-TOTALS-PARAGRAPH.
           PERFORM CLEAR-MONTH-SLOT-PARAGRAPH
               VARYING MO-IDX FROM 1 BY 1
               UNTIL MO-IDX > 4
           PERFORM CLEAR-STATE-SLOT-PARAGRAPH
               VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > 4.

       CLEAR-MONTH-SLOT-PARAGRAPH.
           MOVE 0 TO WS-MO-WAGES (MO-IDX)
           MOVE 0 TO WS-MO-TAXABLE (MO-IDX)
           MOVE 0 TO WS-MO-FED-TAX (MO-IDX)
           MOVE 0 TO WS-MO-STATE-TAX (MO-IDX)
           MOVE 0 TO WS-MO-EMPLOYER-TAX (MO-IDX)
           MOVE 0 TO WS-MO-RECORD-COUNT (MO-IDX).

       CLEAR-STATE-SLOT-PARAGRAPH.
           IF ST-IDX > 3
               MOVE "??" TO WS-ST-CODE (ST-IDX)
           ELSE
               SET STR-IDX TO ST-IDX
               MOVE STR-STATE-CODE (STR-IDX) TO WS-ST-CODE (ST-IDX)
           END-IF
           MOVE 0 TO WS-ST-WAGES (ST-IDX)
           MOVE 0 TO WS-ST-TAX (ST-IDX)
           MOVE 0 TO WS-ST-GL-TAX (ST-IDX).

       READ-HISTORY-PARAGRAPH.
           READ PAY-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY-FILE TO TRUE
           END-READ.

      * Only the card's tax year counts.  Inside the quarter
      * the row lands in its month and state slots; outside
      * it, the row feeds the YTD movement proof.
       ACCUMULATE-HISTORY-PARAGRAPH.
           IF PH-BUSINESS-DATE (1:4) = WS-TAX-YEAR
                   AND PH-BUSINESS-DATE (5:2) NUMERIC
               IF PH-ADJUSTMENT-RECORD
                   MOVE -1 TO WS-ROW-SIGN
               ELSE
                   MOVE +1 TO WS-ROW-SIGN
               END-IF
               MOVE PH-BUSINESS-DATE (5:2) TO WS-ROW-MONTH
               IF WS-ROW-MONTH < WS-FIRST-MONTH
                       OR WS-ROW-MONTH > WS-LAST-MONTH
                   COMPUTE WS-OUT-WAGES = WS-OUT-WAGES
                       + PH-INCOME * WS-ROW-SIGN
                   COMPUTE WS-OUT-FED-TAX = WS-OUT-FED-TAX
                       + PH-TAX-AMOUNT * WS-ROW-SIGN
                   COMPUTE WS-OUT-STATE-TAX = WS-OUT-STATE-TAX
                       + PH-STATE-TAX-AMOUNT * WS-ROW-SIGN
                   COMPUTE WS-OUT-EMPLOYER-TAX = WS-OUT-EMPLOYER-TAX
                       + PH-EMPLOYER-TAX-AMOUNT * WS-ROW-SIGN
               ELSE
                   COMPUTE WS-MONTH-SLOT =
                       WS-ROW-MONTH - WS-FIRST-MONTH + 1
                   PERFORM ACCUMULATE-MONTH-PARAGRAPH
                   PERFORM ACCUMULATE-STATE-PARAGRAPH
               END-IF
           END-IF.

       ACCUMULATE-MONTH-PARAGRAPH.
           SET MO-IDX TO WS-MONTH-SLOT
           PERFORM ADD-ROW-TO-MONTH-PARAGRAPH
           SET MO-IDX TO 4
           PERFORM ADD-ROW-TO-MONTH-PARAGRAPH.

       ADD-ROW-TO-MONTH-PARAGRAPH.
           COMPUTE WS-MO-WAGES (MO-IDX) = WS-MO-WAGES (MO-IDX)
               + PH-INCOME * WS-ROW-SIGN
           COMPUTE WS-MO-TAXABLE (MO-IDX) = WS-MO-TAXABLE (MO-IDX)
               + PH-TAXABLE-INCOME * WS-ROW-SIGN
           COMPUTE WS-MO-FED-TAX (MO-IDX) = WS-MO-FED-TAX (MO-IDX)
               + PH-TAX-AMOUNT * WS-ROW-SIGN
           COMPUTE WS-MO-STATE-TAX (MO-IDX) =
               WS-MO-STATE-TAX (MO-IDX)
               + PH-STATE-TAX-AMOUNT * WS-ROW-SIGN
           COMPUTE WS-MO-EMPLOYER-TAX (MO-IDX) =
               WS-MO-EMPLOYER-TAX (MO-IDX)
               + PH-EMPLOYER-TAX-AMOUNT * WS-ROW-SIGN
           ADD 1 TO WS-MO-RECORD-COUNT (MO-IDX).

      * A row with the per-state split posts each slot to
      * its state; an older row without one posts whole to
      * the employee's master work state.
       ACCUMULATE-STATE-PARAGRAPH.
           IF PH-STATE-CODE (1) = SPACES
                   OR PH-STATE-WAGES (1) NOT NUMERIC
               PERFORM ACCUMULATE-UNSPLIT-ROW-PARAGRAPH
           ELSE
               PERFORM ACCUMULATE-STATE-DETAIL-PARAGRAPH
                   VARYING WS-DETAIL-SUB FROM 1 BY 1
                   UNTIL WS-DETAIL-SUB > 3
           END-IF.

       ACCUMULATE-STATE-DETAIL-PARAGRAPH.
           MOVE PH-STATE-CODE (WS-DETAIL-SUB) TO WS-LOOKUP-STATE
           PERFORM FIND-STATE-SLOT-PARAGRAPH
           COMPUTE WS-ST-WAGES (ST-IDX) = WS-ST-WAGES (ST-IDX)
               + PH-STATE-WAGES (WS-DETAIL-SUB) * WS-ROW-SIGN
           COMPUTE WS-ST-TAX (ST-IDX) = WS-ST-TAX (ST-IDX)
               + PH-STATE-TAX (WS-DETAIL-SUB) * WS-ROW-SIGN.

       ACCUMULATE-UNSPLIT-ROW-PARAGRAPH.
           MOVE SPACES TO WS-LOOKUP-STATE
           MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EM-WORK-STATE TO WS-LOOKUP-STATE
           END-READ
           PERFORM FIND-STATE-SLOT-PARAGRAPH
           COMPUTE WS-ST-WAGES (ST-IDX) = WS-ST-WAGES (ST-IDX)
               + PH-INCOME * WS-ROW-SIGN
           COMPUTE WS-ST-TAX (ST-IDX) = WS-ST-TAX (ST-IDX)
               + PH-STATE-TAX-AMOUNT * WS-ROW-SIGN.

       FIND-STATE-SLOT-PARAGRAPH.
           SET ST-IDX TO 1
           SEARCH WS-ST-ENTRY
               AT END
                   SET ST-IDX TO 4
               WHEN WS-ST-CODE (ST-IDX) = WS-LOOKUP-STATE
                   CONTINUE
           END-SEARCH.

       READ-GL-HISTORY-PARAGRAPH.
           READ GL-HISTORY-FILE
               AT END
                   SET END-OF-GL-FILE TO TRUE
           END-READ.

      * Liability accounts count credits up and debits down;
      * salary expense counts debits up.
       ACCUMULATE-GL-PARAGRAPH.
           IF GL-POSTING-DATE (1:4) = WS-TAX-YEAR
                   AND GL-POSTING-DATE (5:2) NUMERIC
               MOVE GL-POSTING-DATE (5:2) TO WS-ROW-MONTH
               IF WS-ROW-MONTH NOT < WS-FIRST-MONTH
                       AND WS-ROW-MONTH NOT > WS-LAST-MONTH
                   IF GL-DEBIT-CREDIT = "C"
                       MOVE GL-AMOUNT TO WS-GL-SIGNED-AMOUNT
                   ELSE
                       COMPUTE WS-GL-SIGNED-AMOUNT = 0 - GL-AMOUNT
                   END-IF
                   EVALUATE GL-ACCOUNT-NUMBER
                       WHEN "51000000"
                           SUBTRACT WS-GL-SIGNED-AMOUNT
                               FROM WS-GL-SALARY
                       WHEN "21100000"
                           ADD WS-GL-SIGNED-AMOUNT TO WS-GL-FED-TAX
                       WHEN "21200000"
                           ADD WS-GL-SIGNED-AMOUNT TO WS-GL-STATE-TAX
                           MOVE GL-ACCOUNT-NAME (19:2)
                               TO WS-LOOKUP-STATE
                           PERFORM FIND-STATE-SLOT-PARAGRAPH
                           ADD WS-GL-SIGNED-AMOUNT
                               TO WS-ST-GL-TAX (ST-IDX)
                       WHEN "21500000"
                           ADD WS-GL-SIGNED-AMOUNT
                               TO WS-GL-EMPLOYER-TAX
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       ACCUMULATE-MASTER-YTD-PARAGRAPH.
           MOVE LOW-VALUES TO EM-EMPLOYEE-ID
           START EMPLOYEE-MASTER-FILE KEY >= EM-EMPLOYEE-ID
               INVALID KEY
                   SET END-OF-MASTER-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-MASTER-FILE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END
                       SET END-OF-MASTER-FILE TO TRUE
                   NOT AT END
                       ADD EM-YTD-GROSS TO WS-MST-WAGES
                       ADD EM-YTD-FED-TAX TO WS-MST-FED-TAX
                       ADD EM-YTD-STATE-TAX TO WS-MST-STATE-TAX
                       ADD EM-YTD-EMPLOYER-TAX
                           TO WS-MST-EMPLOYER-TAX
               END-READ
           END-PERFORM.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "QUARTERLY PAYROLL TAX RETURN - " WS-TAX-YEAR
               " QUARTER " WS-QUARTER
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PERIOD   WAGES        TAXABLE      FED TAX"
               "      RECORDS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "         STATE TAX    EMPLOYER TAX"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REPORT-REC FROM WS-REPORT-LINE.

      * Slots 1-3 are the quarter's months; slot 4 is the
      * quarter total.  Each prints and goes to the extract.
       PRINT-MONTH-LINES-PARAGRAPH.
           MOVE SPACES TO QUARTERLY-RETURN-REC
           IF MO-IDX > 3
               MOVE "QUARTER" TO WS-PERIOD-LABEL
           ELSE
               SET WS-MONTH-SLOT TO MO-IDX
               COMPUTE WS-ROW-MONTH = WS-FIRST-MONTH + WS-MONTH-SLOT - 1
               MOVE SPACES TO WS-PERIOD-LABEL
               STRING "MONTH " WS-ROW-MONTH DELIMITED BY SIZE
                   INTO WS-PERIOD-LABEL
               SET QR-MONTH-RECORD TO TRUE
               MOVE WS-ROW-MONTH TO QR-PERIOD-CODE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PERIOD-LABEL WS-MO-WAGES (MO-IDX) " "
               WS-MO-TAXABLE (MO-IDX) " "
               WS-MO-FED-TAX (MO-IDX) " "
               WS-MO-RECORD-COUNT (MO-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "         " WS-MO-STATE-TAX (MO-IDX) " "
               WS-MO-EMPLOYER-TAX (MO-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REPORT-REC FROM WS-REPORT-LINE
           IF MO-IDX NOT > 3
               MOVE WS-TAX-YEAR TO QR-TAX-YEAR
               MOVE WS-QUARTER TO QR-QUARTER
               MOVE WS-MO-WAGES (MO-IDX) TO QR-WAGES
               MOVE WS-MO-TAXABLE (MO-IDX) TO QR-TAXABLE-WAGES
               MOVE WS-MO-FED-TAX (MO-IDX) TO QR-FED-TAX
               MOVE WS-MO-STATE-TAX (MO-IDX) TO QR-STATE-TAX
               MOVE WS-MO-EMPLOYER-TAX (MO-IDX) TO QR-EMPLOYER-TAX
               MOVE WS-MO-RECORD-COUNT (MO-IDX) TO QR-RECORD-COUNT
               MOVE SPACE TO QR-TIE-FLAG
               WRITE QUARTERLY-RETURN-REC
           END-IF.

       PRINT-STATE-LINES-PARAGRAPH.
           IF ST-IDX = 1
               MOVE SPACES TO WS-REPORT-LINE
               STRING "STATE    WAGES        STATE TAX    GL POSTED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RETURN-REPORT-REC FROM WS-REPORT-LINE
           END-IF
           IF ST-IDX < 4 OR WS-ST-WAGES (ST-IDX) NOT = 0
                   OR WS-ST-TAX (ST-IDX) NOT = 0
                   OR WS-ST-GL-TAX (ST-IDX) NOT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-ST-CODE (ST-IDX) "       "
                   WS-ST-WAGES (ST-IDX) " "
                   WS-ST-TAX (ST-IDX) " "
                   WS-ST-GL-TAX (ST-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               IF WS-ST-TAX (ST-IDX) NOT = WS-ST-GL-TAX (ST-IDX)
                   MOVE "** GL OUT" TO WS-REPORT-LINE (71:9)
                   SET QUARTER-OUT-OF-TIE TO TRUE
               END-IF
               WRITE RETURN-REPORT-REC FROM WS-REPORT-LINE
               MOVE SPACES TO QUARTERLY-RETURN-REC
               SET QR-STATE-RECORD TO TRUE
               MOVE WS-TAX-YEAR TO QR-TAX-YEAR
               MOVE WS-QUARTER TO QR-QUARTER
               MOVE WS-ST-CODE (ST-IDX) TO QR-PERIOD-CODE
               MOVE WS-ST-WAGES (ST-IDX) TO QR-WAGES
               MOVE 0 TO QR-TAXABLE-WAGES
               MOVE 0 TO QR-FED-TAX
               MOVE WS-ST-TAX (ST-IDX) TO QR-STATE-TAX
               MOVE 0 TO QR-EMPLOYER-TAX
               MOVE 0 TO QR-RECORD-COUNT
               MOVE SPACE TO QR-TIE-FLAG
               WRITE QUARTERLY-RETURN-REC
           END-IF.

      * Proof 1: the quarter's history against the GLHIST
      * postings for the same dates.
       PROVE-GL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROOF TO GL POSTINGS   HISTORY      GLHIST"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REPORT-REC FROM WS-REPORT-LINE
           SET MO-IDX TO 4
           MOVE "SALARY 5100" TO WS-PROOF-LABEL
           MOVE WS-MO-WAGES (MO-IDX) TO WS-PROOF-HISTORY
           MOVE WS-GL-SALARY TO WS-PROOF-OTHER
           PERFORM PRINT-PROOF-LINE-PARAGRAPH
           MOVE "FED W/H 2110" TO WS-PROOF-LABEL
           MOVE WS-MO-FED-TAX (MO-IDX) TO WS-PROOF-HISTORY
           MOVE WS-GL-FED-TAX TO WS-PROOF-OTHER
           PERFORM PRINT-PROOF-LINE-PARAGRAPH
           MOVE "STATE W/H 2120" TO WS-PROOF-LABEL
           MOVE WS-MO-STATE-TAX (MO-IDX) TO WS-PROOF-HISTORY
           MOVE WS-GL-STATE-TAX TO WS-PROOF-OTHER
           PERFORM PRINT-PROOF-LINE-PARAGRAPH
           MOVE "EMPLR TAX 2150" TO WS-PROOF-LABEL
           MOVE WS-MO-EMPLOYER-TAX (MO-IDX) TO WS-PROOF-HISTORY
           MOVE WS-GL-EMPLOYER-TAX TO WS-PROOF-OTHER
           PERFORM PRINT-PROOF-LINE-PARAGRAPH.

      * Proof 2: master YTD less the year's history outside
      * the quarter is the quarter's movement on the master.
       PROVE-YTD-MOVEMENT-PARAGRAPH.
           COMPUTE WS-MOV-WAGES = WS-MST-WAGES - WS-OUT-WAGES
           COMPUTE WS-MOV-FED-TAX = WS-MST-FED-TAX - WS-OUT-FED-TAX
           COMPUTE WS-MOV-STATE-TAX =
               WS-MST-STATE-TAX - WS-OUT-STATE-TAX
           COMPUTE WS-MOV-EMPLOYER-TAX =
               WS-MST-EMPLOYER-TAX - WS-OUT-EMPLOYER-TAX
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROOF TO EMPMAST YTD   HISTORY      YTD MOVEMENT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REPORT-REC FROM WS-REPORT-LINE
           SET MO-IDX TO 4
           MOVE "GROSS WAGES" TO WS-PROOF-LABEL
           MOVE WS-MO-WAGES (MO-IDX) TO WS-PROOF-HISTORY
           MOVE WS-MOV-WAGES TO WS-PROOF-OTHER
           PERFORM PRINT-PROOF-LINE-PARAGRAPH
           MOVE "FED W/H" TO WS-PROOF-LABEL
           MOVE WS-MO-FED-TAX (MO-IDX) TO WS-PROOF-HISTORY
           MOVE WS-MOV-FED-TAX TO WS-PROOF-OTHER
           PERFORM PRINT-PROOF-LINE-PARAGRAPH
           MOVE "STATE W/H" TO WS-PROOF-LABEL
           MOVE WS-MO-STATE-TAX (MO-IDX) TO WS-PROOF-HISTORY
           MOVE WS-MOV-STATE-TAX TO WS-PROOF-OTHER
           PERFORM PRINT-PROOF-LINE-PARAGRAPH
           MOVE "EMPLOYER TAX" TO WS-PROOF-LABEL
           MOVE WS-MO-EMPLOYER-TAX (MO-IDX) TO WS-PROOF-HISTORY
           MOVE WS-MOV-EMPLOYER-TAX TO WS-PROOF-OTHER
           PERFORM PRINT-PROOF-LINE-PARAGRAPH.

       PRINT-PROOF-LINE-PARAGRAPH.
           IF WS-PROOF-HISTORY = WS-PROOF-OTHER
               MOVE "TIES" TO WS-TIE-TEXT
           ELSE
               MOVE "** OUT OF TIE **" TO WS-TIE-TEXT
               SET QUARTER-OUT-OF-TIE TO TRUE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-PROOF-LABEL "      "
               WS-PROOF-HISTORY " " WS-PROOF-OTHER " "
               WS-TIE-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REPORT-REC FROM WS-REPORT-LINE.

       WRITE-QUARTER-EXTRACT-PARAGRAPH.
           SET MO-IDX TO 4
           MOVE SPACES TO QUARTERLY-RETURN-REC
           SET QR-QUARTER-RECORD TO TRUE
           MOVE WS-TAX-YEAR TO QR-TAX-YEAR
           MOVE WS-QUARTER TO QR-QUARTER
           MOVE "QT" TO QR-PERIOD-CODE
           MOVE WS-MO-WAGES (MO-IDX) TO QR-WAGES
           MOVE WS-MO-TAXABLE (MO-IDX) TO QR-TAXABLE-WAGES
           MOVE WS-MO-FED-TAX (MO-IDX) TO QR-FED-TAX
           MOVE WS-MO-STATE-TAX (MO-IDX) TO QR-STATE-TAX
           MOVE WS-MO-EMPLOYER-TAX (MO-IDX) TO QR-EMPLOYER-TAX
           MOVE WS-MO-RECORD-COUNT (MO-IDX) TO QR-RECORD-COUNT
           IF QUARTER-TIES
               MOVE "Y" TO QR-TIE-FLAG
           ELSE
               MOVE "N" TO QR-TIE-FLAG
           END-IF
           WRITE QUARTERLY-RETURN-REC.

       PRINT-RESULT-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           IF QUARTER-TIES
               STRING "QUARTER TIES TO GL POSTINGS AND EMPMAST YTD"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "** QUARTER DOES NOT TIE - DO NOT FILE **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RETURN-REPORT-REC FROM WS-REPORT-LINE.
