       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-VARIANCE.
       AUTHOR. COBOL2Java Team.
      *
      * Cost-center labor budget versus actual variance
      *
      * Gives department managers the comparison LABDIST
      * cannot: for the fiscal year and month on the VARCTL
      * card (the business date's month without one), every
      * cost center's 51000000 SALARY EXPENSE and 52000000
      * EMPLOYER PAYROLL TAX EXP postings on the GLHIST
      * posting history are totaled month to date and year
      * to date - debits up, credits down - and set against
      * the LABBUDG budget months for the same periods.  The
      * fiscal year runs with the calendar year.
      *
      * Each cost center prints budget, actual, dollar
      * variance (actual less budget) and percent variance
      * for salary, employer tax and total labor cost, both
      * month to date and year to date.  A line whose
      * overrun is more than the VARCTL tolerance percent
      * (5.00 without a card), or which has cost against no
      * budget at all, is flagged, and the cost center is
      * counted as over tolerance.  Cost centers with a
      * budget but no postings print with zero actuals.
      * The same lines go to the LABVEXT extract for the
      * finance system.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VARIANCE-CONTROL-FILE ASSIGN TO "VARCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LABOR-BUDGET-FILE ASSIGN TO "LABBUDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-BUDGET-KEY.
           SELECT OPTIONAL GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "LABVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-EXTRACT-FILE ASSIGN TO "LABVEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIANCE-CONTROL-FILE.
       01 VARIANCE-CONTROL-REC.
           05 VC-FISCAL-YEAR       PIC X(04).
           05 VC-FISCAL-MONTH      PIC X(02).
           05 VC-TOLERANCE-PCT     PIC 9(02)V99.
           05 FILLER               PIC X(10).

       FD  LABOR-BUDGET-FILE.
           COPY "LABBUDG.CPY".

       FD  GL-HISTORY-FILE.
           COPY "GLPOST.CPY".

       FD  VARIANCE-REPORT-FILE.
       01 VARIANCE-REPORT-REC        PIC X(80).

       FD  VARIANCE-EXTRACT-FILE.
           COPY "LABVAR.CPY".

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-EOF-SWITCH  PIC X(01) VALUE "N".
           88 END-OF-BUDGET-FILE        VALUE "Y".
       01 WS-GL-EOF-SWITCH      PIC X(01) VALUE "N".
           88 END-OF-GL-FILE            VALUE "Y".
       01 WS-CC-OVER-SWITCH     PIC X(01) VALUE "N".
           88 COST-CENTER-OVER          VALUE "Y".

       01 WS-COST-CENTER-TABLE-AREA.
           05 WS-CC-ENTRY OCCURS 300 TIMES
                   INDEXED BY CC-IDX.
               10 WS-CC-COST-CENTER  PIC X(06).
               10 WS-CC-PERIOD OCCURS 2 TIMES
                       INDEXED BY PD-IDX.
                   15 WS-CC-SALARY-BUDGET PIC 9(11).
                   15 WS-CC-TAX-BUDGET    PIC 9(11).
                   15 WS-CC-SALARY-ACTUAL PIC S9(11).
                   15 WS-CC-TAX-ACTUAL    PIC S9(11).
       01 WS-CC-COUNT            PIC 9(04) COMP VALUE 0.
       01 WS-MAX-CC-ENTRIES      PIC 9(04) COMP VALUE 300.

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-FISCAL-YEAR         PIC X(04) VALUE SPACES.
       01 WS-FISCAL-MONTH        PIC X(02) VALUE SPACES.
       01 WS-FISCAL-MONTH-NUM    PIC 9(02) VALUE 0.
       01 WS-ROW-MONTH           PIC 9(02) VALUE 0.
       01 WS-TOLERANCE-PCT       PIC 9(02)V99 VALUE 5.00.
       01 WS-TOLERANCE-PRINT REDEFINES WS-TOLERANCE-PCT.
           05 WS-TOLERANCE-WHOLE PIC 9(02).
           05 WS-TOLERANCE-HUNDREDTHS PIC 9(02).
       01 WS-LOOKUP-COST-CENTER  PIC X(06) VALUE SPACES.
       01 WS-GL-SIGNED-AMOUNT    PIC S9(11) VALUE 0.

       01 WS-MEASURE-CODE        PIC X(01) VALUE SPACE.
       01 WS-PERIOD-CODE         PIC X(02) VALUE SPACES.
       01 WS-MEASURE-LABEL       PIC X(13) VALUE SPACES.
       01 WS-WORK-BUDGET         PIC 9(11) VALUE 0.
       01 WS-WORK-ACTUAL         PIC S9(11)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-WORK-VARIANCE       PIC S9(11)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-WORK-PCT            PIC S9(04)V9 VALUE 0.
       01 WS-PCT-ABS             PIC 9(04)V9 VALUE 0.
       01 WS-PCT-ABS-PRINT REDEFINES WS-PCT-ABS.
           05 WS-PCT-ABS-WHOLE   PIC 9(04).
           05 WS-PCT-ABS-TENTH   PIC 9(01).
       01 WS-PCT-SIGN            PIC X(01) VALUE "+".
       01 WS-OVER-FLAG           PIC X(01) VALUE "N".
           88 LINE-OVER-TOLERANCE       VALUE "Y".
       01 WS-FLAG-TEXT           PIC X(08) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-CC-REPORTED         PIC 9(05) VALUE 0.
       01 WS-CC-OVER-COUNT       PIC 9(05) VALUE 0.
       01 WS-GL-LINES-USED       PIC 9(07) VALUE 0.
       01 WS-EXTRACT-COUNT       PIC 9(07) VALUE 0.
       01 WS-TOTAL-MTD-BUDGET    PIC 9(11) VALUE 0.
       01 WS-TOTAL-MTD-ACTUAL    PIC S9(11)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-TOTAL-YTD-BUDGET    PIC 9(11) VALUE 0.
       01 WS-TOTAL-YTD-ACTUAL    PIC S9(11)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           PERFORM READ-VARIANCE-CONTROL-PARAGRAPH
           PERFORM LOAD-BUDGETS-PARAGRAPH
           PERFORM LOAD-ACTUALS-PARAGRAPH
           OPEN OUTPUT VARIANCE-REPORT-FILE
           OPEN OUTPUT VARIANCE-EXTRACT-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM REPORT-COST-CENTER-PARAGRAPH
               VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CC-COUNT
           PERFORM PRINT-REPORT-TOTAL-PARAGRAPH
           CLOSE VARIANCE-REPORT-FILE
           CLOSE VARIANCE-EXTRACT-FILE
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

      * The card names the fiscal year and month to report
      * and the tolerance; any part missing or not numeric
      * falls back to the business date's month and 5.00.
       READ-VARIANCE-CONTROL-PARAGRAPH.
           MOVE WS-BUSINESS-DATE (1:4) TO WS-FISCAL-YEAR
           MOVE WS-BUSINESS-DATE (5:2) TO WS-FISCAL-MONTH
           MOVE SPACES TO VARIANCE-CONTROL-REC
           OPEN INPUT VARIANCE-CONTROL-FILE
           READ VARIANCE-CONTROL-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE VARIANCE-CONTROL-FILE
           IF VC-FISCAL-YEAR NUMERIC
                   AND VC-FISCAL-MONTH NUMERIC
                   AND VC-FISCAL-MONTH >= "01"
                   AND VC-FISCAL-MONTH <= "12"
               MOVE VC-FISCAL-YEAR TO WS-FISCAL-YEAR
               MOVE VC-FISCAL-MONTH TO WS-FISCAL-MONTH
           END-IF
           IF VC-TOLERANCE-PCT NUMERIC
               MOVE VC-TOLERANCE-PCT TO WS-TOLERANCE-PCT
           END-IF
           MOVE WS-FISCAL-MONTH TO WS-FISCAL-MONTH-NUM.

      * Budget months before the report month count toward
      * year to date only; the report month counts toward
      * both.
       LOAD-BUDGETS-PARAGRAPH.
           OPEN INPUT LABOR-BUDGET-FILE
           PERFORM READ-BUDGET-PARAGRAPH
           PERFORM UNTIL END-OF-BUDGET-FILE
               IF LB-FISCAL-YEAR = WS-FISCAL-YEAR
                       AND LB-FISCAL-MONTH NUMERIC
                   MOVE LB-FISCAL-MONTH TO WS-ROW-MONTH
                   IF WS-ROW-MONTH <= WS-FISCAL-MONTH-NUM
                       MOVE LB-COST-CENTER TO WS-LOOKUP-COST-CENTER
                       PERFORM FIND-COST-CENTER-PARAGRAPH
                       PERFORM POST-BUDGET-PARAGRAPH
                   END-IF
               END-IF
               PERFORM READ-BUDGET-PARAGRAPH
           END-PERFORM
           CLOSE LABOR-BUDGET-FILE.

       READ-BUDGET-PARAGRAPH.
           READ LABOR-BUDGET-FILE NEXT RECORD
               AT END
                   SET END-OF-BUDGET-FILE TO TRUE
           END-READ.

       POST-BUDGET-PARAGRAPH.
           SET PD-IDX TO 2
           ADD LB-SALARY-BUDGET
               TO WS-CC-SALARY-BUDGET (CC-IDX PD-IDX)
           ADD LB-EMPLOYER-TAX-BUDGET
               TO WS-CC-TAX-BUDGET (CC-IDX PD-IDX)
           IF WS-ROW-MONTH = WS-FISCAL-MONTH-NUM
               SET PD-IDX TO 1
               ADD LB-SALARY-BUDGET
                   TO WS-CC-SALARY-BUDGET (CC-IDX PD-IDX)
               ADD LB-EMPLOYER-TAX-BUDGET
                   TO WS-CC-TAX-BUDGET (CC-IDX PD-IDX)
           END-IF.

       LOAD-ACTUALS-PARAGRAPH.
           OPEN INPUT GL-HISTORY-FILE
           PERFORM READ-GL-HISTORY-PARAGRAPH
           PERFORM UNTIL END-OF-GL-FILE
               IF GL-ACCOUNT-NUMBER = "51000000"
                       OR GL-ACCOUNT-NUMBER = "52000000"
                   PERFORM ACCUMULATE-GL-PARAGRAPH
               END-IF
               PERFORM READ-GL-HISTORY-PARAGRAPH
           END-PERFORM
           CLOSE GL-HISTORY-FILE.

       READ-GL-HISTORY-PARAGRAPH.
           READ GL-HISTORY-FILE
               AT END
                   SET END-OF-GL-FILE TO TRUE
           END-READ.

      * Expense accounts count debits up and credits down.
       ACCUMULATE-GL-PARAGRAPH.
           IF GL-POSTING-DATE (1:4) = WS-FISCAL-YEAR
                   AND GL-POSTING-DATE (5:2) NUMERIC
               MOVE GL-POSTING-DATE (5:2) TO WS-ROW-MONTH
               IF WS-ROW-MONTH <= WS-FISCAL-MONTH-NUM
                   ADD 1 TO WS-GL-LINES-USED
                   IF GL-DEBIT-CREDIT = "C"
                       COMPUTE WS-GL-SIGNED-AMOUNT = 0 - GL-AMOUNT
                   ELSE
                       MOVE GL-AMOUNT TO WS-GL-SIGNED-AMOUNT
                   END-IF
                   MOVE GL-COST-CENTER TO WS-LOOKUP-COST-CENTER
                   PERFORM FIND-COST-CENTER-PARAGRAPH
                   SET PD-IDX TO 2
                   PERFORM POST-ACTUAL-PARAGRAPH
                   IF WS-ROW-MONTH = WS-FISCAL-MONTH-NUM
                       SET PD-IDX TO 1
                       PERFORM POST-ACTUAL-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

       POST-ACTUAL-PARAGRAPH.
           IF GL-ACCOUNT-NUMBER = "51000000"
               ADD WS-GL-SIGNED-AMOUNT
                   TO WS-CC-SALARY-ACTUAL (CC-IDX PD-IDX)
           ELSE
               ADD WS-GL-SIGNED-AMOUNT
                   TO WS-CC-TAX-ACTUAL (CC-IDX PD-IDX)
           END-IF.

      * Budgets load first in key order, so budgeted cost
      * centers report in cost-center order and any cost
      * center posting with no budget follows them.
       FIND-COST-CENTER-PARAGRAPH.
           SET CC-IDX TO 1
           SEARCH WS-CC-ENTRY
               AT END
                   PERFORM ADD-COST-CENTER-PARAGRAPH
               WHEN CC-IDX > WS-CC-COUNT
                   PERFORM ADD-COST-CENTER-PARAGRAPH
               WHEN WS-CC-COST-CENTER (CC-IDX)
                       = WS-LOOKUP-COST-CENTER
                   CONTINUE
           END-SEARCH.

       ADD-COST-CENTER-PARAGRAPH.
           IF WS-CC-COUNT >= WS-MAX-CC-ENTRIES
               DISPLAY "LABOR-VARIANCE: COST CENTER TABLE FULL AT "
                   WS-MAX-CC-ENTRIES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET CC-IDX TO WS-CC-COUNT
           SET CC-IDX UP BY 1
           SET WS-CC-COUNT TO CC-IDX
           MOVE WS-LOOKUP-COST-CENTER TO WS-CC-COST-CENTER (CC-IDX)
           PERFORM CLEAR-PERIOD-PARAGRAPH
               VARYING PD-IDX FROM 1 BY 1
               UNTIL PD-IDX > 2.

       CLEAR-PERIOD-PARAGRAPH.
           MOVE 0 TO WS-CC-SALARY-BUDGET (CC-IDX PD-IDX)
           MOVE 0 TO WS-CC-TAX-BUDGET (CC-IDX PD-IDX)
           MOVE 0 TO WS-CC-SALARY-ACTUAL (CC-IDX PD-IDX)
           MOVE 0 TO WS-CC-TAX-ACTUAL (CC-IDX PD-IDX).

       REPORT-COST-CENTER-PARAGRAPH.
           ADD 1 TO WS-CC-REPORTED
           MOVE "N" TO WS-CC-OVER-SWITCH
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COST CENTER " WS-CC-COST-CENTER (CC-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VARIANCE-REPORT-REC FROM WS-REPORT-LINE
           PERFORM REPORT-PERIOD-PARAGRAPH
               VARYING PD-IDX FROM 1 BY 1
               UNTIL PD-IDX > 2
           IF COST-CENTER-OVER
               ADD 1 TO WS-CC-OVER-COUNT
           END-IF.

       REPORT-PERIOD-PARAGRAPH.
           IF PD-IDX = 1
               MOVE "MT" TO WS-PERIOD-CODE
           ELSE
               MOVE "YT" TO WS-PERIOD-CODE
           END-IF
           MOVE "S" TO WS-MEASURE-CODE
           MOVE WS-CC-SALARY-BUDGET (CC-IDX PD-IDX) TO WS-WORK-BUDGET
           MOVE WS-CC-SALARY-ACTUAL (CC-IDX PD-IDX) TO WS-WORK-ACTUAL
           PERFORM REPORT-MEASURE-PARAGRAPH
           MOVE "E" TO WS-MEASURE-CODE
           MOVE WS-CC-TAX-BUDGET (CC-IDX PD-IDX) TO WS-WORK-BUDGET
           MOVE WS-CC-TAX-ACTUAL (CC-IDX PD-IDX) TO WS-WORK-ACTUAL
           PERFORM REPORT-MEASURE-PARAGRAPH
           MOVE "T" TO WS-MEASURE-CODE
           ADD WS-CC-SALARY-BUDGET (CC-IDX PD-IDX)
               WS-CC-TAX-BUDGET (CC-IDX PD-IDX)
               GIVING WS-WORK-BUDGET
           ADD WS-CC-SALARY-ACTUAL (CC-IDX PD-IDX)
               WS-CC-TAX-ACTUAL (CC-IDX PD-IDX)
               GIVING WS-WORK-ACTUAL
           PERFORM REPORT-MEASURE-PARAGRAPH
           IF PD-IDX = 1
               ADD WS-WORK-BUDGET TO WS-TOTAL-MTD-BUDGET
               ADD WS-WORK-ACTUAL TO WS-TOTAL-MTD-ACTUAL
           ELSE
               ADD WS-WORK-BUDGET TO WS-TOTAL-YTD-BUDGET
               ADD WS-WORK-ACTUAL TO WS-TOTAL-YTD-ACTUAL
           END-IF.

       REPORT-MEASURE-PARAGRAPH.
           PERFORM COMPUTE-VARIANCE-PARAGRAPH
           PERFORM PRINT-MEASURE-LINE-PARAGRAPH
           PERFORM WRITE-EXTRACT-PARAGRAPH.

      * Variance is actual less budget.  With no budget the
      * percent is meaningless, so it prints zero and any
      * cost at all is flagged.
       COMPUTE-VARIANCE-PARAGRAPH.
           MOVE "N" TO WS-OVER-FLAG
           COMPUTE WS-WORK-VARIANCE = WS-WORK-ACTUAL - WS-WORK-BUDGET
           IF WS-WORK-BUDGET > 0
               COMPUTE WS-WORK-PCT ROUNDED =
                   WS-WORK-VARIANCE * 100 / WS-WORK-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-WORK-PCT
               END-COMPUTE
               IF WS-WORK-VARIANCE > 0
                       AND WS-WORK-PCT > WS-TOLERANCE-PCT
                   SET LINE-OVER-TOLERANCE TO TRUE
               END-IF
           ELSE
               MOVE 0 TO WS-WORK-PCT
               IF WS-WORK-ACTUAL > 0
                   SET LINE-OVER-TOLERANCE TO TRUE
               END-IF
           END-IF
           IF LINE-OVER-TOLERANCE
               SET COST-CENTER-OVER TO TRUE
               MOVE "**OVER**" TO WS-FLAG-TEXT
           ELSE
               MOVE SPACES TO WS-FLAG-TEXT
           END-IF.

       PRINT-MEASURE-LINE-PARAGRAPH.
           EVALUATE WS-PERIOD-CODE ALSO WS-MEASURE-CODE
               WHEN "MT" ALSO "S"
                   MOVE "  MTD SALARY " TO WS-MEASURE-LABEL
               WHEN "MT" ALSO "E"
                   MOVE "  MTD EMP TAX" TO WS-MEASURE-LABEL
               WHEN "MT" ALSO "T"
                   MOVE "  MTD TOTAL  " TO WS-MEASURE-LABEL
               WHEN "YT" ALSO "S"
                   MOVE "  YTD SALARY " TO WS-MEASURE-LABEL
               WHEN "YT" ALSO "E"
                   MOVE "  YTD EMP TAX" TO WS-MEASURE-LABEL
               WHEN OTHER
                   MOVE "  YTD TOTAL  " TO WS-MEASURE-LABEL
           END-EVALUATE
           IF WS-WORK-PCT < 0
               MOVE "-" TO WS-PCT-SIGN
           ELSE
               MOVE "+" TO WS-PCT-SIGN
           END-IF
           MOVE WS-WORK-PCT TO WS-PCT-ABS
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-MEASURE-LABEL " " WS-WORK-BUDGET " "
               WS-WORK-ACTUAL " " WS-WORK-VARIANCE " "
               WS-PCT-SIGN WS-PCT-ABS-WHOLE "." WS-PCT-ABS-TENTH
               "% " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VARIANCE-REPORT-REC FROM WS-REPORT-LINE.

       WRITE-EXTRACT-PARAGRAPH.
           MOVE SPACES TO LABOR-VARIANCE-REC
           MOVE WS-CC-COST-CENTER (CC-IDX) TO LV-COST-CENTER
           MOVE WS-FISCAL-YEAR TO LV-FISCAL-YEAR
           MOVE WS-FISCAL-MONTH TO LV-FISCAL-MONTH
           MOVE WS-PERIOD-CODE TO LV-PERIOD-CODE
           MOVE WS-MEASURE-CODE TO LV-MEASURE-CODE
           MOVE WS-WORK-BUDGET TO LV-BUDGET-AMOUNT
           MOVE WS-WORK-ACTUAL TO LV-ACTUAL-AMOUNT
           MOVE WS-WORK-VARIANCE TO LV-VARIANCE-AMOUNT
           MOVE WS-WORK-PCT TO LV-VARIANCE-PCT
           MOVE WS-OVER-FLAG TO LV-OVER-FLAG
           WRITE LABOR-VARIANCE-REC
           ADD 1 TO WS-EXTRACT-COUNT.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LABOR BUDGET VS ACTUAL - FISCAL " WS-FISCAL-YEAR
               "/" WS-FISCAL-MONTH
               "  TOLERANCE " WS-TOLERANCE-WHOLE "."
               WS-TOLERANCE-HUNDREDTHS "%"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VARIANCE-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MEASURE            BUDGET       ACTUAL"
               "     VARIANCE PERCENT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VARIANCE-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-REPORT-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COMPANY MTD BUDGET=" WS-TOTAL-MTD-BUDGET
               " ACTUAL=" WS-TOTAL-MTD-ACTUAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VARIANCE-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COMPANY YTD BUDGET=" WS-TOTAL-YTD-BUDGET
               " ACTUAL=" WS-TOTAL-YTD-ACTUAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VARIANCE-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COST CENTERS=" WS-CC-REPORTED
               " OVER TOLERANCE=" WS-CC-OVER-COUNT
               " GL LINES=" WS-GL-LINES-USED
               " EXTRACT RECORDS=" WS-EXTRACT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE VARIANCE-REPORT-REC FROM WS-REPORT-LINE.
