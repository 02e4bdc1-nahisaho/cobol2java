       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-ACCRUAL.
       AUTHOR. COBOL2Java Team.
      *
      * Month-end payroll accrual and GL period close
      *
      * GLPOST reaches the ledger one business date at a
      * time, so the wages earned between the last pay date
      * and the end of the month are not on the books at
      * close.  This run works them out instead of finance
      * estimating them by hand.
      *
      * The closing month comes from the ACCRCTL card; with
      * no card it is the month before the business date's,
      * since the job runs once the month's last NIGHTLY has
      * rolled BSNSDATE into the new month.  The run rate is
      * the average of the last ACCRCTL number of pay dates
      * (three without a card) on PAYHIST up to month end:
      * each cost center's gross and employer tax on those
      * dates, adjustments subtracted, by the employee's
      * DEPTMAST cost center (UNASND with no record).  The
      * PAYCAL frequency turns a pay date's amounts into a
      * daily rate - a week counts 5 business days, two
      * weeks 10, a month 21 and a year (A or no card) 260.
      *
      * Unpaid business days are the days after the last
      * pay date through the last day of the month, less
      * Saturdays, Sundays and BDAYCAL holidays.  Each cost
      * center accrues its daily rate times those days:
      * SALARY EXPENSE debit / ACCRUED WAGES PAYABLE credit
      * and EMPLOYER PAYROLL TAX EXP debit / ACCRUED
      * EMPLOYER TAX credit, dated month end, plus the same
      * entries reversed and dated the first business day of
      * the next month, all on ACCRPOST in the GLPOST layout
      * for the ledger interface.  ACCRPOST is not added to
      * GLHIST, which stays the record of what payroll
      * actually posted.
      *
      * For the period proof every GLHIST posting dated in
      * the closing month is summarized by account and cost
      * center with the accruals beside them on the GLSUMM
      * month-to-date summary, and the report proves payroll
      * debits equal credits (RC 8 when they do not).  A
      * month with no pay history to rate from ends RC 4.
      *
      * The heartbeat carries the month-end date as its
      * business date; a clean one for the same month makes
      * the run refuse a second close unless the BSNSDATE
      * override switch is Y.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCRUAL-CONTROL-FILE ASSIGN TO "ACCRCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO "BDAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-EMPLOYEE-ID.
           SELECT OPTIONAL GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-POSTING-FILE ASSIGN TO "ACCRPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-SUMMARY-FILE ASSIGN TO "GLSUMM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-CONTROL-FILE.
       01 ACCRUAL-CONTROL-REC.
           05 AX-CLOSE-YEAR        PIC X(04).
           05 AX-CLOSE-MONTH       PIC X(02).
           05 AX-RATE-RUNS         PIC 9(01).
           05 FILLER               PIC X(13).

       FD  PAY-CALENDAR-FILE.
           COPY "PAYCAL.CPY".

       FD  BUSINESS-CALENDAR-FILE.
           COPY "BDAYCAL.CPY".

       FD  PAY-HISTORY-FILE.
           COPY "PAYHIST.CPY".

       FD  DEPARTMENT-MASTER-FILE.
           COPY "DEPTMAST.CPY".

       FD  GL-HISTORY-FILE.
       01 GL-HISTORY-REC             PIC X(58).

       FD  ACCRUAL-POSTING-FILE.
           COPY "GLPOST.CPY".

       FD  GL-SUMMARY-FILE.
           COPY "GLSUMM.CPY".

       FD  ACCRUAL-REPORT-FILE.
       01 ACCRUAL-REPORT-REC         PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-PAY-HISTORY        VALUE "Y".
       01 WS-GL-EOF-SWITCH      PIC X(01) VALUE "N".
           88 END-OF-GL-FILE            VALUE "Y".
       01 WS-CALENDAR-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-CALENDAR-FILE      VALUE "Y".
       01 WS-GATE-EOF-SWITCH    PIC X(01) VALUE "N".
           88 END-OF-GATE-FILE          VALUE "Y".
       01 WS-PRIOR-CLOSE-SWITCH PIC X(01) VALUE "N".
           88 PRIOR-CLOSE-FOUND         VALUE "Y".
       01 WS-RATE-DATE-SWITCH   PIC X(01) VALUE "N".
           88 RATE-DATE-FOUND           VALUE "Y".

      * The pay dates the run rate averages, newest kept.
       01 WS-RATE-DATE-TABLE-AREA.
           05 WS-RATE-DATE OCCURS 9 TIMES
                   INDEXED BY RD-IDX
                   PIC X(08).
       01 WS-RATE-DATE-COUNT     PIC 9(01) COMP VALUE 0.
       01 WS-RATE-RUNS           PIC 9(01) VALUE 3.
       01 WS-OLDEST-RATE-DATE    PIC X(08) VALUE SPACES.
       01 WS-OLDEST-RATE-SLOT    PIC 9(01) COMP VALUE 0.
       01 WS-LAST-PAY-DATE       PIC X(08) VALUE SPACES.

       01 WS-COST-CENTER-TABLE-AREA.
           05 WS-CC-ENTRY OCCURS 300 TIMES
                   INDEXED BY CC-IDX.
               10 WS-CC-COST-CENTER    PIC X(06).
               10 WS-CC-GROSS          PIC S9(11).
               10 WS-CC-EMPLOYER-TAX   PIC S9(11).
               10 WS-CC-SALARY-ACCRUAL PIC 9(11).
               10 WS-CC-TAX-ACCRUAL    PIC 9(11).
       01 WS-CC-COUNT            PIC 9(04) COMP VALUE 0.
       01 WS-MAX-CC-ENTRIES      PIC 9(04) COMP VALUE 300.

      * One summary slot per account, cost center and source
      * for the closing month.
       01 WS-SUMMARY-TABLE-AREA.
           05 WS-SM-ENTRY OCCURS 1000 TIMES
                   INDEXED BY SM-IDX.
               10 WS-SM-ACCOUNT-NUMBER PIC X(08).
               10 WS-SM-COST-CENTER    PIC X(06).
               10 WS-SM-SOURCE-CODE    PIC X(01).
               10 WS-SM-DEBIT-TOTAL    PIC 9(11).
               10 WS-SM-CREDIT-TOTAL   PIC 9(11).
               10 WS-SM-POSTING-COUNT  PIC 9(07).
       01 WS-SM-COUNT            PIC 9(04) COMP VALUE 0.
       01 WS-MAX-SM-ENTRIES      PIC 9(04) COMP VALUE 1000.

      * Company totals by account for the proof listing.
       01 WS-ACCOUNT-TABLE-AREA.
           05 WS-AC-ENTRY OCCURS 40 TIMES
                   INDEXED BY AC-IDX.
               10 WS-AC-ACCOUNT-NUMBER PIC X(08).
               10 WS-AC-ACCOUNT-NAME   PIC X(24).
               10 WS-AC-PAYROLL-DEBIT  PIC 9(11).
               10 WS-AC-PAYROLL-CREDIT PIC 9(11).
               10 WS-AC-ACCRUAL-DEBIT  PIC 9(11).
               10 WS-AC-ACCRUAL-CREDIT PIC 9(11).
       01 WS-AC-COUNT            PIC 9(02) COMP VALUE 0.
       01 WS-MAX-AC-ENTRIES      PIC 9(02) COMP VALUE 40.

      * Holiday list; 200 covers many years of calendar.
       01 WS-HOLIDAY-TABLE-AREA.
           05 WS-HOLIDAY-DATE OCCURS 200 TIMES
                   INDEXED BY HL-IDX
                   PIC X(08).
       01 WS-HOLIDAY-COUNT       PIC 9(03) COMP VALUE 0.
       01 WS-MAX-HOLIDAYS        PIC 9(03) COMP VALUE 200.
       01 WS-HOLIDAY-HIT-SWITCH  PIC X(01) VALUE "N".
           88 CANDIDATE-IS-HOLIDAY      VALUE "Y".

       01 WS-CLOSE-YEAR          PIC 9(04) VALUE 0.
       01 WS-CLOSE-MONTH         PIC 9(02) VALUE 0.
       01 WS-MONTH-START-DATE.
           05 WS-MS-YEAR         PIC 9(04) VALUE 0.
           05 WS-MS-MONTH        PIC 9(02) VALUE 0.
           05 WS-MS-DAY          PIC 9(02) VALUE 1.
       01 WS-MONTH-START-NUM REDEFINES WS-MONTH-START-DATE
                                 PIC 9(08).
       01 WS-NEXT-MONTH-DATE.
           05 WS-NM-YEAR         PIC 9(04) VALUE 0.
           05 WS-NM-MONTH        PIC 9(02) VALUE 0.
           05 WS-NM-DAY          PIC 9(02) VALUE 1.
       01 WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH-DATE
                                 PIC 9(08).
       01 WS-CLOSE-PERIOD        PIC X(06) VALUE SPACES.
       01 WS-MONTH-END-DATE      PIC X(08) VALUE SPACES.
       01 WS-REVERSAL-DATE       PIC X(08) VALUE SPACES.
       01 WS-GL-THROUGH-DATE     PIC X(08) VALUE SPACES.

       01 WS-DAYS-PER-PERIOD     PIC 9(03) VALUE 260.
       01 WS-PAY-FREQUENCY       PIC X(01) VALUE "A".
       01 WS-UNPAID-DAYS         PIC 9(02) VALUE 0.
       01 WS-WORK-INTEGER        PIC 9(08) VALUE 0.
       01 WS-END-INTEGER         PIC 9(08) VALUE 0.
       01 WS-WORK-DATE-NUM       PIC 9(08) VALUE 0.
       01 WS-CANDIDATE-DATE      PIC X(08) VALUE SPACES.
       01 WS-DAY-OF-WEEK         PIC 9(01) VALUE 0.
       01 WS-RATE-DIVISOR        PIC 9(05) VALUE 0.

       01 WS-LOOKUP-COST-CENTER  PIC X(06) VALUE SPACES.
       01 WS-WORK-COST-CENTER    PIC X(06) VALUE SPACES.
       01 WS-SUMMARY-SOURCE      PIC X(01) VALUE SPACE.
       01 WS-POSTING-DATE        PIC X(08) VALUE SPACES.
       01 WS-POSTING-SIDE        PIC X(01) VALUE SPACE.
       01 WS-PRINT-GROSS         PIC S9(11)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-PRINT-EMPLOYER-TAX  PIC S9(11)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-HISTORY-ROWS-USED   PIC 9(07) VALUE 0.
       01 WS-GL-LINES-USED       PIC 9(07) VALUE 0.
       01 WS-CC-ACCRUED          PIC 9(05) VALUE 0.
       01 WS-ACCRUAL-LINES       PIC 9(07) VALUE 0.
       01 WS-REVERSAL-LINES      PIC 9(07) VALUE 0.
       01 WS-SUMMARY-RECORDS     PIC 9(07) VALUE 0.
       01 WS-TOTAL-SALARY-ACCRUAL PIC 9(11) VALUE 0.
       01 WS-TOTAL-TAX-ACCRUAL   PIC 9(11) VALUE 0.
       01 WS-PAYROLL-DEBIT-TOTAL PIC 9(11) VALUE 0.
       01 WS-PAYROLL-CREDIT-TOTAL PIC 9(11) VALUE 0.
       01 WS-ACCRUAL-DEBIT-TOTAL PIC 9(11) VALUE 0.
       01 WS-ACCRUAL-CREDIT-TOTAL PIC 9(11) VALUE 0.

       01 WS-RUN-START-TIMESTAMP PIC X(14) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-OVERRIDE-SWITCH     PIC X(01) VALUE "N".
           88 OPERATOR-OVERRIDE         VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO WS-RUN-START-TIMESTAMP
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           PERFORM READ-ACCRUAL-CONTROL-PARAGRAPH
           PERFORM SET-CLOSING-PERIOD-PARAGRAPH
           PERFORM CHECK-PRIOR-CLOSE-PARAGRAPH
           PERFORM READ-PAY-CALENDAR-PARAGRAPH
           PERFORM LOAD-HOLIDAYS-PARAGRAPH
           PERFORM FIND-RATE-DATES-PARAGRAPH
           PERFORM COUNT-UNPAID-DAYS-PARAGRAPH
           PERFORM FIND-REVERSAL-DATE-PARAGRAPH
           PERFORM ACCUMULATE-RUN-RATE-PARAGRAPH
           OPEN OUTPUT ACCRUAL-POSTING-FILE
           PERFORM SUMMARIZE-GL-HISTORY-PARAGRAPH
           OPEN OUTPUT ACCRUAL-REPORT-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM ACCRUE-COST-CENTER-PARAGRAPH
               VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CC-COUNT
           CLOSE ACCRUAL-POSTING-FILE
           OPEN OUTPUT GL-SUMMARY-FILE
           PERFORM WRITE-SUMMARY-PARAGRAPH
               VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > WS-SM-COUNT
           CLOSE GL-SUMMARY-FILE
           PERFORM PRINT-PROOF-HEADING-PARAGRAPH
           PERFORM PRINT-ACCOUNT-PROOF-PARAGRAPH
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-AC-COUNT
           PERFORM PRINT-REPORT-TOTAL-PARAGRAPH
           CLOSE ACCRUAL-REPORT-FILE
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

      * The card names the closing year and month and how
      * many pay dates the run rate averages (1-9); any part
      * missing or not numeric falls back to the month
      * before the business date's and three pay dates.
       READ-ACCRUAL-CONTROL-PARAGRAPH.
           MOVE WS-BUSINESS-DATE (1:4) TO WS-CLOSE-YEAR
           MOVE WS-BUSINESS-DATE (5:2) TO WS-CLOSE-MONTH
           IF WS-CLOSE-MONTH = 1
               MOVE 12 TO WS-CLOSE-MONTH
               SUBTRACT 1 FROM WS-CLOSE-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CLOSE-MONTH
           END-IF
           MOVE SPACES TO ACCRUAL-CONTROL-REC
           OPEN INPUT ACCRUAL-CONTROL-FILE
           READ ACCRUAL-CONTROL-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE ACCRUAL-CONTROL-FILE
           IF AX-CLOSE-YEAR NUMERIC
                   AND AX-CLOSE-MONTH NUMERIC
                   AND AX-CLOSE-MONTH >= "01"
                   AND AX-CLOSE-MONTH <= "12"
               MOVE AX-CLOSE-YEAR TO WS-CLOSE-YEAR
               MOVE AX-CLOSE-MONTH TO WS-CLOSE-MONTH
           END-IF
           IF AX-RATE-RUNS NUMERIC
                   AND AX-RATE-RUNS > 0
               MOVE AX-RATE-RUNS TO WS-RATE-RUNS
           END-IF.

      * Month end is the day before the first of the next
      * month.
       SET-CLOSING-PERIOD-PARAGRAPH.
           MOVE WS-CLOSE-YEAR TO WS-MS-YEAR
           MOVE WS-CLOSE-MONTH TO WS-MS-MONTH
           MOVE WS-MONTH-START-DATE (1:6) TO WS-CLOSE-PERIOD
           IF WS-CLOSE-MONTH = 12
               COMPUTE WS-NM-YEAR = WS-CLOSE-YEAR + 1
               MOVE 1 TO WS-NM-MONTH
           ELSE
               MOVE WS-CLOSE-YEAR TO WS-NM-YEAR
               COMPUTE WS-NM-MONTH = WS-CLOSE-MONTH + 1
           END-IF
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-NUM) - 1
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           MOVE WS-WORK-DATE-NUM TO WS-MONTH-END-DATE.

      * Duplicate-close guard: a clean MTHACCR heartbeat for
      * this month end means the accruals already went to
      * the ledger; the BSNSDATE override switch allows a
      * deliberate rerun.
       CHECK-PRIOR-CLOSE-PARAGRAPH.
           IF OPERATOR-OVERRIDE
               CONTINUE
           ELSE
               MOVE "N" TO WS-PRIOR-CLOSE-SWITCH
               MOVE "N" TO WS-GATE-EOF-SWITCH
               OPEN INPUT RUN-CONTROL-FILE
               PERFORM READ-GATE-HEARTBEAT-PARAGRAPH
               PERFORM UNTIL END-OF-GATE-FILE
                   IF RC-JOB-NAME = "MTHACCR "
                           AND RC-BUSINESS-DATE = WS-MONTH-END-DATE
                           AND RC-RETURN-CODE <= 4
                       SET PRIOR-CLOSE-FOUND TO TRUE
                   END-IF
                   PERFORM READ-GATE-HEARTBEAT-PARAGRAPH
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               IF PRIOR-CLOSE-FOUND
                   DISPLAY "MONTH-END-ACCRUAL: MONTH ENDING "
                       WS-MONTH-END-DATE
                       " IS ALREADY CLOSED - RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-GATE-HEARTBEAT-PARAGRAPH.
           READ RUN-CONTROL-FILE
               AT END
                   SET END-OF-GATE-FILE TO TRUE
           END-READ.

      * Business days in one pay period of the PAYCAL
      * frequency; an absent card or A is annual.
       READ-PAY-CALENDAR-PARAGRAPH.
           MOVE SPACES TO PAY-CALENDAR-REC
           OPEN INPUT PAY-CALENDAR-FILE
           READ PAY-CALENDAR-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE PAY-CALENDAR-FILE
           EVALUATE TRUE
               WHEN PC-WEEKLY-FREQUENCY
                   MOVE "W" TO WS-PAY-FREQUENCY
                   MOVE 5 TO WS-DAYS-PER-PERIOD
               WHEN PC-BIWEEKLY-FREQUENCY
                   MOVE "B" TO WS-PAY-FREQUENCY
                   MOVE 10 TO WS-DAYS-PER-PERIOD
               WHEN PC-MONTHLY-FREQUENCY
                   MOVE "M" TO WS-PAY-FREQUENCY
                   MOVE 21 TO WS-DAYS-PER-PERIOD
               WHEN OTHER
                   MOVE "A" TO WS-PAY-FREQUENCY
                   MOVE 260 TO WS-DAYS-PER-PERIOD
           END-EVALUATE.

       LOAD-HOLIDAYS-PARAGRAPH.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           PERFORM READ-CALENDAR-PARAGRAPH
           PERFORM UNTIL END-OF-CALENDAR-FILE
               IF WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
                   DISPLAY "MONTH-END-ACCRUAL: HOLIDAY TABLE FULL AT "
                       WS-MAX-HOLIDAYS " ENTRIES - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET HL-IDX TO WS-HOLIDAY-COUNT
               SET HL-IDX UP BY 1
               MOVE BC-HOLIDAY-DATE TO WS-HOLIDAY-DATE (HL-IDX)
               SET WS-HOLIDAY-COUNT TO HL-IDX
               PERFORM READ-CALENDAR-PARAGRAPH
           END-PERFORM
           CLOSE BUSINESS-CALENDAR-FILE.

       READ-CALENDAR-PARAGRAPH.
           READ BUSINESS-CALENDAR-FILE
               AT END
                   SET END-OF-CALENDAR-FILE TO TRUE
           END-READ.

      * First pass: keeps the newest distinct pay dates up to
      * month end.  Adjustment rows do not make a pay date.
       FIND-RATE-DATES-PARAGRAPH.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM READ-PAY-HISTORY-PARAGRAPH
           PERFORM UNTIL END-OF-PAY-HISTORY
               IF PH-BUSINESS-DATE NUMERIC
                       AND PH-BUSINESS-DATE <= WS-MONTH-END-DATE
                       AND NOT PH-ADJUSTMENT-RECORD
                   PERFORM KEEP-RATE-DATE-PARAGRAPH
               END-IF
               PERFORM READ-PAY-HISTORY-PARAGRAPH
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           MOVE SPACES TO WS-LAST-PAY-DATE
           PERFORM FIND-LAST-PAY-DATE-PARAGRAPH
               VARYING RD-IDX FROM 1 BY 1
               UNTIL RD-IDX > WS-RATE-DATE-COUNT.

       READ-PAY-HISTORY-PARAGRAPH.
           READ PAY-HISTORY-FILE
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

       KEEP-RATE-DATE-PARAGRAPH.
           PERFORM FIND-RATE-DATE-PARAGRAPH
           IF RATE-DATE-FOUND
               CONTINUE
           ELSE
               IF WS-RATE-DATE-COUNT < WS-RATE-RUNS
                   ADD 1 TO WS-RATE-DATE-COUNT
                   SET RD-IDX TO WS-RATE-DATE-COUNT
                   MOVE PH-BUSINESS-DATE TO WS-RATE-DATE (RD-IDX)
                   PERFORM FIND-OLDEST-RATE-DATE-PARAGRAPH
               ELSE
                   IF PH-BUSINESS-DATE > WS-OLDEST-RATE-DATE
                       SET RD-IDX TO WS-OLDEST-RATE-SLOT
                       MOVE PH-BUSINESS-DATE TO WS-RATE-DATE (RD-IDX)
                       PERFORM FIND-OLDEST-RATE-DATE-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

       FIND-RATE-DATE-PARAGRAPH.
           MOVE "N" TO WS-RATE-DATE-SWITCH
           SET RD-IDX TO 1
           SEARCH WS-RATE-DATE
               AT END
                   CONTINUE
               WHEN RD-IDX > WS-RATE-DATE-COUNT
                   CONTINUE
               WHEN WS-RATE-DATE (RD-IDX) = PH-BUSINESS-DATE
                   SET RATE-DATE-FOUND TO TRUE
           END-SEARCH.

       FIND-OLDEST-RATE-DATE-PARAGRAPH.
           MOVE HIGH-VALUES TO WS-OLDEST-RATE-DATE
           PERFORM CHECK-OLDEST-RATE-DATE-PARAGRAPH
               VARYING RD-IDX FROM 1 BY 1
               UNTIL RD-IDX > WS-RATE-DATE-COUNT.

       CHECK-OLDEST-RATE-DATE-PARAGRAPH.
           IF WS-RATE-DATE (RD-IDX) < WS-OLDEST-RATE-DATE
               MOVE WS-RATE-DATE (RD-IDX) TO WS-OLDEST-RATE-DATE
               SET WS-OLDEST-RATE-SLOT TO RD-IDX
           END-IF.

       FIND-LAST-PAY-DATE-PARAGRAPH.
           IF WS-RATE-DATE (RD-IDX) > WS-LAST-PAY-DATE
               MOVE WS-RATE-DATE (RD-IDX) TO WS-LAST-PAY-DATE
           END-IF.

      * Counts the business days after the last pay date (or
      * from the first of the month when nothing was paid in
      * it) through month end.  Day 1 of the INTEGER-OF-DATE
      * epoch is a Monday, so REM 6 is Saturday and REM 0 is
      * Sunday.
       COUNT-UNPAID-DAYS-PARAGRAPH.
           MOVE 0 TO WS-UNPAID-DAYS
           IF WS-RATE-DATE-COUNT > 0
               IF WS-LAST-PAY-DATE < WS-MONTH-START-DATE
                   COMPUTE WS-WORK-INTEGER = FUNCTION INTEGER-OF-DATE
                       (WS-MONTH-START-NUM) - 1
               ELSE
                   MOVE WS-LAST-PAY-DATE TO WS-WORK-DATE-NUM
                   COMPUTE WS-WORK-INTEGER = FUNCTION INTEGER-OF-DATE
                       (WS-WORK-DATE-NUM)
               END-IF
               COMPUTE WS-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-NUM) - 1
               PERFORM UNTIL WS-WORK-INTEGER >= WS-END-INTEGER
                   ADD 1 TO WS-WORK-INTEGER
                   PERFORM CHECK-BUSINESS-DAY-PARAGRAPH
                   IF WS-DAY-OF-WEEK NOT = 6
                           AND WS-DAY-OF-WEEK NOT = 0
                           AND NOT CANDIDATE-IS-HOLIDAY
                       ADD 1 TO WS-UNPAID-DAYS
                   END-IF
               END-PERFORM
           END-IF.

      * The reversal posts on the first business day of the
      * next month.
       FIND-REVERSAL-DATE-PARAGRAPH.
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-NUM)
           PERFORM CHECK-BUSINESS-DAY-PARAGRAPH
           PERFORM UNTIL WS-DAY-OF-WEEK NOT = 6
                   AND WS-DAY-OF-WEEK NOT = 0
                   AND NOT CANDIDATE-IS-HOLIDAY
               ADD 1 TO WS-WORK-INTEGER
               PERFORM CHECK-BUSINESS-DAY-PARAGRAPH
           END-PERFORM
           MOVE WS-CANDIDATE-DATE TO WS-REVERSAL-DATE.

       CHECK-BUSINESS-DAY-PARAGRAPH.
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           MOVE WS-WORK-DATE-NUM TO WS-CANDIDATE-DATE
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION REM (WS-WORK-INTEGER 7)
           PERFORM CHECK-HOLIDAY-PARAGRAPH.

       CHECK-HOLIDAY-PARAGRAPH.
           MOVE "N" TO WS-HOLIDAY-HIT-SWITCH
           SET HL-IDX TO 1
           SEARCH WS-HOLIDAY-DATE
               AT END
                   CONTINUE
               WHEN HL-IDX > WS-HOLIDAY-COUNT
                   CONTINUE
               WHEN WS-HOLIDAY-DATE (HL-IDX) = WS-CANDIDATE-DATE
                   MOVE "Y" TO WS-HOLIDAY-HIT-SWITCH
           END-SEARCH.

      * Second pass: totals gross and employer tax on the
      * rate dates by cost center; adjustment rows on those
      * dates subtract.
       ACCUMULATE-RUN-RATE-PARAGRAPH.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH
           OPEN INPUT PAY-HISTORY-FILE
           OPEN INPUT DEPARTMENT-MASTER-FILE
           PERFORM READ-PAY-HISTORY-PARAGRAPH
           PERFORM UNTIL END-OF-PAY-HISTORY
               IF WS-RATE-DATE-COUNT > 0
                   PERFORM FIND-RATE-DATE-PARAGRAPH
                   IF RATE-DATE-FOUND
                       PERFORM ADD-RATE-ROW-PARAGRAPH
                   END-IF
               END-IF
               PERFORM READ-PAY-HISTORY-PARAGRAPH
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           CLOSE DEPARTMENT-MASTER-FILE.

       ADD-RATE-ROW-PARAGRAPH.
           ADD 1 TO WS-HISTORY-ROWS-USED
           MOVE PH-EMPLOYEE-ID TO DP-EMPLOYEE-ID
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   MOVE "UNASND" TO WS-LOOKUP-COST-CENTER
               NOT INVALID KEY
                   MOVE DP-COST-CENTER TO WS-LOOKUP-COST-CENTER
           END-READ
           PERFORM FIND-COST-CENTER-PARAGRAPH
           IF PH-ADJUSTMENT-RECORD
               SUBTRACT PH-INCOME FROM WS-CC-GROSS (CC-IDX)
               SUBTRACT PH-EMPLOYER-TAX-AMOUNT
                   FROM WS-CC-EMPLOYER-TAX (CC-IDX)
           ELSE
               ADD PH-INCOME TO WS-CC-GROSS (CC-IDX)
               ADD PH-EMPLOYER-TAX-AMOUNT
                   TO WS-CC-EMPLOYER-TAX (CC-IDX)
           END-IF.

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
               DISPLAY "MONTH-END-ACCRUAL: COST CENTER TABLE FULL AT "
                   WS-MAX-CC-ENTRIES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET CC-IDX TO WS-CC-COUNT
           SET CC-IDX UP BY 1
           SET WS-CC-COUNT TO CC-IDX
           MOVE WS-LOOKUP-COST-CENTER TO WS-CC-COST-CENTER (CC-IDX)
           MOVE 0 TO WS-CC-GROSS (CC-IDX)
           MOVE 0 TO WS-CC-EMPLOYER-TAX (CC-IDX)
           MOVE 0 TO WS-CC-SALARY-ACCRUAL (CC-IDX)
           MOVE 0 TO WS-CC-TAX-ACCRUAL (CC-IDX).

      * Every GLHIST posting dated in the closing month goes
      * to the summary as a payroll (P) posting.  Each line
      * is looked at through the ACCRPOST record layout,
      * which is open but not yet written.
       SUMMARIZE-GL-HISTORY-PARAGRAPH.
           MOVE "P" TO WS-SUMMARY-SOURCE
           OPEN INPUT GL-HISTORY-FILE
           PERFORM READ-GL-HISTORY-PARAGRAPH
           PERFORM UNTIL END-OF-GL-FILE
               MOVE GL-HISTORY-REC TO GL-POSTING-REC
               IF GL-POSTING-DATE (1:6) = WS-CLOSE-PERIOD
                   ADD 1 TO WS-GL-LINES-USED
                   IF GL-POSTING-DATE > WS-GL-THROUGH-DATE
                       MOVE GL-POSTING-DATE TO WS-GL-THROUGH-DATE
                   END-IF
                   PERFORM POST-SUMMARY-PARAGRAPH
               END-IF
               PERFORM READ-GL-HISTORY-PARAGRAPH
           END-PERFORM
           CLOSE GL-HISTORY-FILE.

       READ-GL-HISTORY-PARAGRAPH.
           READ GL-HISTORY-FILE
               AT END
                   SET END-OF-GL-FILE TO TRUE
           END-READ.

      * Adds the posting in GL-POSTING-REC to its summary
      * slot and its account's company totals under the
      * source in WS-SUMMARY-SOURCE.
       POST-SUMMARY-PARAGRAPH.
           PERFORM FIND-SUMMARY-PARAGRAPH
           PERFORM FIND-ACCOUNT-PARAGRAPH
           ADD 1 TO WS-SM-POSTING-COUNT (SM-IDX)
           IF GL-DEBIT-CREDIT = "C"
               ADD GL-AMOUNT TO WS-SM-CREDIT-TOTAL (SM-IDX)
               IF WS-SUMMARY-SOURCE = "P"
                   ADD GL-AMOUNT TO WS-AC-PAYROLL-CREDIT (AC-IDX)
                   ADD GL-AMOUNT TO WS-PAYROLL-CREDIT-TOTAL
               ELSE
                   ADD GL-AMOUNT TO WS-AC-ACCRUAL-CREDIT (AC-IDX)
                   ADD GL-AMOUNT TO WS-ACCRUAL-CREDIT-TOTAL
               END-IF
           ELSE
               ADD GL-AMOUNT TO WS-SM-DEBIT-TOTAL (SM-IDX)
               IF WS-SUMMARY-SOURCE = "P"
                   ADD GL-AMOUNT TO WS-AC-PAYROLL-DEBIT (AC-IDX)
                   ADD GL-AMOUNT TO WS-PAYROLL-DEBIT-TOTAL
               ELSE
                   ADD GL-AMOUNT TO WS-AC-ACCRUAL-DEBIT (AC-IDX)
                   ADD GL-AMOUNT TO WS-ACCRUAL-DEBIT-TOTAL
               END-IF
           END-IF.

       FIND-SUMMARY-PARAGRAPH.
           SET SM-IDX TO 1
           SEARCH WS-SM-ENTRY
               AT END
                   PERFORM ADD-SUMMARY-PARAGRAPH
               WHEN SM-IDX > WS-SM-COUNT
                   PERFORM ADD-SUMMARY-PARAGRAPH
               WHEN WS-SM-ACCOUNT-NUMBER (SM-IDX) = GL-ACCOUNT-NUMBER
                       AND WS-SM-COST-CENTER (SM-IDX) = GL-COST-CENTER
                       AND WS-SM-SOURCE-CODE (SM-IDX)
                           = WS-SUMMARY-SOURCE
                   CONTINUE
           END-SEARCH.

       ADD-SUMMARY-PARAGRAPH.
           IF WS-SM-COUNT >= WS-MAX-SM-ENTRIES
               DISPLAY "MONTH-END-ACCRUAL: SUMMARY TABLE FULL AT "
                   WS-MAX-SM-ENTRIES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET SM-IDX TO WS-SM-COUNT
           SET SM-IDX UP BY 1
           SET WS-SM-COUNT TO SM-IDX
           MOVE GL-ACCOUNT-NUMBER TO WS-SM-ACCOUNT-NUMBER (SM-IDX)
           MOVE GL-COST-CENTER TO WS-SM-COST-CENTER (SM-IDX)
           MOVE WS-SUMMARY-SOURCE TO WS-SM-SOURCE-CODE (SM-IDX)
           MOVE 0 TO WS-SM-DEBIT-TOTAL (SM-IDX)
           MOVE 0 TO WS-SM-CREDIT-TOTAL (SM-IDX)
           MOVE 0 TO WS-SM-POSTING-COUNT (SM-IDX).

       FIND-ACCOUNT-PARAGRAPH.
           SET AC-IDX TO 1
           SEARCH WS-AC-ENTRY
               AT END
                   PERFORM ADD-ACCOUNT-PARAGRAPH
               WHEN AC-IDX > WS-AC-COUNT
                   PERFORM ADD-ACCOUNT-PARAGRAPH
               WHEN WS-AC-ACCOUNT-NUMBER (AC-IDX) = GL-ACCOUNT-NUMBER
                   CONTINUE
           END-SEARCH.

       ADD-ACCOUNT-PARAGRAPH.
           IF WS-AC-COUNT >= WS-MAX-AC-ENTRIES
               DISPLAY "MONTH-END-ACCRUAL: ACCOUNT TABLE FULL AT "
                   WS-MAX-AC-ENTRIES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET AC-IDX TO WS-AC-COUNT
           SET AC-IDX UP BY 1
           SET WS-AC-COUNT TO AC-IDX
           MOVE GL-ACCOUNT-NUMBER TO WS-AC-ACCOUNT-NUMBER (AC-IDX)
           MOVE GL-ACCOUNT-NAME TO WS-AC-ACCOUNT-NAME (AC-IDX)
           MOVE 0 TO WS-AC-PAYROLL-DEBIT (AC-IDX)
           MOVE 0 TO WS-AC-PAYROLL-CREDIT (AC-IDX)
           MOVE 0 TO WS-AC-ACCRUAL-DEBIT (AC-IDX)
           MOVE 0 TO WS-AC-ACCRUAL-CREDIT (AC-IDX).

      * Daily rate is the average pay date's amount spread
      * over the business days of one pay period; a cost
      * center whose rate nets to zero or less accrues
      * nothing.
       ACCRUE-COST-CENTER-PARAGRAPH.
           COMPUTE WS-RATE-DIVISOR =
               WS-RATE-DATE-COUNT * WS-DAYS-PER-PERIOD
           IF WS-CC-GROSS (CC-IDX) > 0
               COMPUTE WS-CC-SALARY-ACCRUAL (CC-IDX) ROUNDED =
                   WS-CC-GROSS (CC-IDX) * WS-UNPAID-DAYS
                   / WS-RATE-DIVISOR
           END-IF
           IF WS-CC-EMPLOYER-TAX (CC-IDX) > 0
               COMPUTE WS-CC-TAX-ACCRUAL (CC-IDX) ROUNDED =
                   WS-CC-EMPLOYER-TAX (CC-IDX) * WS-UNPAID-DAYS
                   / WS-RATE-DIVISOR
           END-IF
           MOVE WS-CC-COST-CENTER (CC-IDX) TO WS-WORK-COST-CENTER
           IF WS-CC-SALARY-ACCRUAL (CC-IDX) > 0
                   OR WS-CC-TAX-ACCRUAL (CC-IDX) > 0
               ADD 1 TO WS-CC-ACCRUED
               ADD WS-CC-SALARY-ACCRUAL (CC-IDX)
                   TO WS-TOTAL-SALARY-ACCRUAL
               ADD WS-CC-TAX-ACCRUAL (CC-IDX)
                   TO WS-TOTAL-TAX-ACCRUAL
               PERFORM WRITE-ACCRUAL-SET-PARAGRAPH
           END-IF
           PERFORM PRINT-COST-CENTER-LINE-PARAGRAPH.

      * The accrual set dated month end, then the same set
      * reversed and dated the first business day of the
      * next month.
       WRITE-ACCRUAL-SET-PARAGRAPH.
           MOVE "A" TO WS-SUMMARY-SOURCE
           MOVE WS-MONTH-END-DATE TO WS-POSTING-DATE
           MOVE "D" TO WS-POSTING-SIDE
           PERFORM WRITE-SALARY-EXPENSE-PARAGRAPH
           PERFORM WRITE-EMPLOYER-TAX-EXPENSE-PARAGRAPH
           MOVE "C" TO WS-POSTING-SIDE
           PERFORM WRITE-ACCRUED-WAGES-PARAGRAPH
           PERFORM WRITE-ACCRUED-TAX-PARAGRAPH
           MOVE WS-REVERSAL-DATE TO WS-POSTING-DATE
           MOVE "C" TO WS-POSTING-SIDE
           PERFORM WRITE-SALARY-EXPENSE-PARAGRAPH
           PERFORM WRITE-EMPLOYER-TAX-EXPENSE-PARAGRAPH
           MOVE "D" TO WS-POSTING-SIDE
           PERFORM WRITE-ACCRUED-WAGES-PARAGRAPH
           PERFORM WRITE-ACCRUED-TAX-PARAGRAPH.

       WRITE-SALARY-EXPENSE-PARAGRAPH.
           MOVE "51000000" TO GL-ACCOUNT-NUMBER
           MOVE "SALARY EXPENSE" TO GL-ACCOUNT-NAME
           MOVE WS-CC-SALARY-ACCRUAL (CC-IDX) TO GL-AMOUNT
           PERFORM WRITE-ACCRUAL-LINE-PARAGRAPH.

       WRITE-EMPLOYER-TAX-EXPENSE-PARAGRAPH.
           MOVE "52000000" TO GL-ACCOUNT-NUMBER
           MOVE "EMPLOYER PAYROLL TAX EXP" TO GL-ACCOUNT-NAME
           MOVE WS-CC-TAX-ACCRUAL (CC-IDX) TO GL-AMOUNT
           PERFORM WRITE-ACCRUAL-LINE-PARAGRAPH.

       WRITE-ACCRUED-WAGES-PARAGRAPH.
           MOVE "21600000" TO GL-ACCOUNT-NUMBER
           MOVE "ACCRUED WAGES PAYABLE" TO GL-ACCOUNT-NAME
           MOVE WS-CC-SALARY-ACCRUAL (CC-IDX) TO GL-AMOUNT
           PERFORM WRITE-ACCRUAL-LINE-PARAGRAPH.

       WRITE-ACCRUED-TAX-PARAGRAPH.
           MOVE "21700000" TO GL-ACCOUNT-NUMBER
           MOVE "ACCRUED EMPLOYER TAX" TO GL-ACCOUNT-NAME
           MOVE WS-CC-TAX-ACCRUAL (CC-IDX) TO GL-AMOUNT
           PERFORM WRITE-ACCRUAL-LINE-PARAGRAPH.

      * Zero lines are not written.  Month-end lines join the
      * closing month's summary; the reversals belong to the
      * next month and are only counted.
       WRITE-ACCRUAL-LINE-PARAGRAPH.
           IF GL-AMOUNT > 0
               MOVE WS-POSTING-SIDE TO GL-DEBIT-CREDIT
               MOVE WS-POSTING-DATE TO GL-POSTING-DATE
               MOVE WS-WORK-COST-CENTER TO GL-COST-CENTER
               IF WS-POSTING-DATE = WS-MONTH-END-DATE
                   ADD 1 TO WS-ACCRUAL-LINES
                   PERFORM POST-SUMMARY-PARAGRAPH
               ELSE
                   ADD 1 TO WS-REVERSAL-LINES
               END-IF
               WRITE GL-POSTING-REC
           END-IF.

       WRITE-SUMMARY-PARAGRAPH.
           MOVE SPACES TO GL-SUMMARY-REC
           MOVE WS-MS-YEAR TO GS-SUMMARY-YEAR
           MOVE WS-CLOSE-PERIOD (5:2) TO GS-SUMMARY-MONTH
           MOVE WS-SM-ACCOUNT-NUMBER (SM-IDX) TO GS-ACCOUNT-NUMBER
           MOVE WS-SM-COST-CENTER (SM-IDX) TO GS-COST-CENTER
           MOVE WS-SM-SOURCE-CODE (SM-IDX) TO GS-SOURCE-CODE
           MOVE WS-SM-DEBIT-TOTAL (SM-IDX) TO GS-DEBIT-TOTAL
           MOVE WS-SM-CREDIT-TOTAL (SM-IDX) TO GS-CREDIT-TOTAL
           MOVE WS-SM-POSTING-COUNT (SM-IDX) TO GS-POSTING-COUNT
           MOVE WS-GL-THROUGH-DATE TO GS-THROUGH-DATE
           WRITE GL-SUMMARY-REC
           ADD 1 TO WS-SUMMARY-RECORDS.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MONTH-END PAYROLL ACCRUAL - CLOSING "
               WS-CLOSE-PERIOD (1:4) "/" WS-CLOSE-PERIOD (5:2)
               "  MONTH END " WS-MONTH-END-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAY FREQUENCY " WS-PAY-FREQUENCY
               "  DAYS PER PERIOD " WS-DAYS-PER-PERIOD
               "  PAY DATES AVERAGED " WS-RATE-RUNS
               "  LAST PAY DATE " WS-LAST-PAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "UNPAID BUSINESS DAYS " WS-UNPAID-DAYS
               "  REVERSAL DATE " WS-REVERSAL-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COST CTR    RATE GROSS  RATE EMP TAX"
               "  SALARY ACCRUAL     TAX ACCRUAL"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-COST-CENTER-LINE-PARAGRAPH.
           MOVE WS-CC-GROSS (CC-IDX) TO WS-PRINT-GROSS
           MOVE WS-CC-EMPLOYER-TAX (CC-IDX) TO WS-PRINT-EMPLOYER-TAX
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CC-COST-CENTER (CC-IDX) "  "
               WS-PRINT-GROSS "  " WS-PRINT-EMPLOYER-TAX "  "
               "  " WS-CC-SALARY-ACCRUAL (CC-IDX) "     "
               WS-CC-TAX-ACCRUAL (CC-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-PROOF-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GL SUMMARY " WS-CLOSE-PERIOD (1:4) "/"
               WS-CLOSE-PERIOD (5:2)
               " - GLHIST POSTINGS THROUGH " WS-GL-THROUGH-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCOUNT  NAME                  PAYROLL DR"
               "  PAYROLL CR  ACCRUAL DR  ACCRUAL CR"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-ACCOUNT-PROOF-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-AC-ACCOUNT-NUMBER (AC-IDX) " "
               WS-AC-ACCOUNT-NAME (AC-IDX) (1:20) " "
               WS-AC-PAYROLL-DEBIT (AC-IDX) " "
               WS-AC-PAYROLL-CREDIT (AC-IDX) " "
               WS-AC-ACCRUAL-DEBIT (AC-IDX) " "
               WS-AC-ACCRUAL-CREDIT (AC-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE.

      * The period proof: the month's payroll postings must
      * balance before the period closes.
       PRINT-REPORT-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAYROLL POSTINGS DEBITS=" WS-PAYROLL-DEBIT-TOTAL
               " CREDITS=" WS-PAYROLL-CREDIT-TOTAL
               " LINES=" WS-GL-LINES-USED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACCRUAL POSTINGS DEBITS=" WS-ACCRUAL-DEBIT-TOTAL
               " CREDITS=" WS-ACCRUAL-CREDIT-TOTAL
               " LINES=" WS-ACCRUAL-LINES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SALARY ACCRUED=" WS-TOTAL-SALARY-ACCRUAL
               " EMPLOYER TAX ACCRUED=" WS-TOTAL-TAX-ACCRUAL
               " REVERSAL LINES=" WS-REVERSAL-LINES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COST CENTERS ACCRUED=" WS-CC-ACCRUED
               " PAY HISTORY ROWS=" WS-HISTORY-ROWS-USED
               " SUMMARY RECORDS=" WS-SUMMARY-RECORDS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PAYROLL-DEBIT-TOTAL NOT = WS-PAYROLL-CREDIT-TOTAL
               STRING "*** PAYROLL POSTINGS OUT OF BALANCE - "
                   "DO NOT CLOSE THE PERIOD ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               STRING "PAYROLL POSTINGS IN BALANCE - "
                   "PERIOD READY TO CLOSE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               IF WS-RATE-DATE-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE
           IF WS-RATE-DATE-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO PAY HISTORY TO RATE FROM - "
                   "NOTHING ACCRUED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ACCRUAL-REPORT-REC FROM WS-REPORT-LINE
           END-IF.

      * The heartbeat's business date is the month end it
      * closed, for the duplicate-close guard.
       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "MTHACCR " TO RC-JOB-NAME
           MOVE WS-RUN-START-TIMESTAMP TO RC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE (1:14) TO RC-END-TIMESTAMP
           MOVE RETURN-CODE TO RC-RETURN-CODE
           MOVE WS-HISTORY-ROWS-USED TO RC-RECORDS-PROCESSED
           MOVE WS-MONTH-END-DATE TO RC-BUSINESS-DATE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
