       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRO-PAY.
       AUTHOR. COBOL2Java Team.
      *
      * Retroactive pay recalculation
      *
      * Reads RETROREQ request cards - employee, the first
      * business date the correction applies from, and a new
      * regular rate (regular earnings per pay period), with
      * or without a corrected work state - and re-derives
      * every PAYHIST pay period of that employee on or after
      * the effective date.  Adjustment rows are not periods
      * and are skipped.  A corrected state with no new rate
      * moves wages already paid and owes no gross, which a
      * type T line cannot carry; such a request is rejected
      * to be corrected by adjustment.
      *
      * Each period is taxed again the way CALCULATE-TAX
      * taxed it: the TAXRULE federal brackets and state
      * rates in effect on that period's business date (the
      * shipped TAXBRKT/STRATE values where no rule was in
      * effect), annualized by the PAYCAL frequency, with
      * the master's filing status and additional-withholding
      * election.  The period's deduction and garnishment are
      * held as paid.  The new rate replaces the regular
      * earnings of periods that had regular pay; a corrected
      * work state moves all of the period's wages to that
      * state, otherwise the wages keep the PAYHIST state
      * split.
      *
      * Every period prints on the RETRORPT retro register
      * with its gross, federal, state and net as paid, as
      * recalculated, and the difference.  A period owed
      * more gross writes one type T retro earnings line to
      * RETROEMP for the next NIGHTLY, where FEED-EDIT adds
      * it to the income feed, and is appended to the
      * RETROHST retro history.  Retro already on RETROHST
      * for the period is netted out first, so running the
      * same request twice writes nothing the second time.
      * Retro lines count as regular pay on the PAYHIST row
      * of the night that paid them (RETROHST written date),
      * so that amount is taken off the row before it is
      * re-derived, and a row with no regular pay of its own
      * left is not a period and is skipped.
      * A period overpaid by the correction writes no line
      * and is flagged for recovery by adjustment.
      *
      * Rejected requests and overpaid periods give RC 4.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-REQUEST-FILE ASSIGN TO "RETROREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-RULE-FILE ASSIGN TO "TAXRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-RULE-KEY.
           SELECT OPTIONAL RETRO-HISTORY-FILE ASSIGN TO "RETROHST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETRO-EARNINGS-FILE ASSIGN TO "RETROEMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-REGISTER-FILE ASSIGN TO "RETRORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRO-REQUEST-FILE.
           COPY "RETROREQ.CPY".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.CPY".

       FD  PAY-HISTORY-FILE.
           COPY "PAYHIST.CPY".

       FD  PAY-CALENDAR-FILE.
           COPY "PAYCAL.CPY".

       FD  TAX-RULE-FILE.
           COPY "TAXRULE.CPY".

       FD  RETRO-HISTORY-FILE.
           COPY "RETROHST.CPY".

       FD  RETRO-EARNINGS-FILE.
           COPY "EMPINC.CPY".

       FD  RETRO-REGISTER-FILE.
       01 RETRO-REGISTER-REC         PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-REQUEST-FILE       VALUE "Y".
       01 WS-HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-PAY-HISTORY        VALUE "Y".
       01 WS-RETRO-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-RETRO-HISTORY      VALUE "Y".
       01 WS-REQUEST-VALID-SWITCH PIC X(01) VALUE "Y".
           88 REQUEST-ACCEPTED          VALUE "Y".
           88 REQUEST-REJECTED          VALUE "N".
       01 WS-RULE-SCAN-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-RULE-SCAN          VALUE "Y".

           COPY "TAXBRKT.CPY".

           COPY "STRATE.CPY".

      * The shipped bracket and rate values, restored before
      * each period's rules are loaded so a rule that came
      * into effect later never leaks into an earlier period.
       01 WS-SHIPPED-BRACKET-AREA  PIC X(288) VALUE SPACES.
       01 WS-SHIPPED-STATE-AREA    PIC X(21) VALUE SPACES.
       01 WS-RULES-AS-OF-DATE      PIC X(08) VALUE SPACES.
       01 WS-RULE-AS-OF-DATE       PIC X(08) VALUE SPACES.
       01 WS-RULE-TYPE             PIC X(01) VALUE SPACE.
       01 WS-RULE-CODE             PIC X(02) VALUE SPACES.
       01 WS-RULE-IN-EFFECT-DATE   PIC X(08) VALUE SPACES.
       01 WS-RULE-BRACKET-SUB      PIC 9(01) VALUE 0.

      * Retro already written, one slot per employee and
      * period, summed from RETROHST and from this run.
       01 WS-RETRO-HISTORY-TABLE-AREA.
           05 WS-RH-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RH-IDX.
               10 WS-RH-EMPLOYEE-ID    PIC X(06).
               10 WS-RH-PERIOD-DATE    PIC X(08).
               10 WS-RH-RETRO-AMOUNT   PIC 9(09).
       01 WS-RH-COUNT            PIC 9(04) COMP VALUE 0.
       01 WS-MAX-RH-ENTRIES      PIC 9(04) COMP VALUE 5000.
       01 WS-ADD-EMPLOYEE-ID     PIC X(06) VALUE SPACES.
       01 WS-ADD-PERIOD-DATE     PIC X(08) VALUE SPACES.
       01 WS-ADD-RETRO-AMOUNT    PIC 9(09) VALUE 0.

      * Retro paid, one slot per employee and the business
      * date of the night that paid it, from RETROHST and
      * from this run.
       01 WS-RETRO-PAID-TABLE-AREA.
           05 WS-RP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RP-IDX.
               10 WS-RP-EMPLOYEE-ID    PIC X(06).
               10 WS-RP-WRITTEN-DATE   PIC X(08).
               10 WS-RP-RETRO-AMOUNT   PIC 9(09).
       01 WS-RP-COUNT            PIC 9(04) COMP VALUE 0.
       01 WS-ADD-WRITTEN-DATE    PIC X(08) VALUE SPACES.

      * Per-state wages and shares for the period being
      * recalculated, slot order as STRATE.
       01 WS-STATE-ALLOC-AREA.
           05 WS-SA-ENTRY OCCURS 3 TIMES
                   INDEXED BY SA-IDX.
               10 WS-SA-INCOME         PIC 9(09).
               10 WS-SA-TAXABLE        PIC 9(09).
               10 WS-SA-TAX            PIC 9(09).
       01 WS-SA-INCOME-TOTAL     PIC 9(09) VALUE 0.
       01 WS-ALLOCATED-TAXABLE   PIC 9(09) VALUE 0.
       01 WS-PH-SLOT             PIC 9(01) VALUE 0.
       01 WS-ALLOC-STATE         PIC X(02) VALUE SPACES.
       01 WS-ALLOC-AMOUNT        PIC 9(09) VALUE 0.

       01 WS-PAY-FREQUENCY       PIC X(01) VALUE "A".
       01 WS-PAY-PERIODS         PIC 9(02) VALUE 1.

      * The request being worked, copied off the card.
       01 WS-REQ-EMPLOYEE-ID     PIC X(06) VALUE SPACES.
       01 WS-REQ-EFFECTIVE-DATE  PIC X(08) VALUE SPACES.
       01 WS-REQ-NEW-REGULAR     PIC 9(07) VALUE 0.
       01 WS-REQ-CORRECTED-STATE PIC X(02) VALUE SPACES.
       01 WS-REQ-OPERATOR-ID     PIC X(08) VALUE SPACES.
       01 WS-REQ-EMPLOYEE-NAME   PIC X(20) VALUE SPACES.
       01 WS-REQ-FILING-STATUS   PIC X(01) VALUE SPACE.
       01 WS-REQ-PAY-STATE       PIC X(02) VALUE SPACES.
       01 WS-REQ-ADDL-WITHHOLDING PIC 9(05) VALUE 0.
       01 WS-FILING-SLOT         PIC 9(01) VALUE 0.
       01 WS-REJECT-TEXT         PIC X(34) VALUE SPACES.

      * One period as paid and as recalculated.
       01 WS-PRIOR-RETRO         PIC 9(09) VALUE 0.
       01 WS-RETRO-PAID-NIGHT    PIC 9(09) VALUE 0.
       01 WS-OLD-REGULAR         PIC 9(09) VALUE 0.
       01 WS-OLD-GROSS           PIC 9(09) VALUE 0.
       01 WS-NEW-GROSS           PIC 9(09) VALUE 0.
       01 WS-NEW-DEDUCTION       PIC 9(09) VALUE 0.
       01 WS-NEW-TAXABLE         PIC 9(09) VALUE 0.
       01 WS-NEW-FED-TAX         PIC 9(09) VALUE 0.
       01 WS-NEW-STATE-TAX       PIC 9(09) VALUE 0.
       01 WS-NEW-NET             PIC S9(09) VALUE 0.
       01 WS-NEW-GARNISH         PIC 9(09) VALUE 0.
       01 WS-ADDL-WITHHOLDING    PIC 9(09) VALUE 0.
       01 WS-GROSS-DIFF          PIC S9(09) VALUE 0.
       01 WS-FED-DIFF            PIC S9(09) VALUE 0.
       01 WS-STATE-DIFF          PIC S9(09) VALUE 0.
       01 WS-NET-DIFF            PIC S9(09) VALUE 0.
       01 WS-OVERPAID-AMOUNT     PIC 9(09) VALUE 0.

       01 WS-BRACKET-BASE-AMOUNT PIC 9(11) VALUE 0.
       01 WS-BRACKET-PORTION-AMOUNT PIC 9(11) VALUE 0.
       01 WS-BRACKET-PORTION-TAX PIC 9(11) VALUE 0.
       01 WS-BRACKET-TAX-TOTAL   PIC 9(11) VALUE 0.

       01 WS-PRINT-GROSS         PIC S9(07)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-PRINT-FED-TAX       PIC S9(07)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-PRINT-STATE-TAX     PIC S9(07)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-PRINT-NET           PIC S9(07)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-PRINT-NET-TOTAL     PIC S9(09)
               SIGN IS LEADING SEPARATE CHARACTER VALUE 0.
       01 WS-PRINT-LABEL         PIC X(05) VALUE SPACES.
       01 WS-PRINT-STATE-TEXT    PIC X(09) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-REQ-PERIODS         PIC 9(04) VALUE 0.
       01 WS-REQ-RETRO-AMOUNT    PIC 9(09) VALUE 0.
       01 WS-REQ-OVERPAID-AMOUNT PIC 9(09) VALUE 0.
       01 WS-REQ-NET-DIFF        PIC S9(09) VALUE 0.

       01 WS-REQUESTS-READ       PIC 9(05) VALUE 0.
       01 WS-REQUESTS-ACCEPTED   PIC 9(05) VALUE 0.
       01 WS-REQUESTS-REJECTED   PIC 9(05) VALUE 0.
       01 WS-PERIODS-RECALCULATED PIC 9(07) VALUE 0.
       01 WS-RETRO-LINES-WRITTEN PIC 9(07) VALUE 0.
       01 WS-RETRO-AMOUNT-TOTAL  PIC 9(11) VALUE 0.
       01 WS-OVERPAID-PERIODS    PIC 9(07) VALUE 0.
       01 WS-OVERPAID-TOTAL      PIC 9(11) VALUE 0.

       01 WS-RUN-START-TIMESTAMP PIC X(14) VALUE SPACES.
       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO WS-RUN-START-TIMESTAMP
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           PERFORM READ-PAY-CALENDAR-PARAGRAPH
           PERFORM LOAD-RETRO-HISTORY-PARAGRAPH
           MOVE TAX-BRACKET-INIT-AREA TO WS-SHIPPED-BRACKET-AREA
           MOVE STATE-RATE-INIT-AREA TO WS-SHIPPED-STATE-AREA
           OPEN INPUT RETRO-REQUEST-FILE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           OPEN INPUT TAX-RULE-FILE
           OPEN EXTEND RETRO-EARNINGS-FILE
           OPEN EXTEND RETRO-HISTORY-FILE
           OPEN OUTPUT RETRO-REGISTER-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM READ-REQUEST-PARAGRAPH
           PERFORM UNTIL END-OF-REQUEST-FILE
               ADD 1 TO WS-REQUESTS-READ
               PERFORM PROCESS-REQUEST-PARAGRAPH
               PERFORM READ-REQUEST-PARAGRAPH
           END-PERFORM
           PERFORM PRINT-REPORT-TOTAL-PARAGRAPH
           CLOSE RETRO-REQUEST-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE TAX-RULE-FILE
           CLOSE RETRO-EARNINGS-FILE
           CLOSE RETRO-HISTORY-FILE
           CLOSE RETRO-REGISTER-FILE
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
           END-READ
           CLOSE BUSINESS-DATE-FILE.

      * Same annualizing factor CALCULATE-TAX uses; an absent
      * card or A is annual.
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
                   MOVE 52 TO WS-PAY-PERIODS
               WHEN PC-BIWEEKLY-FREQUENCY
                   MOVE "B" TO WS-PAY-FREQUENCY
                   MOVE 26 TO WS-PAY-PERIODS
               WHEN PC-MONTHLY-FREQUENCY
                   MOVE "M" TO WS-PAY-FREQUENCY
                   MOVE 12 TO WS-PAY-PERIODS
               WHEN OTHER
                   MOVE "A" TO WS-PAY-FREQUENCY
                   MOVE 1 TO WS-PAY-PERIODS
           END-EVALUATE.

       LOAD-RETRO-HISTORY-PARAGRAPH.
           MOVE "N" TO WS-RETRO-EOF-SWITCH
           OPEN INPUT RETRO-HISTORY-FILE
           PERFORM READ-RETRO-HISTORY-PARAGRAPH
           PERFORM UNTIL END-OF-RETRO-HISTORY
               IF RH-RETRO-AMOUNT NUMERIC
                   MOVE RH-EMPLOYEE-ID TO WS-ADD-EMPLOYEE-ID
                   MOVE RH-PERIOD-DATE TO WS-ADD-PERIOD-DATE
                   MOVE RH-RETRO-AMOUNT TO WS-ADD-RETRO-AMOUNT
                   PERFORM ADD-RETRO-HISTORY-PARAGRAPH
                   MOVE RH-WRITTEN-DATE TO WS-ADD-WRITTEN-DATE
                   PERFORM ADD-RETRO-PAID-PARAGRAPH
               END-IF
               PERFORM READ-RETRO-HISTORY-PARAGRAPH
           END-PERFORM
           CLOSE RETRO-HISTORY-FILE.

       READ-RETRO-HISTORY-PARAGRAPH.
           READ RETRO-HISTORY-FILE
               AT END
                   SET END-OF-RETRO-HISTORY TO TRUE
           END-READ.

       ADD-RETRO-HISTORY-PARAGRAPH.
           SET RH-IDX TO 1
           SEARCH WS-RH-ENTRY
               AT END
                   PERFORM APPEND-RETRO-HISTORY-PARAGRAPH
               WHEN RH-IDX > WS-RH-COUNT
                   PERFORM APPEND-RETRO-HISTORY-PARAGRAPH
               WHEN WS-RH-EMPLOYEE-ID (RH-IDX) = WS-ADD-EMPLOYEE-ID
                       AND WS-RH-PERIOD-DATE (RH-IDX)
                           = WS-ADD-PERIOD-DATE
                   ADD WS-ADD-RETRO-AMOUNT
                       TO WS-RH-RETRO-AMOUNT (RH-IDX)
           END-SEARCH.

       APPEND-RETRO-HISTORY-PARAGRAPH.
           IF WS-RH-COUNT >= WS-MAX-RH-ENTRIES
               DISPLAY "RETRO-PAY: RETRO HISTORY TABLE FULL AT "
                   WS-MAX-RH-ENTRIES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RH-COUNT
           SET RH-IDX TO WS-RH-COUNT
           MOVE WS-ADD-EMPLOYEE-ID TO WS-RH-EMPLOYEE-ID (RH-IDX)
           MOVE WS-ADD-PERIOD-DATE TO WS-RH-PERIOD-DATE (RH-IDX)
           MOVE WS-ADD-RETRO-AMOUNT TO WS-RH-RETRO-AMOUNT (RH-IDX).

       FIND-PRIOR-RETRO-PARAGRAPH.
           MOVE 0 TO WS-PRIOR-RETRO
           SET RH-IDX TO 1
           SEARCH WS-RH-ENTRY
               AT END
                   CONTINUE
               WHEN RH-IDX > WS-RH-COUNT
                   CONTINUE
               WHEN WS-RH-EMPLOYEE-ID (RH-IDX) = WS-REQ-EMPLOYEE-ID
                       AND WS-RH-PERIOD-DATE (RH-IDX)
                           = PH-BUSINESS-DATE
                   MOVE WS-RH-RETRO-AMOUNT (RH-IDX) TO WS-PRIOR-RETRO
           END-SEARCH.

       ADD-RETRO-PAID-PARAGRAPH.
           SET RP-IDX TO 1
           SEARCH WS-RP-ENTRY
               AT END
                   PERFORM APPEND-RETRO-PAID-PARAGRAPH
               WHEN RP-IDX > WS-RP-COUNT
                   PERFORM APPEND-RETRO-PAID-PARAGRAPH
               WHEN WS-RP-EMPLOYEE-ID (RP-IDX) = WS-ADD-EMPLOYEE-ID
                       AND WS-RP-WRITTEN-DATE (RP-IDX)
                           = WS-ADD-WRITTEN-DATE
                   ADD WS-ADD-RETRO-AMOUNT
                       TO WS-RP-RETRO-AMOUNT (RP-IDX)
           END-SEARCH.

       APPEND-RETRO-PAID-PARAGRAPH.
           IF WS-RP-COUNT >= WS-MAX-RH-ENTRIES
               DISPLAY "RETRO-PAY: RETRO PAID TABLE FULL AT "
                   WS-MAX-RH-ENTRIES " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RP-COUNT
           SET RP-IDX TO WS-RP-COUNT
           MOVE WS-ADD-EMPLOYEE-ID TO WS-RP-EMPLOYEE-ID (RP-IDX)
           MOVE WS-ADD-WRITTEN-DATE TO WS-RP-WRITTEN-DATE (RP-IDX)
           MOVE WS-ADD-RETRO-AMOUNT TO WS-RP-RETRO-AMOUNT (RP-IDX).

      * Retro lines the night of this PAYHIST row paid.
       FIND-RETRO-PAID-PARAGRAPH.
           MOVE 0 TO WS-RETRO-PAID-NIGHT
           SET RP-IDX TO 1
           SEARCH WS-RP-ENTRY
               AT END
                   CONTINUE
               WHEN RP-IDX > WS-RP-COUNT
                   CONTINUE
               WHEN WS-RP-EMPLOYEE-ID (RP-IDX) = WS-REQ-EMPLOYEE-ID
                       AND WS-RP-WRITTEN-DATE (RP-IDX)
                           = PH-BUSINESS-DATE
                   MOVE WS-RP-RETRO-AMOUNT (RP-IDX)
                       TO WS-RETRO-PAID-NIGHT
           END-SEARCH.

       READ-REQUEST-PARAGRAPH.
           READ RETRO-REQUEST-FILE
               AT END
                   SET END-OF-REQUEST-FILE TO TRUE
           END-READ.

       PROCESS-REQUEST-PARAGRAPH.
           PERFORM VALIDATE-REQUEST-PARAGRAPH
           IF REQUEST-REJECTED
               ADD 1 TO WS-REQUESTS-REJECTED
               PERFORM PRINT-REJECTED-REQUEST-PARAGRAPH
           ELSE
               ADD 1 TO WS-REQUESTS-ACCEPTED
               PERFORM PRINT-EMPLOYEE-HEADING-PARAGRAPH
               MOVE 0 TO WS-REQ-PERIODS
               MOVE 0 TO WS-REQ-RETRO-AMOUNT
               MOVE 0 TO WS-REQ-OVERPAID-AMOUNT
               MOVE 0 TO WS-REQ-NET-DIFF
               MOVE "N" TO WS-HISTORY-EOF-SWITCH
               OPEN INPUT PAY-HISTORY-FILE
               PERFORM READ-PAY-HISTORY-PARAGRAPH
               PERFORM UNTIL END-OF-PAY-HISTORY
                   IF PH-EMPLOYEE-ID = WS-REQ-EMPLOYEE-ID
                           AND PH-BUSINESS-DATE
                               >= WS-REQ-EFFECTIVE-DATE
                           AND NOT PH-ADJUSTMENT-RECORD
                       PERFORM FIND-RETRO-PAID-PARAGRAPH
                       IF WS-RETRO-PAID-NIGHT > 0
                               AND (PH-REGULAR-INCOME
                                       NOT > WS-RETRO-PAID-NIGHT
                                   OR PH-INCOME
                                       NOT > WS-RETRO-PAID-NIGHT)
                           PERFORM PRINT-RETRO-NIGHT-PARAGRAPH
                       ELSE
                           PERFORM RECALCULATE-PERIOD-PARAGRAPH
                       END-IF
                   END-IF
                   PERFORM READ-PAY-HISTORY-PARAGRAPH
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
               PERFORM PRINT-EMPLOYEE-TOTAL-PARAGRAPH
           END-IF.

       READ-PAY-HISTORY-PARAGRAPH.
           READ PAY-HISTORY-FILE
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

      * A request must name an active employee with a filing
      * status and work state on the master (the nightly run
      * rejects retro lines it cannot tax), an effective date
      * no later than the business date, and a new regular
      * rate; a corrected state alone is refused.
       VALIDATE-REQUEST-PARAGRAPH.
           SET REQUEST-ACCEPTED TO TRUE
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE RR-EMPLOYEE-ID TO WS-REQ-EMPLOYEE-ID
           MOVE RR-EFFECTIVE-DATE TO WS-REQ-EFFECTIVE-DATE
           MOVE RR-CORRECTED-STATE TO WS-REQ-CORRECTED-STATE
           MOVE RR-OPERATOR-ID TO WS-REQ-OPERATOR-ID
           MOVE SPACES TO WS-REQ-EMPLOYEE-NAME
           IF RR-NEW-REGULAR-AMOUNT NUMERIC
               MOVE RR-NEW-REGULAR-AMOUNT TO WS-REQ-NEW-REGULAR
           ELSE
               MOVE 0 TO WS-REQ-NEW-REGULAR
           END-IF
           EVALUATE TRUE
               WHEN WS-REQ-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID ON REQUEST"
                       TO WS-REJECT-TEXT
               WHEN WS-REQ-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-REJECT-TEXT
               WHEN WS-REQ-EFFECTIVE-DATE > WS-BUSINESS-DATE
                   MOVE "EFFECTIVE DATE AFTER BUSINESS DATE"
                       TO WS-REJECT-TEXT
               WHEN WS-REQ-NEW-REGULAR = 0
                       AND WS-REQ-CORRECTED-STATE = SPACES
                   MOVE "NO NEW RATE OR CORRECTED STATE"
                       TO WS-REJECT-TEXT
               WHEN WS-REQ-NEW-REGULAR = 0
                   MOVE "STATE ONLY - CORRECT BY ADJUSTMENT"
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-TEXT = SPACES
                   AND WS-REQ-CORRECTED-STATE NOT = SPACES
               SET STR-IDX TO 1
               SEARCH STR-STATE-ENTRY
                   AT END
                       MOVE "CORRECTED STATE NOT IN STATE TABLE"
                           TO WS-REJECT-TEXT
                   WHEN STR-STATE-CODE (STR-IDX)
                           = WS-REQ-CORRECTED-STATE
                       CONTINUE
               END-SEARCH
           END-IF
           IF WS-REJECT-TEXT = SPACES
               PERFORM VALIDATE-EMPLOYEE-PARAGRAPH
           END-IF
           IF WS-REJECT-TEXT NOT = SPACES
               SET REQUEST-REJECTED TO TRUE
           END-IF.

       VALIDATE-EMPLOYEE-PARAGRAPH.
           MOVE WS-REQ-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON EMPLOYEE MASTER"
                       TO WS-REJECT-TEXT
           END-READ
           IF WS-REJECT-TEXT = SPACES
               MOVE EM-EMPLOYEE-NAME TO WS-REQ-EMPLOYEE-NAME
               MOVE EM-FILING-STATUS TO WS-REQ-FILING-STATUS
               IF WS-REQ-CORRECTED-STATE NOT = SPACES
                   MOVE WS-REQ-CORRECTED-STATE TO WS-REQ-PAY-STATE
               ELSE
                   MOVE EM-WORK-STATE TO WS-REQ-PAY-STATE
               END-IF
               IF EM-ADDL-WITHHOLDING NUMERIC
                   MOVE EM-ADDL-WITHHOLDING
                       TO WS-REQ-ADDL-WITHHOLDING
               ELSE
                   MOVE 0 TO WS-REQ-ADDL-WITHHOLDING
               END-IF
               IF EM-TERMINATED
                   MOVE "EMPLOYEE TERMINATED ON MASTER"
                       TO WS-REJECT-TEXT
               ELSE
                   IF WS-REQ-PAY-STATE = SPACES
                       MOVE "NO WORK STATE ON MASTER"
                           TO WS-REJECT-TEXT
                   ELSE
                       SET TB-ST-IDX TO 1
                       SEARCH TB-STATUS-ENTRY
                           AT END
                               MOVE "NO FILING STATUS ON MASTER"
                                   TO WS-REJECT-TEXT
                           WHEN TB-FILING-STATUS (TB-ST-IDX)
                                   = WS-REQ-FILING-STATUS
                               SET WS-FILING-SLOT TO TB-ST-IDX
                       END-SEARCH
                   END-IF
               END-IF
           END-IF.

      * One PAYHIST period: re-derive gross, deduction,
      * federal, state and net under the rules of the
      * period's business date, print old against new, and
      * write the retro line for whatever gross is still
      * owed after retro already paid for the period.  Retro
      * the same night paid is not the period's own pay and
      * comes off its gross and regular earnings first.
       RECALCULATE-PERIOD-PARAGRAPH.
           ADD 1 TO WS-REQ-PERIODS
           ADD 1 TO WS-PERIODS-RECALCULATED
           IF PH-BUSINESS-DATE NOT = WS-RULES-AS-OF-DATE
               PERFORM LOAD-TAX-RULES-PARAGRAPH
           END-IF
           PERFORM FIND-PRIOR-RETRO-PARAGRAPH
           COMPUTE WS-OLD-GROSS = PH-INCOME - WS-RETRO-PAID-NIGHT
           IF PH-REGULAR-INCOME > WS-RETRO-PAID-NIGHT
               COMPUTE WS-OLD-REGULAR =
                   PH-REGULAR-INCOME - WS-RETRO-PAID-NIGHT
           ELSE
               MOVE 0 TO WS-OLD-REGULAR
           END-IF
           IF WS-REQ-NEW-REGULAR > 0
                   AND WS-OLD-REGULAR > 0
                   AND WS-OLD-REGULAR <= WS-OLD-GROSS
               COMPUTE WS-NEW-GROSS = WS-OLD-GROSS
                   - WS-OLD-REGULAR + WS-REQ-NEW-REGULAR
           ELSE
               MOVE WS-OLD-GROSS TO WS-NEW-GROSS
           END-IF
           COMPUTE WS-GROSS-DIFF =
               WS-NEW-GROSS - WS-OLD-GROSS - WS-PRIOR-RETRO
           MOVE PH-DEDUCTION-AMOUNT TO WS-NEW-DEDUCTION
           IF WS-NEW-DEDUCTION > WS-NEW-GROSS
               MOVE WS-NEW-GROSS TO WS-NEW-DEDUCTION
           END-IF
           SUBTRACT WS-NEW-DEDUCTION FROM WS-NEW-GROSS
               GIVING WS-NEW-TAXABLE
           PERFORM COMPUTE-FEDERAL-TAX-PARAGRAPH
           PERFORM ALLOCATE-STATE-TAX-PARAGRAPH
           COMPUTE WS-NEW-NET = WS-NEW-TAXABLE
               - WS-NEW-FED-TAX - WS-NEW-STATE-TAX
           IF WS-NEW-NET < 0
               MOVE 0 TO WS-NEW-NET
           END-IF
           IF WS-REQ-ADDL-WITHHOLDING > 0
               MOVE WS-REQ-ADDL-WITHHOLDING TO WS-ADDL-WITHHOLDING
               IF WS-ADDL-WITHHOLDING > WS-NEW-NET
                   MOVE WS-NEW-NET TO WS-ADDL-WITHHOLDING
               END-IF
               ADD WS-ADDL-WITHHOLDING TO WS-NEW-FED-TAX
               SUBTRACT WS-ADDL-WITHHOLDING FROM WS-NEW-NET
           END-IF
           MOVE PH-GARNISH-AMOUNT TO WS-NEW-GARNISH
           IF WS-NEW-GARNISH > WS-NEW-NET
               MOVE WS-NEW-NET TO WS-NEW-GARNISH
           END-IF
           SUBTRACT WS-NEW-GARNISH FROM WS-NEW-NET
           COMPUTE WS-FED-DIFF = WS-NEW-FED-TAX - PH-TAX-AMOUNT
           COMPUTE WS-STATE-DIFF =
               WS-NEW-STATE-TAX - PH-STATE-TAX-AMOUNT
           COMPUTE WS-NET-DIFF = WS-NEW-NET - PH-NET-INCOME
           ADD WS-NET-DIFF TO WS-REQ-NET-DIFF
           PERFORM PRINT-PERIOD-PARAGRAPH
           IF WS-GROSS-DIFF > 0
               PERFORM WRITE-RETRO-EARNINGS-PARAGRAPH
           ELSE
               IF WS-GROSS-DIFF < 0
                   PERFORM FLAG-OVERPAID-PERIOD-PARAGRAPH
               END-IF
           END-IF.

      * Per-run method as CALCULATE-TAX: the period's
      * taxable income annualized, walked through the filing
      * status's brackets, and de-annualized.
       COMPUTE-FEDERAL-TAX-PARAGRAPH.
           SET TB-ST-IDX TO WS-FILING-SLOT
           COMPUTE WS-BRACKET-BASE-AMOUNT =
               WS-NEW-TAXABLE * WS-PAY-PERIODS
           PERFORM WALK-BRACKETS-PARAGRAPH
           COMPUTE WS-NEW-FED-TAX ROUNDED =
               WS-BRACKET-TAX-TOTAL / WS-PAY-PERIODS.

       WALK-BRACKETS-PARAGRAPH.
           MOVE 0 TO WS-BRACKET-TAX-TOTAL
           PERFORM CALCULATE-BRACKET-PORTION-PARAGRAPH
               VARYING TB-IDX FROM 1 BY 1
               UNTIL TB-IDX > 5.

       CALCULATE-BRACKET-PORTION-PARAGRAPH.
           IF WS-BRACKET-BASE-AMOUNT
                   >= TB-LOW-AMOUNT (TB-ST-IDX TB-IDX)
               IF WS-BRACKET-BASE-AMOUNT
                       > TB-HIGH-AMOUNT (TB-ST-IDX TB-IDX)
                   COMPUTE WS-BRACKET-PORTION-AMOUNT =
                       TB-HIGH-AMOUNT (TB-ST-IDX TB-IDX)
                           - TB-LOW-AMOUNT (TB-ST-IDX TB-IDX) + 1
               ELSE
                   COMPUTE WS-BRACKET-PORTION-AMOUNT =
                       WS-BRACKET-BASE-AMOUNT
                           - TB-LOW-AMOUNT (TB-ST-IDX TB-IDX) + 1
               END-IF
               COMPUTE WS-BRACKET-PORTION-TAX ROUNDED =
                   WS-BRACKET-PORTION-AMOUNT
                       * TB-RATE-PCT (TB-ST-IDX TB-IDX) / 100
               ADD WS-BRACKET-PORTION-TAX TO WS-BRACKET-TAX-TOTAL
           END-IF.

      * The period's wages split by state as PAYHIST carried
      * them (a row from before the split counts under the
      * work state), or all under the corrected state; the
      * taxable income spreads over the states pro-rata and
      * each share taxes at its own rate.
       ALLOCATE-STATE-TAX-PARAGRAPH.
           PERFORM CLEAR-STATE-ALLOC-PARAGRAPH
               VARYING SA-IDX FROM 1 BY 1
               UNTIL SA-IDX > 3
           MOVE 0 TO WS-SA-INCOME-TOTAL
           IF WS-REQ-CORRECTED-STATE = SPACES
               PERFORM TALLY-HISTORY-STATE-PARAGRAPH
                   VARYING WS-PH-SLOT FROM 1 BY 1
                   UNTIL WS-PH-SLOT > 3
           END-IF
           IF WS-SA-INCOME-TOTAL = 0
               MOVE WS-REQ-PAY-STATE TO WS-ALLOC-STATE
               MOVE WS-NEW-GROSS TO WS-ALLOC-AMOUNT
               PERFORM ADD-STATE-WAGES-PARAGRAPH
           END-IF
           MOVE 0 TO WS-NEW-STATE-TAX
           MOVE 0 TO WS-ALLOCATED-TAXABLE
           PERFORM ALLOCATE-ONE-STATE-PARAGRAPH
               VARYING SA-IDX FROM 1 BY 1
               UNTIL SA-IDX > 3.

       CLEAR-STATE-ALLOC-PARAGRAPH.
           MOVE 0 TO WS-SA-INCOME (SA-IDX)
           MOVE 0 TO WS-SA-TAXABLE (SA-IDX)
           MOVE 0 TO WS-SA-TAX (SA-IDX).

       TALLY-HISTORY-STATE-PARAGRAPH.
           IF PH-STATE-CODE (WS-PH-SLOT) NOT = SPACES
                   AND PH-STATE-WAGES (WS-PH-SLOT) NUMERIC
               MOVE PH-STATE-CODE (WS-PH-SLOT) TO WS-ALLOC-STATE
               MOVE PH-STATE-WAGES (WS-PH-SLOT) TO WS-ALLOC-AMOUNT
               PERFORM ADD-STATE-WAGES-PARAGRAPH
           END-IF.

       ADD-STATE-WAGES-PARAGRAPH.
           SET STR-IDX TO 1
           SEARCH STR-STATE-ENTRY
               AT END
                   CONTINUE
               WHEN STR-STATE-CODE (STR-IDX) = WS-ALLOC-STATE
                   SET SA-IDX TO STR-IDX
                   ADD WS-ALLOC-AMOUNT TO WS-SA-INCOME (SA-IDX)
                   ADD WS-ALLOC-AMOUNT TO WS-SA-INCOME-TOTAL
           END-SEARCH.

       ALLOCATE-ONE-STATE-PARAGRAPH.
           IF WS-SA-INCOME (SA-IDX) = 0 OR WS-SA-INCOME-TOTAL = 0
               MOVE 0 TO WS-SA-TAXABLE (SA-IDX)
               MOVE 0 TO WS-SA-TAX (SA-IDX)
           ELSE
               COMPUTE WS-SA-TAXABLE (SA-IDX) ROUNDED =
                   WS-SA-INCOME (SA-IDX) * WS-NEW-TAXABLE
                       / WS-SA-INCOME-TOTAL
               IF WS-SA-TAXABLE (SA-IDX) >
                       WS-NEW-TAXABLE - WS-ALLOCATED-TAXABLE
                   SUBTRACT WS-ALLOCATED-TAXABLE
                       FROM WS-NEW-TAXABLE
                       GIVING WS-SA-TAXABLE (SA-IDX)
               END-IF
               ADD WS-SA-TAXABLE (SA-IDX) TO WS-ALLOCATED-TAXABLE
               SET STR-IDX TO SA-IDX
               COMPUTE WS-SA-TAX (SA-IDX) ROUNDED =
                   WS-SA-TAXABLE (SA-IDX)
                       * STR-RATE-PCT (STR-IDX) / 100
               ADD WS-SA-TAX (SA-IDX) TO WS-NEW-STATE-TAX
           END-IF.

      * Restores the shipped tables, then overlays each
      * filing status and state with the TAXRULE rule in
      * effect on the period's business date, exactly as
      * CALCULATE-TAX did on the night the period was paid.
       LOAD-TAX-RULES-PARAGRAPH.
           MOVE WS-SHIPPED-BRACKET-AREA TO TAX-BRACKET-INIT-AREA
           MOVE WS-SHIPPED-STATE-AREA TO STATE-RATE-INIT-AREA
           MOVE PH-BUSINESS-DATE TO WS-RULES-AS-OF-DATE
           MOVE PH-BUSINESS-DATE TO WS-RULE-AS-OF-DATE
           PERFORM LOAD-BRACKET-RULE-PARAGRAPH
               VARYING TB-ST-IDX FROM 1 BY 1
               UNTIL TB-ST-IDX > 3
           PERFORM LOAD-STATE-RULE-PARAGRAPH
               VARYING STR-IDX FROM 1 BY 1
               UNTIL STR-IDX > 3.

       LOAD-BRACKET-RULE-PARAGRAPH.
           MOVE "F" TO WS-RULE-TYPE
           MOVE TB-FILING-STATUS (TB-ST-IDX) TO WS-RULE-CODE
           PERFORM FIND-RULE-IN-EFFECT-PARAGRAPH
           IF WS-RULE-IN-EFFECT-DATE NOT = SPACES
               PERFORM LOAD-RULE-BRACKET-PARAGRAPH
                   VARYING WS-RULE-BRACKET-SUB FROM 1 BY 1
                   UNTIL WS-RULE-BRACKET-SUB > 5
           END-IF.

       LOAD-RULE-BRACKET-PARAGRAPH.
           SET TB-IDX TO WS-RULE-BRACKET-SUB
           MOVE TL-LOW-AMOUNT (WS-RULE-BRACKET-SUB)
               TO TB-LOW-AMOUNT (TB-ST-IDX TB-IDX)
           MOVE TL-HIGH-AMOUNT (WS-RULE-BRACKET-SUB)
               TO TB-HIGH-AMOUNT (TB-ST-IDX TB-IDX)
           MOVE TL-RATE-PCT (WS-RULE-BRACKET-SUB)
               TO TB-RATE-PCT (TB-ST-IDX TB-IDX).

       LOAD-STATE-RULE-PARAGRAPH.
           MOVE "S" TO WS-RULE-TYPE
           MOVE STR-STATE-CODE (STR-IDX) TO WS-RULE-CODE
           PERFORM FIND-RULE-IN-EFFECT-PARAGRAPH
           IF WS-RULE-IN-EFFECT-DATE NOT = SPACES
               MOVE TL-STATE-RATE-PCT TO STR-RATE-PCT (STR-IDX)
           END-IF.

      * Browses one rule type and code in effective-date
      * order, remembering the last date on or before the
      * as-of date, then re-reads that rule by key so its
      * record is in the buffer.  No rule leaves the
      * in-effect date blank.
       FIND-RULE-IN-EFFECT-PARAGRAPH.
           MOVE SPACES TO WS-RULE-IN-EFFECT-DATE
           MOVE "N" TO WS-RULE-SCAN-SWITCH
           MOVE WS-RULE-TYPE TO TL-RULE-TYPE
           MOVE WS-RULE-CODE TO TL-RULE-CODE
           MOVE LOW-VALUES TO TL-EFFECTIVE-DATE
           START TAX-RULE-FILE KEY >= TL-RULE-KEY
               INVALID KEY
                   SET END-OF-RULE-SCAN TO TRUE
           END-START
           PERFORM UNTIL END-OF-RULE-SCAN
               PERFORM READ-NEXT-TAX-RULE-PARAGRAPH
               IF NOT END-OF-RULE-SCAN
                   MOVE TL-EFFECTIVE-DATE TO WS-RULE-IN-EFFECT-DATE
               END-IF
           END-PERFORM
           IF WS-RULE-IN-EFFECT-DATE NOT = SPACES
               MOVE WS-RULE-TYPE TO TL-RULE-TYPE
               MOVE WS-RULE-CODE TO TL-RULE-CODE
               MOVE WS-RULE-IN-EFFECT-DATE TO TL-EFFECTIVE-DATE
               READ TAX-RULE-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-RULE-IN-EFFECT-DATE
               END-READ
           END-IF.

       READ-NEXT-TAX-RULE-PARAGRAPH.
           READ TAX-RULE-FILE NEXT RECORD
               AT END
                   SET END-OF-RULE-SCAN TO TRUE
           END-READ
           IF NOT END-OF-RULE-SCAN
               IF TL-RULE-TYPE NOT = WS-RULE-TYPE
                       OR TL-RULE-CODE NOT = WS-RULE-CODE
                       OR TL-EFFECTIVE-DATE > WS-RULE-AS-OF-DATE
                   SET END-OF-RULE-SCAN TO TRUE
               END-IF
           END-IF.

      * The retro line pays as regular earnings in the work
      * state the period is now taxed in; the name area
      * carries the period it corrects.
       WRITE-RETRO-EARNINGS-PARAGRAPH.
           MOVE SPACES TO EMPLOYEE-INCOME-REC
           MOVE WS-REQ-EMPLOYEE-ID TO EI-EMPLOYEE-ID
           MOVE PH-BUSINESS-DATE TO EI-RETRO-PERIOD-DATE
           MOVE WS-REQ-EMPLOYEE-NAME (1:12) TO EI-RETRO-SHORT-NAME
           MOVE "T" TO EI-EARNINGS-TYPE
           MOVE WS-REQ-FILING-STATUS TO EI-FILING-STATUS
           MOVE WS-REQ-PAY-STATE TO EI-WORK-STATE
           MOVE WS-GROSS-DIFF TO EI-INCOME
           WRITE EMPLOYEE-INCOME-REC
           MOVE SPACES TO RETRO-HISTORY-REC
           MOVE WS-REQ-EMPLOYEE-ID TO RH-EMPLOYEE-ID
           MOVE PH-BUSINESS-DATE TO RH-PERIOD-DATE
           MOVE WS-GROSS-DIFF TO RH-RETRO-AMOUNT
           MOVE WS-BUSINESS-DATE TO RH-WRITTEN-DATE
           MOVE WS-REQ-OPERATOR-ID TO RH-OPERATOR-ID
           WRITE RETRO-HISTORY-REC
           MOVE WS-REQ-EMPLOYEE-ID TO WS-ADD-EMPLOYEE-ID
           MOVE PH-BUSINESS-DATE TO WS-ADD-PERIOD-DATE
           MOVE WS-GROSS-DIFF TO WS-ADD-RETRO-AMOUNT
           PERFORM ADD-RETRO-HISTORY-PARAGRAPH
           MOVE WS-BUSINESS-DATE TO WS-ADD-WRITTEN-DATE
           PERFORM ADD-RETRO-PAID-PARAGRAPH
           ADD 1 TO WS-RETRO-LINES-WRITTEN
           ADD WS-GROSS-DIFF TO WS-REQ-RETRO-AMOUNT
           ADD WS-GROSS-DIFF TO WS-RETRO-AMOUNT-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "         RETRO EARNINGS LINE WRITTEN="
               EI-INCOME
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE.

      * A PAYHIST row that is only retro paid that night is
      * not a period; it prints and is left alone.
       PRINT-RETRO-NIGHT-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING PH-BUSINESS-DATE " RETRO PAID="
               WS-RETRO-PAID-NIGHT
               " - NO REGULAR PAY, NOT A PERIOD"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE.

      * Unsigned feed amounts cannot take back pay; payroll
      * recovers an overpaid period with an adjustment.
       FLAG-OVERPAID-PERIOD-PARAGRAPH.
           COMPUTE WS-OVERPAID-AMOUNT = 0 - WS-GROSS-DIFF
           ADD 1 TO WS-OVERPAID-PERIODS
           ADD WS-OVERPAID-AMOUNT TO WS-REQ-OVERPAID-AMOUNT
           ADD WS-OVERPAID-AMOUNT TO WS-OVERPAID-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING "         *** OVERPAID " WS-OVERPAID-AMOUNT
               " - RECOVER BY ADJUSTMENT ***"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETRO PAY REGISTER - BUSINESS DATE "
               WS-BUSINESS-DATE
               "  PAY FREQUENCY " WS-PAY-FREQUENCY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-EMPLOYEE-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE
           STRING "EMPLOYEE " WS-REQ-EMPLOYEE-ID " "
               WS-REQ-EMPLOYEE-NAME " RETRO FROM "
               WS-REQ-EFFECTIVE-DATE " OPERATOR "
               WS-REQ-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE
           IF WS-REQ-CORRECTED-STATE = SPACES
               MOVE "UNCHANGED" TO WS-PRINT-STATE-TEXT
           ELSE
               MOVE WS-REQ-CORRECTED-STATE TO WS-PRINT-STATE-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-REQ-NEW-REGULAR > 0
               STRING "  NEW REGULAR RATE=" WS-REQ-NEW-REGULAR
                   "  CORRECTED WORK STATE=" WS-PRINT-STATE-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  REGULAR RATE UNCHANGED"
                   "  CORRECTED WORK STATE=" WS-PRINT-STATE-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PERIOD        " "    GROSS" "  FEDERAL"
               "    STATE" "      NET"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE.

      * As paid, as recalculated, and the difference; the
      * gross difference is net of retro already paid.
       PRINT-PERIOD-PARAGRAPH.
           MOVE "OLD  " TO WS-PRINT-LABEL
           MOVE WS-OLD-GROSS TO WS-PRINT-GROSS
           MOVE PH-TAX-AMOUNT TO WS-PRINT-FED-TAX
           MOVE PH-STATE-TAX-AMOUNT TO WS-PRINT-STATE-TAX
           MOVE PH-NET-INCOME TO WS-PRINT-NET
           MOVE SPACES TO WS-REPORT-LINE
           STRING PH-BUSINESS-DATE " " WS-PRINT-LABEL
               " " WS-PRINT-GROSS " " WS-PRINT-FED-TAX
               " " WS-PRINT-STATE-TAX " " WS-PRINT-NET
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE
           MOVE "NEW  " TO WS-PRINT-LABEL
           MOVE WS-NEW-GROSS TO WS-PRINT-GROSS
           MOVE WS-NEW-FED-TAX TO WS-PRINT-FED-TAX
           MOVE WS-NEW-STATE-TAX TO WS-PRINT-STATE-TAX
           MOVE WS-NEW-NET TO WS-PRINT-NET
           PERFORM PRINT-PERIOD-LINE-PARAGRAPH
           MOVE "DIFF " TO WS-PRINT-LABEL
           MOVE WS-GROSS-DIFF TO WS-PRINT-GROSS
           MOVE WS-FED-DIFF TO WS-PRINT-FED-TAX
           MOVE WS-STATE-DIFF TO WS-PRINT-STATE-TAX
           MOVE WS-NET-DIFF TO WS-PRINT-NET
           PERFORM PRINT-PERIOD-LINE-PARAGRAPH
           IF WS-PRIOR-RETRO > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "         PRIOR RETRO ALREADY PAID="
                   WS-PRIOR-RETRO
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE
           END-IF
           IF WS-RETRO-PAID-NIGHT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "         RETRO PAID THIS NIGHT NETTED OUT="
                   WS-RETRO-PAID-NIGHT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE
           END-IF.

       PRINT-PERIOD-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "         " WS-PRINT-LABEL
               " " WS-PRINT-GROSS " " WS-PRINT-FED-TAX
               " " WS-PRINT-STATE-TAX " " WS-PRINT-NET
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-EMPLOYEE-TOTAL-PARAGRAPH.
           MOVE WS-REQ-NET-DIFF TO WS-PRINT-NET-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-REQ-PERIODS = 0
               STRING "  NO PAY PERIODS ON OR AFTER THE "
                   "EFFECTIVE DATE - NOTHING RECALCULATED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  PERIODS=" WS-REQ-PERIODS
                   " RETRO OWED=" WS-REQ-RETRO-AMOUNT
                   " OVERPAID=" WS-REQ-OVERPAID-AMOUNT
                   " NET DIFF=" WS-PRINT-NET-TOTAL
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REJECTED-REQUEST-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE
           STRING "REQUEST " WS-REQ-EMPLOYEE-ID " FROM "
               WS-REQ-EFFECTIVE-DATE " REJECTED - "
               WS-REJECT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REPORT-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE
           STRING "REQUESTS READ=" WS-REQUESTS-READ
               " ACCEPTED=" WS-REQUESTS-ACCEPTED
               " REJECTED=" WS-REQUESTS-REJECTED
               " PERIODS=" WS-PERIODS-RECALCULATED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETRO LINES WRITTEN=" WS-RETRO-LINES-WRITTEN
               " RETRO AMOUNT=" WS-RETRO-AMOUNT-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OVERPAID PERIODS=" WS-OVERPAID-PERIODS
               " OVERPAID AMOUNT=" WS-OVERPAID-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETRO-REGISTER-REC FROM WS-REPORT-LINE
           IF WS-REQUESTS-REJECTED > 0 OR WS-OVERPAID-PERIODS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "RETROPAY" TO RC-JOB-NAME
           MOVE WS-RUN-START-TIMESTAMP TO RC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE (1:14) TO RC-END-TIMESTAMP
           MOVE RETURN-CODE TO RC-RETURN-CODE
           MOVE WS-REQUESTS-READ TO RC-RECORDS-PROCESSED
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
