      * on the GARNREM extract per payee agency and carry
      * on EMPTAXF so gross = deductions + taxes +
      * garnishments + net still journals in balance.
      * Only active orders apply; suspended and released
      * orders are skipped.
      *
      * Earnings type A on the income feed is an
      * adjustment: the group re-derives the tax on the
      * EMPTAXF record flagged A that every consumer
      * subtracts.  Reversals print as signed negatives on
      * the withholding report.
      *
      * Federal brackets and state rates come from the
      * effective-dated TAXRULE master: for every TAXBRKT
      * filing status and STRATE state the run loads the
      * rule with the latest effective date on or before
      * the business date, so rates can be staged ahead of
      * a change and a rerun for an old business date taxes
      * at the rates in effect then.  A slot with no rule
      * in effect keeps its shipped table value and says so
      * on the console; the control totals print the
      * effective date of every rule used.
      *
      * The same program is the on-request off-cycle run
      * for final pay and emergency manual checks: a RUNMODE
      * card of O switches the heartbeat, checkpoint and
      * journal job name to OFFCYCLE, replaces the FEEDEDIT
      * predecessor gate with a mandatory dated header on
      * the hand-built earnings file (it must match the
      * business date), and accepts income for a terminated
      * employee whose first detail carries the final-pay
      * flag.  Everything else - brackets, states,
      * deductions, garnishments, YTD, PAYHIST and GLPOST -
      * runs exactly as it does at night, and a clean
      * completion on the off-cycle TAXRST blocks a second
      * run for the business date unless overridden.
      *
      * Standing pre-tax deductions come from the keyed
      * DEDELECT election master instead of being re-keyed
      * on DEDUCTF every run: each election in effect on the
      * business date adds its per-run amount or percent of
      * gross to whatever DEDUCTF sent for that type, the
      * type is cut to the room left under its annual limit
      * (the excess goes to DEDEXC), and what the employee
      * actually had taken is added to the election's year-
      * to-date bucket.  Each election REWRITE journals its
      * before and after images to the dated DEDJRNL file in
      * the MSTJRNL layout, the full election key leading the
      * before image, so MASTER-BACKOUT can put the buckets
      * back with EMPMAST.  An adjustment group neither loads
      * nor caps elections; only a one-off DEDUCTF amount
      * sent against an adjustment is reported to DEDEXC.
      *
      * Earnings type T is retro pay from RETRO-PAY, one
      * detail per prior period corrected; it taxes and pays
      * as regular earnings in tonight's run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEDUCTION-EXCEPTION-FILE ASSIGN TO "DEDEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEDUCTION-ELECTION-FILE
                   ASSIGN TO "DEDELECT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-ELECTION-KEY.
           SELECT TAX-SYNC-FILE ASSIGN TO "TAXSYNC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REJECT-LIMIT-FILE ASSIGN TO "REJLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ELECTION-JOURNAL-FILE ASSIGN TO "DEDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-MODE-FILE ASSIGN TO "RUNMODE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-RULE-FILE ASSIGN TO "TAXRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-RULE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION-FILE.
           COPY "DEDUCT.CPY".

       FD  DEDUCTION-ELECTION-FILE.
           COPY "DEDELEC.CPY".

       FD  REJECT-LIMIT-FILE.
           COPY "REJLIMIT.CPY".

       FD  MASTER-JOURNAL-FILE.
           COPY "MSTJRNL.CPY".

       FD  ELECTION-JOURNAL-FILE.
       01 ELECTION-JOURNAL-REC      PIC X(196).

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".

       FD  PAY-CALENDAR-FILE.
           COPY "PAYCAL.CPY".

       FD  RUN-MODE-FILE.
           COPY "RUNMODE.CPY".

       FD  TAX-RULE-FILE.
           COPY "TAXRULE.CPY".

       FD  TAX-SYNC-FILE.
       01 TAX-SYNC-REC.
           05 TX-EMPLOYEE-ID       PIC X(06).
       01 WS-GROUP-FILING-STATUS PIC X(01) VALUE SPACES.
       01 WS-WORK-STATE    PIC X(02) VALUE SPACES.
       01 WS-GROUP-WORK-STATE PIC X(02) VALUE SPACES.
       01 WS-FINAL-PAY-FLAG PIC X(01) VALUE SPACES.
       01 WS-GROUP-FINAL-PAY-FLAG PIC X(01) VALUE SPACES.
           88 GROUP-FINAL-PAY           VALUE "Y".
      * Group accumulators are two digits wider than one
      * detail so a group summing past 9,999,999 cannot wrap
      * silently - it lands in the R002 maximum-income reject
           88 END-OF-EMPLOYEE-FILE      VALUE "Y".

       01 WS-MASTER-BEFORE-IMAGE PIC X(80) VALUE SPACES.
       01 WS-ELECTION-BEFORE-IMAGE PIC X(60) VALUE SPACES.

       01 WS-GROUP-ADJ-SWITCH PIC X(01) VALUE "N".
           88 ADJUSTMENT-GROUP          VALUE "Y".
       01 WS-TAXABLE-INCOME   PIC 9(07) VALUE 0.
       01 WS-DEDUCTION-REASON-TEXT PIC X(36) VALUE SPACES.

      * One slot per deduction type (K, H, O): the night's
      * DEDUCTF amounts and the elections in effect add into
      * the slot, the slot is cut to the election's annual
      * room, and what survives is what the YTD-taken bucket
      * is charged with.  Feed amounts of any other type
      * carry outside the slots, unlimited as before.
       01 WS-DED-TYPE-CODES       PIC X(03) VALUE "KHO".
       01 WS-DED-TYPE-TABLE-AREA.
           05 WS-DED-TYPE-ENTRY OCCURS 3 TIMES INDEXED BY DTY-IDX.
               10 WS-DTY-CODE          PIC X(01).
               10 WS-DTY-AMOUNT        PIC 9(09).
               10 WS-DTY-ROOM          PIC 9(09).
               10 WS-DTY-ELECTION-SWITCH PIC X(01).
                   88 DTY-ELECTION-ON-FILE  VALUE "Y".
               10 WS-DTY-LIMIT-SWITCH  PIC X(01).
                   88 DTY-LIMIT-APPLIES     VALUE "Y".
       01 WS-DED-TYPE-SUB         PIC 9(01) VALUE 0.
       01 WS-DED-UNTYPED-AMOUNT   PIC 9(09) VALUE 0.
       01 WS-DED-ELECTION-AMOUNT  PIC 9(09) VALUE 0.
       01 WS-DED-REMAINING        PIC 9(09) VALUE 0.
       01 WS-DED-TAKEN            PIC 9(09) VALUE 0.
       01 WS-ELECTION-EOF-SWITCH  PIC X(01) VALUE "N".
           88 END-OF-ELECTIONS          VALUE "Y".

       01 WS-MASTER-FOUND-SWITCH PIC X(01) VALUE "N".
           88 MASTER-FOUND             VALUE "Y".
           88 MASTER-NOT-FOUND         VALUE "N".
       01 WS-OVERRIDE-SWITCH      PIC X(01) VALUE "N".
           88 OPERATOR-OVERRIDE         VALUE "Y".

      * Nightly or off-cycle: the job name every heartbeat,
      * checkpoint and master-journal row carries follows
      * the mode, so the two runs never see each other's
      * restart or duplicate-run state.
       01 WS-RUN-MODE-SWITCH      PIC X(01) VALUE "N".
           88 NIGHTLY-RUN              VALUE "N".
           88 OFF-CYCLE-RUN            VALUE "O".
       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "TAXCALC ".
       01 WS-FEED-HEADER-SWITCH   PIC X(01) VALUE "N".
           88 FEED-HEADER-VERIFIED     VALUE "Y".

       01 WS-PREREQ-JOB-NAME      PIC X(08) VALUE SPACES.
       01 WS-PREREQ-FOUND-SWITCH  PIC X(01) VALUE "N".
           88 PREREQ-FOUND             VALUE "Y".
       01 WS-GATE-EOF-SWITCH      PIC X(01) VALUE "N".
           88 END-OF-GATE-FILE         VALUE "Y".

      * Tax-rule load: the as-of date picks the rule in
      * effect per slot; the effective date of each rule
      * loaded (SHIPPED when the compiled-in value stands)
      * prints with the control totals.
       01 WS-RULE-AS-OF-DATE      PIC X(08) VALUE SPACES.
       01 WS-RULE-TYPE            PIC X(01) VALUE SPACES.
       01 WS-RULE-CODE            PIC X(02) VALUE SPACES.
       01 WS-RULE-IN-EFFECT-DATE  PIC X(08) VALUE SPACES.
       01 WS-RULE-BRACKET-SUB     PIC 9(01) VALUE 0.
       01 WS-RULE-SCAN-SWITCH     PIC X(01) VALUE "N".
           88 END-OF-RULE-SCAN         VALUE "Y".
       01 WS-FED-RULE-DATES.
           05 WS-FED-RULE-DATE    PIC X(08) VALUE "SHIPPED "
                   OCCURS 3 TIMES INDEXED BY FRD-IDX.
       01 WS-STATE-RULE-DATES.
           05 WS-STATE-RULE-DATE  PIC X(08) VALUE "SHIPPED "
                   OCCURS 3 TIMES INDEXED BY SRD-IDX.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO WS-RUN-START-TIMESTAMP
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           PERFORM READ-RUN-MODE-PARAGRAPH
           IF NIGHTLY-RUN
               MOVE "FEEDEDIT" TO WS-PREREQ-JOB-NAME
               PERFORM CHECK-PREDECESSOR-PARAGRAPH
           END-IF
           PERFORM READ-REJECT-LIMIT-PARAGRAPH
           PERFORM READ-TAX-METHOD-PARAGRAPH
           PERFORM READ-PAY-CALENDAR-PARAGRAPH
           PERFORM LOAD-TAX-RULES-PARAGRAPH
           PERFORM LOAD-RESTART-PARAGRAPH
           OPEN INPUT EMPLOYEE-INCOME-FILE
           OPEN INPUT DEDUCTION-FILE
           OPEN I-O EMPLOYEE-MASTER-FILE
           OPEN I-O GARNISH-ORDER-FILE
           OPEN I-O DEDUCTION-ELECTION-FILE
           OPEN EXTEND MASTER-JOURNAL-FILE
           OPEN EXTEND ELECTION-JOURNAL-FILE
           PERFORM OPEN-OUTPUT-FILES-PARAGRAPH
           PERFORM PRINT-HEADING-PARAGRAPH
           PERFORM READ-EMPLOYEE-PARAGRAPH
           IF OFF-CYCLE-RUN
               PERFORM CHECK-OFF-CYCLE-HEADER-PARAGRAPH
           END-IF
           PERFORM READ-DEDUCTION-PARAGRAPH
           PERFORM SKIP-TO-RESTART-POINT-PARAGRAPH
           PERFORM UNTIL END-OF-EMPLOYEE-FILE
               IF VALID-INCOME
                   PERFORM CALCULATE-TAX-PARAGRAPH
                   PERFORM UPDATE-YTD-PARAGRAPH
                   PERFORM POST-ELECTION-TAKEN-PARAGRAPH
                   PERFORM WRITE-RESULTS-PARAGRAPH
                   PERFORM PRINT-DETAIL-PARAGRAPH
               ELSE
           CLOSE DEDUCTION-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE MASTER-JOURNAL-FILE
           CLOSE ELECTION-JOURNAL-FILE
           CLOSE GARNISH-ORDER-FILE
           CLOSE DEDUCTION-ELECTION-FILE
           CLOSE GARNISH-REMIT-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE TAX-SYNC-FILE

       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE WS-RUN-JOB-NAME TO RC-JOB-NAME
           MOVE WS-RUN-START-TIMESTAMP TO RC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE (1:14) TO RC-END-TIMESTAMP
           MOVE RETURN-CODE TO RC-RETURN-CODE
           MOVE SPACES TO CALC-RESULT-HDR-REC
           MOVE "HEADER  " TO CH-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO CH-BUSINESS-DATE
           MOVE WS-RUN-JOB-NAME TO CH-CREATING-JOB
           MOVE FUNCTION CURRENT-DATE (1:14) TO CH-RUN-TIMESTAMP
           WRITE CALC-RESULT-HDR-REC.


       MATCH-DEDUCTIONS-PARAGRAPH.
           MOVE 0 TO WS-DEDUCTION-TOTAL
           MOVE 0 TO WS-DED-UNTYPED-AMOUNT
           PERFORM CLEAR-DED-TYPE-PARAGRAPH
               VARYING DTY-IDX FROM 1 BY 1
               UNTIL DTY-IDX > 3
           PERFORM UNTIL END-OF-DEDUCTION-FILE
                   OR DE-EMPLOYEE-ID > WS-GROUP-EMPLOYEE-ID
               IF DE-EMPLOYEE-ID = WS-GROUP-EMPLOYEE-ID
                           TO WS-DEDUCTION-REASON-TEXT
                       PERFORM WRITE-DEDUCT-EXCEPTION-PARAGRAPH
                   ELSE
                       PERFORM POST-FEED-DEDUCTION-PARAGRAPH
                   END-IF
               ELSE
                   MOVE "NO INCOME RECORD FOR DEDUCTION"
                   PERFORM WRITE-DEDUCT-EXCEPTION-PARAGRAPH
               END-IF
               PERFORM READ-DEDUCTION-PARAGRAPH
           END-PERFORM
           IF ADJUSTMENT-GROUP
               PERFORM ADD-FEED-DED-TYPE-PARAGRAPH
                   VARYING DTY-IDX FROM 1 BY 1
                   UNTIL DTY-IDX > 3
           ELSE
               PERFORM LOAD-ELECTIONS-PARAGRAPH
               PERFORM CAP-DED-TYPE-PARAGRAPH
                   VARYING DTY-IDX FROM 1 BY 1
                   UNTIL DTY-IDX > 3
           END-IF
           ADD WS-DED-UNTYPED-AMOUNT TO WS-DEDUCTION-TOTAL.

      * Standing elections never apply to an adjustment, so
      * only what DEDUCTF sent is totalled; CALCULATE-TAX-
      * PARAGRAPH then reports it as not applied.
       ADD-FEED-DED-TYPE-PARAGRAPH.
           ADD WS-DTY-AMOUNT (DTY-IDX) TO WS-DEDUCTION-TOTAL.

       CLEAR-DED-TYPE-PARAGRAPH.
           SET WS-DED-TYPE-SUB TO DTY-IDX
           MOVE WS-DED-TYPE-CODES (WS-DED-TYPE-SUB:1)
               TO WS-DTY-CODE (DTY-IDX)
           MOVE 0 TO WS-DTY-AMOUNT (DTY-IDX)
           MOVE 0 TO WS-DTY-ROOM (DTY-IDX)
           MOVE "N" TO WS-DTY-ELECTION-SWITCH (DTY-IDX)
           MOVE "N" TO WS-DTY-LIMIT-SWITCH (DTY-IDX).

       POST-FEED-DEDUCTION-PARAGRAPH.
           SET DTY-IDX TO 1
           SEARCH WS-DED-TYPE-ENTRY
               AT END
                   ADD DE-AMOUNT TO WS-DED-UNTYPED-AMOUNT
               WHEN WS-DTY-CODE (DTY-IDX) = DE-DEDUCTION-TYPE
                   ADD DE-AMOUNT TO WS-DTY-AMOUNT (DTY-IDX)
           END-SEARCH.

      * Browses the employee's elections in key order; only
      * one election per type can exist, so each lands in
      * its own slot.
       LOAD-ELECTIONS-PARAGRAPH.
           MOVE "N" TO WS-ELECTION-EOF-SWITCH
           MOVE WS-GROUP-EMPLOYEE-ID TO DL-EMPLOYEE-ID
           MOVE LOW-VALUES TO DL-DEDUCTION-TYPE
           START DEDUCTION-ELECTION-FILE KEY >= DL-ELECTION-KEY
               INVALID KEY
                   SET END-OF-ELECTIONS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ELECTIONS
               PERFORM READ-NEXT-ELECTION-PARAGRAPH
               IF NOT END-OF-ELECTIONS
                   PERFORM POST-ELECTION-PARAGRAPH
               END-IF
           END-PERFORM.

       READ-NEXT-ELECTION-PARAGRAPH.
           READ DEDUCTION-ELECTION-FILE NEXT RECORD
               AT END
                   SET END-OF-ELECTIONS TO TRUE
           END-READ
           IF NOT END-OF-ELECTIONS
                   AND DL-EMPLOYEE-ID NOT = WS-GROUP-EMPLOYEE-ID
               SET END-OF-ELECTIONS TO TRUE
           END-IF.

       POST-ELECTION-PARAGRAPH.
           SET DTY-IDX TO 1
           SEARCH WS-DED-TYPE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DTY-CODE (DTY-IDX) = DL-DEDUCTION-TYPE
                   SET DTY-ELECTION-ON-FILE (DTY-IDX) TO TRUE
                   IF DL-ANNUAL-LIMIT > 0
                       SET DTY-LIMIT-APPLIES (DTY-IDX) TO TRUE
                       IF DL-YTD-TAKEN < DL-ANNUAL-LIMIT
                           SUBTRACT DL-YTD-TAKEN FROM DL-ANNUAL-LIMIT
                               GIVING WS-DTY-ROOM (DTY-IDX)
                       END-IF
                   END-IF
                   IF DL-START-DATE <= WS-BUSINESS-DATE
                           AND (DL-STOP-DATE = SPACES
                               OR DL-STOP-DATE >= WS-BUSINESS-DATE)
                       PERFORM COMPUTE-ELECTION-AMOUNT-PARAGRAPH
                       ADD WS-DED-ELECTION-AMOUNT
                           TO WS-DTY-AMOUNT (DTY-IDX)
                   END-IF
           END-SEARCH.

       COMPUTE-ELECTION-AMOUNT-PARAGRAPH.
           IF DL-PCT-OF-GROSS-METHOD
               COMPUTE WS-DED-ELECTION-AMOUNT ROUNDED =
                   WS-INCOME * DL-PCT-OF-GROSS / 100
           ELSE
               MOVE DL-PER-RUN-AMOUNT TO WS-DED-ELECTION-AMOUNT
           END-IF.

      * A type with a limited election is cut to the room
      * left for the year; the cut goes to DEDEXC so
      * benefits can see the employee has maxed out.
       CAP-DED-TYPE-PARAGRAPH.
           IF DTY-LIMIT-APPLIES (DTY-IDX)
                   AND WS-DTY-AMOUNT (DTY-IDX) > WS-DTY-ROOM (DTY-IDX)
               MOVE WS-GROUP-EMPLOYEE-ID TO DX-EMPLOYEE-ID
               MOVE WS-DTY-CODE (DTY-IDX) TO DX-DEDUCTION-TYPE
               SUBTRACT WS-DTY-ROOM (DTY-IDX)
                   FROM WS-DTY-AMOUNT (DTY-IDX) GIVING DX-AMOUNT
               MOVE "ANNUAL LIMIT REACHED - EXCESS CUT"
                   TO DX-REASON-TEXT
               WRITE DEDUCTION-EXCEPTION-REC
               MOVE WS-DTY-ROOM (DTY-IDX) TO WS-DTY-AMOUNT (DTY-IDX)
           END-IF
           ADD WS-DTY-AMOUNT (DTY-IDX) TO WS-DEDUCTION-TOTAL.

      * Charges each election's YTD-taken bucket with what
      * the employee actually had taken.  The final total is
      * already net of an adjustment group's dropped
      * deductions and of the cap at gross, so it is spread
      * back over the slots in K, H, O order and only the
      * part each slot kept is charged.
       POST-ELECTION-TAKEN-PARAGRAPH.
           MOVE WS-DEDUCTION-TOTAL TO WS-DED-REMAINING
           PERFORM POST-ONE-TYPE-TAKEN-PARAGRAPH
               VARYING DTY-IDX FROM 1 BY 1
               UNTIL DTY-IDX > 3.

       POST-ONE-TYPE-TAKEN-PARAGRAPH.
           IF WS-DTY-AMOUNT (DTY-IDX) > WS-DED-REMAINING
               MOVE WS-DED-REMAINING TO WS-DED-TAKEN
           ELSE
               MOVE WS-DTY-AMOUNT (DTY-IDX) TO WS-DED-TAKEN
           END-IF
           SUBTRACT WS-DED-TAKEN FROM WS-DED-REMAINING
           IF DTY-ELECTION-ON-FILE (DTY-IDX) AND WS-DED-TAKEN > 0
               MOVE WS-GROUP-EMPLOYEE-ID TO DL-EMPLOYEE-ID
               MOVE WS-DTY-CODE (DTY-IDX) TO DL-DEDUCTION-TYPE
               READ DEDUCTION-ELECTION-FILE
                   INVALID KEY
                       DISPLAY "CALCULATE-TAX: DEDUCTION ELECTION "
                           DL-ELECTION-KEY " VANISHED - YTD TAKEN "
                           "NOT UPDATED"
                   NOT INVALID KEY
                       MOVE DEDUCTION-ELECTION-REC
                           TO WS-ELECTION-BEFORE-IMAGE
                       ADD WS-DED-TAKEN TO DL-YTD-TAKEN
                       PERFORM WRITE-ELECTION-JOURNAL-PARAGRAPH
                       REWRITE DEDUCTION-ELECTION-REC
               END-READ
           END-IF.

      * Same MSTJRNL row as the EMPMAST journal, staged in
      * its record area and written to DEDJRNL.  The record
      * key carries the employee only; MASTER-BACKOUT takes
      * the full election key from the before image.
       WRITE-ELECTION-JOURNAL-PARAGRAPH.
           MOVE SPACES TO MASTER-JOURNAL-REC
           MOVE WS-BUSINESS-DATE TO MJ-BUSINESS-DATE
           MOVE WS-RUN-JOB-NAME TO MJ-JOB-NAME
           MOVE DL-EMPLOYEE-ID TO MJ-RECORD-KEY
           MOVE WS-ELECTION-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE DEDUCTION-ELECTION-REC TO MJ-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:14) TO MJ-TIMESTAMP
           WRITE ELECTION-JOURNAL-REC FROM MASTER-JOURNAL-REC.

       DRAIN-DEDUCTIONS-PARAGRAPH.
           PERFORM UNTIL END-OF-DEDUCTION-FILE
               MOVE "NO INCOME RECORD FOR DEDUCTION"

       WRITE-CHECKPOINT-PARAGRAPH.
           OPEN OUTPUT RESTART-CONTROL-FILE
           MOVE WS-RUN-JOB-NAME TO RT-JOB-NAME
           MOVE WS-GROUP-EMPLOYEE-ID TO RT-LAST-KEY
           MOVE WS-RUN-RECORD-COUNT TO RT-RECORD-COUNT
           MOVE FUNCTION CURRENT-DATE (1:14) TO RT-CHECKPOINT-TIME

       WRITE-COMPLETION-CHECKPOINT-PARAGRAPH.
           OPEN OUTPUT RESTART-CONTROL-FILE
           MOVE WS-RUN-JOB-NAME TO RT-JOB-NAME
           MOVE SPACES TO RT-LAST-KEY
           MOVE WS-RUN-RECORD-COUNT TO RT-RECORD-COUNT
           MOVE FUNCTION CURRENT-DATE (1:14) TO RT-CHECKPOINT-TIME
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
                       MOVE "OFFCYCLE" TO WS-RUN-JOB-NAME
                   END-IF
           END-READ
           CLOSE RUN-MODE-FILE.

      * The off-cycle earnings file is built by hand and
      * never passes FEED-EDIT, so instead of the FEEDEDIT
      * heartbeat it must open with a *HDR** record dated
      * for the business date: an undated or stale file is
      * refused before anything is posted.
       CHECK-OFF-CYCLE-HEADER-PARAGRAPH.
           IF NOT FEED-HEADER-VERIFIED
               DISPLAY "CALCULATE-TAX: OFF-CYCLE EARNINGS FILE HAS "
                   "NO *HDR** RECORD FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-TAX-METHOD-PARAGRAPH.
           OPEN INPUT TAX-METHOD-FILE
           READ TAX-METHOD-FILE
           END-READ
           CLOSE PAY-CALENDAR-FILE.

      * Overlays the shipped TAXBRKT and STRATE values with
      * the TAXRULE rule in effect on the business date for
      * each filing status and state.  The tables keep their
      * slot order, so the state detail slots on EMPTAXF and
      * the per-state GL lines are unchanged.
       LOAD-TAX-RULES-PARAGRAPH.
           MOVE WS-BUSINESS-DATE TO WS-RULE-AS-OF-DATE
           OPEN INPUT TAX-RULE-FILE
           PERFORM LOAD-BRACKET-RULE-PARAGRAPH
               VARYING TB-ST-IDX FROM 1 BY 1
               UNTIL TB-ST-IDX > 3
           PERFORM LOAD-STATE-RULE-PARAGRAPH
               VARYING STR-IDX FROM 1 BY 1
               UNTIL STR-IDX > 3
           CLOSE TAX-RULE-FILE.

       LOAD-BRACKET-RULE-PARAGRAPH.
           MOVE "F" TO WS-RULE-TYPE
           MOVE TB-FILING-STATUS (TB-ST-IDX) TO WS-RULE-CODE
           PERFORM FIND-RULE-IN-EFFECT-PARAGRAPH
           SET FRD-IDX TO TB-ST-IDX
           IF WS-RULE-IN-EFFECT-DATE = SPACES
               DISPLAY "CALCULATE-TAX: NO TAX RULE IN EFFECT FOR "
                   "FILING STATUS " WS-RULE-CODE
                   " - SHIPPED BRACKETS USED"
           ELSE
               PERFORM LOAD-RULE-BRACKET-PARAGRAPH
                   VARYING WS-RULE-BRACKET-SUB FROM 1 BY 1
                   UNTIL WS-RULE-BRACKET-SUB > 5
               MOVE WS-RULE-IN-EFFECT-DATE
                   TO WS-FED-RULE-DATE (FRD-IDX)
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
           SET SRD-IDX TO STR-IDX
           IF WS-RULE-IN-EFFECT-DATE = SPACES
               DISPLAY "CALCULATE-TAX: NO TAX RULE IN EFFECT FOR "
                   "STATE " WS-RULE-CODE
                   " - SHIPPED RATE USED"
           ELSE
               MOVE TL-STATE-RATE-PCT TO STR-RATE-PCT (STR-IDX)
               MOVE WS-RULE-IN-EFFECT-DATE
                   TO WS-STATE-RULE-DATE (SRD-IDX)
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

       READ-REJECT-LIMIT-PARAGRAPH.
           OPEN INPUT REJECT-LIMIT-FILE
           READ REJECT-LIMIT-FILE
                   SET MASTER-FOUND TO TRUE
           END-READ.

      * A terminated employee is paid only by the off-cycle
      * run, and only when the income carries the final-pay
      * flag; the nightly feed still rejects them R004.
       VALIDATE-EMPLOYEE-PARAGRAPH.
           SET VALID-INCOME TO TRUE
           MOVE SPACES TO WS-REJECT-REASON-CODE
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF EM-TERMINATED
                       AND (NIGHTLY-RUN OR NOT GROUP-FINAL-PAY)
                   SET INVALID-INCOME TO TRUE
                   MOVE "R004" TO WS-REJECT-REASON-CODE
                   MOVE "EMPLOYEE TERMINATED ON MASTER"
       WRITE-MASTER-JOURNAL-PARAGRAPH.
           MOVE SPACES TO MASTER-JOURNAL-REC
           MOVE WS-BUSINESS-DATE TO MJ-BUSINESS-DATE
           MOVE WS-RUN-JOB-NAME TO MJ-JOB-NAME
           MOVE EM-EMPLOYEE-ID TO MJ-RECORD-KEY
           MOVE WS-MASTER-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE SPACES TO MJ-AFTER-IMAGE
                   MOVE EI-FILING-STATUS TO WS-FILING-STATUS
                   MOVE EI-WORK-STATE TO WS-WORK-STATE
                   MOVE EI-INCOME TO WS-DETAIL-INCOME
                   MOVE EI-FINAL-PAY-FLAG TO WS-FINAL-PAY-FLAG
           END-READ.

       VERIFY-FEED-HEADER-PARAGRAPH.
                   WS-BUSINESS-DATE " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET FEED-HEADER-VERIFIED TO TRUE.

       BUILD-EMPLOYEE-GROUP-PARAGRAPH.
           MOVE WS-EMPLOYEE-ID TO WS-GROUP-EMPLOYEE-ID
           MOVE WS-FINAL-PAY-FLAG TO WS-GROUP-FINAL-PAY-FLAG
           MOVE WS-FILING-STATUS TO WS-GROUP-FILING-STATUS
           MOVE WS-WORK-STATE TO WS-GROUP-WORK-STATE
           IF WS-EARNINGS-TYPE = "A"

       TALLY-ONE-EARNINGS-TYPE-PARAGRAPH.
           IF WS-EARNINGS-TYPE = "A" OR "R" OR "O" OR "B" OR "C"
                   OR "T"
               PERFORM TALLY-DETAIL-STATE-PARAGRAPH
           END-IF
           EVALUATE WS-EARNINGS-TYPE
               WHEN "A"
                   ADD WS-DETAIL-INCOME TO WS-INCOME
               WHEN "R"
               WHEN "T"
                   ADD WS-DETAIL-INCOME TO WS-EARN-REGULAR
                   ADD WS-DETAIL-INCOME TO WS-INCOME
               WHEN "O"
      * priority number first, each capped at the remaining
      * net and at the order's lifetime cap, so when net pay
      * cannot cover every order the senior orders are paid
      * first and the rest wait for the next run.  Orders
      * suspended or released on GARN-ORDER-MAINT are not
      * applied.
       APPLY-GARNISHMENTS-PARAGRAPH.
           MOVE 0 TO WS-GARNISH-TOTAL
           MOVE 0 TO WS-GARNISH-APPLIED-COUNT
           END-START
           PERFORM UNTIL END-OF-GARNISH-ORDERS
               PERFORM READ-NEXT-GARNISH-ORDER-PARAGRAPH
               IF NOT END-OF-GARNISH-ORDERS AND GO-ORDER-ACTIVE
                   PERFORM POST-GARNISH-ORDER-PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE ET-GARNISH-AMOUNT TO PH-GARNISH-AMOUNT
           MOVE ET-EMPLOYER-TAX-AMOUNT TO PH-EMPLOYER-TAX-AMOUNT
           MOVE ET-ADJUSTMENT-FLAG TO PH-ADJUSTMENT-FLAG
           PERFORM MOVE-HISTORY-STATE-PARAGRAPH
               VARYING SA-IDX FROM 1 BY 1
               UNTIL SA-IDX > 3
           WRITE PAY-HISTORY-REC.

       MOVE-HISTORY-STATE-PARAGRAPH.
           MOVE ET-STATE-CODE (SA-IDX) TO PH-STATE-CODE (SA-IDX)
           MOVE WS-SA-INCOME (SA-IDX) TO PH-STATE-WAGES (SA-IDX)
           MOVE WS-SA-TAX (SA-IDX) TO PH-STATE-TAX (SA-IDX).

      * Adjustment rows tag their own source code so every
      * CALCRES consumer can subtract them the way the tax
      * extract consumers subtract flagged rows.
       PRINT-HEADING-PARAGRAPH.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE SPACES TO WS-REPORT-LINE
           IF OFF-CYCLE-RUN
               STRING "OFF-CYCLE WITHHOLDING REPORT - PAGE "
                   DELIMITED BY SIZE
                   WS-REPORT-PAGE-NO DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "WITHHOLDING SUMMARY REPORT - PAGE "
                   DELIMITED BY SIZE
                   WS-REPORT-PAGE-NO DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           WRITE WH-REPORT-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EMP ID   INCOME    FED TAX   ST TAX    NET INCOME"
           WRITE WH-REPORT-REC FROM WS-REPORT-LINE
           PERFORM PRINT-STATE-SUBTOTAL-PARAGRAPH
               VARYING STR-IDX FROM 1 BY 1
               UNTIL STR-IDX > 3
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEDERAL RULES EFFECTIVE " DELIMITED BY SIZE
               TB-FILING-STATUS (1) "=" WS-FED-RULE-DATE (1)
               " " TB-FILING-STATUS (2) "=" WS-FED-RULE-DATE (2)
               " " TB-FILING-STATUS (3) "=" WS-FED-RULE-DATE (3)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE WH-REPORT-REC FROM WS-REPORT-LINE.

       PRINT-STATE-SUBTOTAL-PARAGRAPH.
           SET SSB-IDX TO STR-IDX
               STR-STATE-CODE (STR-IDX) DELIMITED BY SIZE
               " WITHHOLDING=" DELIMITED BY SIZE
               WS-STATE-SUBTOTAL (SSB-IDX) DELIMITED BY SIZE
               " RULE EFFECTIVE " DELIMITED BY SIZE
               WS-STATE-RULE-DATE (SSB-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE WH-REPORT-REC FROM WS-REPORT-LINE.
