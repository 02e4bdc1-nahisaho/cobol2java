      * amount on the GLPOST extract - an out-of-balance
      * run ends with return code 8 so treasury never
      * transmits a broken file.
      *
      * A prenote goes to the bank once: the split's
      * BK-PRENOTE-SENT-DATE is stamped when the P record is
      * written, and later nights pay that share by check
      * until ACH-RETURN promotes the split to live.  A split
      * the bank returned pays by check.  Deposits returned
      * by the bank come in on ACHREISS from ACH-RETURN and
      * are paid again here by check; ACH-RETURN re-credited
      * NET PAY CLEARING for them on GLPOST, so they count
      * toward the control total like any other payment.
      *
      * Under a RUNMODE card of O the step pays the OFFCYCLE
      * final-pay and manual-check run: it gates on the
      * OFFCYCLE heartbeat, heartbeats as OFFDISB, ignores
      * the bank splits so every net pays by check, and
      * leaves the nightly ACHREISS reissues alone.  The
      * register still ties to the off-cycle GLPOST.
      *
      * Every check is numbered from the CHKSTOCK check-stock
      * register, in the order written, so the bank can do
      * positive-pay matching: each one goes to the POSPAY
      * issue file for transmission and onto the CHKISSUE
      * issued-check master as outstanding, where CHECK-RECON
      * later marks it paid.  The advanced register goes to
      * CHKSTKN for the job to copy back once the step ends
      * clean.  A run that needs more checks than the stock
      * holds ends with return code 8.
      *
      * The nightly run will not pay the same earnings twice.
      * Before an employee is paid, tonight's gross and its
      * regular, overtime, bonus and commission mix are
      * compared with the employee's PAYHIST pays inside the
      * DUPCTL look-back window (4 calendar days without a
      * card); a pay later reversed by an adjustment no
      * longer counts.  A repeat is held on the PAYSUSP
      * payment suspense master instead of going to PAYFILE
      * and is listed on the PAYRVW review report.  An
      * operator PAYRLSE release card pays a held payment on
      * the next run, or cancels it as a true duplicate;
      * every hold, release, cancel and rejected card is
      * written to the PAYSAUD audit trail.  A held net stays
      * in NET PAY CLEARING, so the control total counts the
      * night's holds as accounted for and the night's
      * releases as paid from earlier clearing.  Holds or
      * rejected cards end the step with return code 4.  The
      * off-cycle run pays named employees by hand and is not
      * checked.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-ACCOUNT-KEY.
           SELECT OPTIONAL ACH-REISSUE-FILE ASSIGN TO "ACHREISS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-FILE ASSIGN TO "PAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-MODE-FILE ASSIGN TO "RUNMODE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-STOCK-FILE ASSIGN TO "CHKSTOCK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-CHECK-STOCK-FILE ASSIGN TO "CHKSTKN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-ISSUE-FILE ASSIGN TO "CHKISSUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CI-CHECK-NUMBER.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DUPLICATE-CONTROL-FILE ASSIGN TO "DUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENT-RELEASE-FILE ASSIGN TO "PAYRLSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENT-SUSPENSE-FILE ASSIGN TO "PAYSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-SUSPENSE-KEY.
           SELECT OPTIONAL SUSPENSE-AUDIT-FILE ASSIGN TO "PAYSAUD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-REVIEW-FILE ASSIGN TO "PAYRVW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-BANK-FILE.
           COPY "EMPBANK.CPY".

       FD  ACH-REISSUE-FILE.
           COPY "ACHREIS.CPY".

       FD  JOURNAL-POSTING-FILE.
           COPY "GLPOST.CPY".

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       FD  RUN-MODE-FILE.
           COPY "RUNMODE.CPY".

       FD  CHECK-STOCK-FILE.
           COPY "CHKSTOCK.CPY".

       FD  NEW-CHECK-STOCK-FILE.
       01 NEW-CHECK-STOCK-REC      PIC X(50).

       FD  POSITIVE-PAY-FILE.
           COPY "POSPAY.CPY".

       FD  CHECK-ISSUE-FILE.
           COPY "CHKISSUE.CPY".

       FD  PAY-HISTORY-FILE.
           COPY "PAYHIST.CPY".

       FD  DUPLICATE-CONTROL-FILE.
       01 DUPLICATE-CONTROL-REC.
           05 DC-LOOKBACK-DAYS     PIC 9(03).
           05 FILLER               PIC X(17).

       FD  PAYMENT-RELEASE-FILE.
           COPY "PAYRLSE.CPY".

       FD  PAYMENT-SUSPENSE-FILE.
           COPY "PAYSUSP.CPY".

       FD  SUSPENSE-AUDIT-FILE.
           COPY "PAYSAUD.CPY".

       FD  PAYMENT-REVIEW-FILE.
       01 PAYMENT-REVIEW-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-TAX-FILE           VALUE "Y".
           88 END-OF-JOURNAL-FILE       VALUE "Y".
       01 WS-BANK-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-BANK-SPLITS        VALUE "Y".
       01 WS-REISSUE-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-REISSUE-FILE       VALUE "Y".
       01 WS-HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-PAY-HISTORY        VALUE "Y".
       01 WS-RELEASE-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-RELEASE-FILE       VALUE "Y".
       01 WS-SUSPENSE-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-SUSPENSE-FILE      VALUE "Y".
       01 WS-DUPLICATE-SWITCH  PIC X(01) VALUE "N".
           88 SUSPECT-DUPLICATE         VALUE "Y".
       01 WS-HOLD-FOUND-SWITCH PIC X(01) VALUE "N".
           88 HOLD-FOUND                VALUE "Y".

      * The recent pays the night's earnings are compared
      * with: one slot per PAYHIST pay inside the look-back
      * window, its live count dropping when an adjustment
      * reverses it.  Overflow abends the run before
      * anything is paid.
       01 WS-RECENT-PAY-TABLE-AREA.
           05 WS-RECENT-PAY-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RP-IDX.
               10 WS-RP-EMPLOYEE-ID    PIC X(06).
               10 WS-RP-BUSINESS-DATE  PIC X(08).
               10 WS-RP-INCOME         PIC 9(07).
               10 WS-RP-REGULAR-INCOME PIC 9(07).
               10 WS-RP-OVERTIME-INCOME PIC 9(07).
               10 WS-RP-BONUS-INCOME   PIC 9(07).
               10 WS-RP-COMMISSION-INCOME PIC 9(07).
               10 WS-RP-LIVE-COUNT     PIC 9(03).
       01 WS-RECENT-PAY-COUNT      PIC 9(04) COMP VALUE 0.
       01 WS-MAX-RECENT-PAYS       PIC 9(04) COMP VALUE 5000.

       01 WS-LOOKBACK-DAYS         PIC 9(03) VALUE 4.
       01 WS-WINDOW-START-DATE     PIC X(08) VALUE SPACES.
       01 WS-WORK-INTEGER          PIC 9(08) VALUE 0.
       01 WS-WORK-DATE-NUM         PIC 9(08) VALUE 0.
       01 WS-MATCHED-DATE          PIC X(08) VALUE SPACES.
       01 WS-PAY-EMPLOYEE-ID       PIC X(06) VALUE SPACES.
       01 WS-MATCH-EMPLOYEE-ID     PIC X(06) VALUE SPACES.
       01 WS-MATCH-INCOME          PIC 9(07) VALUE 0.
       01 WS-MATCH-REGULAR-INCOME  PIC 9(07) VALUE 0.
       01 WS-MATCH-OVERTIME-INCOME PIC 9(07) VALUE 0.
       01 WS-MATCH-BONUS-INCOME    PIC 9(07) VALUE 0.
       01 WS-MATCH-COMMISSION-INCOME PIC 9(07) VALUE 0.
       01 WS-AUDIT-ACTION          PIC X(01) VALUE SPACE.
       01 WS-AUDIT-OPERATOR        PIC X(08) VALUE SPACES.
       01 WS-ACTION-RESULT         PIC X(30) VALUE SPACES.

       01 WS-HELD-COUNT            PIC 9(07) VALUE 0.
       01 WS-TOTAL-HELD            PIC 9(11) VALUE 0.
       01 WS-RELEASED-COUNT        PIC 9(07) VALUE 0.
       01 WS-TOTAL-RELEASED        PIC 9(11) VALUE 0.
       01 WS-CANCELLED-COUNT       PIC 9(07) VALUE 0.
       01 WS-CARD-REJECT-COUNT     PIC 9(07) VALUE 0.
       01 WS-OPEN-HOLD-COUNT       PIC 9(07) VALUE 0.
       01 WS-TOTAL-OPEN-HOLDS      PIC 9(11) VALUE 0.

       01 WS-BANK-SPLIT-TABLE-AREA.
           05 WS-BANK-SPLIT-ENTRY OCCURS 10 TIMES
                   INDEXED BY BS-IDX.
               10 WS-BS-SPLIT-SEQUENCE PIC 9(02).
               10 WS-BS-ROUTING-NUMBER PIC X(09).
               10 WS-BS-ACCOUNT-NUMBER PIC X(17).
               10 WS-BS-SPLIT-PCT      PIC 9(03).
               10 WS-BS-PRENOTE-SWITCH PIC X(01).
                   88 BS-PRENOTE-PENDING    VALUE "P".
                   88 BS-ACCOUNT-RETURNED   VALUE "R".
               10 WS-BS-PRENOTE-SENT-DATE PIC X(08).
       01 WS-BANK-SPLIT-COUNT     PIC 9(02) COMP VALUE 0.
       01 WS-MAX-BANK-SPLITS      PIC 9(02) COMP VALUE 10.

       01 WS-TOTAL-DEPOSITED      PIC 9(11) VALUE 0.
       01 WS-TOTAL-CHECKS         PIC 9(11) VALUE 0.
       01 WS-TOTAL-PRENOTES       PIC 9(07) VALUE 0.
       01 WS-REISSUE-COUNT        PIC 9(07) VALUE 0.
       01 WS-TOTAL-REISSUED       PIC 9(11) VALUE 0.
       01 WS-TOTAL-ADJUSTMENTS    PIC 9(11) VALUE 0.
       01 WS-CLEARING-TOTAL       PIC 9(11) VALUE 0.
       01 WS-EXPECTED-DISBURSED   PIC 9(11) VALUE 0.
       01 WS-ACCOUNTED-TOTAL      PIC 9(11) VALUE 0.

       01 WS-CHECK-STOCK-SWITCH   PIC X(01) VALUE "N".
           88 CHECK-STOCK-LOADED       VALUE "Y".
       01 WS-CHECK-ACCOUNT        PIC X(17) VALUE SPACES.
       01 WS-NEXT-CHECK-NUMBER    PIC 9(10) VALUE 0.
       01 WS-LAST-CHECK-NUMBER    PIC 9(10) VALUE 0.
       01 WS-LAST-ISSUE-DATE      PIC X(08) VALUE SPACES.
       01 WS-FIRST-CHECK-ISSUED   PIC 9(10) VALUE 0.
       01 WS-LAST-CHECK-ISSUED    PIC 9(10) VALUE 0.
       01 WS-CHECKS-ISSUED        PIC 9(07) VALUE 0.
       01 WS-CHECKS-UNNUMBERED    PIC 9(07) VALUE 0.
       01 WS-TOTAL-POSITIVE-PAY   PIC 9(11) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80) VALUE SPACES.

       01 WS-OVERRIDE-SWITCH      PIC X(01) VALUE "N".
           88 OPERATOR-OVERRIDE         VALUE "Y".

       01 WS-RUN-MODE-SWITCH      PIC X(01) VALUE "N".
           88 NIGHTLY-RUN              VALUE "N".
           88 OFF-CYCLE-RUN            VALUE "O".
       01 WS-RUN-JOB-NAME         PIC X(08) VALUE "PAYDISB ".

       01 WS-PREREQ-JOB-NAME      PIC X(08) VALUE SPACES.
       01 WS-PREREQ-FOUND-SWITCH  PIC X(01) VALUE "N".
           88 PREREQ-FOUND             VALUE "Y".
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO WS-RUN-START-TIMESTAMP
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           PERFORM READ-RUN-MODE-PARAGRAPH
           IF OFF-CYCLE-RUN
               MOVE "OFFCYCLE" TO WS-PREREQ-JOB-NAME
           ELSE
               MOVE "ACHRETN " TO WS-PREREQ-JOB-NAME
           END-IF
           PERFORM CHECK-PREDECESSOR-PARAGRAPH
           PERFORM READ-CHECK-STOCK-PARAGRAPH
           IF NIGHTLY-RUN
               PERFORM READ-DUPLICATE-CONTROL-PARAGRAPH
               PERFORM LOAD-RECENT-PAYS-PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-TAX-FILE
           OPEN I-O EMPLOYEE-BANK-FILE
           OPEN I-O CHECK-ISSUE-FILE
           OPEN I-O PAYMENT-SUSPENSE-FILE
           OPEN EXTEND SUSPENSE-AUDIT-FILE
           OPEN OUTPUT POSITIVE-PAY-FILE
           OPEN OUTPUT PAYMENT-FILE
           OPEN OUTPUT PAYMENT-REGISTER-FILE
           OPEN OUTPUT PAYMENT-REVIEW-FILE
           PERFORM PRINT-REGISTER-HEADING-PARAGRAPH
           PERFORM PRINT-REVIEW-HEADING-PARAGRAPH
           PERFORM READ-TAX-EXTRACT-PARAGRAPH
           PERFORM UNTIL END-OF-TAX-FILE
               IF ET-ADJUSTMENT-RECORD
                   PERFORM SKIP-ADJUSTMENT-PARAGRAPH
               ELSE
                   MOVE ET-EMPLOYEE-ID TO WS-PAY-EMPLOYEE-ID
                   MOVE ET-NET-INCOME TO WS-NET-TO-PAY
                   MOVE "N" TO WS-DUPLICATE-SWITCH
                   IF NIGHTLY-RUN
                       PERFORM CHECK-DUPLICATE-PAY-PARAGRAPH
                   END-IF
                   IF SUSPECT-DUPLICATE
                       PERFORM HOLD-PAYMENT-PARAGRAPH
                   ELSE
                       PERFORM DISBURSE-EMPLOYEE-PARAGRAPH
                   END-IF
               END-IF
               PERFORM READ-TAX-EXTRACT-PARAGRAPH
           END-PERFORM
           IF NIGHTLY-RUN
               PERFORM APPLY-RELEASES-PARAGRAPH
               PERFORM PAY-REISSUES-PARAGRAPH
               PERFORM LIST-OPEN-HOLDS-PARAGRAPH
           END-IF
           PERFORM TOTAL-CLEARING-ACCOUNT-PARAGRAPH
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           PERFORM PRINT-REVIEW-TOTAL-PARAGRAPH
           PERFORM CHECK-CONTROL-TOTAL-PARAGRAPH
           CLOSE EMPLOYEE-TAX-FILE
           CLOSE EMPLOYEE-BANK-FILE
           CLOSE CHECK-ISSUE-FILE
           CLOSE PAYMENT-SUSPENSE-FILE
           CLOSE SUSPENSE-AUDIT-FILE
           CLOSE POSITIVE-PAY-FILE
           CLOSE PAYMENT-FILE
           CLOSE PAYMENT-REGISTER-FILE
           CLOSE PAYMENT-REVIEW-FILE
           PERFORM WRITE-CHECK-STOCK-PARAGRAPH
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH
           STOP RUN.

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
                       MOVE "OFFDISB " TO WS-RUN-JOB-NAME
                   END-IF
           END-READ
           CLOSE RUN-MODE-FILE.

      * Step-sequencing gate: the predecessor job must show
      * a clean heartbeat (RC 4 or less) for tonight's
      * business date on RUNCTLF before this step runs; the
               END-IF
           END-IF.

      * Without a check-stock register no check can be
      * numbered, so the run is refused before anything is
      * written.
       READ-CHECK-STOCK-PARAGRAPH.
           OPEN INPUT CHECK-STOCK-FILE
           READ CHECK-STOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CS-NEXT-CHECK-NUMBER NUMERIC
                           AND CS-LAST-CHECK-NUMBER NUMERIC
                       SET CHECK-STOCK-LOADED TO TRUE
                       MOVE CS-BANK-ACCOUNT TO WS-CHECK-ACCOUNT
                       MOVE CS-NEXT-CHECK-NUMBER
                           TO WS-NEXT-CHECK-NUMBER
                       MOVE CS-LAST-CHECK-NUMBER
                           TO WS-LAST-CHECK-NUMBER
                       MOVE CS-LAST-ISSUE-DATE TO WS-LAST-ISSUE-DATE
                   END-IF
           END-READ
           CLOSE CHECK-STOCK-FILE
           IF NOT CHECK-STOCK-LOADED
               DISPLAY "PAY-DISBURSE: CHKSTOCK CHECK-STOCK REGISTER "
                   "MISSING OR INVALID - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-GATE-HEARTBEAT-PARAGRAPH.
           READ RUN-CONTROL-FILE
               AT END
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE.

      * The look-back window in calendar days comes from the
      * DUPCTL card; without one it is four, enough to reach
      * back over a weekend.  Keep it shorter than the pay
      * period or every regular pay will look like a repeat.
       READ-DUPLICATE-CONTROL-PARAGRAPH.
           MOVE SPACES TO DUPLICATE-CONTROL-REC
           OPEN INPUT DUPLICATE-CONTROL-FILE
           READ DUPLICATE-CONTROL-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE DUPLICATE-CONTROL-FILE
           IF DC-LOOKBACK-DAYS NUMERIC
                   AND DC-LOOKBACK-DAYS > 0
               MOVE DC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE-NUM
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM)
               - WS-LOOKBACK-DAYS
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           MOVE WS-WORK-DATE-NUM TO WS-WINDOW-START-DATE.

      * CALCULATE-TAX has already added tonight's pays to
      * PAYHIST, so tonight's own rows are left out - except
      * tonight's adjustments, which reverse an earlier pay
      * the same way as any adjustment in the window.
       LOAD-RECENT-PAYS-PARAGRAPH.
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM READ-PAY-HISTORY-PARAGRAPH
           PERFORM UNTIL END-OF-PAY-HISTORY
               IF PH-BUSINESS-DATE >= WS-WINDOW-START-DATE
                   IF PH-ADJUSTMENT-RECORD
                       IF PH-BUSINESS-DATE <= WS-BUSINESS-DATE
                           PERFORM REVERSE-RECENT-PAY-PARAGRAPH
                       END-IF
                   ELSE
                       IF PH-BUSINESS-DATE < WS-BUSINESS-DATE
                           PERFORM ADD-RECENT-PAY-PARAGRAPH
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-PAY-HISTORY-PARAGRAPH
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

       READ-PAY-HISTORY-PARAGRAPH.
           READ PAY-HISTORY-FILE
               AT END
                   SET END-OF-PAY-HISTORY TO TRUE
           END-READ.

       ADD-RECENT-PAY-PARAGRAPH.
           IF WS-RECENT-PAY-COUNT >= WS-MAX-RECENT-PAYS
               DISPLAY "PAY-DISBURSE: RECENT PAY TABLE FULL AT "
                   WS-MAX-RECENT-PAYS " ENTRIES - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET RP-IDX TO WS-RECENT-PAY-COUNT
           SET RP-IDX UP BY 1
           SET WS-RECENT-PAY-COUNT TO RP-IDX
           MOVE PH-EMPLOYEE-ID TO WS-RP-EMPLOYEE-ID (RP-IDX)
           MOVE PH-BUSINESS-DATE TO WS-RP-BUSINESS-DATE (RP-IDX)
           MOVE PH-INCOME TO WS-RP-INCOME (RP-IDX)
           MOVE PH-REGULAR-INCOME TO WS-RP-REGULAR-INCOME (RP-IDX)
           MOVE PH-OVERTIME-INCOME
               TO WS-RP-OVERTIME-INCOME (RP-IDX)
           MOVE PH-BONUS-INCOME TO WS-RP-BONUS-INCOME (RP-IDX)
           MOVE PH-COMMISSION-INCOME
               TO WS-RP-COMMISSION-INCOME (RP-IDX)
           MOVE 1 TO WS-RP-LIVE-COUNT (RP-IDX).

       REVERSE-RECENT-PAY-PARAGRAPH.
           MOVE PH-EMPLOYEE-ID TO WS-MATCH-EMPLOYEE-ID
           MOVE PH-INCOME TO WS-MATCH-INCOME
           MOVE PH-REGULAR-INCOME TO WS-MATCH-REGULAR-INCOME
           MOVE PH-OVERTIME-INCOME TO WS-MATCH-OVERTIME-INCOME
           MOVE PH-BONUS-INCOME TO WS-MATCH-BONUS-INCOME
           MOVE PH-COMMISSION-INCOME TO WS-MATCH-COMMISSION-INCOME
           PERFORM FIND-RECENT-PAY-PARAGRAPH
           IF SUSPECT-DUPLICATE
               SUBTRACT 1 FROM WS-RP-LIVE-COUNT (RP-IDX)
           END-IF.

      * Tonight's earnings repeat a recent pay when the
      * employee, gross and every earnings type match a pay
      * in the window that has not been reversed.
       CHECK-DUPLICATE-PAY-PARAGRAPH.
           IF ET-INCOME > 0
               MOVE ET-EMPLOYEE-ID TO WS-MATCH-EMPLOYEE-ID
               MOVE ET-INCOME TO WS-MATCH-INCOME
               MOVE ET-REGULAR-INCOME TO WS-MATCH-REGULAR-INCOME
               MOVE ET-OVERTIME-INCOME TO WS-MATCH-OVERTIME-INCOME
               MOVE ET-BONUS-INCOME TO WS-MATCH-BONUS-INCOME
               MOVE ET-COMMISSION-INCOME
                   TO WS-MATCH-COMMISSION-INCOME
               PERFORM FIND-RECENT-PAY-PARAGRAPH
           END-IF.

       FIND-RECENT-PAY-PARAGRAPH.
           MOVE "N" TO WS-DUPLICATE-SWITCH
           SET RP-IDX TO 1
           SEARCH WS-RECENT-PAY-ENTRY
               AT END
                   CONTINUE
               WHEN RP-IDX > WS-RECENT-PAY-COUNT
                   CONTINUE
               WHEN WS-RP-EMPLOYEE-ID (RP-IDX) = WS-MATCH-EMPLOYEE-ID
                       AND WS-RP-INCOME (RP-IDX) = WS-MATCH-INCOME
                       AND WS-RP-REGULAR-INCOME (RP-IDX)
                           = WS-MATCH-REGULAR-INCOME
                       AND WS-RP-OVERTIME-INCOME (RP-IDX)
                           = WS-MATCH-OVERTIME-INCOME
                       AND WS-RP-BONUS-INCOME (RP-IDX)
                           = WS-MATCH-BONUS-INCOME
                       AND WS-RP-COMMISSION-INCOME (RP-IDX)
                           = WS-MATCH-COMMISSION-INCOME
                       AND WS-RP-LIVE-COUNT (RP-IDX) > 0
                   SET SUSPECT-DUPLICATE TO TRUE
                   MOVE WS-RP-BUSINESS-DATE (RP-IDX)
                       TO WS-MATCHED-DATE
           END-SEARCH.

      * A suspect payment goes on the suspense master under
      * tonight's date instead of PAYFILE.  A rerun of the
      * same night replaces its own earlier hold.
       HOLD-PAYMENT-PARAGRAPH.
           MOVE SPACES TO PAYMENT-SUSPENSE-REC
           MOVE ET-EMPLOYEE-ID TO PS-EMPLOYEE-ID
           MOVE WS-BUSINESS-DATE TO PS-HELD-DATE
           SET PS-PAYMENT-HELD TO TRUE
           MOVE WS-MATCHED-DATE TO PS-MATCHED-DATE
           MOVE ET-INCOME TO PS-INCOME
           MOVE ET-REGULAR-INCOME TO PS-REGULAR-INCOME
           MOVE ET-OVERTIME-INCOME TO PS-OVERTIME-INCOME
           MOVE ET-BONUS-INCOME TO PS-BONUS-INCOME
           MOVE ET-COMMISSION-INCOME TO PS-COMMISSION-INCOME
           MOVE ET-NET-INCOME TO PS-NET-INCOME
           WRITE PAYMENT-SUSPENSE-REC
               INVALID KEY
                   REWRITE PAYMENT-SUSPENSE-REC
           END-WRITE
           ADD 1 TO WS-HELD-COUNT
           ADD ET-NET-INCOME TO WS-TOTAL-HELD
           MOVE "H" TO WS-AUDIT-ACTION
           MOVE "SYSTEM" TO WS-AUDIT-OPERATOR
           MOVE "HELD - SUSPECT DUPLICATE" TO WS-ACTION-RESULT
           PERFORM WRITE-SUSPENSE-AUDIT-PARAGRAPH
           PERFORM PRINT-REVIEW-LINE-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING ET-EMPLOYEE-ID " " ET-NET-INCOME
               " HELD - REPEATS PAY OF " WS-MATCHED-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE.

       DISBURSE-EMPLOYEE-PARAGRAPH.
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE 0 TO WS-DEPOSITED-AMOUNT
           MOVE 0 TO WS-CHECK-AMOUNT
           MOVE 0 TO WS-PRENOTE-COUNT
           MOVE 0 TO WS-BANK-SPLIT-COUNT
           IF NIGHTLY-RUN
               PERFORM LOAD-BANK-SPLITS-PARAGRAPH
           END-IF
           PERFORM PAY-ONE-SPLIT-PARAGRAPH
               VARYING BS-IDX FROM 1 BY 1
               UNTIL BS-IDX > WS-BANK-SPLIT-COUNT
       LOAD-BANK-SPLITS-PARAGRAPH.
           MOVE 0 TO WS-BANK-SPLIT-COUNT
           MOVE "N" TO WS-BANK-EOF-SWITCH
           MOVE WS-PAY-EMPLOYEE-ID TO BK-EMPLOYEE-ID
           MOVE 0 TO BK-SPLIT-SEQUENCE
           START EMPLOYEE-BANK-FILE KEY >= BK-ACCOUNT-KEY
               INVALID KEY
                   SET END-OF-BANK-SPLITS TO TRUE
           END-READ
           IF NOT END-OF-BANK-SPLITS
                   AND BK-EMPLOYEE-ID NOT = WS-PAY-EMPLOYEE-ID
               SET END-OF-BANK-SPLITS TO TRUE
           END-IF.

       POST-BANK-SPLIT-PARAGRAPH.
           IF WS-BANK-SPLIT-COUNT >= WS-MAX-BANK-SPLITS
               DISPLAY "PAY-DISBURSE: EMPLOYEE "
                   WS-PAY-EMPLOYEE-ID
                   " HAS MORE THAN " WS-MAX-BANK-SPLITS
                   " BANK SPLITS - EXCESS SPLITS PAY BY CHECK"
               SET END-OF-BANK-SPLITS TO TRUE
               SET BS-IDX TO WS-BANK-SPLIT-COUNT
               SET BS-IDX UP BY 1
               SET WS-BANK-SPLIT-COUNT TO BS-IDX
               MOVE BK-SPLIT-SEQUENCE
                   TO WS-BS-SPLIT-SEQUENCE (BS-IDX)
               MOVE BK-ROUTING-NUMBER
                   TO WS-BS-ROUTING-NUMBER (BS-IDX)
               MOVE BK-ACCOUNT-NUMBER
               MOVE BK-SPLIT-PCT TO WS-BS-SPLIT-PCT (BS-IDX)
               MOVE BK-PRENOTE-SWITCH
                   TO WS-BS-PRENOTE-SWITCH (BS-IDX)
               MOVE BK-PRENOTE-SENT-DATE
                   TO WS-BS-PRENOTE-SENT-DATE (BS-IDX)
           END-IF.

      * A live split deposits its percentage of the net; a
      * prenote split emits the zero-amount test record the
      * bank needs and leaves its share in the check
      * remainder, so the employee is still paid in full.
      * The prenote record goes out only the first night; a
      * returned split simply leaves its share to the check.
       PAY-ONE-SPLIT-PARAGRAPH.
           EVALUATE TRUE
               WHEN BS-PRENOTE-PENDING (BS-IDX)
                   IF WS-BS-PRENOTE-SENT-DATE (BS-IDX) = SPACES
                       PERFORM SEND-PRENOTE-PARAGRAPH
                   END-IF
               WHEN BS-ACCOUNT-RETURNED (BS-IDX)
                   CONTINUE
               WHEN OTHER
                   PERFORM DEPOSIT-ONE-SPLIT-PARAGRAPH
           END-EVALUATE.

       SEND-PRENOTE-PARAGRAPH.
           ADD 1 TO WS-PRENOTE-COUNT
           MOVE SPACES TO PAYMENT-DISBURSE-REC
           MOVE "P" TO PY-RECORD-TYPE
           MOVE WS-PAY-EMPLOYEE-ID TO PY-EMPLOYEE-ID
           MOVE WS-BS-ROUTING-NUMBER (BS-IDX)
               TO PY-ROUTING-NUMBER
           MOVE WS-BS-ACCOUNT-NUMBER (BS-IDX)
               TO PY-ACCOUNT-NUMBER
           MOVE 0 TO PY-AMOUNT
           MOVE WS-BUSINESS-DATE TO PY-BUSINESS-DATE
           WRITE PAYMENT-DISBURSE-REC
           ADD 1 TO WS-PAYMENT-COUNT
           PERFORM STAMP-PRENOTE-SENT-PARAGRAPH.

       STAMP-PRENOTE-SENT-PARAGRAPH.
           MOVE WS-PAY-EMPLOYEE-ID TO BK-EMPLOYEE-ID
           MOVE WS-BS-SPLIT-SEQUENCE (BS-IDX) TO BK-SPLIT-SEQUENCE
           READ EMPLOYEE-BANK-FILE
               INVALID KEY
                   DISPLAY "PAY-DISBURSE: BANK SPLIT " BK-ACCOUNT-KEY
                       " VANISHED - PRENOTE DATE NOT STAMPED"
               NOT INVALID KEY
                   MOVE WS-BUSINESS-DATE TO BK-PRENOTE-SENT-DATE
                   REWRITE EMPLOYEE-BANK-REC
           END-READ.

       DEPOSIT-ONE-SPLIT-PARAGRAPH.
           COMPUTE WS-SPLIT-AMOUNT ROUNDED =
               WS-NET-TO-PAY * WS-BS-SPLIT-PCT (BS-IDX) / 100
           IF WS-SPLIT-AMOUNT >
                   WS-NET-TO-PAY - WS-DEPOSITED-AMOUNT
               SUBTRACT WS-DEPOSITED-AMOUNT FROM WS-NET-TO-PAY
                   GIVING WS-SPLIT-AMOUNT
           END-IF
           IF WS-SPLIT-AMOUNT > 0
               ADD WS-SPLIT-AMOUNT TO WS-DEPOSITED-AMOUNT
               MOVE SPACES TO PAYMENT-DISBURSE-REC
               MOVE "D" TO PY-RECORD-TYPE
               MOVE WS-PAY-EMPLOYEE-ID TO PY-EMPLOYEE-ID
               MOVE WS-BS-ROUTING-NUMBER (BS-IDX)
                   TO PY-ROUTING-NUMBER
               MOVE WS-BS-ACCOUNT-NUMBER (BS-IDX)
                   TO PY-ACCOUNT-NUMBER
               MOVE WS-SPLIT-AMOUNT TO PY-AMOUNT
               MOVE WS-BUSINESS-DATE TO PY-BUSINESS-DATE
               WRITE PAYMENT-DISBURSE-REC
               ADD 1 TO WS-PAYMENT-COUNT
           END-IF.

       WRITE-CHECK-RECORD-PARAGRAPH.
           MOVE SPACES TO PAYMENT-DISBURSE-REC
           MOVE "C" TO PY-RECORD-TYPE
           MOVE WS-PAY-EMPLOYEE-ID TO PY-EMPLOYEE-ID
           MOVE WS-CHECK-AMOUNT TO PY-AMOUNT
           MOVE WS-BUSINESS-DATE TO PY-BUSINESS-DATE
           PERFORM ISSUE-CHECK-PARAGRAPH.

      * Numbers the check already built in the payment
      * record, writes it, and reports it to the bank and
      * the issued-check master.  Once the stock runs out
      * the check still goes on the payment file unnumbered
      * so the register shows it, but the run ends RC 8 and
      * the file is not transmitted.
       ISSUE-CHECK-PARAGRAPH.
           IF WS-NEXT-CHECK-NUMBER > WS-LAST-CHECK-NUMBER
               MOVE 0 TO PY-CHECK-NUMBER
               ADD 1 TO WS-CHECKS-UNNUMBERED
               DISPLAY "PAY-DISBURSE: CHECK STOCK EXHAUSTED AT "
                   WS-LAST-CHECK-NUMBER " - CHECK FOR EMPLOYEE "
                   PY-EMPLOYEE-ID " NOT NUMBERED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-NEXT-CHECK-NUMBER TO PY-CHECK-NUMBER
               ADD 1 TO WS-NEXT-CHECK-NUMBER
           END-IF
           WRITE PAYMENT-DISBURSE-REC
           ADD 1 TO WS-PAYMENT-COUNT
           IF PY-CHECK-NUMBER > 0
               PERFORM REPORT-CHECK-ISSUED-PARAGRAPH
           END-IF.

      * A rerun after a failed step issues the same numbers
      * again; the untransmitted earlier check is replaced.
       REPORT-CHECK-ISSUED-PARAGRAPH.
           ADD 1 TO WS-CHECKS-ISSUED
           IF WS-FIRST-CHECK-ISSUED = 0
               MOVE PY-CHECK-NUMBER TO WS-FIRST-CHECK-ISSUED
           END-IF
           MOVE PY-CHECK-NUMBER TO WS-LAST-CHECK-ISSUED
           ADD PY-AMOUNT TO WS-TOTAL-POSITIVE-PAY
           MOVE SPACES TO POSITIVE-PAY-REC
           MOVE WS-CHECK-ACCOUNT TO PP-BANK-ACCOUNT
           MOVE PY-CHECK-NUMBER TO PP-CHECK-NUMBER
           MOVE PY-AMOUNT TO PP-AMOUNT
           MOVE PY-BUSINESS-DATE TO PP-ISSUE-DATE
           MOVE PY-EMPLOYEE-ID TO PP-PAYEE-ID
           SET PP-CHECK-ISSUED TO TRUE
           WRITE POSITIVE-PAY-REC
           MOVE SPACES TO CHECK-ISSUE-REC
           MOVE PY-CHECK-NUMBER TO CI-CHECK-NUMBER
           MOVE PY-EMPLOYEE-ID TO CI-EMPLOYEE-ID
           MOVE PY-AMOUNT TO CI-AMOUNT
           MOVE PY-BUSINESS-DATE TO CI-ISSUE-DATE
           SET CI-OUTSTANDING TO TRUE
           MOVE 0 TO CI-PAID-AMOUNT
           WRITE CHECK-ISSUE-REC
               INVALID KEY
                   REWRITE CHECK-ISSUE-REC
           END-WRITE.

       WRITE-CHECK-STOCK-PARAGRAPH.
           IF WS-CHECKS-ISSUED > 0
               MOVE WS-BUSINESS-DATE TO WS-LAST-ISSUE-DATE
           END-IF
           OPEN OUTPUT NEW-CHECK-STOCK-FILE
           MOVE SPACES TO CHECK-STOCK-REC
           MOVE WS-CHECK-ACCOUNT TO CS-BANK-ACCOUNT
           MOVE WS-NEXT-CHECK-NUMBER TO CS-NEXT-CHECK-NUMBER
           MOVE WS-LAST-CHECK-NUMBER TO CS-LAST-CHECK-NUMBER
           MOVE WS-LAST-ISSUE-DATE TO CS-LAST-ISSUE-DATE
           MOVE CHECK-STOCK-REC TO NEW-CHECK-STOCK-REC
           WRITE NEW-CHECK-STOCK-REC
           CLOSE NEW-CHECK-STOCK-FILE.

      * Each deposit the bank returned is paid again by
      * check; ACH-RETURN has already re-credited clearing.
       PAY-REISSUES-PARAGRAPH.
           OPEN INPUT ACH-REISSUE-FILE
           PERFORM READ-REISSUE-PARAGRAPH
           PERFORM UNTIL END-OF-REISSUE-FILE
               MOVE SPACES TO PAYMENT-DISBURSE-REC
               MOVE "C" TO PY-RECORD-TYPE
               MOVE RI-EMPLOYEE-ID TO PY-EMPLOYEE-ID
               MOVE RI-AMOUNT TO PY-AMOUNT
               MOVE WS-BUSINESS-DATE TO PY-BUSINESS-DATE
               PERFORM ISSUE-CHECK-PARAGRAPH
               ADD 1 TO WS-REISSUE-COUNT
               ADD RI-AMOUNT TO WS-TOTAL-REISSUED
               ADD RI-AMOUNT TO WS-TOTAL-DISBURSED
               ADD RI-AMOUNT TO WS-TOTAL-CHECKS
               MOVE SPACES TO WS-REPORT-LINE
               STRING RI-EMPLOYEE-ID " " RI-AMOUNT
                   " REISSUE OF " RI-ORIGINAL-DATE " DEPOSIT RETURN "
                   RI-REASON-CODE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE
               PERFORM READ-REISSUE-PARAGRAPH
           END-PERFORM
           CLOSE ACH-REISSUE-FILE.

       READ-REISSUE-PARAGRAPH.
           READ ACH-REISSUE-FILE
               AT END
                   SET END-OF-REISSUE-FILE TO TRUE
           END-READ.

      * Operator release cards act on the suspense master:
      * R pays the held payment on this run, C cancels it
      * as a true duplicate for payroll to reverse.  A rerun
      * of the same night pays its own releases again, so
      * the replacement PAYFILE still carries them.
       APPLY-RELEASES-PARAGRAPH.
           OPEN INPUT PAYMENT-RELEASE-FILE
           PERFORM READ-RELEASE-PARAGRAPH
           PERFORM UNTIL END-OF-RELEASE-FILE
               PERFORM APPLY-RELEASE-CARD-PARAGRAPH
               PERFORM READ-RELEASE-PARAGRAPH
           END-PERFORM
           CLOSE PAYMENT-RELEASE-FILE.

       READ-RELEASE-PARAGRAPH.
           READ PAYMENT-RELEASE-FILE
               AT END
                   SET END-OF-RELEASE-FILE TO TRUE
           END-READ.

       APPLY-RELEASE-CARD-PARAGRAPH.
           MOVE SPACES TO WS-ACTION-RESULT
           MOVE RL-OPERATOR-ID TO WS-AUDIT-OPERATOR
           MOVE "N" TO WS-HOLD-FOUND-SWITCH
           MOVE RL-EMPLOYEE-ID TO PS-EMPLOYEE-ID
           MOVE RL-HELD-DATE TO PS-HELD-DATE
           READ PAYMENT-SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT RL-RELEASE-ACTION
                       AND NOT RL-CANCEL-ACTION
                   MOVE "REJECTED - BAD ACTION CODE"
                       TO WS-ACTION-RESULT
               WHEN RL-OPERATOR-ID = SPACES
                   MOVE "REJECTED - NO OPERATOR ID"
                       TO WS-ACTION-RESULT
               WHEN NOT HOLD-FOUND
                   MOVE "REJECTED - NO SUCH HOLD"
                       TO WS-ACTION-RESULT
               WHEN PS-PAYMENT-HELD AND RL-RELEASE-ACTION
                   PERFORM RELEASE-HELD-PAYMENT-PARAGRAPH
               WHEN PS-PAYMENT-HELD AND RL-CANCEL-ACTION
                   PERFORM CANCEL-HELD-PAYMENT-PARAGRAPH
               WHEN PS-PAYMENT-RELEASED AND RL-RELEASE-ACTION
                       AND PS-ACTION-DATE = WS-BUSINESS-DATE
                   MOVE "RELEASED - PAID ON RERUN"
                       TO WS-ACTION-RESULT
                   PERFORM PAY-RELEASED-PAYMENT-PARAGRAPH
               WHEN OTHER
                   MOVE "REJECTED - NOT HELD" TO WS-ACTION-RESULT
           END-EVALUATE
           IF WS-ACTION-RESULT (1:8) = "REJECTED"
               PERFORM REJECT-RELEASE-CARD-PARAGRAPH
           END-IF.

       RELEASE-HELD-PAYMENT-PARAGRAPH.
           SET PS-PAYMENT-RELEASED TO TRUE
           MOVE WS-BUSINESS-DATE TO PS-ACTION-DATE
           MOVE RL-OPERATOR-ID TO PS-OPERATOR-ID
           REWRITE PAYMENT-SUSPENSE-REC
           MOVE "RELEASED - PAID THIS RUN" TO WS-ACTION-RESULT
           PERFORM PAY-RELEASED-PAYMENT-PARAGRAPH.

      * A released payment pays exactly as it would have on
      * the night it was held, across the current splits.
       PAY-RELEASED-PAYMENT-PARAGRAPH.
           MOVE PS-EMPLOYEE-ID TO WS-PAY-EMPLOYEE-ID
           MOVE PS-NET-INCOME TO WS-NET-TO-PAY
           PERFORM DISBURSE-EMPLOYEE-PARAGRAPH
           ADD 1 TO WS-RELEASED-COUNT
           ADD PS-NET-INCOME TO WS-TOTAL-RELEASED
           MOVE "R" TO WS-AUDIT-ACTION
           PERFORM WRITE-SUSPENSE-AUDIT-PARAGRAPH
           PERFORM PRINT-REVIEW-LINE-PARAGRAPH.

       CANCEL-HELD-PAYMENT-PARAGRAPH.
           SET PS-PAYMENT-CANCELLED TO TRUE
           MOVE WS-BUSINESS-DATE TO PS-ACTION-DATE
           MOVE RL-OPERATOR-ID TO PS-OPERATOR-ID
           REWRITE PAYMENT-SUSPENSE-REC
           ADD 1 TO WS-CANCELLED-COUNT
           MOVE "CANCELLED - REVERSE BY ADJ" TO WS-ACTION-RESULT
           MOVE "C" TO WS-AUDIT-ACTION
           PERFORM WRITE-SUSPENSE-AUDIT-PARAGRAPH
           PERFORM PRINT-REVIEW-LINE-PARAGRAPH.

       REJECT-RELEASE-CARD-PARAGRAPH.
           IF NOT HOLD-FOUND
               MOVE SPACES TO PAYMENT-SUSPENSE-REC
               MOVE RL-EMPLOYEE-ID TO PS-EMPLOYEE-ID
               MOVE RL-HELD-DATE TO PS-HELD-DATE
               MOVE 0 TO PS-NET-INCOME
           END-IF
           ADD 1 TO WS-CARD-REJECT-COUNT
           MOVE "J" TO WS-AUDIT-ACTION
           PERFORM WRITE-SUSPENSE-AUDIT-PARAGRAPH
           PERFORM PRINT-REVIEW-LINE-PARAGRAPH.

       WRITE-SUSPENSE-AUDIT-PARAGRAPH.
           MOVE SPACES TO SUSPENSE-AUDIT-REC
           MOVE FUNCTION CURRENT-DATE (1:14) TO SA-AUDIT-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO SA-BUSINESS-DATE
           MOVE WS-AUDIT-ACTION TO SA-ACTION-CODE
           MOVE PS-EMPLOYEE-ID TO SA-EMPLOYEE-ID
           MOVE PS-HELD-DATE TO SA-HELD-DATE
           MOVE PS-MATCHED-DATE TO SA-MATCHED-DATE
           MOVE PS-NET-INCOME TO SA-NET-AMOUNT
           MOVE WS-AUDIT-OPERATOR TO SA-OPERATOR-ID
           MOVE WS-ACTION-RESULT TO SA-RESULT-TEXT
           WRITE SUSPENSE-AUDIT-REC.

      * Every hold still awaiting a release card is listed
      * each night until an operator acts on it.
       LIST-OPEN-HOLDS-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HOLDS AWAITING REVIEW"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REVIEW-REC FROM WS-REPORT-LINE
           MOVE "N" TO WS-SUSPENSE-EOF-SWITCH
           MOVE LOW-VALUES TO PS-SUSPENSE-KEY
           START PAYMENT-SUSPENSE-FILE KEY >= PS-SUSPENSE-KEY
               INVALID KEY
                   SET END-OF-SUSPENSE-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-SUSPENSE-FILE
               READ PAYMENT-SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET END-OF-SUSPENSE-FILE TO TRUE
                   NOT AT END
                       IF PS-PAYMENT-HELD
                           ADD 1 TO WS-OPEN-HOLD-COUNT
                           ADD PS-NET-INCOME TO WS-TOTAL-OPEN-HOLDS
                           MOVE "STILL HELD - AWAITING RELEASE"
                               TO WS-ACTION-RESULT
                           MOVE SPACES TO WS-AUDIT-OPERATOR
                           PERFORM PRINT-REVIEW-LINE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

       TOTAL-CLEARING-ACCOUNT-PARAGRAPH.
           MOVE "N" TO WS-GL-EOF-SWITCH
      * The clearing posting is net of any reversals, so
      * the disbursed total must equal the clearing total
      * plus the adjustment records held back from payment.
      * Tonight's suspect-duplicate holds stay in clearing
      * and count as accounted for; released holds were
      * credited to clearing on an earlier night, so they
      * add to what tonight may disburse.
       CHECK-CONTROL-TOTAL-PARAGRAPH.
           ADD WS-CLEARING-TOTAL WS-TOTAL-ADJUSTMENTS
               WS-TOTAL-RELEASED
               GIVING WS-EXPECTED-DISBURSED
           ADD WS-TOTAL-DISBURSED WS-TOTAL-HELD
               GIVING WS-ACCOUNTED-TOTAL
           IF WS-ACCOUNTED-TOTAL NOT = WS-EXPECTED-DISBURSED
               DISPLAY "PAY-DISBURSE: DISBURSED "
                   WS-TOTAL-DISBURSED " PLUS HELD " WS-TOTAL-HELD
                   " DOES NOT TIE TO NET PAY CLEARING "
                   WS-CLEARING-TOTAL " PLUS ADJUSTMENTS "
                   WS-TOTAL-ADJUSTMENTS " AND RELEASES "
                   WS-TOTAL-RELEASED " - FILE NOT TRANSMITTABLE"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PRINT-REGISTER-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           IF OFF-CYCLE-RUN
               STRING "OFF-CYCLE PAYMENT REGISTER - "
                   WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "PAYMENT REGISTER - " WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EMP ID NET       DEPOSITED CHECK     PRENOTES"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REVIEW-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           IF OFF-CYCLE-RUN
               STRING "DUPLICATE PAYMENT REVIEW - " WS-BUSINESS-DATE
                   " - NOT CHECKED ON AN OFF-CYCLE RUN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "DUPLICATE PAYMENT REVIEW - " WS-BUSINESS-DATE
                   " - LOOK-BACK FROM " WS-WINDOW-START-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE PAYMENT-REVIEW-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTION                         EMP ID HELD    "
               " REPEATS  NET     OPERATOR"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REVIEW-REC FROM WS-REPORT-LINE.

       PRINT-REVIEW-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ACTION-RESULT " " PS-EMPLOYEE-ID " "
               PS-HELD-DATE " " PS-MATCHED-DATE " "
               PS-NET-INCOME " " WS-AUDIT-OPERATOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REVIEW-REC FROM WS-REPORT-LINE.

      * Holds and rejected release cards need a reviewer's
      * attention but do not stop the night.
       PRINT-REVIEW-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HELD TONIGHT=" WS-HELD-COUNT
               " AMOUNT=" WS-TOTAL-HELD
               " CANCELLED=" WS-CANCELLED-COUNT
               " CARDS REJECTED=" WS-CARD-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REVIEW-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RELEASED AND PAID=" WS-RELEASED-COUNT
               " AMOUNT=" WS-TOTAL-RELEASED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REVIEW-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPEN HOLDS=" WS-OPEN-HOLD-COUNT
               " AMOUNT=" WS-TOTAL-OPEN-HOLDS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REVIEW-REC FROM WS-REPORT-LINE
           IF WS-HELD-COUNT > 0 OR WS-CARD-REJECT-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PRINT-REGISTER-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PAY-EMPLOYEE-ID " " DELIMITED BY SIZE
               WS-NET-TO-PAY "   " DELIMITED BY SIZE
               WS-DEPOSITED-AMOUNT "   " DELIMITED BY SIZE
               WS-CHECK-AMOUNT "   " DELIMITED BY SIZE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETURN REISSUES=" WS-REISSUE-COUNT
               " AMOUNT=" WS-TOTAL-REISSUED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HELD AS SUSPECT DUPLICATES=" WS-HELD-COUNT
               " AMOUNT=" WS-TOTAL-HELD
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RELEASED FROM SUSPENSE=" WS-RELEASED-COUNT
               " AMOUNT=" WS-TOTAL-RELEASED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NET PAY CLEARING CONTROL=" WS-CLEARING-TOTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHECKS ISSUED=" WS-CHECKS-ISSUED
               " NUMBERS " WS-FIRST-CHECK-ISSUED
               " THRU " WS-LAST-CHECK-ISSUED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "POSITIVE PAY TOTAL=" WS-TOTAL-POSITIVE-PAY
               " UNNUMBERED CHECKS=" WS-CHECKS-UNNUMBERED
               " NEXT CHECK=" WS-NEXT-CHECK-NUMBER
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE PAYMENT-REGISTER-REC FROM WS-REPORT-LINE.

       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE WS-RUN-JOB-NAME TO RC-JOB-NAME
           MOVE WS-RUN-START-TIMESTAMP TO RC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE (1:14) TO RC-END-TIMESTAMP
           MOVE RETURN-CODE TO RC-RETURN-CODE
