       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RETURN.
       AUTHOR. COBOL2Java Team.
      *
      * ACH return and prenote confirmation program
      *
      * Reads the bank's return and notification-of-change
      * file (ACHRTN) and matches every item to the PAYFILE
      * entry it answers on the permanent PAYFHIST payment
      * history, by original business date, employee,
      * routing and account number and amount.  An item
      * with no matching payment is listed and left alone.
      *
      * A returned deposit is paid again: a reissue record
      * goes to ACHREISS, which PAY-DISBURSE pays by check
      * on its run, and a cash debit / NET PAY CLEARING
      * credit pair is appended to GLPOST so the reissued
      * checks tie to the clearing control total.  The
      * split the deposit went to is marked returned and
      * pays by check until it is maintained.  A returned
      * prenote marks its split returned the same way.  A
      * notification of change corrects the routing and/or
      * account number on the EMPBANK split.  Every applied
      * item is logged on the keyed ACHRHIST history by bank
      * trace number, so a re-sent file never applies an
      * item twice.
      *
      * A split still in prenote whose prenote went out at
      * least the ACHCTL number of business days ago (BDAYCAL
      * holidays and weekends do not count) with no return
      * is promoted to live.
      *
      * The return register lists every item with its
      * account masked to the last four digits, the counts
      * and dollars by outcome, and for every original
      * business date answered, that night's PAYREG deposit
      * count and dollars beside what came back.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACH-RETURN-FILE ASSIGN TO "ACHRTN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYMENT-HISTORY-FILE ASSIGN TO "PAYFHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-BANK-FILE ASSIGN TO "EMPBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-ACCOUNT-KEY.
           SELECT OPTIONAL ACH-HISTORY-FILE ASSIGN TO "ACHRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-TRACE-NUMBER.
           SELECT JOURNAL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-REISSUE-FILE ASSIGN TO "ACHREISS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-REGISTER-FILE ASSIGN TO "ACHRREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACH-CONTROL-FILE ASSIGN TO "ACHCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO "BDAYCAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-EMPLOYEE-ID.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTLF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-RETURN-FILE.
           COPY "ACHRTN.CPY".

       FD  PAYMENT-HISTORY-FILE.
           COPY "PAYDISB.CPY".

       FD  EMPLOYEE-BANK-FILE.
           COPY "EMPBANK.CPY".

       FD  ACH-HISTORY-FILE.
       01 ACH-HISTORY-REC.
           05 AH-TRACE-NUMBER      PIC X(15).
           05 AH-PROCESSED-DATE    PIC X(08).
           05 AH-RESULT-TEXT       PIC X(30).
           05 AH-RETURN-IMAGE      PIC X(100).

       FD  JOURNAL-POSTING-FILE.
           COPY "GLPOST.CPY".

       FD  ACH-REISSUE-FILE.
           COPY "ACHREIS.CPY".

       FD  RETURN-REGISTER-FILE.
       01 RETURN-REGISTER-REC       PIC X(80).

       FD  ACH-CONTROL-FILE.
       01 ACH-CONTROL-REC.
           05 AC-PRENOTE-WAIT-DAYS PIC 9(02).
           05 FILLER               PIC X(18).

       FD  BUSINESS-CALENDAR-FILE.
           COPY "BDAYCAL.CPY".

       FD  DEPARTMENT-MASTER-FILE.
           COPY "DEPTMAST.CPY".

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.CPY".

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-RETURN-FILE        VALUE "Y".
       01 WS-HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-PAYMENT-HISTORY    VALUE "Y".
       01 WS-BANK-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-BANK-SPLITS        VALUE "Y".
       01 WS-CALENDAR-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-CALENDAR-FILE      VALUE "Y".
       01 WS-SPLIT-FOUND-SWITCH PIC X(01) VALUE "N".
           88 SPLIT-FOUND               VALUE "Y".
           88 SPLIT-NOT-FOUND           VALUE "N".
       01 WS-ITEM-APPLIED-SWITCH PIC X(01) VALUE "N".
           88 ITEM-APPLIED              VALUE "Y".

      * The night's items are held here while the payment
      * history is scanned once for all of them; 500 is far
      * above any one day's returns - overflow abends the
      * run before anything is applied.
       01 WS-RETURN-TABLE-AREA.
           05 WS-RETURN-ENTRY OCCURS 500 TIMES
                   INDEXED BY RI-IDX.
               10 WS-RI-IMAGE          PIC X(100).
               10 WS-RI-ITEM-TYPE      PIC X(01).
               10 WS-RI-EMPLOYEE-ID    PIC X(06).
               10 WS-RI-ROUTING-NUMBER PIC X(09).
               10 WS-RI-ACCOUNT-NUMBER PIC X(17).
               10 WS-RI-AMOUNT         PIC 9(07).
               10 WS-RI-ORIGINAL-DATE  PIC X(08).
               10 WS-RI-MATCH-SWITCH   PIC X(01).
                   88 RI-MATCHED            VALUE "Y".
               10 WS-RI-MATCHED-TYPE   PIC X(01).
                   88 RI-MATCHED-DEPOSIT    VALUE "D".
                   88 RI-MATCHED-PRENOTE    VALUE "P".
       01 WS-RETURN-COUNT          PIC 9(03) COMP VALUE 0.
       01 WS-MAX-RETURNS           PIC 9(03) COMP VALUE 500.

      * One slot per original business date answered, to tie
      * the returns back to that night's payment register.
       01 WS-DATE-TIE-TABLE-AREA.
           05 WS-DATE-TIE-ENTRY OCCURS 50 TIMES
                   INDEXED BY DT-IDX.
               10 WS-DT-ORIGINAL-DATE  PIC X(08).
               10 WS-DT-PAID-COUNT     PIC 9(07).
               10 WS-DT-PAID-AMOUNT    PIC 9(11).
               10 WS-DT-RETURN-COUNT   PIC 9(05).
               10 WS-DT-RETURN-AMOUNT  PIC 9(11).
       01 WS-DATE-TIE-COUNT        PIC 9(02) COMP VALUE 0.
       01 WS-MAX-DATE-TIES         PIC 9(02) COMP VALUE 50.

      * Holiday list; 200 covers many years of calendar.
       01 WS-HOLIDAY-TABLE-AREA.
           05 WS-HOLIDAY-DATE OCCURS 200 TIMES
                   INDEXED BY HL-IDX
                   PIC X(08).
       01 WS-HOLIDAY-COUNT        PIC 9(03) COMP VALUE 0.
       01 WS-MAX-HOLIDAYS         PIC 9(03) COMP VALUE 200.
       01 WS-HOLIDAY-HIT-SWITCH   PIC X(01) VALUE "N".
           88 CANDIDATE-IS-HOLIDAY      VALUE "Y".

       01 WS-PRENOTE-WAIT-DAYS    PIC 9(02) VALUE 6.
       01 WS-BUSINESS-DAYS-ELAPSED PIC 9(03) VALUE 0.
       01 WS-WORK-INTEGER         PIC 9(08) VALUE 0.
       01 WS-END-INTEGER          PIC 9(08) VALUE 0.
       01 WS-WORK-DATE-NUM        PIC 9(08) VALUE 0.
       01 WS-CANDIDATE-DATE       PIC X(08) VALUE SPACES.
       01 WS-DAY-OF-WEEK          PIC 9(01) VALUE 0.

       01 WS-FIND-ROUTING-NUMBER  PIC X(09) VALUE SPACES.
       01 WS-FIND-ACCOUNT-NUMBER  PIC X(17) VALUE SPACES.
       01 WS-MASKED-ACCOUNT       PIC X(17) VALUE SPACES.
       01 WS-MASK-SOURCE          PIC X(17) VALUE SPACES.
       01 WS-MASK-LENGTH          PIC 9(02) VALUE 0.
       01 WS-MASK-START           PIC 9(02) VALUE 0.
       01 WS-WORK-COST-CENTER     PIC X(06) VALUE SPACES.
       01 WS-ACTION-RESULT        PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE          PIC X(80) VALUE SPACES.

       01 WS-ITEMS-READ           PIC 9(05) VALUE 0.
       01 WS-DEPOSIT-RETURN-COUNT PIC 9(05) VALUE 0.
       01 WS-DEPOSIT-RETURN-AMOUNT PIC 9(11) VALUE 0.
       01 WS-PRENOTE-RETURN-COUNT PIC 9(05) VALUE 0.
       01 WS-CHANGE-COUNT         PIC 9(05) VALUE 0.
       01 WS-UNMATCHED-COUNT      PIC 9(05) VALUE 0.
       01 WS-UNMATCHED-AMOUNT     PIC 9(11) VALUE 0.
       01 WS-DUPLICATE-COUNT      PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(05) VALUE 0.
       01 WS-PROMOTED-COUNT       PIC 9(05) VALUE 0.

       01 WS-RUN-START-TIMESTAMP  PIC X(14) VALUE SPACES.
       01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
       01 WS-OVERRIDE-SWITCH      PIC X(01) VALUE "N".
           88 OPERATOR-OVERRIDE         VALUE "Y".

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
           MOVE "TAXCALC " TO WS-PREREQ-JOB-NAME
           PERFORM CHECK-PREDECESSOR-PARAGRAPH
           PERFORM READ-ACH-CONTROL-PARAGRAPH
           PERFORM LOAD-HOLIDAYS-PARAGRAPH
           PERFORM LOAD-RETURNS-PARAGRAPH
           PERFORM MATCH-PAYMENT-HISTORY-PARAGRAPH
           OPEN I-O EMPLOYEE-BANK-FILE
           OPEN I-O ACH-HISTORY-FILE
           OPEN INPUT DEPARTMENT-MASTER-FILE
           OPEN EXTEND JOURNAL-POSTING-FILE
           OPEN OUTPUT ACH-REISSUE-FILE
           OPEN OUTPUT RETURN-REGISTER-FILE
           PERFORM PRINT-REGISTER-HEADING-PARAGRAPH
           PERFORM APPLY-RETURN-ITEM-PARAGRAPH
               VARYING RI-IDX FROM 1 BY 1
               UNTIL RI-IDX > WS-RETURN-COUNT
           PERFORM PROMOTE-PRENOTES-PARAGRAPH
           PERFORM PRINT-DATE-TIE-PARAGRAPH
               VARYING DT-IDX FROM 1 BY 1
               UNTIL DT-IDX > WS-DATE-TIE-COUNT
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE EMPLOYEE-BANK-FILE
           CLOSE ACH-HISTORY-FILE
           CLOSE DEPARTMENT-MASTER-FILE
           CLOSE JOURNAL-POSTING-FILE
           CLOSE ACH-REISSUE-FILE
           CLOSE RETURN-REGISTER-FILE
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
                   DISPLAY "ACH-RETURN: PREREQUISITE "
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

      * The prenote waiting period in business days comes
      * from the ACHCTL card; without one the run waits six.
       READ-ACH-CONTROL-PARAGRAPH.
           OPEN INPUT ACH-CONTROL-FILE
           READ ACH-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AC-PRENOTE-WAIT-DAYS NUMERIC
                           AND AC-PRENOTE-WAIT-DAYS > 0
                       MOVE AC-PRENOTE-WAIT-DAYS
                           TO WS-PRENOTE-WAIT-DAYS
                   END-IF
           END-READ
           CLOSE ACH-CONTROL-FILE.

       LOAD-HOLIDAYS-PARAGRAPH.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           PERFORM READ-CALENDAR-PARAGRAPH
           PERFORM UNTIL END-OF-CALENDAR-FILE
               IF WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS
                   DISPLAY "ACH-RETURN: HOLIDAY TABLE FULL AT "
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

       LOAD-RETURNS-PARAGRAPH.
           OPEN INPUT ACH-RETURN-FILE
           PERFORM READ-RETURN-PARAGRAPH
           PERFORM UNTIL END-OF-RETURN-FILE
               ADD 1 TO WS-ITEMS-READ
               IF WS-RETURN-COUNT >= WS-MAX-RETURNS
                   DISPLAY "ACH-RETURN: RETURN TABLE FULL AT "
                       WS-MAX-RETURNS " ITEMS - ABENDING RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET RI-IDX TO WS-RETURN-COUNT
               SET RI-IDX UP BY 1
               SET WS-RETURN-COUNT TO RI-IDX
               MOVE ACH-RETURN-REC TO WS-RI-IMAGE (RI-IDX)
               MOVE AR-ITEM-TYPE TO WS-RI-ITEM-TYPE (RI-IDX)
               MOVE AR-EMPLOYEE-ID TO WS-RI-EMPLOYEE-ID (RI-IDX)
               MOVE AR-ROUTING-NUMBER
                   TO WS-RI-ROUTING-NUMBER (RI-IDX)
               MOVE AR-ACCOUNT-NUMBER
                   TO WS-RI-ACCOUNT-NUMBER (RI-IDX)
               IF AR-AMOUNT NUMERIC
                   MOVE AR-AMOUNT TO WS-RI-AMOUNT (RI-IDX)
               ELSE
                   MOVE 0 TO WS-RI-AMOUNT (RI-IDX)
               END-IF
               MOVE AR-ORIGINAL-DATE TO WS-RI-ORIGINAL-DATE (RI-IDX)
               MOVE "N" TO WS-RI-MATCH-SWITCH (RI-IDX)
               MOVE SPACE TO WS-RI-MATCHED-TYPE (RI-IDX)
               PERFORM ADD-DATE-TIE-SLOT-PARAGRAPH
               PERFORM READ-RETURN-PARAGRAPH
           END-PERFORM
           CLOSE ACH-RETURN-FILE.

       READ-RETURN-PARAGRAPH.
           READ ACH-RETURN-FILE
               AT END
                   SET END-OF-RETURN-FILE TO TRUE
           END-READ.

       ADD-DATE-TIE-SLOT-PARAGRAPH.
           SET DT-IDX TO 1
           SEARCH WS-DATE-TIE-ENTRY
               AT END
                   PERFORM NEW-DATE-TIE-SLOT-PARAGRAPH
               WHEN DT-IDX > WS-DATE-TIE-COUNT
                   PERFORM NEW-DATE-TIE-SLOT-PARAGRAPH
               WHEN WS-DT-ORIGINAL-DATE (DT-IDX) = AR-ORIGINAL-DATE
                   CONTINUE
           END-SEARCH.

       NEW-DATE-TIE-SLOT-PARAGRAPH.
           IF WS-DATE-TIE-COUNT < WS-MAX-DATE-TIES
               SET DT-IDX TO WS-DATE-TIE-COUNT
               SET DT-IDX UP BY 1
               SET WS-DATE-TIE-COUNT TO DT-IDX
               MOVE AR-ORIGINAL-DATE TO WS-DT-ORIGINAL-DATE (DT-IDX)
               MOVE 0 TO WS-DT-PAID-COUNT (DT-IDX)
               MOVE 0 TO WS-DT-PAID-AMOUNT (DT-IDX)
               MOVE 0 TO WS-DT-RETURN-COUNT (DT-IDX)
               MOVE 0 TO WS-DT-RETURN-AMOUNT (DT-IDX)
           END-IF.

      * One pass of the payment history matches every held
      * item and re-totals each answered night's deposits
      * the way that night's PAYREG printed them.
       MATCH-PAYMENT-HISTORY-PARAGRAPH.
           IF WS-RETURN-COUNT > 0
               OPEN INPUT PAYMENT-HISTORY-FILE
               PERFORM READ-PAYMENT-HISTORY-PARAGRAPH
               PERFORM UNTIL END-OF-PAYMENT-HISTORY
                   IF PY-DEPOSIT-RECORD OR PY-PRENOTE-RECORD
                       PERFORM TALLY-ORIGINAL-PAYMENT-PARAGRAPH
                       PERFORM MATCH-ONE-RETURN-PARAGRAPH
                           VARYING RI-IDX FROM 1 BY 1
                           UNTIL RI-IDX > WS-RETURN-COUNT
                   END-IF
                   PERFORM READ-PAYMENT-HISTORY-PARAGRAPH
               END-PERFORM
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       READ-PAYMENT-HISTORY-PARAGRAPH.
           READ PAYMENT-HISTORY-FILE
               AT END
                   SET END-OF-PAYMENT-HISTORY TO TRUE
           END-READ.

       TALLY-ORIGINAL-PAYMENT-PARAGRAPH.
           IF PY-DEPOSIT-RECORD
               SET DT-IDX TO 1
               SEARCH WS-DATE-TIE-ENTRY
                   AT END
                       CONTINUE
                   WHEN DT-IDX > WS-DATE-TIE-COUNT
                       CONTINUE
                   WHEN WS-DT-ORIGINAL-DATE (DT-IDX)
                           = PY-BUSINESS-DATE
                       ADD 1 TO WS-DT-PAID-COUNT (DT-IDX)
                       ADD PY-AMOUNT TO WS-DT-PAID-AMOUNT (DT-IDX)
               END-SEARCH
           END-IF.

      * A return must answer a payment of the same amount; a
      * change notice only has to name the account.
       MATCH-ONE-RETURN-PARAGRAPH.
           IF NOT RI-MATCHED (RI-IDX)
                   AND WS-RI-ORIGINAL-DATE (RI-IDX) = PY-BUSINESS-DATE
                   AND WS-RI-EMPLOYEE-ID (RI-IDX) = PY-EMPLOYEE-ID
                   AND WS-RI-ROUTING-NUMBER (RI-IDX)
                       = PY-ROUTING-NUMBER
                   AND WS-RI-ACCOUNT-NUMBER (RI-IDX)
                       = PY-ACCOUNT-NUMBER
               IF WS-RI-ITEM-TYPE (RI-IDX) = "N"
                       OR WS-RI-AMOUNT (RI-IDX) = PY-AMOUNT
                   MOVE "Y" TO WS-RI-MATCH-SWITCH (RI-IDX)
                   MOVE PY-RECORD-TYPE TO WS-RI-MATCHED-TYPE (RI-IDX)
               END-IF
           END-IF.

       APPLY-RETURN-ITEM-PARAGRAPH.
           MOVE WS-RI-IMAGE (RI-IDX) TO ACH-RETURN-REC
           MOVE "N" TO WS-ITEM-APPLIED-SWITCH
           MOVE AR-TRACE-NUMBER TO AH-TRACE-NUMBER
           READ ACH-HISTORY-FILE
               INVALID KEY
                   PERFORM APPLY-NEW-ITEM-PARAGRAPH
               NOT INVALID KEY
                   MOVE "DUPLICATE - ALREADY APPLIED"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-DUPLICATE-COUNT
           END-READ
           IF ITEM-APPLIED
               MOVE SPACES TO ACH-HISTORY-REC
               MOVE AR-TRACE-NUMBER TO AH-TRACE-NUMBER
               MOVE WS-BUSINESS-DATE TO AH-PROCESSED-DATE
               MOVE WS-ACTION-RESULT TO AH-RESULT-TEXT
               MOVE ACH-RETURN-REC TO AH-RETURN-IMAGE
               WRITE ACH-HISTORY-REC
           END-IF
           PERFORM PRINT-REGISTER-LINE-PARAGRAPH.

       APPLY-NEW-ITEM-PARAGRAPH.
           IF NOT RI-MATCHED (RI-IDX)
               MOVE "REJECTED - NO MATCHING PAYMENT"
                   TO WS-ACTION-RESULT
               ADD 1 TO WS-UNMATCHED-COUNT
               ADD WS-RI-AMOUNT (RI-IDX) TO WS-UNMATCHED-AMOUNT
           ELSE
               EVALUATE TRUE
                   WHEN AR-RETURN-ITEM AND RI-MATCHED-DEPOSIT (RI-IDX)
                       PERFORM RETURN-DEPOSIT-PARAGRAPH
                   WHEN AR-RETURN-ITEM AND RI-MATCHED-PRENOTE (RI-IDX)
                       PERFORM RETURN-PRENOTE-PARAGRAPH
                   WHEN AR-CHANGE-NOTICE
                       PERFORM APPLY-CHANGE-NOTICE-PARAGRAPH
                   WHEN OTHER
                       MOVE "REJECTED - UNKNOWN ITEM TYPE"
                           TO WS-ACTION-RESULT
                       ADD 1 TO WS-REJECT-COUNT
               END-EVALUATE
           END-IF.

      * The deposit came back, so the employee is paid by
      * check and the clearing liability is re-established
      * for that check to clear against.
       RETURN-DEPOSIT-PARAGRAPH.
           MOVE AR-ROUTING-NUMBER TO WS-FIND-ROUTING-NUMBER
           MOVE AR-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT-NUMBER
           PERFORM FIND-BANK-SPLIT-PARAGRAPH
           IF SPLIT-FOUND
               SET BK-ACCOUNT-RETURNED TO TRUE
               REWRITE EMPLOYEE-BANK-REC
           END-IF
           MOVE SPACES TO ACH-REISSUE-REC
           MOVE AR-EMPLOYEE-ID TO RI-EMPLOYEE-ID
           MOVE AR-AMOUNT TO RI-AMOUNT
           MOVE AR-ORIGINAL-DATE TO RI-ORIGINAL-DATE
           MOVE AR-TRACE-NUMBER TO RI-TRACE-NUMBER
           MOVE AR-REASON-CODE TO RI-REASON-CODE
           WRITE ACH-REISSUE-REC
           PERFORM WRITE-REVERSAL-JOURNAL-PARAGRAPH
           ADD 1 TO WS-DEPOSIT-RETURN-COUNT
           ADD AR-AMOUNT TO WS-DEPOSIT-RETURN-AMOUNT
           PERFORM TALLY-DATE-RETURN-PARAGRAPH
           MOVE "DEPOSIT RETURNED - CHECK SENT" TO WS-ACTION-RESULT
           SET ITEM-APPLIED TO TRUE.

       RETURN-PRENOTE-PARAGRAPH.
           MOVE AR-ROUTING-NUMBER TO WS-FIND-ROUTING-NUMBER
           MOVE AR-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT-NUMBER
           PERFORM FIND-BANK-SPLIT-PARAGRAPH
           IF SPLIT-FOUND
               SET BK-ACCOUNT-RETURNED TO TRUE
               REWRITE EMPLOYEE-BANK-REC
               MOVE "PRENOTE RETURNED - CHECK PAY"
                   TO WS-ACTION-RESULT
           ELSE
               MOVE "PRENOTE RETURNED - NO SPLIT" TO WS-ACTION-RESULT
           END-IF
           ADD 1 TO WS-PRENOTE-RETURN-COUNT
           SET ITEM-APPLIED TO TRUE.

       APPLY-CHANGE-NOTICE-PARAGRAPH.
           MOVE AR-ROUTING-NUMBER TO WS-FIND-ROUTING-NUMBER
           MOVE AR-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT-NUMBER
           PERFORM FIND-BANK-SPLIT-PARAGRAPH
           IF SPLIT-NOT-FOUND
               MOVE "REJECTED - SPLIT NOT ON FILE"
                   TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF AR-CORRECTED-ROUTING NOT = SPACES
                   MOVE AR-CORRECTED-ROUTING TO BK-ROUTING-NUMBER
               END-IF
               IF AR-CORRECTED-ACCOUNT NOT = SPACES
                   MOVE AR-CORRECTED-ACCOUNT TO BK-ACCOUNT-NUMBER
               END-IF
               REWRITE EMPLOYEE-BANK-REC
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "ACCOUNT CORRECTED ON EMPBANK" TO WS-ACTION-RESULT
               SET ITEM-APPLIED TO TRUE
           END-IF.

      * Leaves the matching split in the record area for a
      * REWRITE; the employee's splits are read in sequence.
       FIND-BANK-SPLIT-PARAGRAPH.
           SET SPLIT-NOT-FOUND TO TRUE
           MOVE "N" TO WS-BANK-EOF-SWITCH
           MOVE AR-EMPLOYEE-ID TO BK-EMPLOYEE-ID
           MOVE 0 TO BK-SPLIT-SEQUENCE
           START EMPLOYEE-BANK-FILE KEY >= BK-ACCOUNT-KEY
               INVALID KEY
                   SET END-OF-BANK-SPLITS TO TRUE
           END-START
           PERFORM UNTIL END-OF-BANK-SPLITS OR SPLIT-FOUND
               READ EMPLOYEE-BANK-FILE NEXT RECORD
                   AT END
                       SET END-OF-BANK-SPLITS TO TRUE
               END-READ
               IF NOT END-OF-BANK-SPLITS
                   IF BK-EMPLOYEE-ID NOT = AR-EMPLOYEE-ID
                       SET END-OF-BANK-SPLITS TO TRUE
                   ELSE
                       IF BK-ROUTING-NUMBER = WS-FIND-ROUTING-NUMBER
                               AND BK-ACCOUNT-NUMBER
                                   = WS-FIND-ACCOUNT-NUMBER
                           SET SPLIT-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TALLY-DATE-RETURN-PARAGRAPH.
           SET DT-IDX TO 1
           SEARCH WS-DATE-TIE-ENTRY
               AT END
                   CONTINUE
               WHEN DT-IDX > WS-DATE-TIE-COUNT
                   CONTINUE
               WHEN WS-DT-ORIGINAL-DATE (DT-IDX) = AR-ORIGINAL-DATE
                   ADD 1 TO WS-DT-RETURN-COUNT (DT-IDX)
                   ADD AR-AMOUNT TO WS-DT-RETURN-AMOUNT (DT-IDX)
           END-SEARCH.

       WRITE-REVERSAL-JOURNAL-PARAGRAPH.
           MOVE AR-EMPLOYEE-ID TO DP-EMPLOYEE-ID
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   MOVE "UNASND" TO WS-WORK-COST-CENTER
               NOT INVALID KEY
                   MOVE DP-COST-CENTER TO WS-WORK-COST-CENTER
           END-READ
           MOVE SPACES TO GL-POSTING-REC
           MOVE "11100000" TO GL-ACCOUNT-NUMBER
           MOVE "PAYROLL BANK CASH" TO GL-ACCOUNT-NAME
           MOVE "D" TO GL-DEBIT-CREDIT
           MOVE AR-AMOUNT TO GL-AMOUNT
           MOVE WS-BUSINESS-DATE TO GL-POSTING-DATE
           MOVE WS-WORK-COST-CENTER TO GL-COST-CENTER
           WRITE GL-POSTING-REC
           MOVE "21900000" TO GL-ACCOUNT-NUMBER
           MOVE "NET PAY CLEARING" TO GL-ACCOUNT-NAME
           MOVE "C" TO GL-DEBIT-CREDIT
           WRITE GL-POSTING-REC.

      * Promotes every prenote split whose prenote has been
      * out the full waiting period without a return.
       PROMOTE-PRENOTES-PARAGRAPH.
           MOVE "N" TO WS-BANK-EOF-SWITCH
           MOVE LOW-VALUES TO BK-ACCOUNT-KEY
           START EMPLOYEE-BANK-FILE KEY >= BK-ACCOUNT-KEY
               INVALID KEY
                   SET END-OF-BANK-SPLITS TO TRUE
           END-START
           PERFORM UNTIL END-OF-BANK-SPLITS
               READ EMPLOYEE-BANK-FILE NEXT RECORD
                   AT END
                       SET END-OF-BANK-SPLITS TO TRUE
               END-READ
               IF NOT END-OF-BANK-SPLITS
                   IF BK-PRENOTE-PENDING
                           AND BK-PRENOTE-SENT-DATE NUMERIC
                       PERFORM CHECK-PRENOTE-AGE-PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-PRENOTE-AGE-PARAGRAPH.
           PERFORM COUNT-BUSINESS-DAYS-PARAGRAPH
           IF WS-BUSINESS-DAYS-ELAPSED >= WS-PRENOTE-WAIT-DAYS
               SET BK-ACCOUNT-LIVE TO TRUE
               REWRITE EMPLOYEE-BANK-REC
               ADD 1 TO WS-PROMOTED-COUNT
               MOVE BK-ACCOUNT-NUMBER TO WS-MASK-SOURCE
               PERFORM MASK-ACCOUNT-PARAGRAPH
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PRENOTE PROMOTED TO LIVE " BK-EMPLOYEE-ID
                   " SPLIT " BK-SPLIT-SEQUENCE " "
                   WS-MASKED-ACCOUNT " SENT " BK-PRENOTE-SENT-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RETURN-REGISTER-REC FROM WS-REPORT-LINE
           END-IF.

      * Counts the business days after the prenote date up
      * to tonight.  Day 1 of the INTEGER-OF-DATE epoch is a
      * Monday, so REM 6 is Saturday and REM 0 is Sunday.
       COUNT-BUSINESS-DAYS-PARAGRAPH.
           MOVE 0 TO WS-BUSINESS-DAYS-ELAPSED
           COMPUTE WS-WORK-INTEGER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (BK-PRENOTE-SENT-DATE))
           COMPUTE WS-END-INTEGER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL (WS-BUSINESS-DATE))
           PERFORM UNTIL WS-WORK-INTEGER >= WS-END-INTEGER
                   OR WS-BUSINESS-DAYS-ELAPSED >= WS-PRENOTE-WAIT-DAYS
               ADD 1 TO WS-WORK-INTEGER
               COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
               MOVE WS-WORK-DATE-NUM TO WS-CANDIDATE-DATE
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION REM (WS-WORK-INTEGER 7)
               PERFORM CHECK-HOLIDAY-PARAGRAPH
               IF WS-DAY-OF-WEEK NOT = 6
                       AND WS-DAY-OF-WEEK NOT = 0
                       AND NOT CANDIDATE-IS-HOLIDAY
                   ADD 1 TO WS-BUSINESS-DAYS-ELAPSED
               END-IF
           END-PERFORM.

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

      * Shows only the last four characters of the account
      * number; the rest print as asterisks.
       MASK-ACCOUNT-PARAGRAPH.
           MOVE ALL "*" TO WS-MASKED-ACCOUNT
           MOVE 17 TO WS-MASK-LENGTH
           PERFORM UNTIL WS-MASK-LENGTH = 0
                   OR WS-MASK-SOURCE (WS-MASK-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-MASK-LENGTH
           END-PERFORM
           IF WS-MASK-LENGTH > 4
               COMPUTE WS-MASK-START = WS-MASK-LENGTH - 3
               MOVE WS-MASK-SOURCE (WS-MASK-START:4)
                   TO WS-MASKED-ACCOUNT (14:4)
           END-IF.

       PRINT-REGISTER-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACH RETURN REGISTER - " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRACE           T RSN EMP ID ACCOUNT           "
               "AMOUNT  ORIG DATE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-LINE-PARAGRAPH.
           MOVE AR-ACCOUNT-NUMBER TO WS-MASK-SOURCE
           PERFORM MASK-ACCOUNT-PARAGRAPH
           MOVE SPACES TO WS-REPORT-LINE
           STRING AR-TRACE-NUMBER " " AR-ITEM-TYPE " "
               AR-REASON-CODE " " AR-EMPLOYEE-ID " "
               WS-MASKED-ACCOUNT " " WS-RI-AMOUNT (RI-IDX) " "
               AR-ORIGINAL-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "                " WS-ACTION-RESULT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-DATE-TIE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAYREG " WS-DT-ORIGINAL-DATE (DT-IDX)
               " DEPOSITS=" WS-DT-PAID-COUNT (DT-IDX)
               " $" WS-DT-PAID-AMOUNT (DT-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "                RETURNED="
               WS-DT-RETURN-COUNT (DT-IDX)
               " $" WS-DT-RETURN-AMOUNT (DT-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGISTER TOTALS  ITEMS=" WS-ITEMS-READ
               " DEPOSITS RETURNED=" WS-DEPOSIT-RETURN-COUNT
               " $" WS-DEPOSIT-RETURN-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PRENOTES RETURNED=" WS-PRENOTE-RETURN-COUNT
               " CHANGES=" WS-CHANGE-COUNT
               " PROMOTED=" WS-PROMOTED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "UNMATCHED=" WS-UNMATCHED-COUNT
               " $" WS-UNMATCHED-AMOUNT
               " DUPLICATES=" WS-DUPLICATE-COUNT
               " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLEARING REVERSAL POSTED=" WS-DEPOSIT-RETURN-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE RETURN-REGISTER-REC FROM WS-REPORT-LINE
           IF WS-UNMATCHED-COUNT > 0 OR WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-RUN-CONTROL-PARAGRAPH.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "ACHRETN " TO RC-JOB-NAME
           MOVE WS-RUN-START-TIMESTAMP TO RC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE (1:14) TO RC-END-TIMESTAMP
           MOVE RETURN-CODE TO RC-RETURN-CODE
           MOVE WS-ITEMS-READ TO RC-RECORDS-PROCESSED
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
