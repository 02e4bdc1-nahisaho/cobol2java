       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-BANK-MAINT.
       AUTHOR. COBOL2Java Team.
      *
      * Employee bank split maintenance program
      *
      * Modeled on EMP-MASTER-MAINT: applies a BANK-MAINT-
      * FILE of add/change/delete transactions to the keyed
      * EMPBANK direct-deposit splits, so split changes are
      * no longer made by editing the dataset directly.
      *
      * The transactions are sorted by employee (keeping
      * their submitted order) and each employee's set is
      * applied together to a working copy of that
      * employee's splits.  Only when the remaining splits
      * total exactly 100 percent (or no splits remain, so
      * the whole net pays by check) is the set written to
      * EMPBANK; otherwise every transaction in the set is
      * rejected and the splits on file are left as they
      * were.  Adds and changes require the employee to be
      * on EMPMAST and active, a routing number that passes
      * the ABA check digit, and a percentage from 1 to 100;
      * a delete is accepted for any split on file so a
      * terminated employee's accounts can be cleared.
      *
      * A new split, and any split whose routing or account
      * number changes, goes back to prenote with the sent
      * date cleared, so PAY-DISBURSE sends a fresh prenote
      * and ACH-RETURN promotes it again.  Maintaining a
      * split the bank returned puts it back to prenote the
      * same way.  The register prints the before and after
      * image of every split touched, with account numbers
      * masked to the last four digits, plus totals per
      * action.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-MAINT-FILE ASSIGN TO "BNKMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYEE-BANK-FILE ASSIGN TO "EMPBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-ACCOUNT-KEY.
           SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID.
           SELECT MAINT-REGISTER-FILE ASSIGN TO "BNKMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-BANK-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-MAINT-FILE.
       01 BANK-MAINT-FILE-REC        PIC X(40).

       FD  EMPLOYEE-BANK-FILE.
           COPY "EMPBANK.CPY".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.CPY".

       FD  MAINT-REGISTER-FILE.
       01 MAINT-REGISTER-REC         PIC X(80).

      * Input sequence keeps each employee's transactions in
      * the order they were submitted.
       SD  SORT-BANK-FILE.
       01 SORT-BANK-REC.
           05 SB-EMPLOYEE-ID       PIC X(06).
           05 SB-INPUT-SEQUENCE    PIC 9(07).
           05 SB-TRANSACTION-IMAGE PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "BNKMTXN.CPY".

       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-MAINT-FILE         VALUE "Y".
       01 WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-SORT-FILE          VALUE "Y".
       01 WS-BANK-EOF-SWITCH PIC X(01) VALUE "N".
           88 END-OF-BANK-SPLITS        VALUE "Y".

       01 WS-ATTR-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-ATTRIBUTE          VALUE "Y".
           88 INVALID-ATTRIBUTE        VALUE "N".

       01 WS-SPLIT-FOUND-SWITCH PIC X(01) VALUE "N".
           88 SPLIT-FOUND              VALUE "Y".
           88 SPLIT-NOT-FOUND          VALUE "N".

       01 WS-ACCOUNT-CHANGED-SWITCH PIC X(01) VALUE "N".
           88 ACCOUNT-CHANGED          VALUE "Y".

       01 WS-EMPLOYEE-STATE      PIC X(01) VALUE SPACE.
           88 EMPLOYEE-ACTIVE          VALUE "A".
           88 EMPLOYEE-TERMINATED      VALUE "T".
           88 EMPLOYEE-NOT-ON-MASTER   VALUE "N".

      * Working copy of one employee's splits.  A slot keeps
      * its image after a delete so the key is still there
      * to delete from EMPBANK when the set is committed.
       01 WS-SPLIT-TABLE-AREA.
           05 WS-SPLIT-ENTRY OCCURS 20 TIMES
                   INDEXED BY SP-IDX.
               10 WS-SP-IMAGE          PIC X(48).
               10 WS-SP-SEQUENCE       PIC 9(02).
               10 WS-SP-ON-FILE-SWITCH PIC X(01).
                   88 SP-ON-FILE            VALUE "Y".
               10 WS-SP-PRESENT-SWITCH PIC X(01).
                   88 SP-PRESENT            VALUE "Y".
               10 WS-SP-DIRTY-SWITCH   PIC X(01).
                   88 SP-DIRTY              VALUE "Y".
       01 WS-SPLIT-COUNT         PIC 9(02) COMP VALUE 0.
       01 WS-MAX-SPLIT-SLOTS     PIC 9(02) COMP VALUE 20.
       01 WS-PRESENT-COUNT       PIC 9(02) COMP VALUE 0.
      * PAY-DISBURSE pays at most ten splits per employee.
       01 WS-MAX-LIVE-SPLITS     PIC 9(02) COMP VALUE 10.

      * One employee's transactions, held until the set is
      * either committed or rejected as a whole.
       01 WS-HELD-TABLE-AREA.
           05 WS-HELD-ENTRY OCCURS 50 TIMES
                   INDEXED BY HT-IDX.
               10 WS-HT-IMAGE          PIC X(40).
               10 WS-HT-RESULT         PIC X(30).
               10 WS-HT-BEFORE-IMAGE   PIC X(48).
               10 WS-HT-AFTER-IMAGE    PIC X(48).
               10 WS-HT-APPLIED-SWITCH PIC X(01).
                   88 HT-APPLIED            VALUE "Y".
       01 WS-HELD-COUNT          PIC 9(02) COMP VALUE 0.
       01 WS-MAX-HELD            PIC 9(02) COMP VALUE 50.

       01 WS-GROUP-EMPLOYEE-ID   PIC X(06) VALUE SPACES.
       01 WS-INPUT-SEQUENCE      PIC 9(07) VALUE 0.
       01 WS-FIND-SEQUENCE       PIC 9(02) VALUE 0.
       01 WS-PCT-TOTAL           PIC 9(04) VALUE 0.
       01 WS-WORK-PCT            PIC 9(03) VALUE 0.

      * ABA routing check digit: 3-7-1 weights over the nine
      * digits must sum to a multiple of ten.
       01 WS-ROUTING-WORK        PIC X(09) VALUE SPACES.
       01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
           05 WS-ROUTING-DIGIT OCCURS 9 TIMES PIC 9(01).
       01 WS-ROUTING-SUM         PIC 9(04) VALUE 0.

       01 WS-MASKED-ACCOUNT      PIC X(17) VALUE SPACES.
       01 WS-MASK-SOURCE         PIC X(17) VALUE SPACES.
       01 WS-MASK-LENGTH         PIC 9(02) VALUE 0.
       01 WS-MASK-START          PIC 9(02) VALUE 0.
       01 WS-IMAGE-LABEL         PIC X(06) VALUE SPACES.
       01 WS-PRINT-IMAGE         PIC X(48) VALUE SPACES.

       01 WS-ACTION-RESULT       PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-ADD-COUNT           PIC 9(05) VALUE 0.
       01 WS-CHANGE-COUNT        PIC 9(05) VALUE 0.
       01 WS-DELETE-COUNT        PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(05) VALUE 0.
       01 WS-PCT-REJECT-COUNT    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN I-O EMPLOYEE-BANK-FILE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           OPEN OUTPUT MAINT-REGISTER-FILE
           PERFORM PRINT-HEADING-PARAGRAPH
           SORT SORT-BANK-FILE
               ON ASCENDING KEY SB-EMPLOYEE-ID SB-INPUT-SEQUENCE
               INPUT PROCEDURE IS RELEASE-MAINT-PARAGRAPH
               OUTPUT PROCEDURE IS APPLY-EMPLOYEE-SETS-PARAGRAPH
           PERFORM PRINT-REGISTER-TOTAL-PARAGRAPH
           CLOSE EMPLOYEE-BANK-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE MAINT-REGISTER-FILE
           STOP RUN.

       RELEASE-MAINT-PARAGRAPH.
           OPEN INPUT BANK-MAINT-FILE
           PERFORM READ-MAINT-PARAGRAPH
           PERFORM UNTIL END-OF-MAINT-FILE
               ADD 1 TO WS-INPUT-SEQUENCE
               MOVE BANK-MAINT-FILE-REC TO BANK-MAINT-REC
               MOVE BT-EMPLOYEE-ID TO SB-EMPLOYEE-ID
               MOVE WS-INPUT-SEQUENCE TO SB-INPUT-SEQUENCE
               MOVE BANK-MAINT-FILE-REC TO SB-TRANSACTION-IMAGE
               RELEASE SORT-BANK-REC
               PERFORM READ-MAINT-PARAGRAPH
           END-PERFORM
           CLOSE BANK-MAINT-FILE.

       READ-MAINT-PARAGRAPH.
           READ BANK-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
           END-READ.

       APPLY-EMPLOYEE-SETS-PARAGRAPH.
           PERFORM RETURN-SORT-PARAGRAPH
           PERFORM UNTIL END-OF-SORT-FILE
               MOVE SB-EMPLOYEE-ID TO WS-GROUP-EMPLOYEE-ID
               PERFORM START-EMPLOYEE-SET-PARAGRAPH
               PERFORM UNTIL END-OF-SORT-FILE
                       OR SB-EMPLOYEE-ID NOT = WS-GROUP-EMPLOYEE-ID
                   PERFORM APPLY-TRANSACTION-PARAGRAPH
                   PERFORM RETURN-SORT-PARAGRAPH
               END-PERFORM
               PERFORM FINISH-EMPLOYEE-SET-PARAGRAPH
           END-PERFORM.

       RETURN-SORT-PARAGRAPH.
           RETURN SORT-BANK-FILE
               AT END
                   SET END-OF-SORT-FILE TO TRUE
           END-RETURN.

       START-EMPLOYEE-SET-PARAGRAPH.
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE WS-GROUP-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET EMPLOYEE-NOT-ON-MASTER TO TRUE
               NOT INVALID KEY
                   IF EM-ACTIVE
                       SET EMPLOYEE-ACTIVE TO TRUE
                   ELSE
                       SET EMPLOYEE-TERMINATED TO TRUE
                   END-IF
           END-READ
           MOVE "N" TO WS-BANK-EOF-SWITCH
           MOVE WS-GROUP-EMPLOYEE-ID TO BK-EMPLOYEE-ID
           MOVE 0 TO BK-SPLIT-SEQUENCE
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
                   IF BK-EMPLOYEE-ID NOT = WS-GROUP-EMPLOYEE-ID
                       SET END-OF-BANK-SPLITS TO TRUE
                   ELSE
                       PERFORM LOAD-SPLIT-PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-SPLIT-PARAGRAPH.
           IF WS-SPLIT-COUNT >= WS-MAX-SPLIT-SLOTS
               DISPLAY "EMP-BANK-MAINT: EMPLOYEE " BK-EMPLOYEE-ID
                   " HAS MORE THAN " WS-MAX-SPLIT-SLOTS
                   " SPLITS ON FILE - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET SP-IDX TO WS-SPLIT-COUNT
           SET SP-IDX UP BY 1
           SET WS-SPLIT-COUNT TO SP-IDX
           MOVE EMPLOYEE-BANK-REC TO WS-SP-IMAGE (SP-IDX)
           MOVE BK-SPLIT-SEQUENCE TO WS-SP-SEQUENCE (SP-IDX)
           MOVE "Y" TO WS-SP-ON-FILE-SWITCH (SP-IDX)
           MOVE "Y" TO WS-SP-PRESENT-SWITCH (SP-IDX)
           MOVE "N" TO WS-SP-DIRTY-SWITCH (SP-IDX).

       APPLY-TRANSACTION-PARAGRAPH.
           IF WS-HELD-COUNT >= WS-MAX-HELD
               DISPLAY "EMP-BANK-MAINT: EMPLOYEE " SB-EMPLOYEE-ID
                   " HAS MORE THAN " WS-MAX-HELD
                   " TRANSACTIONS - ABENDING RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET HT-IDX TO WS-HELD-COUNT
           SET HT-IDX UP BY 1
           SET WS-HELD-COUNT TO HT-IDX
           MOVE SB-TRANSACTION-IMAGE TO BANK-MAINT-REC
           MOVE SB-TRANSACTION-IMAGE TO WS-HT-IMAGE (HT-IDX)
           MOVE SPACES TO WS-HT-BEFORE-IMAGE (HT-IDX)
           MOVE SPACES TO WS-HT-AFTER-IMAGE (HT-IDX)
           MOVE "N" TO WS-HT-APPLIED-SWITCH (HT-IDX)
           MOVE SPACES TO WS-ACTION-RESULT
           EVALUATE TRUE
               WHEN BT-SPLIT-SEQUENCE NOT NUMERIC
                   MOVE "REJECTED - BAD SPLIT SEQUENCE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN BT-ADD-ACTION
                   PERFORM APPLY-ADD-PARAGRAPH
               WHEN BT-CHANGE-ACTION
                   PERFORM APPLY-CHANGE-PARAGRAPH
               WHEN BT-DELETE-ACTION
                   PERFORM APPLY-DELETE-PARAGRAPH
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           MOVE WS-ACTION-RESULT TO WS-HT-RESULT (HT-IDX).

       FIND-SPLIT-PARAGRAPH.
           SET SPLIT-NOT-FOUND TO TRUE
           MOVE BT-SPLIT-SEQUENCE TO WS-FIND-SEQUENCE
           SET SP-IDX TO 1
           SEARCH WS-SPLIT-ENTRY
               AT END
                   CONTINUE
               WHEN SP-IDX > WS-SPLIT-COUNT
                   CONTINUE
               WHEN WS-SP-SEQUENCE (SP-IDX) = WS-FIND-SEQUENCE
                   SET SPLIT-FOUND TO TRUE
           END-SEARCH.

       CHECK-EMPLOYEE-PARAGRAPH.
           EVALUATE TRUE
               WHEN EMPLOYEE-NOT-ON-MASTER
                   SET INVALID-ATTRIBUTE TO TRUE
                   MOVE "REJECTED - NOT ON EMPMAST"
                       TO WS-ACTION-RESULT
               WHEN EMPLOYEE-TERMINATED
                   SET INVALID-ATTRIBUTE TO TRUE
                   MOVE "REJECTED - EMPLOYEE NOT ACTIVE"
                       TO WS-ACTION-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-ROUTING-PARAGRAPH.
           MOVE BT-ROUTING-NUMBER TO WS-ROUTING-WORK
           IF WS-ROUTING-WORK NOT NUMERIC
                   OR WS-ROUTING-WORK = "000000000"
               SET INVALID-ATTRIBUTE TO TRUE
               MOVE "REJECTED - BAD ROUTING NUMBER"
                   TO WS-ACTION-RESULT
           ELSE
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4)
                        + WS-ROUTING-DIGIT (7))
                 + 7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5)
                        + WS-ROUTING-DIGIT (8))
                 + (WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6)
                        + WS-ROUTING-DIGIT (9))
               IF FUNCTION MOD (WS-ROUTING-SUM 10) NOT = 0
                   SET INVALID-ATTRIBUTE TO TRUE
                   MOVE "REJECTED - ROUTING CHECK DIGIT"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF.

       CHECK-PCT-PARAGRAPH.
           IF BT-SPLIT-PCT NOT NUMERIC
               SET INVALID-ATTRIBUTE TO TRUE
               MOVE "REJECTED - NON-NUMERIC PERCENT"
                   TO WS-ACTION-RESULT
           ELSE
               MOVE BT-SPLIT-PCT TO WS-WORK-PCT
               IF WS-WORK-PCT = 0 OR WS-WORK-PCT > 100
                   SET INVALID-ATTRIBUTE TO TRUE
                   MOVE "REJECTED - PERCENT NOT 1-100"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF.

       COUNT-PRESENT-SPLITS-PARAGRAPH.
           MOVE 0 TO WS-PRESENT-COUNT
           MOVE 0 TO WS-PCT-TOTAL
           PERFORM ADD-PRESENT-SPLIT-PARAGRAPH
               VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > WS-SPLIT-COUNT.

       ADD-PRESENT-SPLIT-PARAGRAPH.
           IF SP-PRESENT (SP-IDX)
               ADD 1 TO WS-PRESENT-COUNT
               MOVE WS-SP-IMAGE (SP-IDX) TO EMPLOYEE-BANK-REC
               ADD BK-SPLIT-PCT TO WS-PCT-TOTAL
           END-IF.

      * A new split always starts in prenote with no sent
      * date, so PAY-DISBURSE sends its prenote next run.
       APPLY-ADD-PARAGRAPH.
           SET VALID-ATTRIBUTE TO TRUE
           PERFORM CHECK-EMPLOYEE-PARAGRAPH
           IF VALID-ATTRIBUTE
               PERFORM FIND-SPLIT-PARAGRAPH
               IF SPLIT-FOUND AND SP-PRESENT (SP-IDX)
                   SET INVALID-ATTRIBUTE TO TRUE
                   MOVE "REJECTED - SPLIT ON FILE"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF
           IF VALID-ATTRIBUTE
               PERFORM CHECK-ROUTING-PARAGRAPH
           END-IF
           IF VALID-ATTRIBUTE AND BT-ACCOUNT-NUMBER = SPACES
               SET INVALID-ATTRIBUTE TO TRUE
               MOVE "REJECTED - NO ACCOUNT NUMBER" TO WS-ACTION-RESULT
           END-IF
           IF VALID-ATTRIBUTE
               PERFORM CHECK-PCT-PARAGRAPH
           END-IF
           IF VALID-ATTRIBUTE
               PERFORM COUNT-PRESENT-SPLITS-PARAGRAPH
               IF WS-PRESENT-COUNT >= WS-MAX-LIVE-SPLITS
                   SET INVALID-ATTRIBUTE TO TRUE
                   MOVE "REJECTED - TOO MANY SPLITS"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF
           IF VALID-ATTRIBUTE
               PERFORM FIND-SPLIT-PARAGRAPH
               IF SPLIT-NOT-FOUND
                   IF WS-SPLIT-COUNT >= WS-MAX-SPLIT-SLOTS
                       SET INVALID-ATTRIBUTE TO TRUE
                       MOVE "REJECTED - TOO MANY SPLITS"
                           TO WS-ACTION-RESULT
                   ELSE
                       SET SP-IDX TO WS-SPLIT-COUNT
                       SET SP-IDX UP BY 1
                       SET WS-SPLIT-COUNT TO SP-IDX
                       MOVE WS-FIND-SEQUENCE
                           TO WS-SP-SEQUENCE (SP-IDX)
                       MOVE "N" TO WS-SP-ON-FILE-SWITCH (SP-IDX)
                   END-IF
               END-IF
           END-IF
           IF INVALID-ATTRIBUTE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE SPACES TO EMPLOYEE-BANK-REC
               MOVE WS-GROUP-EMPLOYEE-ID TO BK-EMPLOYEE-ID
               MOVE WS-FIND-SEQUENCE TO BK-SPLIT-SEQUENCE
               MOVE BT-ROUTING-NUMBER TO BK-ROUTING-NUMBER
               MOVE BT-ACCOUNT-NUMBER TO BK-ACCOUNT-NUMBER
               MOVE WS-WORK-PCT TO BK-SPLIT-PCT
               SET BK-PRENOTE-PENDING TO TRUE
               MOVE SPACES TO BK-PRENOTE-SENT-DATE
               MOVE EMPLOYEE-BANK-REC TO WS-SP-IMAGE (SP-IDX)
               MOVE "Y" TO WS-SP-PRESENT-SWITCH (SP-IDX)
               MOVE "Y" TO WS-SP-DIRTY-SWITCH (SP-IDX)
               MOVE EMPLOYEE-BANK-REC TO WS-HT-AFTER-IMAGE (HT-IDX)
               MOVE "Y" TO WS-HT-APPLIED-SWITCH (HT-IDX)
               MOVE "ADDED - PRENOTE PENDING" TO WS-ACTION-RESULT
           END-IF.

      * A routing or account change, or any maintenance of a
      * split the bank returned, restarts the prenote; a
      * percentage-only change to a live split does not.
       APPLY-CHANGE-PARAGRAPH.
           SET VALID-ATTRIBUTE TO TRUE
           MOVE "N" TO WS-ACCOUNT-CHANGED-SWITCH
           PERFORM CHECK-EMPLOYEE-PARAGRAPH
           IF VALID-ATTRIBUTE
               PERFORM FIND-SPLIT-PARAGRAPH
               IF SPLIT-NOT-FOUND OR NOT SP-PRESENT (SP-IDX)
                   SET INVALID-ATTRIBUTE TO TRUE
                   MOVE "REJECTED - SPLIT NOT ON FILE"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF
           IF VALID-ATTRIBUTE
                   AND BT-ROUTING-NUMBER = SPACES
                   AND BT-ACCOUNT-NUMBER = SPACES
                   AND BT-SPLIT-PCT = SPACES
               SET INVALID-ATTRIBUTE TO TRUE
               MOVE "REJECTED - NOTHING TO CHANGE" TO WS-ACTION-RESULT
           END-IF
           IF VALID-ATTRIBUTE AND BT-ROUTING-NUMBER NOT = SPACES
               PERFORM CHECK-ROUTING-PARAGRAPH
           END-IF
           IF VALID-ATTRIBUTE AND BT-SPLIT-PCT NOT = SPACES
               PERFORM CHECK-PCT-PARAGRAPH
           END-IF
           IF INVALID-ATTRIBUTE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-SP-IMAGE (SP-IDX) TO EMPLOYEE-BANK-REC
               MOVE EMPLOYEE-BANK-REC TO WS-HT-BEFORE-IMAGE (HT-IDX)
               IF BT-ROUTING-NUMBER NOT = SPACES
                       AND BT-ROUTING-NUMBER NOT = BK-ROUTING-NUMBER
                   MOVE BT-ROUTING-NUMBER TO BK-ROUTING-NUMBER
                   SET ACCOUNT-CHANGED TO TRUE
               END-IF
               IF BT-ACCOUNT-NUMBER NOT = SPACES
                       AND BT-ACCOUNT-NUMBER NOT = BK-ACCOUNT-NUMBER
                   MOVE BT-ACCOUNT-NUMBER TO BK-ACCOUNT-NUMBER
                   SET ACCOUNT-CHANGED TO TRUE
               END-IF
               IF BT-SPLIT-PCT NOT = SPACES
                   MOVE WS-WORK-PCT TO BK-SPLIT-PCT
               END-IF
               IF ACCOUNT-CHANGED OR BK-ACCOUNT-RETURNED
                   SET BK-PRENOTE-PENDING TO TRUE
                   MOVE SPACES TO BK-PRENOTE-SENT-DATE
                   MOVE "CHANGED - PRENOTE PENDING"
                       TO WS-ACTION-RESULT
               ELSE
                   MOVE "CHANGED" TO WS-ACTION-RESULT
               END-IF
               MOVE EMPLOYEE-BANK-REC TO WS-SP-IMAGE (SP-IDX)
               MOVE "Y" TO WS-SP-DIRTY-SWITCH (SP-IDX)
               MOVE EMPLOYEE-BANK-REC TO WS-HT-AFTER-IMAGE (HT-IDX)
               MOVE "Y" TO WS-HT-APPLIED-SWITCH (HT-IDX)
           END-IF.

       APPLY-DELETE-PARAGRAPH.
           PERFORM FIND-SPLIT-PARAGRAPH
           IF SPLIT-NOT-FOUND OR NOT SP-PRESENT (SP-IDX)
               MOVE "REJECTED - SPLIT NOT ON FILE" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-SP-IMAGE (SP-IDX)
                   TO WS-HT-BEFORE-IMAGE (HT-IDX)
               MOVE "N" TO WS-SP-PRESENT-SWITCH (SP-IDX)
               MOVE "Y" TO WS-SP-DIRTY-SWITCH (SP-IDX)
               MOVE "Y" TO WS-HT-APPLIED-SWITCH (HT-IDX)
               MOVE "DELETED" TO WS-ACTION-RESULT
           END-IF.

      * The set is written only if what remains still
      * splits the whole net; no splits at all is allowed
      * and pays the employee by check.
       FINISH-EMPLOYEE-SET-PARAGRAPH.
           PERFORM COUNT-PRESENT-SPLITS-PARAGRAPH
           IF WS-PRESENT-COUNT > 0 AND WS-PCT-TOTAL NOT = 100
               ADD 1 TO WS-PCT-REJECT-COUNT
               PERFORM REJECT-HELD-TRANSACTION-PARAGRAPH
                   VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HELD-COUNT
           ELSE
               PERFORM COMMIT-SPLIT-PARAGRAPH
                   VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX > WS-SPLIT-COUNT
           END-IF
           PERFORM PRINT-HELD-TRANSACTION-PARAGRAPH
               VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > WS-HELD-COUNT.

       REJECT-HELD-TRANSACTION-PARAGRAPH.
           IF HT-APPLIED (HT-IDX)
               MOVE "N" TO WS-HT-APPLIED-SWITCH (HT-IDX)
               MOVE SPACES TO WS-HT-RESULT (HT-IDX)
               STRING "REJECTED - SPLITS TOTAL " WS-PCT-TOTAL
                   DELIMITED BY SIZE INTO WS-HT-RESULT (HT-IDX)
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       COMMIT-SPLIT-PARAGRAPH.
           IF SP-DIRTY (SP-IDX)
               MOVE WS-SP-IMAGE (SP-IDX) TO EMPLOYEE-BANK-REC
               EVALUATE TRUE
                   WHEN SP-ON-FILE (SP-IDX) AND SP-PRESENT (SP-IDX)
                       REWRITE EMPLOYEE-BANK-REC
                   WHEN SP-ON-FILE (SP-IDX)
                       DELETE EMPLOYEE-BANK-FILE RECORD
                   WHEN SP-PRESENT (SP-IDX)
                       WRITE EMPLOYEE-BANK-REC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EMPLOYEE BANK SPLIT MAINTENANCE REGISTER"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACT EMP ID SEQ RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-HELD-TRANSACTION-PARAGRAPH.
           MOVE WS-HT-IMAGE (HT-IDX) TO BANK-MAINT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING BT-ACTION-CODE "   " DELIMITED BY SIZE
               BT-EMPLOYEE-ID " " DELIMITED BY SIZE
               BT-SPLIT-SEQUENCE "  " DELIMITED BY SIZE
               WS-HT-RESULT (HT-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           IF HT-APPLIED (HT-IDX)
               EVALUATE TRUE
                   WHEN BT-ADD-ACTION
                       ADD 1 TO WS-ADD-COUNT
                   WHEN BT-CHANGE-ACTION
                       ADD 1 TO WS-CHANGE-COUNT
                   WHEN BT-DELETE-ACTION
                       ADD 1 TO WS-DELETE-COUNT
               END-EVALUATE
               MOVE "BEFORE" TO WS-IMAGE-LABEL
               MOVE WS-HT-BEFORE-IMAGE (HT-IDX) TO WS-PRINT-IMAGE
               PERFORM PRINT-SPLIT-IMAGE-PARAGRAPH
               MOVE "AFTER " TO WS-IMAGE-LABEL
               MOVE WS-HT-AFTER-IMAGE (HT-IDX) TO WS-PRINT-IMAGE
               PERFORM PRINT-SPLIT-IMAGE-PARAGRAPH
           END-IF.

       PRINT-SPLIT-IMAGE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PRINT-IMAGE = SPACES
               STRING "    " WS-IMAGE-LABEL " (NONE)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-PRINT-IMAGE TO EMPLOYEE-BANK-REC
               MOVE BK-ACCOUNT-NUMBER TO WS-MASK-SOURCE
               PERFORM MASK-ACCOUNT-PARAGRAPH
               STRING "    " WS-IMAGE-LABEL
                   " RTE " BK-ROUTING-NUMBER
                   " ACCT " WS-MASKED-ACCOUNT
                   " PCT " BK-SPLIT-PCT
                   " ST " BK-PRENOTE-SWITCH
                   " SENT " BK-PRENOTE-SENT-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

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
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EMPLOYEES REJECTED ON SPLIT TOTAL=" DELIMITED BY SIZE
               WS-PCT-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.
