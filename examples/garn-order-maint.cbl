       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARN-ORDER-MAINT.
       AUTHOR. COBOL2Java Team.
      *
      * Garnishment order master maintenance program
      *
      * Modeled on EMP-MASTER-MAINT: loops over a GARNISH-
      * MAINT-FILE of transactions and applies each one to
      * the keyed GARNORD order master CALCULATE-TAX applies
      * garnishments from, so a new court order, a priority
      * or amount change, a suspension or a release is no
      * longer an edit to the dataset.
      *
      * An order is added only for an employee on EMPMAST,
      * with a priority from 01 to 99, a method of A (fixed
      * per-run amount) or P (percent of net, 1 to 100), a
      * lifetime cap and a payee agency.  GO-WITHHELD-TO-
      * DATE is owned by CALCULATE-TAX and is never changed
      * here.  A released order stays on the master until
      * GARN-CLOSEOUT moves it to history, and cannot be
      * maintained again.  The register prints the before
      * and after image of every order touched plus
      * balancing totals per action.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARNISH-MAINT-FILE ASSIGN TO "GARNMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GARNISH-ORDER-FILE ASSIGN TO "GARNORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GO-ORDER-KEY.
           SELECT OPTIONAL EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMPLOYEE-ID.
           SELECT MAINT-REGISTER-FILE ASSIGN TO "GARNMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GARNISH-MAINT-FILE.
           COPY "GARNMTXN.CPY".

       FD  GARNISH-ORDER-FILE.
           COPY "GARNORD.CPY".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EMPMAST.CPY".

       FD  MAINT-REGISTER-FILE.
       01 MAINT-REGISTER-REC         PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-MAINT-FILE         VALUE "Y".

       01 WS-ORDER-FOUND-SWITCH PIC X(01) VALUE "N".
           88 ORDER-FOUND              VALUE "Y".
           88 ORDER-NOT-FOUND          VALUE "N".

       01 WS-ORDER-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-ORDER              VALUE "Y".
           88 INVALID-ORDER            VALUE "N".

       01 WS-BEFORE-IMAGE-SWITCH PIC X(01) VALUE "N".
           88 BEFORE-IMAGE-PRESENT     VALUE "Y".
       01 WS-AFTER-IMAGE-SWITCH  PIC X(01) VALUE "N".
           88 AFTER-IMAGE-PRESENT      VALUE "Y".

       01 WS-BEFORE-ORDER-IMAGE  PIC X(55) VALUE SPACES.
       01 WS-AFTER-ORDER-IMAGE   PIC X(55) VALUE SPACES.
       01 WS-IMAGE-LABEL         PIC X(07) VALUE SPACES.

       01 WS-WORK-PCT            PIC 9(03) VALUE 0.

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-ACTION-RESULT       PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-ADD-COUNT           PIC 9(05) VALUE 0.
       01 WS-PRIORITY-COUNT      PIC 9(05) VALUE 0.
       01 WS-AMOUNT-COUNT        PIC 9(05) VALUE 0.
       01 WS-SUSPEND-COUNT       PIC 9(05) VALUE 0.
       01 WS-RESUME-COUNT        PIC 9(05) VALUE 0.
       01 WS-RELEASE-COUNT       PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           OPEN INPUT GARNISH-MAINT-FILE
           OPEN I-O GARNISH-ORDER-FILE
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
           CLOSE GARNISH-MAINT-FILE
           CLOSE GARNISH-ORDER-FILE
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
           READ GARNISH-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
           END-READ.

       APPLY-MAINT-PARAGRAPH.
           PERFORM READ-ORDER-PARAGRAPH
           EVALUATE TRUE
               WHEN GX-ADD-ACTION
                   PERFORM APPLY-ADD-PARAGRAPH
               WHEN GX-PRIORITY-ACTION
                   PERFORM APPLY-PRIORITY-PARAGRAPH
               WHEN GX-AMOUNT-ACTION
                   PERFORM APPLY-AMOUNT-PARAGRAPH
               WHEN GX-SUSPEND-ACTION
                   PERFORM APPLY-SUSPEND-PARAGRAPH
               WHEN GX-RESUME-ACTION
                   PERFORM APPLY-RESUME-PARAGRAPH
               WHEN GX-RELEASE-ACTION
                   PERFORM APPLY-RELEASE-PARAGRAPH
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       READ-ORDER-PARAGRAPH.
           SET ORDER-NOT-FOUND TO TRUE
           MOVE GX-EMPLOYEE-ID TO GO-EMPLOYEE-ID
           MOVE GX-ORDER-ID TO GO-ORDER-ID
           READ GARNISH-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ORDER-FOUND TO TRUE
                   MOVE GARNISH-ORDER-REC TO WS-BEFORE-ORDER-IMAGE
                   SET BEFORE-IMAGE-PRESENT TO TRUE
           END-READ.

       APPLY-ADD-PARAGRAPH.
           IF ORDER-FOUND
               MOVE "REJECTED - ALREADY ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM VALIDATE-ADD-PARAGRAPH
               IF INVALID-ORDER
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE SPACES TO GARNISH-ORDER-REC
                   MOVE GX-EMPLOYEE-ID TO GO-EMPLOYEE-ID
                   MOVE GX-ORDER-ID TO GO-ORDER-ID
                   MOVE GX-PRIORITY TO GO-PRIORITY
                   PERFORM MOVE-AMOUNT-FIELDS-PARAGRAPH
                   MOVE GX-LIFETIME-CAP TO GO-LIFETIME-CAP
                   MOVE 0 TO GO-WITHHELD-TO-DATE
                   MOVE GX-PAYEE-AGENCY TO GO-PAYEE-AGENCY
                   MOVE "A" TO GO-ORDER-STATUS
                   WRITE GARNISH-ORDER-REC
                   MOVE GARNISH-ORDER-REC TO WS-AFTER-ORDER-IMAGE
                   SET AFTER-IMAGE-PRESENT TO TRUE
                   MOVE "ADDED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

       VALIDATE-ADD-PARAGRAPH.
           SET VALID-ORDER TO TRUE
           MOVE GX-EMPLOYEE-ID TO EM-EMPLOYEE-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   SET INVALID-ORDER TO TRUE
                   MOVE "REJECTED - NOT ON EMPMAST" TO WS-ACTION-RESULT
           END-READ
           IF VALID-ORDER AND GX-ORDER-ID = SPACES
               SET INVALID-ORDER TO TRUE
               MOVE "REJECTED - NO ORDER ID" TO WS-ACTION-RESULT
           END-IF
           IF VALID-ORDER
               PERFORM VALIDATE-PRIORITY-PARAGRAPH
           END-IF
           IF VALID-ORDER
               PERFORM VALIDATE-AMOUNT-PARAGRAPH
           END-IF
           IF VALID-ORDER
               IF GX-LIFETIME-CAP NOT NUMERIC
                   SET INVALID-ORDER TO TRUE
                   MOVE "REJECTED - BAD LIFETIME CAP"
                       TO WS-ACTION-RESULT
               ELSE
                   IF GX-LIFETIME-CAP = ZERO
                       SET INVALID-ORDER TO TRUE
                       MOVE "REJECTED - BAD LIFETIME CAP"
                           TO WS-ACTION-RESULT
                   END-IF
               END-IF
           END-IF
           IF VALID-ORDER AND GX-PAYEE-AGENCY = SPACES
               SET INVALID-ORDER TO TRUE
               MOVE "REJECTED - NO PAYEE AGENCY" TO WS-ACTION-RESULT
           END-IF.

       VALIDATE-PRIORITY-PARAGRAPH.
           IF GX-PRIORITY NOT NUMERIC
               SET INVALID-ORDER TO TRUE
               MOVE "REJECTED - BAD PRIORITY" TO WS-ACTION-RESULT
           ELSE
               IF GX-PRIORITY = "00"
                   SET INVALID-ORDER TO TRUE
                   MOVE "REJECTED - BAD PRIORITY" TO WS-ACTION-RESULT
               END-IF
           END-IF.

      * Method A needs a per-run amount, method P a percent
      * of net from 1 to 100.
       VALIDATE-AMOUNT-PARAGRAPH.
           EVALUATE GX-METHOD
               WHEN "A"
                   IF GX-PER-RUN-AMOUNT NOT NUMERIC
                       SET INVALID-ORDER TO TRUE
                       MOVE "REJECTED - BAD PER-RUN AMOUNT"
                           TO WS-ACTION-RESULT
                   ELSE
                       IF GX-PER-RUN-AMOUNT = ZERO
                           SET INVALID-ORDER TO TRUE
                           MOVE "REJECTED - BAD PER-RUN AMOUNT"
                               TO WS-ACTION-RESULT
                       END-IF
                   END-IF
               WHEN "P"
                   IF GX-PCT-OF-NET NOT NUMERIC
                       SET INVALID-ORDER TO TRUE
                       MOVE "REJECTED - BAD PERCENT OF NET"
                           TO WS-ACTION-RESULT
                   ELSE
                       MOVE GX-PCT-OF-NET TO WS-WORK-PCT
                       IF WS-WORK-PCT = 0 OR WS-WORK-PCT > 100
                           SET INVALID-ORDER TO TRUE
                           MOVE "REJECTED - BAD PERCENT OF NET"
                               TO WS-ACTION-RESULT
                       END-IF
                   END-IF
               WHEN OTHER
                   SET INVALID-ORDER TO TRUE
                   MOVE "REJECTED - UNKNOWN METHOD" TO WS-ACTION-RESULT
           END-EVALUATE.

       MOVE-AMOUNT-FIELDS-PARAGRAPH.
           MOVE GX-METHOD TO GO-METHOD
           IF GX-METHOD = "A"
               MOVE GX-PER-RUN-AMOUNT TO GO-PER-RUN-AMOUNT
               MOVE 0 TO GO-PCT-OF-NET
           ELSE
               MOVE 0 TO GO-PER-RUN-AMOUNT
               MOVE GX-PCT-OF-NET TO GO-PCT-OF-NET
           END-IF.

      * Every action but an add needs an order on file that
      * has not been released.
       CHECK-MAINTAINABLE-PARAGRAPH.
           SET VALID-ORDER TO TRUE
           IF ORDER-NOT-FOUND
               SET INVALID-ORDER TO TRUE
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
           ELSE
               IF GO-ORDER-RELEASED
                   SET INVALID-ORDER TO TRUE
                   MOVE "REJECTED - ORDER RELEASED"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF.

       APPLY-PRIORITY-PARAGRAPH.
           PERFORM CHECK-MAINTAINABLE-PARAGRAPH
           IF VALID-ORDER
               PERFORM VALIDATE-PRIORITY-PARAGRAPH
           END-IF
           IF INVALID-ORDER
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE GX-PRIORITY TO GO-PRIORITY
               PERFORM REWRITE-ORDER-PARAGRAPH
               MOVE "PRIORITY CHANGED" TO WS-ACTION-RESULT
               ADD 1 TO WS-PRIORITY-COUNT
           END-IF.

       APPLY-AMOUNT-PARAGRAPH.
           PERFORM CHECK-MAINTAINABLE-PARAGRAPH
           IF VALID-ORDER
               PERFORM VALIDATE-AMOUNT-PARAGRAPH
           END-IF
           IF INVALID-ORDER
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM MOVE-AMOUNT-FIELDS-PARAGRAPH
               PERFORM REWRITE-ORDER-PARAGRAPH
               MOVE "AMOUNT CHANGED" TO WS-ACTION-RESULT
               ADD 1 TO WS-AMOUNT-COUNT
           END-IF.

       APPLY-SUSPEND-PARAGRAPH.
           PERFORM CHECK-MAINTAINABLE-PARAGRAPH
           IF VALID-ORDER AND GO-ORDER-SUSPENDED
               SET INVALID-ORDER TO TRUE
               MOVE "REJECTED - ALREADY SUSPENDED" TO WS-ACTION-RESULT
           END-IF
           IF INVALID-ORDER
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "S" TO GO-ORDER-STATUS
               PERFORM REWRITE-ORDER-PARAGRAPH
               MOVE "SUSPENDED" TO WS-ACTION-RESULT
               ADD 1 TO WS-SUSPEND-COUNT
           END-IF.

       APPLY-RESUME-PARAGRAPH.
           PERFORM CHECK-MAINTAINABLE-PARAGRAPH
           IF VALID-ORDER AND NOT GO-ORDER-SUSPENDED
               SET INVALID-ORDER TO TRUE
               MOVE "REJECTED - NOT SUSPENDED" TO WS-ACTION-RESULT
           END-IF
           IF INVALID-ORDER
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "A" TO GO-ORDER-STATUS
               PERFORM REWRITE-ORDER-PARAGRAPH
               MOVE "RESUMED" TO WS-ACTION-RESULT
               ADD 1 TO WS-RESUME-COUNT
           END-IF.

       APPLY-RELEASE-PARAGRAPH.
           PERFORM CHECK-MAINTAINABLE-PARAGRAPH
           IF INVALID-ORDER
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "R" TO GO-ORDER-STATUS
               PERFORM REWRITE-ORDER-PARAGRAPH
               MOVE "RELEASED" TO WS-ACTION-RESULT
               ADD 1 TO WS-RELEASE-COUNT
           END-IF.

       REWRITE-ORDER-PARAGRAPH.
           REWRITE GARNISH-ORDER-REC
           MOVE GARNISH-ORDER-REC TO WS-AFTER-ORDER-IMAGE
           SET AFTER-IMAGE-PRESENT TO TRUE.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GARNISHMENT ORDER MAINTENANCE REGISTER - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACT EMP ID ORDR RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING GX-ACTION-CODE "   " DELIMITED BY SIZE
               GX-EMPLOYEE-ID " " DELIMITED BY SIZE
               GX-ORDER-ID " " DELIMITED BY SIZE
               WS-ACTION-RESULT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           IF BEFORE-IMAGE-PRESENT
               MOVE WS-BEFORE-ORDER-IMAGE TO GARNISH-ORDER-REC
               MOVE "BEFORE " TO WS-IMAGE-LABEL
               PERFORM PRINT-ORDER-IMAGE-PARAGRAPH
           END-IF
           IF AFTER-IMAGE-PRESENT
               MOVE WS-AFTER-ORDER-IMAGE TO GARNISH-ORDER-REC
               MOVE "AFTER  " TO WS-IMAGE-LABEL
               PERFORM PRINT-ORDER-IMAGE-PARAGRAPH
           END-IF.

       PRINT-ORDER-IMAGE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " WS-IMAGE-LABEL
               " PRI=" GO-PRIORITY
               " MTH=" GO-METHOD
               " AMT=" GO-PER-RUN-AMOUNT
               " PCT=" GO-PCT-OF-NET
               " CAP=" GO-LIFETIME-CAP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "            WITHHELD=" GO-WITHHELD-TO-DATE
               " AGENCY=" GO-PAYEE-AGENCY
               " STATUS=" GO-ORDER-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAINT TOTALS  ADDED=" DELIMITED BY SIZE
               WS-ADD-COUNT DELIMITED BY SIZE
               "  PRIORITY=" DELIMITED BY SIZE
               WS-PRIORITY-COUNT DELIMITED BY SIZE
               "  AMOUNT=" DELIMITED BY SIZE
               WS-AMOUNT-COUNT DELIMITED BY SIZE
               "  REJECTED=" DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STATUS        SUSPENDED=" DELIMITED BY SIZE
               WS-SUSPEND-COUNT DELIMITED BY SIZE
               "  RESUMED=" DELIMITED BY SIZE
               WS-RESUME-COUNT DELIMITED BY SIZE
               "  RELEASED=" DELIMITED BY SIZE
               WS-RELEASE-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.
