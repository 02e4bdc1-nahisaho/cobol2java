       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-BUDGET-MAINT.
       AUTHOR. COBOL2Java Team.
      *
      * Labor budget master maintenance program
      *
      * Modeled on GARN-ORDER-MAINT: loops over a LABOR-
      * BUDGET-MAINT-FILE of transactions and applies each
      * one to the keyed LABBUDG labor budget master, one
      * record per cost center per fiscal year and month,
      * that LABOR-VARIANCE compares the GLHIST labor
      * postings against.
      *
      * A budget month is added only with a cost center, a
      * numeric fiscal year and a fiscal month of 01 to 12;
      * a blank amount on an add is a zero budget, and on a
      * change keeps the amount on file.  Every record
      * touched is stamped with the business date.  The
      * register prints the before and after image of every
      * budget touched plus balancing totals per action.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-BUDGET-MAINT-FILE ASSIGN TO "LBMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LABOR-BUDGET-FILE ASSIGN TO "LABBUDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LB-BUDGET-KEY.
           SELECT MAINT-REGISTER-FILE ASSIGN TO "LBMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-BUDGET-MAINT-FILE.
           COPY "LBMTXN.CPY".

       FD  LABOR-BUDGET-FILE.
           COPY "LABBUDG.CPY".

       FD  MAINT-REGISTER-FILE.
       01 MAINT-REGISTER-REC         PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-MAINT-FILE         VALUE "Y".

       01 WS-BUDGET-FOUND-SWITCH PIC X(01) VALUE "N".
           88 BUDGET-FOUND             VALUE "Y".
           88 BUDGET-NOT-FOUND         VALUE "N".

       01 WS-BUDGET-VALID-SWITCH PIC X(01) VALUE "Y".
           88 VALID-BUDGET             VALUE "Y".
           88 INVALID-BUDGET           VALUE "N".

       01 WS-BEFORE-IMAGE-SWITCH PIC X(01) VALUE "N".
           88 BEFORE-IMAGE-PRESENT     VALUE "Y".
       01 WS-AFTER-IMAGE-SWITCH  PIC X(01) VALUE "N".
           88 AFTER-IMAGE-PRESENT      VALUE "Y".

       01 WS-BEFORE-BUDGET-IMAGE PIC X(60) VALUE SPACES.
       01 WS-AFTER-BUDGET-IMAGE  PIC X(60) VALUE SPACES.
       01 WS-IMAGE-LABEL         PIC X(07) VALUE SPACES.

       01 WS-FISCAL-MONTH-NUM    PIC 9(02) VALUE 0.

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
           OPEN INPUT LABOR-BUDGET-MAINT-FILE
           OPEN I-O LABOR-BUDGET-FILE
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
           CLOSE LABOR-BUDGET-MAINT-FILE
           CLOSE LABOR-BUDGET-FILE
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
           READ LABOR-BUDGET-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
           END-READ.

       APPLY-MAINT-PARAGRAPH.
           PERFORM READ-BUDGET-PARAGRAPH
           EVALUATE TRUE
               WHEN LT-ADD-ACTION
                   PERFORM APPLY-ADD-PARAGRAPH
               WHEN LT-CHANGE-ACTION
                   PERFORM APPLY-CHANGE-PARAGRAPH
               WHEN LT-DELETE-ACTION
                   PERFORM APPLY-DELETE-PARAGRAPH
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       READ-BUDGET-PARAGRAPH.
           SET BUDGET-NOT-FOUND TO TRUE
           MOVE LT-COST-CENTER TO LB-COST-CENTER
           MOVE LT-FISCAL-YEAR TO LB-FISCAL-YEAR
           MOVE LT-FISCAL-MONTH TO LB-FISCAL-MONTH
           READ LABOR-BUDGET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BUDGET-FOUND TO TRUE
                   MOVE LABOR-BUDGET-REC TO WS-BEFORE-BUDGET-IMAGE
                   SET BEFORE-IMAGE-PRESENT TO TRUE
           END-READ.

       APPLY-ADD-PARAGRAPH.
           IF BUDGET-FOUND
               MOVE "REJECTED - ALREADY ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM VALIDATE-KEY-PARAGRAPH
               IF VALID-BUDGET
                   MOVE SPACES TO LABOR-BUDGET-REC
                   MOVE LT-COST-CENTER TO LB-COST-CENTER
                   MOVE LT-FISCAL-YEAR TO LB-FISCAL-YEAR
                   MOVE LT-FISCAL-MONTH TO LB-FISCAL-MONTH
                   MOVE 0 TO LB-SALARY-BUDGET
                   MOVE 0 TO LB-EMPLOYER-TAX-BUDGET
                   PERFORM MOVE-BUDGET-FIELDS-PARAGRAPH
               END-IF
               IF INVALID-BUDGET
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE WS-BUSINESS-DATE TO LB-LAST-MAINT-DATE
                   WRITE LABOR-BUDGET-REC
                   MOVE LABOR-BUDGET-REC TO WS-AFTER-BUDGET-IMAGE
                   SET AFTER-IMAGE-PRESENT TO TRUE
                   MOVE "ADDED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

       VALIDATE-KEY-PARAGRAPH.
           SET VALID-BUDGET TO TRUE
           IF LT-COST-CENTER = SPACES
               SET INVALID-BUDGET TO TRUE
               MOVE "REJECTED - NO COST CENTER" TO WS-ACTION-RESULT
           END-IF
           IF VALID-BUDGET AND LT-FISCAL-YEAR NOT NUMERIC
               SET INVALID-BUDGET TO TRUE
               MOVE "REJECTED - BAD FISCAL YEAR" TO WS-ACTION-RESULT
           END-IF
           IF VALID-BUDGET
               IF LT-FISCAL-MONTH NUMERIC
                   MOVE LT-FISCAL-MONTH TO WS-FISCAL-MONTH-NUM
               ELSE
                   MOVE 0 TO WS-FISCAL-MONTH-NUM
               END-IF
               IF WS-FISCAL-MONTH-NUM < 1
                       OR WS-FISCAL-MONTH-NUM > 12
                   SET INVALID-BUDGET TO TRUE
                   MOVE "REJECTED - BAD FISCAL MONTH"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF.

      * A blank transaction field keeps what is in the
      * record (zero on an add, the amount on file on a
      * change); a field that is present must be numeric.
       MOVE-BUDGET-FIELDS-PARAGRAPH.
           SET VALID-BUDGET TO TRUE
           IF LT-SALARY-BUDGET NOT = SPACES
               IF LT-SALARY-BUDGET NUMERIC
                   MOVE LT-SALARY-BUDGET TO LB-SALARY-BUDGET
               ELSE
                   SET INVALID-BUDGET TO TRUE
                   MOVE "REJECTED - BAD SALARY BUDGET"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF
           IF LT-EMPLOYER-TAX-BUDGET NOT = SPACES
               IF LT-EMPLOYER-TAX-BUDGET NUMERIC
                   MOVE LT-EMPLOYER-TAX-BUDGET
                       TO LB-EMPLOYER-TAX-BUDGET
               ELSE
                   SET INVALID-BUDGET TO TRUE
                   MOVE "REJECTED - BAD EMP TAX BUDGET"
                       TO WS-ACTION-RESULT
               END-IF
           END-IF.

       APPLY-CHANGE-PARAGRAPH.
           IF BUDGET-NOT-FOUND
               SET INVALID-BUDGET TO TRUE
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
           ELSE
               PERFORM MOVE-BUDGET-FIELDS-PARAGRAPH
           END-IF
           IF INVALID-BUDGET
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-BUSINESS-DATE TO LB-LAST-MAINT-DATE
               REWRITE LABOR-BUDGET-REC
               MOVE LABOR-BUDGET-REC TO WS-AFTER-BUDGET-IMAGE
               SET AFTER-IMAGE-PRESENT TO TRUE
               MOVE "CHANGED" TO WS-ACTION-RESULT
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       APPLY-DELETE-PARAGRAPH.
           IF BUDGET-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               DELETE LABOR-BUDGET-FILE RECORD
               MOVE "DELETED" TO WS-ACTION-RESULT
               ADD 1 TO WS-DELETE-COUNT
           END-IF.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LABOR BUDGET MAINTENANCE REGISTER - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACT CC     YEAR MO RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING LT-ACTION-CODE "   " DELIMITED BY SIZE
               LT-COST-CENTER " " DELIMITED BY SIZE
               LT-FISCAL-YEAR " " DELIMITED BY SIZE
               LT-FISCAL-MONTH " " DELIMITED BY SIZE
               WS-ACTION-RESULT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           IF BEFORE-IMAGE-PRESENT
               MOVE WS-BEFORE-BUDGET-IMAGE TO LABOR-BUDGET-REC
               MOVE "BEFORE " TO WS-IMAGE-LABEL
               PERFORM PRINT-BUDGET-IMAGE-PARAGRAPH
           END-IF
           IF AFTER-IMAGE-PRESENT
               MOVE WS-AFTER-BUDGET-IMAGE TO LABOR-BUDGET-REC
               MOVE "AFTER  " TO WS-IMAGE-LABEL
               PERFORM PRINT-BUDGET-IMAGE-PARAGRAPH
           END-IF.

       PRINT-BUDGET-IMAGE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " WS-IMAGE-LABEL
               " SALARY=" LB-SALARY-BUDGET
               " EMPLOYER TAX=" LB-EMPLOYER-TAX-BUDGET
               " MAINT=" LB-LAST-MAINT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

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
