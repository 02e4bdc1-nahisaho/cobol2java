       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.
       AUTHOR. COBOL2Java Team.
      *
      * Student hold master maintenance program
      *
      * Modeled on LABOR-BUDGET-MAINT: loops over a HOLD-
      * MAINT-FILE of transactions from the bursar, the dean
      * of students and the registrar and applies each one
      * to the keyed STUHOLD student hold master, one record
      * per student and hold type (F financial, D
      * disciplinary, A administrative).
      *
      * A place needs a student, a valid hold type and the
      * placing office; placing a hold of a type released
      * earlier re-places it under the new office and date.
      * A release stamps the released date on an active hold
      * and a delete removes a hold placed in error.  The
      * effective date on the transaction is the placed or
      * released date, the business date when blank.  Every
      * record touched is stamped with the business date.
      * The register prints the before and after image of
      * every hold touched plus balancing totals per action.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-MAINT-FILE ASSIGN TO "HLDMTXN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-HOLD-FILE ASSIGN TO "STUHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-HOLD-KEY.
           SELECT MAINT-REGISTER-FILE ASSIGN TO "HLDMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BSNSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MAINT-FILE.
           COPY "HLDMTXN.CPY".

       FD  STUDENT-HOLD-FILE.
           COPY "STUHOLD.CPY".

       FD  MAINT-REGISTER-FILE.
       01 MAINT-REGISTER-REC         PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BSNDATE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH   PIC X(01) VALUE "N".
           88 END-OF-MAINT-FILE         VALUE "Y".

       01 WS-HOLD-FOUND-SWITCH   PIC X(01) VALUE "N".
           88 HOLD-FOUND               VALUE "Y".
           88 HOLD-NOT-FOUND           VALUE "N".

       01 WS-HOLD-VALID-SWITCH   PIC X(01) VALUE "Y".
           88 VALID-HOLD               VALUE "Y".
           88 INVALID-HOLD             VALUE "N".

       01 WS-BEFORE-IMAGE-SWITCH PIC X(01) VALUE "N".
           88 BEFORE-IMAGE-PRESENT     VALUE "Y".
       01 WS-AFTER-IMAGE-SWITCH  PIC X(01) VALUE "N".
           88 AFTER-IMAGE-PRESENT      VALUE "Y".

       01 WS-BEFORE-HOLD-IMAGE   PIC X(60) VALUE SPACES.
       01 WS-AFTER-HOLD-IMAGE    PIC X(60) VALUE SPACES.
       01 WS-IMAGE-LABEL         PIC X(07) VALUE SPACES.

       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
       01 WS-ACTION-RESULT       PIC X(30) VALUE SPACES.
       01 WS-REPORT-LINE         PIC X(80) VALUE SPACES.

       01 WS-ADD-COUNT           PIC 9(05) VALUE 0.
       01 WS-CHANGE-COUNT        PIC 9(05) VALUE 0.
       01 WS-RELEASE-COUNT       PIC 9(05) VALUE 0.
       01 WS-DELETE-COUNT        PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE-PARAGRAPH
           OPEN INPUT HOLD-MAINT-FILE
           OPEN I-O STUDENT-HOLD-FILE
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
           CLOSE HOLD-MAINT-FILE
           CLOSE STUDENT-HOLD-FILE
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
           READ HOLD-MAINT-FILE
               AT END
                   SET END-OF-MAINT-FILE TO TRUE
           END-READ.

       APPLY-MAINT-PARAGRAPH.
           PERFORM READ-HOLD-PARAGRAPH
           PERFORM VALIDATE-KEY-PARAGRAPH
           IF INVALID-HOLD
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN HM-ADD-ACTION
                       PERFORM APPLY-ADD-PARAGRAPH
                   WHEN HM-CHANGE-ACTION
                       PERFORM APPLY-CHANGE-PARAGRAPH
                   WHEN HM-RELEASE-ACTION
                       PERFORM APPLY-RELEASE-PARAGRAPH
                   WHEN HM-DELETE-ACTION
                       PERFORM APPLY-DELETE-PARAGRAPH
                   WHEN OTHER
                       MOVE "REJECTED - UNKNOWN ACTION CODE"
                           TO WS-ACTION-RESULT
                       ADD 1 TO WS-REJECT-COUNT
               END-EVALUATE
           END-IF.

       READ-HOLD-PARAGRAPH.
           SET HOLD-NOT-FOUND TO TRUE
           MOVE HM-STUDENT-ID TO SH-STUDENT-ID
           MOVE HM-HOLD-TYPE TO SH-HOLD-TYPE
           READ STUDENT-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-FOUND TO TRUE
                   MOVE STUDENT-HOLD-REC TO WS-BEFORE-HOLD-IMAGE
                   SET BEFORE-IMAGE-PRESENT TO TRUE
           END-READ.

       VALIDATE-KEY-PARAGRAPH.
           SET VALID-HOLD TO TRUE
           IF HM-STUDENT-ID = SPACES
               SET INVALID-HOLD TO TRUE
               MOVE "REJECTED - NO STUDENT ID" TO WS-ACTION-RESULT
           END-IF
           MOVE HM-HOLD-TYPE TO SH-HOLD-TYPE
           IF VALID-HOLD AND NOT SH-VALID-HOLD-TYPE
               SET INVALID-HOLD TO TRUE
               MOVE "REJECTED - BAD HOLD TYPE" TO WS-ACTION-RESULT
           END-IF
           IF VALID-HOLD
               IF HM-EFFECTIVE-DATE = SPACES
                   MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
               ELSE
                   IF HM-EFFECTIVE-DATE NUMERIC
                       MOVE HM-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                   ELSE
                       SET INVALID-HOLD TO TRUE
                       MOVE "REJECTED - BAD EFFECTIVE DATE"
                           TO WS-ACTION-RESULT
                   END-IF
               END-IF
           END-IF.

      * Placing a hold of a type already released re-places
      * it: the old placed and released dates are replaced.
       APPLY-ADD-PARAGRAPH.
           IF HOLD-FOUND AND SH-HOLD-ACTIVE
               MOVE "REJECTED - HOLD ALREADY ACTIVE"
                   TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF HM-PLACING-OFFICE = SPACES
                   MOVE "REJECTED - NO PLACING OFFICE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE SPACES TO STUDENT-HOLD-REC
                   MOVE HM-STUDENT-ID TO SH-STUDENT-ID
                   MOVE HM-HOLD-TYPE TO SH-HOLD-TYPE
                   SET SH-HOLD-ACTIVE TO TRUE
                   MOVE HM-PLACING-OFFICE TO SH-PLACING-OFFICE
                   MOVE WS-EFFECTIVE-DATE TO SH-PLACED-DATE
                   MOVE WS-BUSINESS-DATE TO SH-LAST-MAINT-DATE
                   IF HOLD-FOUND
                       REWRITE STUDENT-HOLD-REC
                   ELSE
                       WRITE STUDENT-HOLD-REC
                   END-IF
                   MOVE STUDENT-HOLD-REC TO WS-AFTER-HOLD-IMAGE
                   SET AFTER-IMAGE-PRESENT TO TRUE
                   MOVE "PLACED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-ADD-COUNT
               END-IF
           END-IF.

       APPLY-CHANGE-PARAGRAPH.
           IF HOLD-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF HM-PLACING-OFFICE = SPACES
                   MOVE "REJECTED - NO PLACING OFFICE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE HM-PLACING-OFFICE TO SH-PLACING-OFFICE
                   MOVE WS-BUSINESS-DATE TO SH-LAST-MAINT-DATE
                   REWRITE STUDENT-HOLD-REC
                   MOVE STUDENT-HOLD-REC TO WS-AFTER-HOLD-IMAGE
                   SET AFTER-IMAGE-PRESENT TO TRUE
                   MOVE "CHANGED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.

       APPLY-RELEASE-PARAGRAPH.
           IF HOLD-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF NOT SH-HOLD-ACTIVE
                   MOVE "REJECTED - HOLD NOT ACTIVE"
                       TO WS-ACTION-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   SET SH-HOLD-RELEASED TO TRUE
                   MOVE WS-EFFECTIVE-DATE TO SH-RELEASED-DATE
                   MOVE WS-BUSINESS-DATE TO SH-LAST-MAINT-DATE
                   REWRITE STUDENT-HOLD-REC
                   MOVE STUDENT-HOLD-REC TO WS-AFTER-HOLD-IMAGE
                   SET AFTER-IMAGE-PRESENT TO TRUE
                   MOVE "RELEASED" TO WS-ACTION-RESULT
                   ADD 1 TO WS-RELEASE-COUNT
               END-IF
           END-IF.

       APPLY-DELETE-PARAGRAPH.
           IF HOLD-NOT-FOUND
               MOVE "REJECTED - NOT ON MASTER" TO WS-ACTION-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               DELETE STUDENT-HOLD-FILE RECORD
               MOVE "DELETED" TO WS-ACTION-RESULT
               ADD 1 TO WS-DELETE-COUNT
           END-IF.

       PRINT-HEADING-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STUDENT HOLD MAINTENANCE REGISTER - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACT STUDNT T OFFICE   RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-LINE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING HM-ACTION-CODE "   " DELIMITED BY SIZE
               HM-STUDENT-ID " " DELIMITED BY SIZE
               HM-HOLD-TYPE " " DELIMITED BY SIZE
               HM-PLACING-OFFICE " " DELIMITED BY SIZE
               WS-ACTION-RESULT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           IF BEFORE-IMAGE-PRESENT
               MOVE WS-BEFORE-HOLD-IMAGE TO STUDENT-HOLD-REC
               MOVE "BEFORE " TO WS-IMAGE-LABEL
               PERFORM PRINT-HOLD-IMAGE-PARAGRAPH
           END-IF
           IF AFTER-IMAGE-PRESENT
               MOVE WS-AFTER-HOLD-IMAGE TO STUDENT-HOLD-REC
               MOVE "AFTER  " TO WS-IMAGE-LABEL
               PERFORM PRINT-HOLD-IMAGE-PARAGRAPH
           END-IF.

       PRINT-HOLD-IMAGE-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " WS-IMAGE-LABEL
               " STATUS=" SH-HOLD-STATUS
               " OFFICE=" SH-PLACING-OFFICE
               " PLACED=" SH-PLACED-DATE
               " RELEASED=" SH-RELEASED-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.

       PRINT-REGISTER-TOTAL-PARAGRAPH.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAINT TOTALS  PLACED=" DELIMITED BY SIZE
               WS-ADD-COUNT DELIMITED BY SIZE
               "  CHANGED=" DELIMITED BY SIZE
               WS-CHANGE-COUNT DELIMITED BY SIZE
               "  RELEASED=" DELIMITED BY SIZE
               WS-RELEASE-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "              DELETED=" DELIMITED BY SIZE
               WS-DELETE-COUNT DELIMITED BY SIZE
               "  REJECTED=" DELIMITED BY SIZE
               WS-REJECT-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           WRITE MAINT-REGISTER-REC FROM WS-REPORT-LINE.
